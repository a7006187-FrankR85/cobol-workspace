      *    Laufdatum kommt wie
      *    bei addierenZu2020 als erstes Kommandozeilenargument
      *    (JJJJMMTT); massgeblich ist dessen Monat.
      *    Jeder erzeugte Auszug wird im elektronischen Postfach
      *    des Kontoinhabers (POSTFACH, siehe POSTFACHREC.cpy) als
      *    Dokumentart "A" eingetragen. Der Seitenkopf nennt IBAN
      *    und BIC des Kontos (SUBMODULE-Funktion IBANBILD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-DATEI ASSIGN TO WS-EXPORT-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXPORT-STATUS.
           SELECT POSTFACH ASSIGN TO "POSTFACH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POSTFACH-SCHLUESSEL
              FILE STATUS IS WS-POSTFACH-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 EXPORT-KONTO-ID PIC X(10).
       FD EXPORT-DATEI.
       01 EXPORT-SATZ PIC X(110).
       FD POSTFACH.
       COPY POSTFACHREC.

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-DATUM-VON PIC 9(08).
       01 WS-DATUM-BIS PIC 9(08).
       01 WS-AUSZUG-DATEINAME PIC X(50).
       01 WS-ZUSTELLDATUM PIC 9(08).

       01 WS-AUSZUG-KONTO PIC X(10).
       01 WS-MONATSSUMME PIC S9(9)V99.
      *    Kontowaehrung fuer die Betragszeilen (KONTO-WAEHRUNG,
      *    siehe KONTOREC.cpy; Leerzeichen = EUR).
       01 WS-AUSZUG-WAEHRUNG PIC X(03).
      *    IBAN und BIC des Kontos fuer den Seitenkopf (leer, wenn
      *    keine Bankleitzahl gepflegt ist).
       01 WS-AUSZUG-IBAN PIC X(22).
       01 WS-AUSZUG-BIC PIC X(11).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).

      *    Maschinenlesbarer Export fuer die in export-konten.dat
      *    eingetragenen Konten.
       01 WS-EXPORT-BETRAG PIC +9(7).99.
       01 WS-EXPORT-SALDO PIC +9(9).99.

      *    Elektronisches Postfach der Kontoinhaber.
       01 WS-POSTFACH-STATUS PIC X(02).
       01 WS-POSTFACH-VORHANDEN PIC X VALUE "N".

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG(1:6) TO WS-PERIODE
              MOVE WS-LAUFDATUM-ARG TO WS-ZUSTELLDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ZUSTELLDATUM
           END-IF
           COMPUTE WS-DATUM-VON = (WS-PERIODE * 100) + 1
           COMPUTE WS-DATUM-BIS = (WS-PERIODE * 100) + 31
              CLOSE KONTODATEI
              STOP RUN
           END-IF
           OPEN I-O POSTFACH
           IF WS-POSTFACH-STATUS = "35" THEN
              OPEN OUTPUT POSTFACH
              CLOSE POSTFACH
              OPEN I-O POSTFACH
           END-IF
           IF WS-POSTFACH-STATUS = "00" THEN
              MOVE "J" TO WS-POSTFACH-VORHANDEN
           ELSE
              DISPLAY "POSTFACH nicht verfuegbar, Status: "
                 WS-POSTFACH-STATUS
           END-IF

           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
              END-READ
           END-PERFORM

           IF WS-POSTFACH-VORHANDEN = "J"
              CLOSE POSTFACH
           END-IF
           CLOSE TRANSAKTIONEN
           CLOSE KONTODATEI
           MOVE WS-KONTEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           ELSE
              MOVE KONTO-WAEHRUNG TO WS-AUSZUG-WAEHRUNG
           END-IF
           MOVE SPACES TO WS-AUSZUG-IBAN
           MOVE SPACES TO WS-AUSZUG-BIC
           MOVE "IBANBILD" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE KONTO-ID TO WS-SUB-PARM1(1:10)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS TO WS-AUSZUG-IBAN(1:20)
              MOVE WS-SUB-PARM2(1:2) TO WS-AUSZUG-IBAN(21:2)
              MOVE WS-SUB-PARM2(4:11) TO WS-AUSZUG-BIC
           END-IF
           MOVE SPACES TO WS-AUSZUG-DATEINAME
           STRING "auszuege/auszug-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUSZUG-KONTO) DELIMITED BY SIZE
              CLOSE EXPORT-DATEI
              MOVE "N" TO WS-EXPORT-OFFEN
           END-IF
           IF WS-POSTFACH-VORHANDEN = "J"
              PERFORM TRAGE-INS-POSTFACH-EIN
           END-IF
           EXIT.

       TRAGE-INS-POSTFACH-EIN SECTION.
      *    Auszug im Postfach des Kontoinhabers eintragen (ohne
      *    zugeordneten Kunden unter der Kontonummer); bei einem
      *    Wiederholungslauf fuer denselben Monat bleiben
      *    Zustelldatum und Lesestatus stehen.
           MOVE SPACES TO POSTFACH-RECORD
           IF KONTO-KUNDEN-ID = SPACES
              MOVE KONTO-ID TO POSTFACH-KUNDEN-ID
           ELSE
              MOVE KONTO-KUNDEN-ID TO POSTFACH-KUNDEN-ID
           END-IF
           MOVE "A" TO POSTFACH-ART
           MOVE WS-PERIODE TO POSTFACH-PERIODE
           MOVE KONTO-ID TO POSTFACH-KONTO-ID
           READ POSTFACH
              INVALID KEY
                 MOVE WS-AUSZUG-DATEINAME TO POSTFACH-DATEINAME
                 MOVE WS-ZUSTELLDATUM TO POSTFACH-ZUGESTELLT-AM
                 MOVE "N" TO POSTFACH-GELESEN
                 MOVE 0 TO POSTFACH-GELESEN-AM
                 MOVE 0 TO POSTFACH-PAPIER-AM
                 WRITE POSTFACH-RECORD
                 EXIT SECTION
           END-READ
           MOVE WS-AUSZUG-DATEINAME TO POSTFACH-DATEINAME
           REWRITE POSTFACH-RECORD
           EXIT.

       LESE-EXPORTAUSWAHL SECTION.
             INTO AUSZUG-SATZ
           END-STRING
           WRITE AUSZUG-SATZ
           IF WS-AUSZUG-IBAN NOT = SPACES
              MOVE SPACES TO AUSZUG-SATZ
              STRING "IBAN: " DELIMITED BY SIZE
                     WS-AUSZUG-IBAN DELIMITED BY SIZE
                     "  BIC: " DELIMITED BY SIZE
                     WS-AUSZUG-BIC DELIMITED BY SIZE
                INTO AUSZUG-SATZ
              END-STRING
              WRITE AUSZUG-SATZ
           END-IF
           MOVE SPACES TO AUSZUG-SATZ
           STRING "Kontowaehrung: " DELIMITED BY SIZE
                  WS-AUSZUG-WAEHRUNG DELIMITED BY SIZE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPDLAUF.
      *    Taeglicher Lauf ueber die CPD-Posten (siehe
      *    CPDPOSTENREC.cpy) unter BATCHLAUF: offene Posten, die
      *    am Laufdatum CPDRUECKTAGE Tage (PARMFILE, Vorgabe 30)
      *    oder aelter sind, gibt er an den Auftraggeber zurueck -
      *    Belastung des CPD-Kontos (PARMFILE-Schluessel CPDKONTO)
      *    im Umsatzjournal (Herkunft "U") und unter derselben
      *    Buchungsreferenz im Hauptbuch, Clearing-Satz an die
      *    Auftraggeber-IBAN in die datierte Ausgangsdatei wie
      *    beim DAUERLAUF, Posten auf Status "R". Fehlt die IBAN
      *    des Auftraggebers, bleibt der Posten offen und steht
      *    als RUECKGABE OHNE IBAN in der Altersliste - ohne IBAN
      *    geht nichts ins Clearing.
      *    Die uebrigen offenen Posten erscheinen in der Alters-
      *    liste cpdlauf-report.txt nach Altersklassen; Posten,
      *    die aelter als CPDWARNTAGE Tage (PARMFILE, Vorgabe 10)
      *    sind, stehen dort als UEBERFAELLIG, und weicht der
      *    Saldo des CPD-Kontos nach dem Lauf von der Summe der
      *    offenen Posten ab, steht dort eine ABWEICHUNG. Beides
      *    wertet der ALERTMONITOR aus.
      *    Das Laufdatum kommt als erstes Kommandozeilen-
      *    argument (JJJJMMTT) wie bei addierenZu2020.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPDPOSTEN ASSIGN TO "CPDPOSTEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPD-ID
              FILE STATUS IS WS-CPD-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT TRANSAKTIONEN ASSIGN TO "TRANSAKTIONEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRANS-REF
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.
           SELECT LEDGER ASSIGN TO "LEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDGER-TRANS-ID
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT TRANSSEQUENZ ASSIGN TO "trans-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSSEQUENZ-STATUS.
           SELECT CLEARING-AUSGANG
              ASSIGN TO WS-CLEARING-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLEARING-STATUS.
           SELECT LAUFKONTROLLE ASSIGN TO "lauf-kontrolle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KONTROLLE-STATUS.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT CPD-REPORT ASSIGN TO "cpdlauf-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CPDPOSTEN.
       COPY CPDPOSTENREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD CLEARING-AUSGANG.
       COPY CLEARINGREC.
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD CPD-REPORT.
       01 CPD-REPORT-SATZ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CPD-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-CPD-EOF PIC X VALUE "N".
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

      *    CPD-Konto und Fristen aus PARMFILE.DAT.
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
       01 WS-CPD-KONTO PIC X(10).
       01 WS-RUECKGABE-TAGE PIC 9(03) VALUE 30.
       01 WS-WARN-TAGE PIC 9(03) VALUE 10.

      *    Datierte Clearing-Ausgangsdatei (siehe CLEARINGREC.cpy),
      *    dieselbe Datei wie in ueberweisung.cbl.
       01 WS-CLEARING-STATUS PIC X(02).
       01 WS-CLEARING-DATEINAME PIC X(40).
       01 WS-AUFTRAGGEBER-IBAN PIC X(34).

      *    Laufkontrolle (siehe KONTROLLREC.cpy).
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-KONTROLL-ANZAHL-T PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

      *    Periodenstatus (siehe PERIODENREC.cpy): Buchungen in
      *    eine geschlossene Periode werden abgewiesen.
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die IBAN des CPD-Kontos.
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).

      *    Altersliste: Altersklassen der offenen Posten nach dem
      *    Lauf (bis 7, 8 bis 14, 15 bis 29, ab 30 Tage).
       01 WS-ALTER-TAGE PIC S9(05).
       01 WS-KLASSEN-TABELLE.
          05 WS-KLASSE OCCURS 4 TIMES.
             10 WS-KLASSE-ANZAHL PIC 9(05).
             10 WS-KLASSE-SUMME PIC S9(11)V99.
       01 WS-KLASSE-IDX PIC 9(01).
       01 WS-KLASSEN-TEXTE.
          05 FILLER PIC X(14) VALUE "bis 7 Tage    ".
          05 FILLER PIC X(14) VALUE "8 bis 14 Tage ".
          05 FILLER PIC X(14) VALUE "15 bis 29 Tage".
          05 FILLER PIC X(14) VALUE "ab 30 Tage    ".
       01 WS-KLASSEN-TEXT-TAB REDEFINES WS-KLASSEN-TEXTE.
          05 WS-KLASSE-TEXT OCCURS 4 TIMES PIC X(14).

       01 WS-OFFEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-OFFEN-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-RUECKGABE-ANZAHL PIC 9(05) VALUE 0.
       01 WS-RUECKGABE-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-UEBERFAELLIG-ANZAHL PIC 9(05) VALUE 0.
       01 WS-BELASTUNG-REF PIC X(17).
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.
       01 WS-SUMME-ANZEIGE PIC -(11)9.99.
       01 WS-SALDO-ANZEIGE PIC -(11)9.99.
       01 WS-ALTER-ANZEIGE PIC ZZZZ9.
       01 WS-ANZAHL-ANZEIGE PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           MOVE "CPDKONTO" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN TO WS-CPD-KONTO
           IF WS-CPD-KONTO = SPACES
              DISPLAY "CPD-Lauf: kein CPD-Konto eingerichtet "
                 "(PARMFILE-Schluessel CPDKONTO), nichts zu tun."
              STOP RUN
           END-IF
           MOVE "CPDRUECKTAGE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-RUECKGABE-TAGE
           END-IF
           MOVE "CPDWARNTAGE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-WARN-TAGE
           END-IF

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "CPD-Lauf abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CPD-REPORT
           MOVE SPACES TO CPD-REPORT-SATZ
           STRING "CPD-Posten Altersliste Laufdatum "
                  DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  " CPD-Konto " DELIMITED BY SIZE
                  WS-CPD-KONTO DELIMITED BY SPACE
             INTO CPD-REPORT-SATZ
           END-STRING
           WRITE CPD-REPORT-SATZ

           OPEN I-O CPDPOSTEN
           IF WS-CPD-STATUS = "35" THEN
              MOVE "Keine CPD-Posten vorhanden." TO CPD-REPORT-SATZ
              WRITE CPD-REPORT-SATZ
              CLOSE CPD-REPORT
              DISPLAY "CPD-Lauf beendet: keine CPD-Posten."
              STOP RUN
           END-IF
           IF WS-CPD-STATUS NOT = "00" THEN
              DISPLAY "CPDPOSTEN nicht verfuegbar, Status: "
                 WS-CPD-STATUS
              CLOSE CPD-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE CPDPOSTEN
              CLOSE CPD-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CPD-KONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "CPD-Konto " WS-CPD-KONTO
                    " nicht in der KONTODATEI."
                 CLOSE KONTODATEI
                 CLOSE CPDPOSTEN
                 CLOSE CPD-REPORT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ
           PERFORM ERMITTLE-AUFTRAGGEBER-IBAN

           INITIALIZE WS-KLASSEN-TABELLE
           PERFORM UNTIL WS-CPD-EOF = "J"
              READ CPDPOSTEN NEXT RECORD
                 AT END MOVE "J" TO WS-CPD-EOF
                 NOT AT END
                    IF CPD-STATUS = "O"
                       PERFORM VERARBEITE-POSTEN
                    END-IF
              END-READ
           END-PERFORM

           PERFORM SCHREIBE-ALTERSLISTE
           CLOSE KONTODATEI
           CLOSE CPDPOSTEN
           CLOSE CPD-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           DISPLAY "CPD-Lauf beendet. Zurueckgegeben: "
              WS-RUECKGABE-ANZAHL " Offen: " WS-OFFEN-ANZAHL
              " Ueberfaellig: " WS-UEBERFAELLIG-ANZAHL
           STOP RUN.

       VERARBEITE-POSTEN SECTION.
           COMPUTE WS-ALTER-TAGE =
              FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM)
              - FUNCTION INTEGER-OF-DATE(CPD-EINGANGSDATUM)
           IF WS-ALTER-TAGE < 0
              MOVE 0 TO WS-ALTER-TAGE
           END-IF
           IF WS-ALTER-TAGE >= WS-RUECKGABE-TAGE
              AND CPD-AUFTRAGGEBER-IBAN NOT = SPACES
              PERFORM GIB-POSTEN-ZURUECK
              EXIT SECTION
           END-IF
      *    Ohne IBAN des Auftraggebers kann der Posten nicht
      *    zurueckgegeben werden; er bleibt offen und muss in
      *    CPDPFLEGE von Hand geklaert werden.
           IF WS-ALTER-TAGE >= WS-RUECKGABE-TAGE
              MOVE CPD-BETRAG TO WS-BETRAG-ANZEIGE
              MOVE SPACES TO CPD-REPORT-SATZ
              STRING "RUECKGABE OHNE IBAN POSTEN=" DELIMITED BY SIZE
                     CPD-ID DELIMITED BY SIZE
                     " AN=" DELIMITED BY SIZE
                     CPD-AUFTRAGGEBER DELIMITED BY SIZE
                     " BETRAG=" DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                INTO CPD-REPORT-SATZ
              END-STRING
              WRITE CPD-REPORT-SATZ
           END-IF

           ADD 1 TO WS-OFFEN-ANZAHL
           ADD CPD-BETRAG TO WS-OFFEN-SUMME
           EVALUATE TRUE
              WHEN WS-ALTER-TAGE <= 7
                 MOVE 1 TO WS-KLASSE-IDX
              WHEN WS-ALTER-TAGE <= 14
                 MOVE 2 TO WS-KLASSE-IDX
              WHEN WS-ALTER-TAGE <= 29
                 MOVE 3 TO WS-KLASSE-IDX
              WHEN OTHER
                 MOVE 4 TO WS-KLASSE-IDX
           END-EVALUATE
           ADD 1 TO WS-KLASSE-ANZAHL(WS-KLASSE-IDX)
           ADD CPD-BETRAG TO WS-KLASSE-SUMME(WS-KLASSE-IDX)

           IF WS-ALTER-TAGE > WS-WARN-TAGE
              ADD 1 TO WS-UEBERFAELLIG-ANZAHL
              MOVE WS-ALTER-TAGE TO WS-ALTER-ANZEIGE
              MOVE CPD-BETRAG TO WS-BETRAG-ANZEIGE
              MOVE SPACES TO CPD-REPORT-SATZ
              STRING "UEBERFAELLIG POSTEN=" DELIMITED BY SIZE
                     CPD-ID DELIMITED BY SIZE
                     " EINGANG=" DELIMITED BY SIZE
                     CPD-EINGANGSDATUM DELIMITED BY SIZE
                     " ALTER=" DELIMITED BY SIZE
                     WS-ALTER-ANZEIGE DELIMITED BY SIZE
                     " BETRAG=" DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     " AN=" DELIMITED BY SIZE
                     CPD-EMPFAENGER DELIMITED BY SIZE
                INTO CPD-REPORT-SATZ
              END-STRING
              WRITE CPD-REPORT-SATZ
           END-IF
           EXIT.

       GIB-POSTEN-ZURUECK SECTION.
      *    Rueckgabe an den Auftraggeber: Belastung des CPD-Kontos
      *    (der Kontosatz steht seit Laufbeginn im Satzbereich),
      *    Journal und Hauptbuch, Clearing-Satz an die IBAN des
      *    Auftraggebers, Posten auf "R".
           SUBTRACT CPD-BETRAG FROM KONTO-SALDO
           REWRITE KONTO-RECORD
           PERFORM BUCHE-BELASTUNG
           PERFORM SCHREIBE-CLEARING-AUSGANG

           MOVE "R" TO CPD-STATUS
           MOVE WS-BELASTUNG-REF TO CPD-ERLEDIGT-REF
           MOVE "CPDLAUF" TO CPD-BEARBEITER
           MOVE WS-LAUFDATUM TO CPD-ERLEDIGT-AM(1:8)
           MOVE "000000" TO CPD-ERLEDIGT-AM(9:6)
           REWRITE CPD-RECORD
           ADD 1 TO WS-RUECKGABE-ANZAHL
           ADD CPD-BETRAG TO WS-RUECKGABE-SUMME

           MOVE CPD-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO CPD-REPORT-SATZ
           STRING "RUECKGABE POSTEN=" DELIMITED BY SIZE
                  CPD-ID DELIMITED BY SIZE
                  " AN=" DELIMITED BY SIZE
                  CPD-AUFTRAGGEBER DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  WS-BELASTUNG-REF DELIMITED BY SIZE
             INTO CPD-REPORT-SATZ
           END-STRING
           WRITE CPD-REPORT-SATZ
           EXIT.

       BUCHE-BELASTUNG SECTION.
           MOVE SPACES TO WS-BELASTUNG-REF
           OPEN I-O TRANSAKTIONEN
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf das Umsatzjournal nicht
      *    leer ueberschreiben.
           IF WS-TRANSAKTIONEN-STATUS = "35" THEN
              OPEN OUTPUT TRANSAKTIONEN
              CLOSE TRANSAKTIONEN
              OPEN I-O TRANSAKTIONEN
           END-IF
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              DISPLAY "Umsatzjournal nicht verfuegbar, Belastung "
                 "nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE TRANS-REF TO WS-BELASTUNG-REF
           MOVE WS-CPD-KONTO TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           MOVE WS-LAUFDATUM TO TRANS-VALUTA
           MOVE WS-LAUFDATUM TO TRANS-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TRANS-ZEITSTEMPEL(9:6)
           MOVE "U" TO TRANS-HERKUNFT
           STRING "CPD RUECKGABE " DELIMITED BY SIZE
                  CPD-ID DELIMITED BY SIZE
             INTO TRANS-TEXT
           END-STRING
           COMPUTE TRANS-BETRAG = 0 - CPD-BETRAG
           WRITE TRANSAKTIONEN-SATZ
           ADD 1 TO WS-KONTROLL-ANZAHL-T
           ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T
           CLOSE TRANSAKTIONEN

           OPEN I-O LEDGER
           IF WS-LEDGER-STATUS = "35" THEN
              OPEN OUTPUT LEDGER
              CLOSE LEDGER
              OPEN I-O LEDGER
           END-IF
           IF WS-LEDGER-STATUS NOT = "00" THEN
              DISPLAY "Hauptbuch nicht verfuegbar, Buchung "
                 "unterbleibt, Status: " WS-LEDGER-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-BELASTUNG-REF TO LEDGER-TRANS-ID
           MOVE WS-CPD-KONTO TO LEDGER-KONTO-ID
           COMPUTE LEDGER-BETRAG = 0 - CPD-BETRAG
           MOVE "G" TO LEDGER-STATUS
           WRITE LEDGER-SATZ
              INVALID KEY
                 DISPLAY "Hauptbuch-Buchung abgewiesen: "
                    LEDGER-TRANS-ID
              NOT INVALID KEY
                 ADD 1 TO WS-KONTROLL-ANZAHL-L
                 ADD LEDGER-BETRAG TO WS-KONTROLL-SUMME-L
           END-WRITE
           CLOSE LEDGER
           EXIT.

       SCHREIBE-CLEARING-AUSGANG SECTION.
      *    Rueckzahlung an das Partnerinstitut (clearing-ausgang-
      *    JJJJMMTT.dat, siehe CLEARINGREC.cpy): Empfaenger ist
      *    der urspruengliche Auftraggeber mit seiner IBAN,
      *    Auftraggeber das CPD-Konto.
           MOVE SPACES TO WS-CLEARING-DATEINAME
           STRING "clearing-ausgang-" DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-CLEARING-DATEINAME
           END-STRING
           OPEN EXTEND CLEARING-AUSGANG
           IF WS-CLEARING-STATUS NOT = "00" THEN
              OPEN OUTPUT CLEARING-AUSGANG
           END-IF
           IF WS-CLEARING-STATUS NOT = "00" THEN
              DISPLAY "Clearing-Ausgang nicht beschreibbar, "
                 "Status: " WS-CLEARING-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO CLEARING-SATZ
           MOVE CPD-AUFTRAGGEBER TO CLEARING-EMPFAENGER
           MOVE WS-CPD-KONTO TO CLEARING-AUFTRAGGEBER
           MOVE CPD-BETRAG TO CLEARING-BETRAG
           STRING "RUECKGABE " DELIMITED BY SIZE
                  CPD-TEXT DELIMITED BY SIZE
             INTO CLEARING-TEXT
           END-STRING
           MOVE WS-LAUFDATUM TO CLEARING-DATUM
           MOVE CPD-AUFTRAGGEBER-IBAN TO CLEARING-EMPFAENGER-IBAN
           MOVE WS-AUFTRAGGEBER-IBAN TO CLEARING-AUFTRAGGEBER-IBAN
           WRITE CLEARING-SATZ
           CLOSE CLEARING-AUSGANG
           EXIT.

       SCHREIBE-ALTERSLISTE SECTION.
      *    Altersklassen und Abstimmung des CPD-Kontos gegen die
      *    offenen Posten.
           MOVE SPACES TO CPD-REPORT-SATZ
           WRITE CPD-REPORT-SATZ
           PERFORM VARYING WS-KLASSE-IDX FROM 1 BY 1
              UNTIL WS-KLASSE-IDX > 4
              MOVE WS-KLASSE-ANZAHL(WS-KLASSE-IDX)
                 TO WS-ANZAHL-ANZEIGE
              MOVE WS-KLASSE-SUMME(WS-KLASSE-IDX)
                 TO WS-SUMME-ANZEIGE
              MOVE SPACES TO CPD-REPORT-SATZ
              STRING "Offen " DELIMITED BY SIZE
                     WS-KLASSE-TEXT(WS-KLASSE-IDX) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " Posten " DELIMITED BY SIZE
                     WS-SUMME-ANZEIGE DELIMITED BY SIZE
                INTO CPD-REPORT-SATZ
              END-STRING
              WRITE CPD-REPORT-SATZ
           END-PERFORM
           MOVE WS-OFFEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-OFFEN-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO CPD-REPORT-SATZ
           STRING "Offen gesamt:         " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Posten " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO CPD-REPORT-SATZ
           END-STRING
           WRITE CPD-REPORT-SATZ
           MOVE WS-RUECKGABE-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-RUECKGABE-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO CPD-REPORT-SATZ
           STRING "Zurueckgegeben:       " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Posten " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO CPD-REPORT-SATZ
           END-STRING
           WRITE CPD-REPORT-SATZ
           MOVE WS-UEBERFAELLIG-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO CPD-REPORT-SATZ
           STRING "Aelter als " DELIMITED BY SIZE
                  WS-WARN-TAGE DELIMITED BY SIZE
                  " Tage:     " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Posten" DELIMITED BY SIZE
             INTO CPD-REPORT-SATZ
           END-STRING
           WRITE CPD-REPORT-SATZ

           MOVE KONTO-SALDO TO WS-SALDO-ANZEIGE
           MOVE WS-OFFEN-SUMME TO WS-SUMME-ANZEIGE
           IF KONTO-SALDO NOT = WS-OFFEN-SUMME
              MOVE SPACES TO CPD-REPORT-SATZ
              STRING "ABWEICHUNG CPD-KONTO=" DELIMITED BY SIZE
                     WS-CPD-KONTO DELIMITED BY SPACE
                     " SALDO=" DELIMITED BY SIZE
                     WS-SALDO-ANZEIGE DELIMITED BY SIZE
                     " OFFENE POSTEN=" DELIMITED BY SIZE
                     WS-SUMME-ANZEIGE DELIMITED BY SIZE
                INTO CPD-REPORT-SATZ
              END-STRING
              WRITE CPD-REPORT-SATZ
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES TO CPD-REPORT-SATZ
              STRING "CPD-Konto abgestimmt, Saldo " DELIMITED BY SIZE
                     WS-SALDO-ANZEIGE DELIMITED BY SIZE
                INTO CPD-REPORT-SATZ
              END-STRING
              WRITE CPD-REPORT-SATZ
           END-IF
           EXIT.

       ERMITTLE-AUFTRAGGEBER-IBAN SECTION.
      *    IBAN des CPD-Kontos (SUBMODULE-Funktion IBANBILD);
      *    bleibt leer, wenn sie sich nicht bilden laesst.
           MOVE SPACES TO WS-AUFTRAGGEBER-IBAN
           MOVE "IBANBILD" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE WS-CPD-KONTO TO WS-SUB-PARM1(1:10)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS TO WS-AUFTRAGGEBER-IBAN(1:20)
              MOVE WS-SUB-PARM2(1:2) TO WS-AUFTRAGGEBER-IBAN(21:2)
           END-IF
           EXIT.

       SCHREIBE-LAUFKONTROLLE SECTION.
      *    Kontrollsaetze dieses Laufs in die gemeinsame Lauf-
      *    kontrolldatei (siehe KONTROLLREC.cpy), gegen die
      *    KONTROLLCHECK den Tagesbestand abstimmt.
           OPEN EXTEND LAUFKONTROLLE
           IF WS-KONTROLLE-STATUS NOT = "00" THEN
              OPEN OUTPUT LAUFKONTROLLE
           END-IF
           IF WS-KONTROLLE-STATUS NOT = "00" THEN
              DISPLAY "Laufkontrolle nicht beschreibbar, "
                 "Status: " WS-KONTROLLE-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO KONTROLL-SATZ
           MOVE "CPDLAUF" TO KONTROLL-PROGRAMM
           MOVE WS-LAUFDATUM TO KONTROLL-LAUFDATUM
           MOVE "T" TO KONTROLL-BEREICH
           MOVE WS-KONTROLL-ANZAHL-T TO KONTROLL-ANZAHL
           MOVE WS-KONTROLL-SUMME-T TO KONTROLL-SUMME
           WRITE KONTROLL-SATZ
           MOVE "L" TO KONTROLL-BEREICH
           MOVE WS-KONTROLL-ANZAHL-L TO KONTROLL-ANZAHL
           MOVE WS-KONTROLL-SUMME-L TO KONTROLL-SUMME
           WRITE KONTROLL-SATZ
           CLOSE LAUFKONTROLLE
           EXIT.

       PRUEFE-PERIODE SECTION.
      *    Prueft, ob die Periode WS-PRUEF-PERIODE in PERIODEN.DAT
      *    als geschlossen gefuehrt wird (siehe PERIODENREC.cpy);
      *    fehlt die Datei oder der Satz, gilt die Periode als
      *    offen.
           MOVE "N" TO WS-PERIODE-GESCHLOSSEN
           OPEN INPUT PERIODENSTATUS
           IF WS-PERIODENSTATUS-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE WS-PRUEF-PERIODE TO PERST-PERIODE
           READ PERIODENSTATUS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PERST-STATUS = "G"
                    MOVE "J" TO WS-PERIODE-GESCHLOSSEN
                 END-IF
           END-READ
           CLOSE PERIODENSTATUS
           EXIT.

       ERMITTLE-TRANS-REF SECTION.
      *    Vergibt die naechste eindeutige Buchungsreferenz ("T"
      *    plus laufende Nummer) aus trans-sequenz.dat und stellt
      *    sie in TRANS-REF ein (wie in ueberweisung.cbl).
           MOVE 0 TO WS-TRANS-SEQUENZ
           OPEN INPUT TRANSSEQUENZ
           IF WS-TRANSSEQUENZ-STATUS = "00" THEN
              READ TRANSSEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE TRANSSEQUENZ-WERT TO WS-TRANS-SEQUENZ
              END-READ
              CLOSE TRANSSEQUENZ
           END-IF
           ADD 1 TO WS-TRANS-SEQUENZ
           MOVE WS-TRANS-SEQUENZ TO TRANSSEQUENZ-WERT
           OPEN OUTPUT TRANSSEQUENZ
           WRITE TRANSSEQUENZ-SATZ
           CLOSE TRANSSEQUENZ
           STRING "T" DELIMITED BY SIZE
                  WS-TRANS-SEQUENZ DELIMITED BY SIZE
             INTO TRANS-REF
           END-STRING
           EXIT.

       LESE-PARMFILE-WERT SECTION.
      *    Sucht WS-PARMFILE-SCHLUESSEL-GESUCHT in der gemeinsamen
      *    PARMFILE.DAT (siehe copybooks/PARMFILEREC.cpy) und liefert
      *    den Wert in WS-PARMFILE-WERT-GEFUNDEN (bleibt SPACES, wenn
      *    die Datei fehlt oder der Schluessel nicht vorkommt).
           MOVE SPACES TO WS-PARMFILE-WERT-GEFUNDEN
           MOVE "N" TO WS-PARMFILE-EOF
           OPEN INPUT PARMFILE
           IF WS-PARMFILE-STATUS = "00" THEN
              PERFORM UNTIL WS-PARMFILE-EOF = "Y"
                 READ PARMFILE
                    AT END MOVE "Y" TO WS-PARMFILE-EOF
                    NOT AT END
                       IF PARMFILE-SCHLUESSEL
                          = WS-PARMFILE-SCHLUESSEL-GESUCHT
                          MOVE PARMFILE-WERT
                             TO WS-PARMFILE-WERT-GEFUNDEN
                          MOVE "Y" TO WS-PARMFILE-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF
           EXIT.
       END PROGRAM CPDLAUF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAGESSALDO.
      *    Taegliche Saldenhistorie unter BATCHLAUF, eingeplant als
      *    letzter Schritt hinter allen buchenden Laeufen der
      *    Nacht: schreibt je Konto der KONTODATEI den Saldo zum
      *    Ende des Laufdatums in die indizierte SALDOHISTORIE
      *    (siehe SALDOHISTREC.cpy). Der Saldo ist KONTO-SALDO
      *    abzueglich der Umsaetze mit spaeterem Buchungstag, so
      *    dass auch ein nachgeholter Lauf fuer ein frueheres Datum
      *    den richtigen Tagesendstand festhaelt; ein Wiederholungs-
      *    lauf ueberschreibt die Saetze des Datums. Anschliessend
      *    werden Saetze geloescht, die aelter als SALDOHISTTAGE
      *    Tage sind (PARMFILE, Vorgabe 400). Die Historie liefert
      *    den Durchschnittssaldo fuer RENTABILITAET.
      *    Das Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT) wie bei addierenZu2020; ohne Argument gilt
      *    das Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SALDOHISTORIE ASSIGN TO "SALDOHISTORIE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SALDOH-ID
              FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD SALDOHISTORIE.
       COPY SALDOHISTREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-HISTORIE-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X VALUE "N".
       01 WS-TRANS-EOF PIC X VALUE "N".
       01 WS-HISTORIE-EOF PIC X VALUE "N".
       01 WS-JOURNAL-OFFEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-ZEITSTEMPEL PIC 9(14).

       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

      *    Aufbewahrung in Tagen und der daraus folgende erste
      *    Tag, der in der Historie bleibt.
       01 WS-HISTORIE-TAGE PIC 9(04) VALUE 400.
       01 WS-HISTORIE-AB PIC 9(08).

       01 WS-TAGESSALDO PIC S9(9)V99.
       01 WS-KONTEN-ANZAHL PIC 9(07) VALUE 0.
       01 WS-NEU-ANZAHL PIC 9(07) VALUE 0.
       01 WS-ERSETZT-ANZAHL PIC 9(07) VALUE 0.
       01 WS-GELOESCHT-ANZAHL PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ZEITSTEMPEL

           MOVE "SALDOHISTTAGE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-HISTORIE-TAGE
           END-IF
      *    Mindestens ein voller Monat muss fuer RENTABILITAET
      *    erhalten bleiben.
           IF WS-HISTORIE-TAGE < 35
              MOVE 35 TO WS-HISTORIE-TAGE
           END-IF
           COMPUTE WS-HISTORIE-AB = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM)
              - WS-HISTORIE-TAGE)

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SALDOHISTORIE
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35).
           IF WS-HISTORIE-STATUS = "35" THEN
              OPEN OUTPUT SALDOHISTORIE
              CLOSE SALDOHISTORIE
              OPEN I-O SALDOHISTORIE
           END-IF
           IF WS-HISTORIE-STATUS NOT = "00" THEN
              DISPLAY "SALDOHISTORIE nicht verfuegbar, Status: "
                 WS-HISTORIE-STATUS
              CLOSE KONTODATEI
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "00"
              MOVE "J" TO WS-JOURNAL-OFFEN
           END-IF

           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    PERFORM SCHREIBE-TAGESSALDO
              END-READ
           END-PERFORM
           CLOSE KONTODATEI
           IF WS-JOURNAL-OFFEN = "J"
              CLOSE TRANSAKTIONEN
           END-IF

           PERFORM LOESCHE-ALTE-SAETZE
           CLOSE SALDOHISTORIE

           DISPLAY "Saldenhistorie " WS-LAUFDATUM ": "
              WS-KONTEN-ANZAHL " Konten, neu " WS-NEU-ANZAHL
              ", ersetzt " WS-ERSETZT-ANZAHL
              ", geloescht " WS-GELOESCHT-ANZAHL
           STOP RUN.

       SCHREIBE-TAGESSALDO SECTION.
           ADD 1 TO WS-KONTEN-ANZAHL
           MOVE KONTO-SALDO TO WS-TAGESSALDO
           IF WS-JOURNAL-OFFEN = "J"
              PERFORM ZIEHE-SPAETERE-UMSAETZE-AB
           END-IF
           MOVE SPACES TO SALDOHIST-RECORD
           MOVE KONTO-ID TO SALDOH-KONTO-ID
           MOVE WS-LAUFDATUM TO SALDOH-DATUM
           MOVE WS-TAGESSALDO TO SALDOH-SALDO
           MOVE KONTO-WAEHRUNG TO SALDOH-WAEHRUNG
           MOVE WS-ZEITSTEMPEL TO SALDOH-ERFASST-AM
           WRITE SALDOHIST-RECORD
              INVALID KEY
                 REWRITE SALDOHIST-RECORD
                 ADD 1 TO WS-ERSETZT-ANZAHL
              NOT INVALID KEY
                 ADD 1 TO WS-NEU-ANZAHL
           END-WRITE
           EXIT.

       ZIEHE-SPAETERE-UMSAETZE-AB SECTION.
      *    Umsaetze des Kontos mit Buchungstag nach dem Laufdatum
      *    sind im Tagesendstand noch nicht enthalten.
           MOVE "N" TO WS-TRANS-EOF
           MOVE KONTO-ID TO TRANS-KONTO-ID
           COMPUTE TRANS-DATUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM) + 1)
           START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = KONTO-ID
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       SUBTRACT TRANS-BETRAG FROM WS-TAGESSALDO
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       LOESCHE-ALTE-SAETZE SECTION.
      *    Saetze vor WS-HISTORIE-AB aus der Historie entfernen.
           MOVE "N" TO WS-HISTORIE-EOF
           MOVE LOW-VALUES TO SALDOH-ID
           START SALDOHISTORIE KEY IS >= SALDOH-ID
              INVALID KEY MOVE "J" TO WS-HISTORIE-EOF
           END-START
           PERFORM UNTIL WS-HISTORIE-EOF = "J"
              READ SALDOHISTORIE NEXT RECORD
                 AT END MOVE "J" TO WS-HISTORIE-EOF
                 NOT AT END
                    IF SALDOH-DATUM < WS-HISTORIE-AB
                       DELETE SALDOHISTORIE RECORD
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-GELOESCHT-ANZAHL
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
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

       END PROGRAM TAGESSALDO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACHBUCHLAUF.
      *    Naechtliche Gegenbuchung unter BATCHLAUF: liest alle
      *    Kundenbuchungen des Laufdatums aus TRANSAKTIONEN.DAT und
      *    bildet daraus ausgeglichene Sachbuchungen der doppelten
      *    Buchfuehrung (siehe SACHJOURNALREC.cpy). Die Kundenseite
      *    geht auf das Kundeneinlagen-Sammelkonto (PARMFILE-
      *    Schluessel SACHKTOEINLAGEN), die Gegenseite auf das
      *    Sachkonto, das die Buchungsregel der TRANS-HERKUNFT
      *    vorgibt (siehe BUCHREGELREC.cpy): eine Gutschrift an den
      *    Kunden bucht Gegenkonto an Kundeneinlagen, eine
      *    Belastung Kundeneinlagen an Gegenkonto. Soll- und
      *    Habenumsatz werden im Sachkontenplan (SACHKONTOREC.cpy)
      *    fortgeschrieben. Fehlt zu einer Herkunft die Regel oder
      *    das Sachkonto, wird die Buchung im Bericht gemeldet und
      *    der Lauf endet mit Returncode 4; ein erneuter Lauf fuer
      *    denselben Tag holt sie nach, ohne bereits gebuchte
      *    Saetze zu verdoppeln. Das Laufdatum kommt wie bei
      *    addierenZu2020 als erstes Kommandozeilenargument
      *    (JJJJMMTT); ohne Argument gilt das Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSAKTIONEN ASSIGN TO "TRANSAKTIONEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRANS-REF
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.
           SELECT SACHKONTEN ASSIGN TO "SACHKONTEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SACHKONTO-NR
              FILE STATUS IS WS-SACHKONTEN-STATUS.
           SELECT BUCHUNGSREGELN ASSIGN TO "BUCHUNGSREGELN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BUCHREGEL-HERKUNFT
              FILE STATUS IS WS-BUCHREGEL-STATUS.
           SELECT SACHJOURNAL ASSIGN TO "SACHJOURNAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SJ-ID
              FILE STATUS IS WS-SACHJOURNAL-STATUS.
           SELECT SACHBUCH-REPORT ASSIGN TO "sachbuchlauf-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD SACHKONTEN.
       COPY SACHKONTOREC.
       FD BUCHUNGSREGELN.
       COPY BUCHREGELREC.
       FD SACHJOURNAL.
       COPY SACHJOURNALREC.
       FD SACHBUCH-REPORT.
       01 SACHBUCH-REPORT-SATZ PIC X(100).
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-SACHKONTEN-STATUS PIC X(02).
       01 WS-BUCHREGEL-STATUS PIC X(02).
       01 WS-SACHJOURNAL-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-TRANS-EOF PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

      *    Periodenstatus (siehe PERIODENREC.cpy): in eine
      *    geschlossene Periode wird nicht mehr gebucht.
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

      *    Kundeneinlagen-Sammelkonto; Vorgabe, falls PARMFILE.DAT
      *    fehlt oder SACHKTOEINLAGEN nicht enthaelt.
       01 WS-EINLAGENKONTO PIC X(06) VALUE "3000".

      *    Soll- und Habenkonto der gerade zu buchenden Zeilen.
       01 WS-GEGENKONTO PIC X(06).
       01 WS-SOLLKONTO PIC X(06).
       01 WS-HABENKONTO PIC X(06).
       01 WS-BETRAG PIC S9(9)V99.
       01 WS-FEHLERTEXT PIC X(40).
       01 WS-ZEILE-SACHKONTO PIC X(06).
       01 WS-ZEILE-SEITE PIC X(01).

       01 WS-GEBUCHT PIC 9(07) VALUE 0.
       01 WS-UEBERSPRUNGEN PIC 9(07) VALUE 0.
       01 WS-FEHLER PIC 9(07) VALUE 0.
       01 WS-SOLL-SUMME PIC S9(13)V99 VALUE 0.
       01 WS-HABEN-SUMME PIC S9(13)V99 VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-SUMME-ANZEIGE PIC -(13)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Sachbuchlauf abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "SACHKTOEINLAGEN" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-EINLAGENKONTO
           END-IF

           OPEN OUTPUT SACHBUCH-REPORT
           MOVE SPACES TO SACHBUCH-REPORT-SATZ
           STRING "Sachbuchlauf Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  " Kundeneinlagen " DELIMITED BY SIZE
                  WS-EINLAGENKONTO DELIMITED BY SIZE
             INTO SACHBUCH-REPORT-SATZ
           END-STRING
           WRITE SACHBUCH-REPORT-SATZ
           MOVE "========================================"
              TO SACHBUCH-REPORT-SATZ
           WRITE SACHBUCH-REPORT-SATZ

           OPEN I-O SACHKONTEN
           IF WS-SACHKONTEN-STATUS NOT = "00" THEN
              MOVE "SACHKONTEN.DAT nicht verfuegbar - Sachkonten"
                 TO SACHBUCH-REPORT-SATZ
              WRITE SACHBUCH-REPORT-SATZ
              CLOSE SACHBUCH-REPORT
              DISPLAY "SACHKONTEN.DAT nicht verfuegbar, Status: "
                 WS-SACHKONTEN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BUCHUNGSREGELN
           IF WS-BUCHREGEL-STATUS NOT = "00" THEN
              MOVE "BUCHUNGSREGELN.DAT nicht verfuegbar."
                 TO SACHBUCH-REPORT-SATZ
              WRITE SACHBUCH-REPORT-SATZ
              CLOSE SACHKONTEN
              CLOSE SACHBUCH-REPORT
              DISPLAY "BUCHUNGSREGELN.DAT nicht verfuegbar, Status: "
                 WS-BUCHREGEL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SACHJOURNAL
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf das Journal nicht leer
      *    ueberschreiben.
           IF WS-SACHJOURNAL-STATUS = "35" THEN
              OPEN OUTPUT SACHJOURNAL
              CLOSE SACHJOURNAL
              OPEN I-O SACHJOURNAL
           END-IF
           IF WS-SACHJOURNAL-STATUS NOT = "00" THEN
              MOVE "SACHJOURNAL.DAT nicht verfuegbar."
                 TO SACHBUCH-REPORT-SATZ
              WRITE SACHBUCH-REPORT-SATZ
              CLOSE BUCHUNGSREGELN
              CLOSE SACHKONTEN
              CLOSE SACHBUCH-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-EINLAGENKONTO TO SACHKONTO-NR
           READ SACHKONTEN
              INVALID KEY
                 MOVE SPACES TO SACHBUCH-REPORT-SATZ
                 STRING "Kundeneinlagenkonto " DELIMITED BY SIZE
                        WS-EINLAGENKONTO DELIMITED BY SIZE
                        " fehlt im Sachkontenplan." DELIMITED BY SIZE
                   INTO SACHBUCH-REPORT-SATZ
                 END-STRING
                 WRITE SACHBUCH-REPORT-SATZ
                 CLOSE SACHJOURNAL
                 CLOSE BUCHUNGSREGELN
                 CLOSE SACHKONTEN
                 CLOSE SACHBUCH-REPORT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ

           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              MOVE "Keine Umsaetze vorhanden, nichts zu tun."
                 TO SACHBUCH-REPORT-SATZ
              WRITE SACHBUCH-REPORT-SATZ
              MOVE "J" TO WS-TRANS-EOF
           END-IF
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-DATUM = WS-LAUFDATUM
                       AND TRANS-BETRAG NOT = 0
                       PERFORM GEGENBUCHE-UMSATZ
                    END-IF
              END-READ
           END-PERFORM
           IF WS-TRANSAKTIONEN-STATUS NOT = "35"
              CLOSE TRANSAKTIONEN
           END-IF

           CLOSE SACHJOURNAL
           CLOSE BUCHUNGSREGELN
           CLOSE SACHKONTEN

           MOVE WS-GEBUCHT TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO SACHBUCH-REPORT-SATZ
           STRING "Gegengebuchte Umsaetze:  " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO SACHBUCH-REPORT-SATZ
           END-STRING
           WRITE SACHBUCH-REPORT-SATZ
           MOVE WS-UEBERSPRUNGEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO SACHBUCH-REPORT-SATZ
           STRING "Bereits gebucht:         " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO SACHBUCH-REPORT-SATZ
           END-STRING
           WRITE SACHBUCH-REPORT-SATZ
           MOVE WS-FEHLER TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO SACHBUCH-REPORT-SATZ
           STRING "Nicht buchbar:           " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO SACHBUCH-REPORT-SATZ
           END-STRING
           WRITE SACHBUCH-REPORT-SATZ
           MOVE WS-SOLL-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO SACHBUCH-REPORT-SATZ
           STRING "Summe Soll:     " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO SACHBUCH-REPORT-SATZ
           END-STRING
           WRITE SACHBUCH-REPORT-SATZ
           MOVE WS-HABEN-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO SACHBUCH-REPORT-SATZ
           STRING "Summe Haben:    " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO SACHBUCH-REPORT-SATZ
           END-STRING
           WRITE SACHBUCH-REPORT-SATZ
           CLOSE SACHBUCH-REPORT
           DISPLAY "Sachbuchlauf beendet. Gebucht: " WS-GEBUCHT
              " Fehler: " WS-FEHLER
           IF WS-FEHLER > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GEGENBUCHE-UMSATZ SECTION.
      *    Eine Kundenbuchung: Regel und Sachkonten pruefen, dann
      *    Soll- und Habenzeile schreiben und die Umsaetze im
      *    Sachkontenplan fortschreiben. Steht die Sollzeile schon
      *    im Journal, ist der Umsatz aus einem frueheren Lauf
      *    gebucht.
           MOVE TRANS-HERKUNFT TO BUCHREGEL-HERKUNFT
           READ BUCHUNGSREGELN
              INVALID KEY
                 MOVE "KEINE BUCHUNGSREGEL" TO WS-FEHLERTEXT
                 PERFORM MELDE-FEHLER
                 EXIT SECTION
           END-READ
           MOVE BUCHREGEL-SACHKONTO TO WS-GEGENKONTO
           MOVE WS-GEGENKONTO TO SACHKONTO-NR
           READ SACHKONTEN
              INVALID KEY
                 MOVE SPACES TO WS-FEHLERTEXT
                 STRING "SACHKONTO " DELIMITED BY SIZE
                        WS-GEGENKONTO DELIMITED BY SPACE
                        " FEHLT" DELIMITED BY SIZE
                   INTO WS-FEHLERTEXT
                 END-STRING
                 PERFORM MELDE-FEHLER
                 EXIT SECTION
           END-READ

           IF TRANS-BETRAG > 0
              MOVE WS-GEGENKONTO TO WS-SOLLKONTO
              MOVE WS-EINLAGENKONTO TO WS-HABENKONTO
              MOVE TRANS-BETRAG TO WS-BETRAG
           ELSE
              MOVE WS-EINLAGENKONTO TO WS-SOLLKONTO
              MOVE WS-GEGENKONTO TO WS-HABENKONTO
              COMPUTE WS-BETRAG = 0 - TRANS-BETRAG
           END-IF

           MOVE "S" TO WS-ZEILE-SEITE
           MOVE WS-SOLLKONTO TO WS-ZEILE-SACHKONTO
           PERFORM SCHREIBE-JOURNALZEILE
           IF WS-SACHJOURNAL-STATUS = "22"
              ADD 1 TO WS-UEBERSPRUNGEN
              EXIT SECTION
           END-IF
           MOVE "H" TO WS-ZEILE-SEITE
           MOVE WS-HABENKONTO TO WS-ZEILE-SACHKONTO
           PERFORM SCHREIBE-JOURNALZEILE

           MOVE WS-SOLLKONTO TO SACHKONTO-NR
           READ SACHKONTEN
           ADD WS-BETRAG TO SACHKONTO-SOLL
           REWRITE SACHKONTO-RECORD
           MOVE WS-HABENKONTO TO SACHKONTO-NR
           READ SACHKONTEN
           ADD WS-BETRAG TO SACHKONTO-HABEN
           REWRITE SACHKONTO-RECORD

           ADD 1 TO WS-GEBUCHT
           ADD WS-BETRAG TO WS-SOLL-SUMME
           ADD WS-BETRAG TO WS-HABEN-SUMME
           EXIT.

       SCHREIBE-JOURNALZEILE SECTION.
           MOVE SPACES TO SJ-RECORD
           MOVE TRANS-REF TO SJ-TRANS-REF
           MOVE WS-ZEILE-SEITE TO SJ-SEITE
           MOVE TRANS-DATUM TO SJ-DATUM
           MOVE WS-ZEILE-SACHKONTO TO SJ-SACHKONTO
           MOVE WS-BETRAG TO SJ-BETRAG
           MOVE TRANS-HERKUNFT TO SJ-HERKUNFT
           MOVE TRANS-KONTO-ID TO SJ-KONTO-ID
           WRITE SJ-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT.

       MELDE-FEHLER SECTION.
           ADD 1 TO WS-FEHLER
           MOVE TRANS-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO SACHBUCH-REPORT-SATZ
           STRING "FEHLER REF=" DELIMITED BY SIZE
                  TRANS-REF DELIMITED BY SIZE
                  " HERKUNFT=" DELIMITED BY SIZE
                  TRANS-HERKUNFT DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FEHLERTEXT DELIMITED BY SIZE
             INTO SACHBUCH-REPORT-SATZ
           END-STRING
           WRITE SACHBUCH-REPORT-SATZ
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
       END PROGRAM SACHBUCHLAUF.

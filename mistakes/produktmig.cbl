       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUKTMIG.
      *    Einmaliges Migrationsprogramm fuer das SMS-Freikontingent:
      *    liest die PRODUKTDATEI im alten Satzaufbau (ohne
      *    PRODUKT-SMS-FREI), schreibt den Bestand im neuen
      *    Satzaufbau (siehe PRODUKTREC.cpy) mit Freikontingent 0
      *    nach PRODUKTDATEI.NEU und schiebt die neue Datei nach
      *    fehlerfreiem Lauf an die Stelle der alten. Das
      *    Kontingent je Produkt wird danach in KONTOPFLEGE
      *    gepflegt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUKTDATEI-ALT ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PRODUKT-ALT-CODE
              FILE STATUS IS WS-ALT-STATUS.
           SELECT PRODUKTDATEI-NEU ASSIGN TO "PRODUKTDATEI.NEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-NEU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUKTDATEI-ALT.
      *    Alter Satzaufbau vor dem SMS-Freikontingent; bewusst hier
      *    fest beschrieben statt per COPY, damit die Migration auch
      *    nach der Umstellung von PRODUKTREC.cpy uebersetzbar
      *    bleibt. Der alte Satz ist der unveraenderte Anfang des
      *    neuen.
       01 PRODUKT-ALT-RECORD.
          05 PRODUKT-ALT-CODE         PIC X(02).
          05 FILLER                   PIC X(81).
       FD PRODUKTDATEI-NEU.
       COPY PRODUKTREC.

       WORKING-STORAGE SECTION.
       01 WS-ALT-STATUS PIC X(02).
       01 WS-NEU-STATUS PIC X(02).
       01 WS-ALT-EOF PIC X VALUE "N".
       01 WS-SATZ-ANZAHL PIC 9(06) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC Z(5)9.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "PRODUKTMIG".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
            OPEN INPUT PRODUKTDATEI-ALT
            IF WS-ALT-STATUS NOT = "00" THEN
               DISPLAY "PRODUKTDATEI nicht lesbar, Status: "
                  WS-ALT-STATUS
               STOP RUN
            END-IF
            OPEN OUTPUT PRODUKTDATEI-NEU
            IF WS-NEU-STATUS NOT = "00" THEN
               DISPLAY "PRODUKTDATEI.NEU nicht anlegbar, Status: "
                  WS-NEU-STATUS
               CLOSE PRODUKTDATEI-ALT
               STOP RUN
            END-IF

            PERFORM UNTIL WS-ALT-EOF = "J"
               READ PRODUKTDATEI-ALT NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     PERFORM KONVERTIERE-SATZ
               END-READ
            END-PERFORM

            CLOSE PRODUKTDATEI-ALT
            CLOSE PRODUKTDATEI-NEU
            CALL "SYSTEM" USING "mv PRODUKTDATEI.NEU PRODUKTDATEI"

            MOVE WS-SATZ-ANZAHL TO WS-ANZAHL-ANZEIGE
            DISPLAY "Produkte migriert: " WS-ANZAHL-ANZEIGE
            STRING "SMS-KONTINGENT-MIGRATION SAETZE=" DELIMITED BY SIZE
                   WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            STOP RUN.
       KONVERTIERE-SATZ SECTION.
            MOVE SPACES TO PRODUKT-RECORD
            MOVE PRODUKT-ALT-RECORD TO PRODUKT-RECORD(1:83)
      *    Das neue Feld ausdruecklich belegen; MOVE SPACES auf den
      *    Satz hinterlaesst sonst Leerzeichen im numerischen Feld.
            MOVE 0 TO PRODUKT-SMS-FREI
            WRITE PRODUKT-RECORD
            ADD 1 TO WS-SATZ-ANZAHL
            EXIT.
       END PROGRAM PRODUKTMIG.

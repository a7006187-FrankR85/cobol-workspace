       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANMIG.
      *    Einmaliges Migrationsprogramm fuer die IBAN-Umstellung:
      *    DAUERAUFTRAG.DAT, TERMINAUFTRAG.DAT, EMPFAENGERDATEI und
      *    SANKTIONSHALT erhalten je Satz das Feld fuer die IBAN
      *    nicht hausinterner Empfaenger (siehe DAUERREC.cpy,
      *    TERMINREC.cpy, EMPFREC.cpy und SANKTHALTREC.cpy). Die
      *    Saetze werden unveraendert in den neuen Satzaufbau
      *    uebernommen, die IBAN bleibt leer, und der Bestand wird
      *    jeweils nach <datei>.NEU geschrieben und nach
      *    fehlerfreiem Lauf an die Stelle der alten Datei
      *    geschoben. Die IBAN fremder Empfaenger laesst sich aus
      *    der alten zehnstelligen Nummer nicht bilden: Dauer-
      *    auftraege, offene Terminueberweisungen und Vorlagen an
      *    Empfaenger ohne Konto in der KONTODATEI werden deshalb
      *    aufgelistet, damit die Kunden sie mit IBAN neu erfassen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAUER-ALT ASSIGN TO "DAUERAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DAUER-ALT-ID
              FILE STATUS IS WS-ALT-STATUS.
           SELECT DAUER-NEU ASSIGN TO "DAUERAUFTRAG.DAT.NEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DAUER-ID
              FILE STATUS IS WS-NEU-STATUS.
           SELECT TERMIN-ALT ASSIGN TO "TERMINAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TERMIN-ALT-ID
              FILE STATUS IS WS-ALT-STATUS.
           SELECT TERMIN-NEU ASSIGN TO "TERMINAUFTRAG.DAT.NEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TERMIN-ID
              FILE STATUS IS WS-NEU-STATUS.
           SELECT EMPF-ALT ASSIGN TO "EMPFAENGERDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMPF-ALT-ID
              FILE STATUS IS WS-ALT-STATUS.
           SELECT EMPF-NEU ASSIGN TO "EMPFAENGERDATEI.NEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMPF-ID
              FILE STATUS IS WS-NEU-STATUS.
           SELECT HALT-ALT ASSIGN TO "SANKTIONSHALT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HALT-ALT-ID
              FILE STATUS IS WS-ALT-STATUS.
           SELECT HALT-NEU ASSIGN TO "SANKTIONSHALT.NEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HALT-ID
              FILE STATUS IS WS-NEU-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Alte Satzaufbauten vor der IBAN-Umstellung; bewusst hier
      *    fest beschrieben statt per COPY, damit die Migration auch
      *    nach der Umstellung der Copybooks uebersetzbar bleibt.
      *    Die neuen Felder liegen jeweils am Satzende, der alte
      *    Satz ist also der unveraenderte Anfang des neuen.
       FD DAUER-ALT.
       01 DAUER-ALT-RECORD.
          05 DAUER-ALT-ID             PIC X(13).
          05 DAUER-ALT-EMPFAENGER     PIC X(10).
          05 FILLER                   PIC X(56).
       FD DAUER-NEU.
       COPY DAUERREC.
       FD TERMIN-ALT.
       01 TERMIN-ALT-RECORD.
          05 TERMIN-ALT-ID            PIC X(13).
          05 TERMIN-ALT-EMPFAENGER    PIC X(10).
          05 FILLER                   PIC X(47).
          05 TERMIN-ALT-STATUS        PIC X(01).
       FD TERMIN-NEU.
       COPY TERMINREC.
       FD EMPF-ALT.
       01 EMPF-ALT-RECORD.
          05 EMPF-ALT-ID              PIC X(20).
          05 EMPF-ALT-EMPFAENGER      PIC X(10).
          05 FILLER                   PIC X(30).
       FD EMPF-NEU.
       COPY EMPFREC.
       FD HALT-ALT.
       01 HALT-ALT-RECORD.
          05 HALT-ALT-ID              PIC 9(06).
          05 FILLER                   PIC X(200).
          05 FILLER                   PIC X(20).
       FD HALT-NEU.
       COPY SANKTHALTREC.
       FD KONTODATEI.
       COPY KONTOREC.

       WORKING-STORAGE SECTION.
       01 WS-ALT-STATUS PIC X(02).
       01 WS-NEU-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-ALT-EOF PIC X VALUE "N".
       01 WS-FEHLER PIC X VALUE "N".
       01 WS-DATEI-NAME PIC X(20).
       01 WS-PRUEF-EMPFAENGER PIC X(10).
       01 WS-PRUEF-SCHLUESSEL PIC X(20).
       01 WS-SATZ-ANZAHL PIC 9(06) VALUE 0.
       01 WS-OHNE-IBAN-ANZAHL PIC 9(06) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC Z(5)9.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "IBANMIG".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
            OPEN INPUT KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               DISPLAY "KONTODATEI nicht lesbar, Status: "
                  WS-KONTODATEI-STATUS
               STOP RUN
            END-IF
            DISPLAY "Empfaenger ohne IBAN und ohne hausinternes "
               "Konto (mit IBAN neu erfassen lassen):"

            PERFORM MIGRIERE-DAUERAUFTRAEGE
            PERFORM MIGRIERE-TERMINAUFTRAEGE
            PERFORM MIGRIERE-VORLAGEN
            PERFORM MIGRIERE-SANKTIONSHALT
            CLOSE KONTODATEI

            MOVE WS-OHNE-IBAN-ANZAHL TO WS-ANZAHL-ANZEIGE
            DISPLAY "Auftraege/Vorlagen ohne IBAN: "
               WS-ANZAHL-ANZEIGE
            MOVE WS-SATZ-ANZAHL TO WS-ANZAHL-ANZEIGE
            DISPLAY "Saetze migriert: " WS-ANZAHL-ANZEIGE
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "IBAN-MIGRATION SAETZE=" DELIMITED BY SIZE
                   WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            IF WS-FEHLER = "J"
               MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       MIGRIERE-DAUERAUFTRAEGE SECTION.
            MOVE "DAUERAUFTRAG.DAT" TO WS-DATEI-NAME
            OPEN INPUT DAUER-ALT
            IF WS-ALT-STATUS NOT = "00" THEN
               DISPLAY "DAUERAUFTRAG.DAT nicht lesbar, Status: "
                  WS-ALT-STATUS " - uebergangen"
               EXIT SECTION
            END-IF
            OPEN OUTPUT DAUER-NEU
            IF WS-NEU-STATUS NOT = "00" THEN
               DISPLAY "DAUERAUFTRAG.DAT.NEU nicht anlegbar, "
                  "Status: " WS-NEU-STATUS
               CLOSE DAUER-ALT
               MOVE "J" TO WS-FEHLER
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-ALT-EOF
            PERFORM UNTIL WS-ALT-EOF = "J"
               READ DAUER-ALT NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     MOVE SPACES TO DAUER-RECORD
                     MOVE DAUER-ALT-RECORD TO DAUER-RECORD(1:79)
                     WRITE DAUER-RECORD
                     ADD 1 TO WS-SATZ-ANZAHL
                     MOVE DAUER-ALT-EMPFAENGER
                        TO WS-PRUEF-EMPFAENGER
                     MOVE DAUER-ALT-ID TO WS-PRUEF-SCHLUESSEL
                     PERFORM PRUEFE-EMPFAENGER-HAUSINTERN
               END-READ
            END-PERFORM
            CLOSE DAUER-ALT
            CLOSE DAUER-NEU
            CALL "SYSTEM" USING
               "mv DAUERAUFTRAG.DAT.NEU DAUERAUFTRAG.DAT"
            EXIT.
       MIGRIERE-TERMINAUFTRAEGE SECTION.
            MOVE "TERMINAUFTRAG.DAT" TO WS-DATEI-NAME
            OPEN INPUT TERMIN-ALT
            IF WS-ALT-STATUS NOT = "00" THEN
               DISPLAY "TERMINAUFTRAG.DAT nicht lesbar, Status: "
                  WS-ALT-STATUS " - uebergangen"
               EXIT SECTION
            END-IF
            OPEN OUTPUT TERMIN-NEU
            IF WS-NEU-STATUS NOT = "00" THEN
               DISPLAY "TERMINAUFTRAG.DAT.NEU nicht anlegbar, "
                  "Status: " WS-NEU-STATUS
               CLOSE TERMIN-ALT
               MOVE "J" TO WS-FEHLER
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-ALT-EOF
            PERFORM UNTIL WS-ALT-EOF = "J"
               READ TERMIN-ALT NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     MOVE SPACES TO TERMIN-RECORD
                     MOVE TERMIN-ALT-RECORD TO TERMIN-RECORD(1:71)
                     WRITE TERMIN-RECORD
                     ADD 1 TO WS-SATZ-ANZAHL
      *    Nur offene Auftraege melden; erledigte und uebergangene
      *    bleiben als Historie stehen.
                     IF TERMIN-ALT-STATUS = "O"
                        MOVE TERMIN-ALT-EMPFAENGER
                           TO WS-PRUEF-EMPFAENGER
                        MOVE TERMIN-ALT-ID TO WS-PRUEF-SCHLUESSEL
                        PERFORM PRUEFE-EMPFAENGER-HAUSINTERN
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TERMIN-ALT
            CLOSE TERMIN-NEU
            CALL "SYSTEM" USING
               "mv TERMINAUFTRAG.DAT.NEU TERMINAUFTRAG.DAT"
            EXIT.
       MIGRIERE-VORLAGEN SECTION.
            MOVE "EMPFAENGERDATEI" TO WS-DATEI-NAME
            OPEN INPUT EMPF-ALT
            IF WS-ALT-STATUS NOT = "00" THEN
               DISPLAY "EMPFAENGERDATEI nicht lesbar, Status: "
                  WS-ALT-STATUS " - uebergangen"
               EXIT SECTION
            END-IF
            OPEN OUTPUT EMPF-NEU
            IF WS-NEU-STATUS NOT = "00" THEN
               DISPLAY "EMPFAENGERDATEI.NEU nicht anlegbar, "
                  "Status: " WS-NEU-STATUS
               CLOSE EMPF-ALT
               MOVE "J" TO WS-FEHLER
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-ALT-EOF
            PERFORM UNTIL WS-ALT-EOF = "J"
               READ EMPF-ALT NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     MOVE SPACES TO EMPF-RECORD
                     MOVE EMPF-ALT-RECORD TO EMPF-RECORD(1:60)
                     WRITE EMPF-RECORD
                     ADD 1 TO WS-SATZ-ANZAHL
                     MOVE EMPF-ALT-EMPFAENGER
                        TO WS-PRUEF-EMPFAENGER
                     MOVE EMPF-ALT-ID TO WS-PRUEF-SCHLUESSEL
                     PERFORM PRUEFE-EMPFAENGER-HAUSINTERN
               END-READ
            END-PERFORM
            CLOSE EMPF-ALT
            CLOSE EMPF-NEU
            CALL "SYSTEM" USING
               "mv EMPFAENGERDATEI.NEU EMPFAENGERDATEI"
            EXIT.
       MIGRIERE-SANKTIONSHALT SECTION.
            OPEN INPUT HALT-ALT
            IF WS-ALT-STATUS NOT = "00" THEN
               DISPLAY "SANKTIONSHALT nicht lesbar, Status: "
                  WS-ALT-STATUS " - uebergangen"
               EXIT SECTION
            END-IF
            OPEN OUTPUT HALT-NEU
            IF WS-NEU-STATUS NOT = "00" THEN
               DISPLAY "SANKTIONSHALT.NEU nicht anlegbar, "
                  "Status: " WS-NEU-STATUS
               CLOSE HALT-ALT
               MOVE "J" TO WS-FEHLER
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-ALT-EOF
            PERFORM UNTIL WS-ALT-EOF = "J"
               READ HALT-ALT NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     MOVE SPACES TO HALT-RECORD
                     MOVE HALT-ALT-RECORD(1:206)
                        TO HALT-RECORD(1:206)
                     WRITE HALT-RECORD
                     ADD 1 TO WS-SATZ-ANZAHL
               END-READ
            END-PERFORM
            CLOSE HALT-ALT
            CLOSE HALT-NEU
            CALL "SYSTEM" USING "mv SANKTIONSHALT.NEU SANKTIONSHALT"
            EXIT.
       PRUEFE-EMPFAENGER-HAUSINTERN SECTION.
      *    Meldet einen Empfaenger, der kein Konto in der
      *    KONTODATEI fuehrt: fuer ihn fehlt nach der Umstellung
      *    die IBAN, die das Partnerinstitut verlangt.
            MOVE WS-PRUEF-EMPFAENGER TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  ADD 1 TO WS-OHNE-IBAN-ANZAHL
                  DISPLAY "  " WS-DATEI-NAME " " WS-PRUEF-SCHLUESSEL
                     " AN " WS-PRUEF-EMPFAENGER
            END-READ
            EXIT.
       END PROGRAM IBANMIG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALMIG.
      *    Einmaliges Migrationsprogramm fuer die Filialzuordnung:
      *    liest KUNDENSTAMM und OPERATORDATEI im alten Satzaufbau
      *    (ohne Filialangabe), schreibt beide im neuen Satzaufbau
      *    (siehe KUNDENREC.cpy und OPERATORREC.cpy) nach
      *    <DATEI>.NEU und schiebt die neuen Dateien nach
      *    fehlerfreiem Lauf an die Stelle der alten. Bestehende
      *    Kunden erhalten die beim Aufruf angegebene Standard-
      *    filiale (Kommandozeile, muss im Filialstamm stehen);
      *    bestehende Operatoren bleiben ohne Filiale (Zentrale).
      *    Danach bekommt jedes Konto in KONTO-FILIALE die
      *    Heimatfiliale seines Kunden; der Kontosatz behaelt seine
      *    Laenge (die Filiale belegt die bisherige Reserve) und
      *    wird an Ort und Stelle zurueckgeschrieben. Erst danach
      *    werden die neuen Stammdateien umbenannt. Abweichende
      *    Heimatfilialen werden danach in KUNDENPFLEGE gepflegt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.
           SELECT KUNDENSTAMM-ALT ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS KUNDEN-ALT-ID
              FILE STATUS IS WS-ALT-STATUS.
           SELECT KUNDENSTAMM-NEU ASSIGN TO "KUNDENSTAMM.NEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-NEU-STATUS.
           SELECT OPERATORDATEI-ALT ASSIGN TO "OPERATORDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OPERATOR-ALT-ID
              FILE STATUS IS WS-ALT-STATUS.
           SELECT OPERATORDATEI-NEU ASSIGN TO "OPERATORDATEI.NEU"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OPERATOR-ID
              FILE STATUS IS WS-NEU-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILIALDATEI.
       COPY FILIALEREC.
       FD KUNDENSTAMM-ALT.
      *    Alte Satzaufbauten vor der Filialzuordnung; bewusst hier
      *    fest beschrieben statt per COPY, damit die Migration auch
      *    nach der Umstellung der Copybooks uebersetzbar bleibt.
      *    Der alte Satz ist jeweils der unveraenderte Anfang des
      *    neuen.
       01 KUNDEN-ALT-RECORD.
          05 KUNDEN-ALT-ID            PIC X(10).
          05 FILLER                   PIC X(110).
       FD KUNDENSTAMM-NEU.
       COPY KUNDENREC.
       FD OPERATORDATEI-ALT.
       01 OPERATOR-ALT-RECORD.
          05 OPERATOR-ALT-ID          PIC X(10).
          05 FILLER                   PIC X(41).
       FD OPERATORDATEI-NEU.
       COPY OPERATORREC.
       FD KONTODATEI.
       COPY KONTOREC.

       WORKING-STORAGE SECTION.
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-ALT-STATUS PIC X(02).
       01 WS-NEU-STATUS PIC X(02).
       01 WS-KONTO-STATUS PIC X(02).
       01 WS-ALT-EOF PIC X VALUE "N".
       01 WS-STANDARD-FILIALE PIC X(02).
       01 WS-KUNDEN-ANZAHL PIC 9(06) VALUE 0.
       01 WS-OPERATOR-ANZAHL PIC 9(06) VALUE 0.
       01 WS-KONTO-ANZAHL PIC 9(06) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC Z(5)9.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "FILIALMIG".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
            ACCEPT WS-STANDARD-FILIALE FROM COMMAND-LINE
            IF WS-STANDARD-FILIALE = SPACES THEN
               DISPLAY "Standardfiliale fuer den Kundenbestand "
                  "fehlt (Aufruf: FILIALMIG <Filiale>)."
               STOP RUN
            END-IF
            OPEN INPUT FILIALDATEI
            IF WS-FILIAL-STATUS NOT = "00" THEN
               DISPLAY "FILIALDATEI nicht lesbar, Status: "
                  WS-FILIAL-STATUS
               STOP RUN
            END-IF
            MOVE WS-STANDARD-FILIALE TO FILIALE-NR
            READ FILIALDATEI
               INVALID KEY
                  DISPLAY "Filiale " WS-STANDARD-FILIALE
                     " steht nicht im Filialstamm."
                  CLOSE FILIALDATEI
                  STOP RUN
            END-READ
            CLOSE FILIALDATEI

            PERFORM MIGRIERE-KUNDENSTAMM
            PERFORM MIGRIERE-OPERATOREN
            PERFORM ORDNE-KONTEN-ZU
            CALL "SYSTEM" USING "mv KUNDENSTAMM.NEU KUNDENSTAMM"
            CALL "SYSTEM" USING "mv OPERATORDATEI.NEU OPERATORDATEI"

            MOVE WS-KUNDEN-ANZAHL TO WS-ANZAHL-ANZEIGE
            DISPLAY "Kunden migriert:    " WS-ANZAHL-ANZEIGE
            MOVE WS-OPERATOR-ANZAHL TO WS-ANZAHL-ANZEIGE
            DISPLAY "Operatoren migriert:" WS-ANZAHL-ANZEIGE
            MOVE WS-KONTO-ANZAHL TO WS-ANZAHL-ANZEIGE
            DISPLAY "Konten zugeordnet:  " WS-ANZAHL-ANZEIGE
            STRING "FILIAL-MIGRATION STANDARD=" DELIMITED BY SIZE
                   WS-STANDARD-FILIALE DELIMITED BY SIZE
                   " KONTEN=" DELIMITED BY SIZE
                   WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            STOP RUN.
       MIGRIERE-KUNDENSTAMM SECTION.
            OPEN INPUT KUNDENSTAMM-ALT
            IF WS-ALT-STATUS NOT = "00" THEN
               DISPLAY "KUNDENSTAMM nicht lesbar, Status: "
                  WS-ALT-STATUS
               STOP RUN
            END-IF
            OPEN OUTPUT KUNDENSTAMM-NEU
            IF WS-NEU-STATUS NOT = "00" THEN
               DISPLAY "KUNDENSTAMM.NEU nicht anlegbar, Status: "
                  WS-NEU-STATUS
               CLOSE KUNDENSTAMM-ALT
               STOP RUN
            END-IF
            MOVE "N" TO WS-ALT-EOF
            PERFORM UNTIL WS-ALT-EOF = "J"
               READ KUNDENSTAMM-ALT NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     MOVE SPACES TO KUNDEN-RECORD
                     MOVE KUNDEN-ALT-RECORD TO KUNDEN-RECORD(1:120)
                     MOVE WS-STANDARD-FILIALE TO KUNDEN-FILIALE
                     WRITE KUNDEN-RECORD
                     ADD 1 TO WS-KUNDEN-ANZAHL
               END-READ
            END-PERFORM
            CLOSE KUNDENSTAMM-ALT
            CLOSE KUNDENSTAMM-NEU
            EXIT.
       MIGRIERE-OPERATOREN SECTION.
            OPEN INPUT OPERATORDATEI-ALT
            IF WS-ALT-STATUS NOT = "00" THEN
               DISPLAY "OPERATORDATEI nicht lesbar, Status: "
                  WS-ALT-STATUS
               STOP RUN
            END-IF
            OPEN OUTPUT OPERATORDATEI-NEU
            IF WS-NEU-STATUS NOT = "00" THEN
               DISPLAY "OPERATORDATEI.NEU nicht anlegbar, Status: "
                  WS-NEU-STATUS
               CLOSE OPERATORDATEI-ALT
               STOP RUN
            END-IF
            MOVE "N" TO WS-ALT-EOF
            PERFORM UNTIL WS-ALT-EOF = "J"
               READ OPERATORDATEI-ALT NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     MOVE SPACES TO OPERATOR-RECORD
                     MOVE OPERATOR-ALT-RECORD TO OPERATOR-RECORD(1:51)
                     MOVE SPACES TO OPERATOR-FILIALE
                     WRITE OPERATOR-RECORD
                     ADD 1 TO WS-OPERATOR-ANZAHL
               END-READ
            END-PERFORM
            CLOSE OPERATORDATEI-ALT
            CLOSE OPERATORDATEI-NEU
            EXIT.
       ORDNE-KONTEN-ZU SECTION.
      *    Liest den umgestellten Kundenstamm (noch unter
      *    KUNDENSTAMM.NEU); Konten ohne
      *    (gefundenen) Kunden erhalten die Standardfiliale.
            OPEN INPUT KUNDENSTAMM-NEU
            OPEN I-O KONTODATEI
            IF WS-KONTO-STATUS NOT = "00" THEN
               DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                  WS-KONTO-STATUS
               STOP RUN
            END-IF
            MOVE "N" TO WS-ALT-EOF
            PERFORM UNTIL WS-ALT-EOF = "J"
               READ KONTODATEI NEXT RECORD
                  AT END MOVE "J" TO WS-ALT-EOF
                  NOT AT END
                     MOVE WS-STANDARD-FILIALE TO KONTO-FILIALE
                     MOVE KONTO-KUNDEN-ID TO KUNDEN-ID
                     READ KUNDENSTAMM-NEU
                        NOT INVALID KEY
                           MOVE KUNDEN-FILIALE TO KONTO-FILIALE
                     END-READ
                     REWRITE KONTO-RECORD
                     ADD 1 TO WS-KONTO-ANZAHL
               END-READ
            END-PERFORM
            CLOSE KONTODATEI
            CLOSE KUNDENSTAMM-NEU
            EXIT.
       END PROGRAM FILIALMIG.

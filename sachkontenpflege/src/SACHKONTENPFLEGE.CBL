       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACHKONTENPFLEGE.
      *    Pflege des Sachkontenplans (siehe SACHKONTOREC.cpy) und
      *    der Buchungsregeln (siehe BUCHREGELREC.cpy), nach denen
      *    SACHBUCHLAUF die Kundenbuchungen des Tages gegenbucht.
      *    Anzeigen darf jeder Operator; Sachkonten anlegen oder
      *    aendern und Buchungsregeln setzen nur ein Supervisor
      *    (Rolle "S"). Der Eroeffnungsvortrag wird nur bei der
      *    Anlage eines Sachkontos erfasst - danach schreiben ihn
      *    nur noch SACHBUCHLAUF (Umsaetze) und MONATSABSCHLUSS
      *    (Vortrag) fort. Eine Buchungsregel darf nur auf ein
      *    vorhandenes Sachkonto zeigen. Der Zugang laeuft wie bei
      *    allen Pflegeprogrammen ueber OPSIGNON, jede Aenderung
      *    mit Operator-Kennung ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD SACHKONTEN.
       COPY SACHKONTOREC.
       FD BUCHUNGSREGELN.
       COPY BUCHREGELREC.

       WORKING-STORAGE SECTION.
       01 WS-SACHKONTEN-STATUS PIC X(02).
       01 WS-BUCHREGEL-STATUS PIC X(02).
       01 WS-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-NR-EINGABE PIC X(06).
       01 WS-BEZEICHNUNG-EINGABE PIC X(30).
       01 WS-ART-EINGABE PIC X.
       01 WS-VORTRAG-EINGABE PIC S9(11)V99.
       01 WS-HERKUNFT-EINGABE PIC X.
       01 WS-NEU PIC X.
       01 WS-SALDO PIC S9(11)V99.
       01 WS-ANZAHL PIC 9(05).
       01 WS-BETRAG-ANZEIGE PIC -(11)9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "SACHKONTENPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O SACHKONTEN
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-SACHKONTEN-STATUS = "35" THEN
              OPEN OUTPUT SACHKONTEN
              CLOSE SACHKONTEN
              OPEN I-O SACHKONTEN
           END-IF
           IF WS-SACHKONTEN-STATUS NOT = "00" THEN
              DISPLAY "SACHKONTEN.DAT nicht verfuegbar, Status: "
                 WS-SACHKONTEN-STATUS
              STOP RUN
           END-IF
           OPEN I-O BUCHUNGSREGELN
           IF WS-BUCHREGEL-STATUS = "35" THEN
              OPEN OUTPUT BUCHUNGSREGELN
              CLOSE BUCHUNGSREGELN
              OPEN I-O BUCHUNGSREGELN
           END-IF
           IF WS-BUCHREGEL-STATUS NOT = "00" THEN
              DISPLAY "BUCHUNGSREGELN.DAT nicht verfuegbar, Status: "
                 WS-BUCHREGEL-STATUS
              CLOSE SACHKONTEN
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Sachkonten ---"
              DISPLAY "1 = Sachkontenplan anzeigen"
              DISPLAY "2 = Sachkonto anlegen/aendern"
              DISPLAY "3 = Buchungsregeln anzeigen"
              DISPLAY "4 = Buchungsregel setzen"
              DISPLAY "5 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-SACHKONTEN
                 WHEN "2"
                    PERFORM PFLEGE-SACHKONTO
                 WHEN "3"
                    PERFORM ZEIGE-BUCHUNGSREGELN
                 WHEN "4"
                    PERFORM SETZE-BUCHUNGSREGEL
                 WHEN "5"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE BUCHUNGSREGELN
           CLOSE SACHKONTEN
           STOP RUN.

       ZEIGE-SACHKONTEN SECTION.
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO SACHKONTO-NR
           START SACHKONTEN KEY IS NOT LESS THAN SACHKONTO-NR
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ SACHKONTEN NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ANZAHL
                    COMPUTE WS-SALDO = SACHKONTO-VORTRAG
                       + SACHKONTO-SOLL - SACHKONTO-HABEN
                    MOVE WS-SALDO TO WS-BETRAG-ANZEIGE
                    DISPLAY "  " SACHKONTO-NR " "
                       SACHKONTO-BEZEICHNUNG " " SACHKONTO-ART
                       " Saldo " WS-BETRAG-ANZEIGE
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "Sachkontenplan ist leer."
           END-IF
           EXIT.

       PFLEGE-SACHKONTO SECTION.
           IF WS-ANGEMELDET-ROLLE NOT = "S"
              DISPLAY "Nur ein Supervisor darf Sachkonten pflegen."
              EXIT SECTION
           END-IF
           DISPLAY "Sachkontonummer:"
           ACCEPT WS-NR-EINGABE
           IF WS-NR-EINGABE = SPACES
              DISPLAY "Sachkontonummer darf nicht leer sein."
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-NEU
           MOVE WS-NR-EINGABE TO SACHKONTO-NR
           READ SACHKONTEN
              INVALID KEY
                 MOVE "J" TO WS-NEU
                 MOVE SPACES TO SACHKONTO-RECORD
                 MOVE WS-NR-EINGABE TO SACHKONTO-NR
                 MOVE 0 TO SACHKONTO-VORTRAG
                 MOVE 0 TO SACHKONTO-SOLL
                 MOVE 0 TO SACHKONTO-HABEN
              NOT INVALID KEY
                 DISPLAY "Bisher: " SACHKONTO-BEZEICHNUNG " Art "
                    SACHKONTO-ART
           END-READ

           DISPLAY "Bezeichnung:"
           ACCEPT WS-BEZEICHNUNG-EINGABE
           IF WS-BEZEICHNUNG-EINGABE = SPACES
              DISPLAY "Bezeichnung darf nicht leer sein."
              EXIT SECTION
           END-IF
           DISPLAY "Art (A=Aktiv, P=Passiv, E=Ertrag, K=Aufwand):"
           ACCEPT WS-ART-EINGABE
           IF WS-ART-EINGABE NOT = "A" AND WS-ART-EINGABE NOT = "P"
              AND WS-ART-EINGABE NOT = "E"
              AND WS-ART-EINGABE NOT = "K"
              DISPLAY "Ungueltige Kontoart."
              EXIT SECTION
           END-IF
           MOVE WS-BEZEICHNUNG-EINGABE TO SACHKONTO-BEZEICHNUNG
           MOVE WS-ART-EINGABE TO SACHKONTO-ART

           IF WS-NEU = "J"
              DISPLAY "Eroeffnungsvortrag (Soll positiv, Haben "
                 "negativ, z.B. -000000100000 fuer 1000,00 Haben):"
              ACCEPT WS-VORTRAG-EINGABE
              IF WS-VORTRAG-EINGABE IS NOT NUMERIC
                 DISPLAY "Ungueltiger Vortrag."
                 EXIT SECTION
              END-IF
              MOVE WS-VORTRAG-EINGABE TO SACHKONTO-VORTRAG
              WRITE SACHKONTO-RECORD
                 INVALID KEY
                    DISPLAY "Sachkonto konnte nicht angelegt werden."
                    EXIT SECTION
              END-WRITE
           ELSE
              REWRITE SACHKONTO-RECORD
                 INVALID KEY
                    DISPLAY "Sachkonto konnte nicht geaendert werden."
                    EXIT SECTION
              END-REWRITE
           END-IF

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           IF WS-NEU = "J"
              STRING "SACHKONTO ANGELEGT NR=" DELIMITED BY SIZE
                     SACHKONTO-NR DELIMITED BY SPACE
                     " ART=" DELIMITED BY SIZE
                     SACHKONTO-ART DELIMITED BY SIZE
                     " OP=" DELIMITED BY SIZE
                     WS-ANGEMELDET-ID DELIMITED BY SPACE
                INTO WS-AUDITLOG-EREIGNIS
              END-STRING
           ELSE
              STRING "SACHKONTO GEAENDERT NR=" DELIMITED BY SIZE
                     SACHKONTO-NR DELIMITED BY SPACE
                     " ART=" DELIMITED BY SIZE
                     SACHKONTO-ART DELIMITED BY SIZE
                     " OP=" DELIMITED BY SIZE
                     WS-ANGEMELDET-ID DELIMITED BY SPACE
                INTO WS-AUDITLOG-EREIGNIS
              END-STRING
           END-IF
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Sachkonto gespeichert."
           EXIT.

       ZEIGE-BUCHUNGSREGELN SECTION.
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO BUCHREGEL-HERKUNFT
           START BUCHUNGSREGELN
              KEY IS NOT LESS THAN BUCHREGEL-HERKUNFT
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ BUCHUNGSREGELN NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ANZAHL
                    DISPLAY "  Herkunft " BUCHREGEL-HERKUNFT
                       " -> " BUCHREGEL-SACHKONTO " "
                       BUCHREGEL-BEZEICHNUNG
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "Keine Buchungsregeln vorhanden."
           END-IF
           EXIT.

       SETZE-BUCHUNGSREGEL SECTION.
           IF WS-ANGEMELDET-ROLLE NOT = "S"
              DISPLAY "Nur ein Supervisor darf Buchungsregeln setzen."
              EXIT SECTION
           END-IF
           DISPLAY "Buchungsherkunft (TRANS-HERKUNFT, ein Zeichen):"
           ACCEPT WS-HERKUNFT-EINGABE
           IF WS-HERKUNFT-EINGABE = SPACE
              DISPLAY "Herkunft darf nicht leer sein."
              EXIT SECTION
           END-IF
           DISPLAY "Gegen-Sachkonto:"
           ACCEPT WS-NR-EINGABE
           MOVE WS-NR-EINGABE TO SACHKONTO-NR
           READ SACHKONTEN
              INVALID KEY
                 DISPLAY "Sachkonto nicht im Sachkontenplan."
                 EXIT SECTION
           END-READ
           DISPLAY "Bezeichnung der Regel:"
           ACCEPT WS-BEZEICHNUNG-EINGABE

           MOVE "N" TO WS-NEU
           MOVE WS-HERKUNFT-EINGABE TO BUCHREGEL-HERKUNFT
           READ BUCHUNGSREGELN
              INVALID KEY
                 MOVE "J" TO WS-NEU
           END-READ
           MOVE WS-HERKUNFT-EINGABE TO BUCHREGEL-HERKUNFT
           MOVE WS-NR-EINGABE TO BUCHREGEL-SACHKONTO
           MOVE WS-BEZEICHNUNG-EINGABE TO BUCHREGEL-BEZEICHNUNG
           IF WS-NEU = "J"
              WRITE BUCHREGEL-RECORD
                 INVALID KEY
                    DISPLAY "Regel konnte nicht angelegt werden."
                    EXIT SECTION
              END-WRITE
           ELSE
              REWRITE BUCHREGEL-RECORD
                 INVALID KEY
                    DISPLAY "Regel konnte nicht geaendert werden."
                    EXIT SECTION
              END-REWRITE
           END-IF

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "BUCHUNGSREGEL HERKUNFT=" DELIMITED BY SIZE
                  BUCHREGEL-HERKUNFT DELIMITED BY SIZE
                  " SACHKONTO=" DELIMITED BY SIZE
                  BUCHREGEL-SACHKONTO DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Buchungsregel gespeichert."
           EXIT.
       END PROGRAM SACHKONTENPFLEGE.

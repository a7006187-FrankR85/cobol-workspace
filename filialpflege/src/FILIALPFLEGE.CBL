       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALPFLEGE.
      *    Pflege des Filialstamms (siehe FILIALEREC.cpy), auf den
      *    die Heimatfiliale der Kunden (KUNDENPFLEGE), der Konten
      *    (KONTOPFLEGE) und der Operatoren (OPERATORPFLEGE) zeigt
      *    und nach dem die Berichte ihre Filialaufteilung drucken.
      *    Anzeigen darf jeder Operator; Filialen anlegen oder
      *    aendern nur ein Supervisor (Rolle "S"). Geloescht wird
      *    eine Filiale nicht, damit keine Zuordnung ins Leere
      *    zeigt. Der Zugang laeuft wie bei allen Pflegeprogrammen
      *    ueber OPSIGNON, jede Aenderung mit Operator-Kennung
      *    ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILIALDATEI.
       COPY FILIALEREC.

       WORKING-STORAGE SECTION.
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-NR-EINGABE PIC X(02).
       01 WS-NAME-EINGABE PIC X(30).
       01 WS-ORT-EINGABE PIC X(30).
       01 WS-LEITUNG-EINGABE PIC X(30).
       01 WS-NEU PIC X.
       01 WS-ANZAHL PIC 9(05).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "FILIALPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O FILIALDATEI
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-FILIAL-STATUS = "35" THEN
              OPEN OUTPUT FILIALDATEI
              CLOSE FILIALDATEI
              OPEN I-O FILIALDATEI
           END-IF
           IF WS-FILIAL-STATUS NOT = "00" THEN
              DISPLAY "FILIALDATEI nicht verfuegbar, Status: "
                 WS-FILIAL-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Filialen ---"
              DISPLAY "1 = Filialen anzeigen"
              DISPLAY "2 = Filiale anlegen/aendern"
              DISPLAY "3 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-FILIALEN
                 WHEN "2"
                    PERFORM PFLEGE-FILIALE
                 WHEN "3"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE FILIALDATEI
           STOP RUN.

       ZEIGE-FILIALEN SECTION.
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO FILIALE-NR
           START FILIALDATEI KEY IS NOT LESS THAN FILIALE-NR
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ FILIALDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ANZAHL
                    DISPLAY "  " FILIALE-NR " " FILIALE-NAME " "
                       FILIALE-ORT
                    DISPLAY "     Leitung: " FILIALE-LEITUNG
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "Filialstamm ist leer."
           END-IF
           EXIT.

       PFLEGE-FILIALE SECTION.
           IF WS-ANGEMELDET-ROLLE NOT = "S"
              DISPLAY "Nur ein Supervisor darf Filialen pflegen."
              EXIT SECTION
           END-IF
           DISPLAY "Filialnummer (2 Zeichen):"
           ACCEPT WS-NR-EINGABE
           IF WS-NR-EINGABE = SPACES
              DISPLAY "Filialnummer darf nicht leer sein."
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-NEU
           MOVE WS-NR-EINGABE TO FILIALE-NR
           READ FILIALDATEI
              INVALID KEY
                 MOVE "J" TO WS-NEU
              NOT INVALID KEY
                 DISPLAY "Bisher: " FILIALE-NAME " " FILIALE-ORT
           END-READ

           DISPLAY "Name der Filiale:"
           ACCEPT WS-NAME-EINGABE
           IF WS-NAME-EINGABE = SPACES
              DISPLAY "Name darf nicht leer sein."
              EXIT SECTION
           END-IF
           DISPLAY "Ort:"
           ACCEPT WS-ORT-EINGABE
           DISPLAY "Filialleitung:"
           ACCEPT WS-LEITUNG-EINGABE

           MOVE SPACES TO FILIALE-RECORD
           MOVE WS-NR-EINGABE TO FILIALE-NR
           MOVE WS-NAME-EINGABE TO FILIALE-NAME
           MOVE WS-ORT-EINGABE TO FILIALE-ORT
           MOVE WS-LEITUNG-EINGABE TO FILIALE-LEITUNG
           IF WS-NEU = "J"
              WRITE FILIALE-RECORD
                 INVALID KEY
                    DISPLAY "Filiale konnte nicht angelegt werden."
                    EXIT SECTION
              END-WRITE
           ELSE
              REWRITE FILIALE-RECORD
                 INVALID KEY
                    DISPLAY "Filiale konnte nicht geaendert werden."
                    EXIT SECTION
              END-REWRITE
           END-IF

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           IF WS-NEU = "J"
              STRING "FILIALE ANGELEGT NR=" DELIMITED BY SIZE
                     FILIALE-NR DELIMITED BY SIZE
                     " OP=" DELIMITED BY SIZE
                     WS-ANGEMELDET-ID DELIMITED BY SPACE
                INTO WS-AUDITLOG-EREIGNIS
              END-STRING
           ELSE
              STRING "FILIALE GEAENDERT NR=" DELIMITED BY SIZE
                     FILIALE-NR DELIMITED BY SIZE
                     " OP=" DELIMITED BY SIZE
                     WS-ANGEMELDET-ID DELIMITED BY SPACE
                INTO WS-AUDITLOG-EREIGNIS
              END-STRING
           END-IF
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Filiale gespeichert."
           EXIT.
       END PROGRAM FILIALPFLEGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLFALLPFLEGE.
      *    Bearbeitung der Geldwaesche-Verdachtsfaelle, die der
      *    naechtliche AMLLAUF in AMLFAELLE anlegt (siehe
      *    AMLFALLREC.cpy): offene Faelle sichten, einen Fall mit
      *    den Kundenumsaetzen seines Pruefzeitraums anzeigen und
      *    ihn entscheiden - schliessen (kein Verdacht) oder an
      *    die Behoerden melden, beides mit Begruendung. Der
      *    Zugang laeuft ueber OPSIGNON und ist der Compliance-
      *    Rolle ("C") vorbehalten; jede Entscheidung laeuft mit
      *    Operator-Kennung ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLFAELLE ASSIGN TO "AMLFAELLE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AMLFALL-ID
              ALTERNATE RECORD KEY IS AMLFALL-KONTO-MUSTER
                 WITH DUPLICATES
              FILE STATUS IS WS-AMLFALL-STATUS.
           SELECT TRANSAKTIONEN ASSIGN TO "TRANSAKTIONEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRANS-REF
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AMLFAELLE.
       COPY AMLFALLREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.

       WORKING-STORAGE SECTION.
       01 WS-AMLFALL-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-FALL-EOF PIC X.
       01 WS-TRANS-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-ID-EINGABE PIC X(06).
       01 WS-ENTSCHEIDUNG PIC X.
       01 WS-BEGRUENDUNG PIC X(50).
       01 WS-ANZAHL PIC 9(05).
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "AMLFALLPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF
           IF WS-ANGEMELDET-ROLLE NOT = "C" THEN
              DISPLAY "Nur die Compliance darf Geldwaesche-Faelle "
                 "bearbeiten."
              STOP RUN
           END-IF

           OPEN I-O AMLFAELLE
           IF WS-AMLFALL-STATUS NOT = "00" THEN
              DISPLAY "Keine Falldatei vorhanden, Status: "
                 WS-AMLFALL-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Geldwaesche-Faelle ---"
              DISPLAY "1 = Offene Faelle anzeigen"
              DISPLAY "2 = Fall anzeigen"
              DISPLAY "3 = Fall entscheiden"
              DISPLAY "4 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-OFFENE-FAELLE
                 WHEN "2"
                    PERFORM ZEIGE-FALL
                 WHEN "3"
                    PERFORM ENTSCHEIDE-FALL
                 WHEN "4"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE AMLFAELLE
           STOP RUN.

       ZEIGE-OFFENE-FAELLE SECTION.
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-FALL-EOF
           MOVE 0 TO AMLFALL-ID
           START AMLFAELLE KEY IS >= AMLFALL-ID
              INVALID KEY MOVE "J" TO WS-FALL-EOF
           END-START
           DISPLAY "Offene Faelle:"
           PERFORM UNTIL WS-FALL-EOF = "J"
              READ AMLFAELLE NEXT RECORD
                 AT END MOVE "J" TO WS-FALL-EOF
                 NOT AT END
                    IF AMLFALL-STATUS = "O" THEN
                       ADD 1 TO WS-ANZAHL
                       MOVE AMLFALL-BETRAG TO WS-BETRAG-ANZEIGE
                       DISPLAY "  Nr " AMLFALL-ID
                          " " AMLFALL-MUSTER
                          " Konto " AMLFALL-KONTO-ID
                          " erkannt " AMLFALL-ERKANNT-AM
                          " Summe " WS-BETRAG-ANZEIGE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "  keine"
           END-IF
           EXIT.

       ZEIGE-FALL SECTION.
           PERFORM LIES-FALL
           IF WS-AMLFALL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE AMLFALL-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "Fall " AMLFALL-ID " Muster " AMLFALL-MUSTER
              " Konto " AMLFALL-KONTO-ID
           DISPLAY "  " AMLFALL-BESCHREIBUNG
           DISPLAY "  Zeitraum " AMLFALL-VON " bis "
              AMLFALL-ERKANNT-AM ", " AMLFALL-ANZAHL
              " Umsaetze, Summe " WS-BETRAG-ANZEIGE
           DISPLAY "  Status " AMLFALL-STATUS
           IF AMLFALL-STATUS NOT = "O"
              DISPLAY "  entschieden von " AMLFALL-BEARBEITER
                 " am " AMLFALL-ENTSCHIEDEN-AM
              DISPLAY "  Begruendung: " AMLFALL-BEGRUENDUNG
           END-IF

           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "Umsaetze im Pruefzeitraum:"
           MOVE "N" TO WS-TRANS-EOF
           MOVE AMLFALL-KONTO-ID TO TRANS-KONTO-ID
           MOVE AMLFALL-VON TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = AMLFALL-KONTO-ID
                       OR TRANS-DATUM > AMLFALL-ERKANNT-AM
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       MOVE TRANS-BETRAG TO WS-BETRAG-ANZEIGE
                       DISPLAY "  " TRANS-DATUM " " TRANS-HERKUNFT
                          " " WS-BETRAG-ANZEIGE " " TRANS-TEXT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSAKTIONEN
           EXIT.

       ENTSCHEIDE-FALL SECTION.
           PERFORM LIES-FALL
           IF WS-AMLFALL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF AMLFALL-STATUS NOT = "O" THEN
              DISPLAY "Fall ist bereits entschieden."
              EXIT SECTION
           END-IF
           MOVE AMLFALL-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "Fall " AMLFALL-ID " " AMLFALL-MUSTER
              " Konto " AMLFALL-KONTO-ID " Summe "
              WS-BETRAG-ANZEIGE
           DISPLAY "G = schliessen (kein Verdacht), "
              "M = an die Behoerden melden:"
           ACCEPT WS-ENTSCHEIDUNG
           IF WS-ENTSCHEIDUNG NOT = "G"
              AND WS-ENTSCHEIDUNG NOT = "M"
              DISPLAY "Keine Entscheidung getroffen."
              EXIT SECTION
           END-IF
           DISPLAY "Begruendung:"
           MOVE SPACES TO WS-BEGRUENDUNG
           ACCEPT WS-BEGRUENDUNG
           IF WS-BEGRUENDUNG = SPACES
              DISPLAY "Ohne Begruendung keine Entscheidung."
              EXIT SECTION
           END-IF

           MOVE WS-ENTSCHEIDUNG TO AMLFALL-STATUS
           MOVE WS-ANGEMELDET-ID TO AMLFALL-BEARBEITER
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO AMLFALL-ENTSCHIEDEN-AM
           MOVE WS-BEGRUENDUNG TO AMLFALL-BEGRUENDUNG
           REWRITE AMLFALL-RECORD
           DISPLAY "Fall " AMLFALL-ID " entschieden: "
              AMLFALL-STATUS
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "AMLFALL " DELIMITED BY SIZE
                  AMLFALL-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMLFALL-STATUS DELIMITED BY SIZE
                  " KONTO=" DELIMITED BY SIZE
                  AMLFALL-KONTO-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       LIES-FALL SECTION.
           DISPLAY "Fallnummer:"
           MOVE SPACES TO WS-ID-EINGABE
           ACCEPT WS-ID-EINGABE
           IF FUNCTION TRIM(WS-ID-EINGABE) IS NOT NUMERIC
              DISPLAY "Ungueltige Nummer."
              MOVE "23" TO WS-AMLFALL-STATUS
              EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(WS-ID-EINGABE) TO AMLFALL-ID
           READ AMLFAELLE
              INVALID KEY
                 DISPLAY "Fall nicht gefunden."
           END-READ
           EXIT.
       END PROGRAM AMLFALLPFLEGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPERRBETRAGPFLEGE.
      *    Pflege der Betragssperren (siehe SPERRBETRAGREC.cpy):
      *    Sperren eines Kontos anzeigen, eine neue Sperre erfassen
      *    (Pfaendung, strittiger Betrag, sonstige) und die
      *    Aufhebung einer aktiven Sperre beantragen. Beides wird
      *    nur in der Freigabedatei vorgemerkt (Freigabeart "P"
      *    fuer das Erfassen, "E" fuer das Aufheben, siehe
      *    FREIGABEREC.cpy) und erst wirksam, wenn ein zweiter
      *    Operator es in FREIGABEPFLEGE freigibt; bis dahin
      *    steht die neue Sperre auf "B" (wirkt noch nicht) bzw.
      *    die aufzuhebende auf "E" (wirkt weiter). Der Zugang
      *    laeuft wie bei allen Pflegeprogrammen ueber OPSIGNON,
      *    jede Aenderung mit Operator-Kennung ueber das
      *    AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPERRBETRAG ASSIGN TO "SPERRBETRAG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SPERRBETRAG-ID
              FILE STATUS IS WS-SPERRBETRAG-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT FREIGABE ASSIGN TO "FREIGABE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FREIGABE-ID
              FILE STATUS IS WS-FREIGABE-STATUS.
           SELECT FREIGABESEQUENZ ASSIGN TO "freigabe-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREIGABESEQUENZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPERRBETRAG.
       COPY SPERRBETRAGREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD FREIGABE.
       COPY FREIGABEREC.
       FD FREIGABESEQUENZ.
       01 FREIGABESEQUENZ-SATZ.
          05 FREIGABESEQUENZ-WERT PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-SPERRBETRAG-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-FREIGABE-STATUS PIC X(02).
       01 WS-FREIGABESEQUENZ-STATUS PIC X(02).
       01 WS-FREIGABE-SEQUENZ PIC 9(06).
       01 WS-SPERR-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-KONTO-EINGABE PIC X(10).
       01 WS-NR-EINGABE PIC X(04).
       01 WS-BETRAG-EINGABE PIC 9(9)V99.
       01 WS-GRUND-EINGABE PIC X(02).
       01 WS-REFERENZ-EINGABE PIC X(20).
       01 WS-ABLAUF-EINGABE PIC X(08).
       01 WS-BESTAETIGUNG PIC X.
       01 WS-AKT-DATUM PIC 9(08).
       01 WS-LFD-NR PIC 9(04).
       01 WS-ANZAHL PIC 9(03).
       01 WS-AKTIV-SUMME PIC 9(11)V99.
       01 WS-STATUS-TEXT PIC X(20).
       01 WS-BETRAG-ANZEIGE PIC -(11)9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "SPERRBETRAGPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O SPERRBETRAG
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-SPERRBETRAG-STATUS = "35" THEN
              OPEN OUTPUT SPERRBETRAG
              CLOSE SPERRBETRAG
              OPEN I-O SPERRBETRAG
           END-IF
           IF WS-SPERRBETRAG-STATUS NOT = "00" THEN
              DISPLAY "SPERRBETRAG nicht verfuegbar, Status: "
                 WS-SPERRBETRAG-STATUS
              STOP RUN
           END-IF
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE SPERRBETRAG
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Betragssperren ---"
              DISPLAY "1 = Sperren eines Kontos anzeigen"
              DISPLAY "2 = Sperre erfassen (zur Freigabe)"
              DISPLAY "3 = Aufhebung beantragen (zur Freigabe)"
              DISPLAY "4 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-SPERREN
                 WHEN "2"
                    PERFORM ERFASSE-SPERRE
                 WHEN "3"
                    PERFORM BEANTRAGE-AUFHEBUNG
                 WHEN "4"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE SPERRBETRAG
           STOP RUN.

       ZEIGE-SPERREN SECTION.
           DISPLAY "Konto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           MOVE 0 TO WS-ANZAHL
           MOVE 0 TO WS-AKTIV-SUMME
           MOVE "N" TO WS-SPERR-EOF
           MOVE WS-KONTO-EINGABE TO SPERRBETRAG-KONTO-ID
           MOVE 0 TO SPERRBETRAG-LFD-NR
           START SPERRBETRAG KEY IS NOT LESS THAN SPERRBETRAG-ID
              INVALID KEY MOVE "J" TO WS-SPERR-EOF
           END-START
           PERFORM UNTIL WS-SPERR-EOF = "J"
              READ SPERRBETRAG NEXT RECORD
                 AT END MOVE "J" TO WS-SPERR-EOF
                 NOT AT END
                    IF SPERRBETRAG-KONTO-ID NOT = WS-KONTO-EINGABE
                       MOVE "J" TO WS-SPERR-EOF
                    ELSE
                       ADD 1 TO WS-ANZAHL
                       PERFORM ZEIGE-EINE-SPERRE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "Keine Betragssperren fuer dieses Konto."
              EXIT SECTION
           END-IF
           MOVE WS-AKTIV-SUMME TO WS-BETRAG-ANZEIGE
           DISPLAY "Summe wirksamer Sperren: " WS-BETRAG-ANZEIGE
           EXIT.

       ZEIGE-EINE-SPERRE SECTION.
           EVALUATE SPERRBETRAG-STATUS
              WHEN "B"
                 MOVE "beantragt" TO WS-STATUS-TEXT
              WHEN "A"
                 MOVE "aktiv" TO WS-STATUS-TEXT
              WHEN "E"
                 MOVE "Aufhebung beantragt" TO WS-STATUS-TEXT
              WHEN "F"
                 MOVE "aufgehoben" TO WS-STATUS-TEXT
              WHEN "X"
                 MOVE "abgelehnt" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE SPERRBETRAG-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           IF (SPERRBETRAG-STATUS = "A" OR SPERRBETRAG-STATUS = "E")
              AND SPERRBETRAG-ABLAUF < WS-AKT-DATUM
              MOVE "abgelaufen" TO WS-STATUS-TEXT
           END-IF
           IF (SPERRBETRAG-STATUS = "A" OR SPERRBETRAG-STATUS = "E")
              AND SPERRBETRAG-ABLAUF >= WS-AKT-DATUM
              ADD SPERRBETRAG-BETRAG TO WS-AKTIV-SUMME
           END-IF
           MOVE SPERRBETRAG-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "  Nr " SPERRBETRAG-LFD-NR
              " " SPERRBETRAG-GRUND
              " " WS-BETRAG-ANZEIGE
              " Ref " SPERRBETRAG-REFERENZ
              " bis " SPERRBETRAG-ABLAUF
              " " WS-STATUS-TEXT
           EXIT.

       ERFASSE-SPERRE SECTION.
           DISPLAY "Konto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 EXIT SECTION
           END-READ
           DISPLAY "Gesperrter Betrag:"
           ACCEPT WS-BETRAG-EINGABE
           IF WS-BETRAG-EINGABE NOT > 0
              DISPLAY "Der Betrag muss groesser als 0 sein."
              EXIT SECTION
           END-IF
           DISPLAY "Grund (PF = Pfaendung, ST = strittiger Betrag, "
              "SO = sonstige):"
           ACCEPT WS-GRUND-EINGABE
           IF WS-GRUND-EINGABE NOT = "PF"
              AND WS-GRUND-EINGABE NOT = "ST"
              AND WS-GRUND-EINGABE NOT = "SO"
              DISPLAY "Ungueltiger Grund."
              EXIT SECTION
           END-IF
           DISPLAY "Referenz (Aktenzeichen, Vorgang):"
           MOVE SPACES TO WS-REFERENZ-EINGABE
           ACCEPT WS-REFERENZ-EINGABE
           IF WS-REFERENZ-EINGABE = SPACES
              DISPLAY "Eine Referenz ist erforderlich."
              EXIT SECTION
           END-IF
           DISPLAY "Ablaufdatum JJJJMMTT (leer = unbefristet):"
           MOVE SPACES TO WS-ABLAUF-EINGABE
           ACCEPT WS-ABLAUF-EINGABE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           IF WS-ABLAUF-EINGABE = SPACES
              MOVE "99999999" TO WS-ABLAUF-EINGABE
           END-IF
           IF WS-ABLAUF-EINGABE IS NOT NUMERIC
              DISPLAY "Ungueltiges Ablaufdatum."
              EXIT SECTION
           END-IF
           IF WS-ABLAUF-EINGABE < WS-AKT-DATUM
              DISPLAY "Das Ablaufdatum liegt in der Vergangenheit."
              EXIT SECTION
           END-IF

           PERFORM ERMITTLE-LFD-NR
           MOVE SPACES TO SPERRBETRAG-RECORD
           MOVE WS-KONTO-EINGABE TO SPERRBETRAG-KONTO-ID
           MOVE WS-LFD-NR TO SPERRBETRAG-LFD-NR
           MOVE WS-BETRAG-EINGABE TO SPERRBETRAG-BETRAG
           MOVE WS-GRUND-EINGABE TO SPERRBETRAG-GRUND
           MOVE WS-REFERENZ-EINGABE TO SPERRBETRAG-REFERENZ
           MOVE WS-ANGEMELDET-ID TO SPERRBETRAG-ERFASST-DURCH
           MOVE WS-AKT-DATUM TO SPERRBETRAG-ERFASST-AM
           MOVE WS-ABLAUF-EINGABE TO SPERRBETRAG-ABLAUF
           MOVE "B" TO SPERRBETRAG-STATUS
           MOVE 0 TO SPERRBETRAG-AUFGEHOBEN-AM
           WRITE SPERRBETRAG-RECORD
              INVALID KEY
                 DISPLAY "Sperre konnte nicht angelegt werden."
                 EXIT SECTION
           END-WRITE

           MOVE "P" TO FREIGABE-ART
           PERFORM SCHREIBE-FREIGABE
           DISPLAY "Sperre Nr " WS-LFD-NR
              " zur Freigabe vorgemerkt, Freigabe-Nr "
              WS-FREIGABE-SEQUENZ
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "SPERRE ERFASST " DELIMITED BY SIZE
                  WS-KONTO-EINGABE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-LFD-NR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRUND-EINGABE DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       BEANTRAGE-AUFHEBUNG SECTION.
           DISPLAY "Konto:"
           ACCEPT WS-KONTO-EINGABE
           DISPLAY "Sperrnummer:"
           MOVE SPACES TO WS-NR-EINGABE
           ACCEPT WS-NR-EINGABE
           IF FUNCTION TRIM(WS-NR-EINGABE) IS NOT NUMERIC
              DISPLAY "Ungueltige Nummer."
              EXIT SECTION
           END-IF
           MOVE WS-KONTO-EINGABE TO SPERRBETRAG-KONTO-ID
           MOVE FUNCTION TRIM(WS-NR-EINGABE) TO SPERRBETRAG-LFD-NR
           READ SPERRBETRAG
              INVALID KEY
                 DISPLAY "Sperre nicht gefunden."
                 EXIT SECTION
           END-READ
           IF SPERRBETRAG-STATUS NOT = "A"
              DISPLAY "Nur aktive Sperren koennen aufgehoben "
                 "werden."
              EXIT SECTION
           END-IF
           MOVE SPERRBETRAG-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "Sperre " SPERRBETRAG-GRUND " "
              WS-BETRAG-ANZEIGE " Ref " SPERRBETRAG-REFERENZ
           DISPLAY "Aufhebung zur Freigabe vormerken? (J/N)"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J" AND WS-BESTAETIGUNG NOT = "j"
              DISPLAY "Abgebrochen."
              EXIT SECTION
           END-IF
           MOVE "E" TO SPERRBETRAG-STATUS
           REWRITE SPERRBETRAG-RECORD
           MOVE SPERRBETRAG-LFD-NR TO WS-LFD-NR
           MOVE SPERRBETRAG-BETRAG TO WS-BETRAG-EINGABE
           MOVE SPERRBETRAG-GRUND TO WS-GRUND-EINGABE
           MOVE SPERRBETRAG-REFERENZ TO WS-REFERENZ-EINGABE

           MOVE "E" TO FREIGABE-ART
           PERFORM SCHREIBE-FREIGABE
           DISPLAY "Aufhebung zur Freigabe vorgemerkt, Nr "
              WS-FREIGABE-SEQUENZ
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "SPERRE AUFHEBUNG " DELIMITED BY SIZE
                  WS-KONTO-EINGABE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-LFD-NR DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       ERMITTLE-LFD-NR SECTION.
      *    Naechste laufende Nummer innerhalb des Kontos.
           MOVE 0 TO WS-LFD-NR
           MOVE "N" TO WS-SPERR-EOF
           MOVE WS-KONTO-EINGABE TO SPERRBETRAG-KONTO-ID
           MOVE 0 TO SPERRBETRAG-LFD-NR
           START SPERRBETRAG KEY IS NOT LESS THAN SPERRBETRAG-ID
              INVALID KEY MOVE "J" TO WS-SPERR-EOF
           END-START
           PERFORM UNTIL WS-SPERR-EOF = "J"
              READ SPERRBETRAG NEXT RECORD
                 AT END MOVE "J" TO WS-SPERR-EOF
                 NOT AT END
                    IF SPERRBETRAG-KONTO-ID NOT = WS-KONTO-EINGABE
                       MOVE "J" TO WS-SPERR-EOF
                    ELSE
                       MOVE SPERRBETRAG-LFD-NR TO WS-LFD-NR
                    END-IF
              END-READ
           END-PERFORM
           ADD 1 TO WS-LFD-NR
           EXIT.

       SCHREIBE-FREIGABE SECTION.
      *    Freigabesatz der Art FREIGABE-ART (vom Aufrufer gesetzt)
      *    fuer die Sperre WS-KONTO-EINGABE/WS-LFD-NR; der
      *    Schluessel der Sperre steht in FREIGABE-TRANS-ID.
           OPEN I-O FREIGABE
           IF WS-FREIGABE-STATUS = "35" THEN
              OPEN OUTPUT FREIGABE
              CLOSE FREIGABE
              OPEN I-O FREIGABE
           END-IF
           IF WS-FREIGABE-STATUS NOT = "00" THEN
              DISPLAY "Freigabedatei nicht verfuegbar, Status: "
                 WS-FREIGABE-STATUS
              EXIT SECTION
           END-IF
           PERFORM ERMITTLE-FREIGABE-ID
           MOVE WS-FREIGABE-SEQUENZ TO FREIGABE-ID
           MOVE WS-KONTO-EINGABE TO FREIGABE-KONTO-ID
           MOVE SPACES TO FREIGABE-TRANS-ID
           MOVE WS-KONTO-EINGABE TO FREIGABE-TRANS-ID(1:10)
           MOVE WS-LFD-NR TO FREIGABE-TRANS-ID(11:4)
           MOVE WS-BETRAG-EINGABE TO FREIGABE-BETRAG
           MOVE SPACES TO FREIGABE-TEXT
           IF FREIGABE-ART = "P"
              STRING "SPERRE " DELIMITED BY SIZE
                     WS-GRUND-EINGABE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-REFERENZ-EINGABE DELIMITED BY SIZE
                INTO FREIGABE-TEXT
              END-STRING
           ELSE
              STRING "AUFHEBUNG " DELIMITED BY SIZE
                     WS-GRUND-EINGABE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-REFERENZ-EINGABE DELIMITED BY SIZE
                INTO FREIGABE-TEXT
              END-STRING
           END-IF
           MOVE WS-ANGEMELDET-ID TO FREIGABE-ERFASSER
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO FREIGABE-ERFASST-AM
           MOVE "O" TO FREIGABE-STATUS
           MOVE SPACES TO FREIGABE-ENTSCHEIDER
           MOVE 0 TO FREIGABE-ENTSCHIEDEN-AM
           WRITE FREIGABE-RECORD
           CLOSE FREIGABE
           EXIT.

       ERMITTLE-FREIGABE-ID SECTION.
      *    Naechste laufende Freigabenummer aus
      *    freigabe-sequenz.dat, gefuehrt wie trans-sequenz.dat.
           MOVE 0 TO WS-FREIGABE-SEQUENZ
           OPEN INPUT FREIGABESEQUENZ
           IF WS-FREIGABESEQUENZ-STATUS = "00" THEN
              READ FREIGABESEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE FREIGABESEQUENZ-WERT
                       TO WS-FREIGABE-SEQUENZ
              END-READ
              CLOSE FREIGABESEQUENZ
           END-IF
           ADD 1 TO WS-FREIGABE-SEQUENZ
           MOVE WS-FREIGABE-SEQUENZ TO FREIGABESEQUENZ-WERT
           OPEN OUTPUT FREIGABESEQUENZ
           WRITE FREIGABESEQUENZ-SATZ
           CLOSE FREIGABESEQUENZ
           EXIT.
       END PROGRAM SPERRBETRAGPFLEGE.

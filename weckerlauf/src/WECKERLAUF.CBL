       IDENTIFICATION DIVISION.
       PROGRAM-ID. WECKERLAUF.
      *    Kontowecker-Lauf unter BATCHLAUF, eingeplant hinter
      *    CLEARINGLAUF, DAUERLAUF und TERMINLAUF: wertet je Konto
      *    mit Weckerregeln (KONTOWECKER, siehe WECKERREC.cpy)
      *    die Buchungen des Laufdatums aus TRANSAKTIONEN.DAT
      *    (Alternativschluessel Konto plus Buchungsdatum) und den
      *    Saldo nach allen Tagesbuchungen aus und stellt je
      *    Treffer eine Nachricht mit Status "N" in TANAUSGANG.DAT,
      *    die SMSGATEWAY an die in GERAETEDATEI registrierte
      *    Rufnummer ausliefert:
      *      - Saldo-Wecker: Saldo unter der Kundengrenze (einmal
      *        je Unterschreitung),
      *      - Eingangs-Wecker: Zahlungseingang aus dem Clearing
      *        (TRANS-HERKUNFT "E", Betrag positiv),
      *      - Buchungs-Wecker: jede Buchung, deren Betrag die
      *        Kundengrenze erreicht (ein Clearing-Eingang, der
      *        schon als Eingang gemeldet wird, nicht doppelt).
      *    Konten ohne registriertes Geraet werden im Bericht
      *    weckerlauf-report.txt gezaehlt, aber nicht gemeldet.
      *    Das Laufdatum kommt wie bei addierenZu2020 als erstes
      *    Kommandozeilenargument (JJJJMMTT); ohne Argument gilt
      *    das Tagesdatum. Ein Wiederholungslauf fuer dasselbe
      *    Laufdatum meldet keine Buchung doppelt
      *    (WECKER-LETZTER-LAUF).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOWECKER ASSIGN TO "KONTOWECKER"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WECKER-KONTO-ID
              FILE STATUS IS WS-WECKER-STATUS.
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
           SELECT GERAETEDATEI ASSIGN TO "GERAETEDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GERAETE-KONTO-ID
              FILE STATUS IS WS-GERAETE-STATUS.
           SELECT TANAUSGANG ASSIGN TO "TANAUSGANG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TANAUSGANG-STATUS.
           SELECT WECKER-REPORT ASSIGN TO "weckerlauf-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOWECKER.
       COPY WECKERREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD GERAETEDATEI.
       COPY GERAETEREC.
       FD TANAUSGANG.
       COPY TANAUSGANGREC.
       FD WECKER-REPORT.
       01 WECKER-REPORT-SATZ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-WECKER-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-GERAETE-STATUS PIC X(02).
       01 WS-TANAUSGANG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-WECKER-EOF PIC X VALUE "N".
       01 WS-TRANS-EOF PIC X.
       01 WS-TRANS-VORHANDEN PIC X VALUE "N".
       01 WS-GERAETE-VORHANDEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

      *    Rufnummer des gerade bearbeiteten Kontos; leer, wenn
      *    kein Geraet registriert ist.
       01 WS-RUFNUMMER PIC X(15).
       01 WS-MELDUNG-ART PIC X(08).
       01 WS-MELDUNG-TEXT PIC X(50).
       01 WS-BUCHUNG-BETRAG PIC 9(7)V99.
       01 WS-EINGANG-GEMELDET PIC X.

       01 WS-REGEL-ANZAHL PIC 9(05) VALUE 0.
       01 WS-MELDUNG-ANZAHL PIC 9(05) VALUE 0.
       01 WS-OHNE-GERAET-ANZAHL PIC 9(05) VALUE 0.
       01 WS-OHNE-KONTO-ANZAHL PIC 9(05) VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           OPEN OUTPUT WECKER-REPORT
           MOVE SPACES TO WECKER-REPORT-SATZ
           STRING "Kontowecker Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO WECKER-REPORT-SATZ
           END-STRING
           WRITE WECKER-REPORT-SATZ
           MOVE "========================================"
              TO WECKER-REPORT-SATZ
           WRITE WECKER-REPORT-SATZ

      *    Ohne Regeldatei hat noch kein Kunde einen Wecker
      *    gesetzt - das ist kein Fehler.
           OPEN I-O KONTOWECKER
           IF WS-WECKER-STATUS NOT = "00" THEN
              MOVE "Keine Kontowecker eingerichtet."
                 TO WECKER-REPORT-SATZ
              WRITE WECKER-REPORT-SATZ
              CLOSE WECKER-REPORT
              DISPLAY "Kontowecker: keine Regeln vorhanden."
              STOP RUN
           END-IF
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht lesbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE KONTOWECKER
              CLOSE WECKER-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND TANAUSGANG
           IF WS-TANAUSGANG-STATUS NOT = "00"
              OPEN OUTPUT TANAUSGANG
           END-IF
           IF WS-TANAUSGANG-STATUS NOT = "00" THEN
              DISPLAY "TANAUSGANG.DAT nicht beschreibbar, Status: "
                 WS-TANAUSGANG-STATUS
              CLOSE KONTODATEI
              CLOSE KONTOWECKER
              CLOSE WECKER-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "00" THEN
              MOVE "J" TO WS-TRANS-VORHANDEN
           END-IF
           OPEN INPUT GERAETEDATEI
           IF WS-GERAETE-STATUS = "00" THEN
              MOVE "J" TO WS-GERAETE-VORHANDEN
           END-IF

           PERFORM UNTIL WS-WECKER-EOF = "J"
              READ KONTOWECKER NEXT RECORD
                 AT END MOVE "J" TO WS-WECKER-EOF
                 NOT AT END
                    ADD 1 TO WS-REGEL-ANZAHL
                    PERFORM PRUEFE-WECKER
              END-READ
           END-PERFORM

           IF WS-GERAETE-VORHANDEN = "J"
              CLOSE GERAETEDATEI
           END-IF
           IF WS-TRANS-VORHANDEN = "J"
              CLOSE TRANSAKTIONEN
           END-IF
           CLOSE TANAUSGANG
           CLOSE KONTODATEI
           CLOSE KONTOWECKER

           MOVE SPACES TO WECKER-REPORT-SATZ
           WRITE WECKER-REPORT-SATZ
           MOVE WS-REGEL-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO WECKER-REPORT-SATZ
           STRING "Konten mit Weckern:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO WECKER-REPORT-SATZ
           END-STRING
           WRITE WECKER-REPORT-SATZ
           MOVE WS-MELDUNG-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO WECKER-REPORT-SATZ
           STRING "Nachrichten eingestellt:   " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO WECKER-REPORT-SATZ
           END-STRING
           WRITE WECKER-REPORT-SATZ
           MOVE WS-OHNE-GERAET-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO WECKER-REPORT-SATZ
           STRING "Treffer ohne Geraet:       " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO WECKER-REPORT-SATZ
           END-STRING
           WRITE WECKER-REPORT-SATZ
           MOVE WS-OHNE-KONTO-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO WECKER-REPORT-SATZ
           STRING "Wecker ohne Konto:         " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO WECKER-REPORT-SATZ
           END-STRING
           WRITE WECKER-REPORT-SATZ
           CLOSE WECKER-REPORT
           DISPLAY "Kontowecker beendet, Nachrichten: "
              WS-MELDUNG-ANZAHL
           STOP RUN.

       PRUEFE-WECKER SECTION.
      *    Ein Regelsatz: Konto lesen (aufgeloeste Konten werden
      *    nur gezaehlt), Rufnummer holen, Buchungen und Saldo
      *    pruefen und den fortgeschriebenen Regelsatz
      *    zurueckschreiben.
           MOVE WECKER-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 ADD 1 TO WS-OHNE-KONTO-ANZAHL
                 EXIT SECTION
           END-READ
           MOVE SPACES TO WS-RUFNUMMER
           IF WS-GERAETE-VORHANDEN = "J"
              MOVE WECKER-KONTO-ID TO GERAETE-KONTO-ID
              READ GERAETEDATEI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE GERAETE-RUFNUMMER TO WS-RUFNUMMER
              END-READ
           END-IF

           IF (WECKER-BUCHUNG-AKTIV = "J"
              OR WECKER-EINGANG-AKTIV = "J")
              AND WECKER-LETZTER-LAUF < WS-LAUFDATUM
              AND WS-TRANS-VORHANDEN = "J"
              PERFORM PRUEFE-TAGESBUCHUNGEN
           END-IF
           IF WECKER-LETZTER-LAUF < WS-LAUFDATUM
              MOVE WS-LAUFDATUM TO WECKER-LETZTER-LAUF
           END-IF

           IF WECKER-SALDO-AKTIV = "J"
              IF KONTO-SALDO < WECKER-SALDO-GRENZE
                 IF WECKER-SALDO-GEMELDET NOT = "J"
                    MOVE "SALDO" TO WS-MELDUNG-ART
                    MOVE KONTO-SALDO TO WS-BETRAG-ANZEIGE
                    PERFORM STELLE-NACHRICHT
                    MOVE "J" TO WECKER-SALDO-GEMELDET
                 END-IF
              ELSE
                 MOVE "N" TO WECKER-SALDO-GEMELDET
              END-IF
           END-IF
           REWRITE WECKER-RECORD
           EXIT.

       PRUEFE-TAGESBUCHUNGEN SECTION.
      *    Buchungen des Kontos mit Buchungsdatum gleich
      *    Laufdatum.
           MOVE "N" TO WS-TRANS-EOF
           MOVE WECKER-KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS NOT LESS THAN
              TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = WECKER-KONTO-ID
                       OR TRANS-DATUM NOT = WS-LAUFDATUM
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       PERFORM PRUEFE-BUCHUNG
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       PRUEFE-BUCHUNG SECTION.
           MOVE "N" TO WS-EINGANG-GEMELDET
           MOVE TRANS-BETRAG TO WS-BETRAG-ANZEIGE
           IF WECKER-EINGANG-AKTIV = "J"
              AND TRANS-HERKUNFT = "E"
              AND TRANS-BETRAG > 0
              MOVE "EINGANG" TO WS-MELDUNG-ART
              PERFORM STELLE-NACHRICHT
              MOVE "J" TO WS-EINGANG-GEMELDET
           END-IF
           IF WECKER-BUCHUNG-AKTIV = "J"
              AND WS-EINGANG-GEMELDET = "N"
              MOVE FUNCTION ABS(TRANS-BETRAG) TO WS-BUCHUNG-BETRAG
              IF WS-BUCHUNG-BETRAG >= WECKER-BUCHUNG-BETRAG
                 MOVE "BUCHUNG" TO WS-MELDUNG-ART
                 PERFORM STELLE-NACHRICHT
              END-IF
           END-IF
           EXIT.

       STELLE-NACHRICHT SECTION.
      *    Nachricht aus Art und Betrag (WS-BETRAG-ANZEIGE) in die
      *    TAN-Ausgangsdatei stellen und im Bericht auffuehren.
           MOVE SPACES TO WS-MELDUNG-TEXT
           STRING "KONTOWECKER " DELIMITED BY SIZE
                  WECKER-KONTO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MELDUNG-ART DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO WS-MELDUNG-TEXT
           END-STRING
           MOVE SPACES TO WECKER-REPORT-SATZ
           IF WS-RUFNUMMER = SPACES
              ADD 1 TO WS-OHNE-GERAET-ANZAHL
              STRING WS-MELDUNG-TEXT DELIMITED BY SIZE
                     "  (kein Geraet)" DELIMITED BY SIZE
                INTO WECKER-REPORT-SATZ
              END-STRING
              WRITE WECKER-REPORT-SATZ
              EXIT SECTION
           END-IF
           MOVE SPACES TO TANAUSGANG-SATZ
           MOVE WS-RUFNUMMER TO TANAUSGANG-RUFNUMMER
           MOVE WS-MELDUNG-TEXT TO TANAUSGANG-TEXT
           MOVE WS-LAUFDATUM TO TANAUSGANG-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TANAUSGANG-ZEITSTEMPEL(9:6)
           MOVE "N" TO TANAUSGANG-STATUS
           MOVE WECKER-KONTO-ID TO TANAUSGANG-KONTO-ID
           MOVE "A" TO TANAUSGANG-ART
           WRITE TANAUSGANG-SATZ
           ADD 1 TO WS-MELDUNG-ANZAHL
           STRING WS-MELDUNG-TEXT DELIMITED BY SIZE
                  "  an " DELIMITED BY SIZE
                  WS-RUFNUMMER DELIMITED BY SIZE
             INTO WECKER-REPORT-SATZ
           END-STRING
           WRITE WECKER-REPORT-SATZ
           EXIT.
       END PROGRAM WECKERLAUF.

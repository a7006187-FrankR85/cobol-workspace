      *    als Nachricht ueber die TAN-Ausgangsdatei (siehe
      *    TANAUSGANGREC.cpy, Versand durch SMSGATEWAY) an die
      *    Rufnummer des Bereitschaftsdiensts aus bereitschaft.dat.
      *    Aus der Laufzeitprognose batchlauf-prognose.dat (siehe
      *    BATCHPROGNOSEREC.cpy) kommt eine WARNUNG, wenn das
      *    prognostizierte oder tatsaechliche Ende der Nacht hinter
      *    dem Ende des Batchfensters liegt.
      *    Aus der CPD-Altersliste cpdlauf-report.txt (siehe
      *    CPDLAUF) kommt eine KRITISCH-Meldung je ABWEICHUNG
      *    zwischen CPD-Kontosaldo und offenen Posten und eine
      *    WARNUNG je UEBERFAELLIG-Posten.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TANAUSGANG ASSIGN TO "TANAUSGANG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TANAUSGANG-STATUS.
           SELECT BATCHPROGNOSE ASSIGN TO "batchlauf-prognose.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROGNOSE-STATUS.
           SELECT ALARM-REPORT ASSIGN TO "alertmonitor-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
          05 BEREITSCHAFT-RUFNUMMER PIC X(15).
       FD TANAUSGANG.
       COPY TANAUSGANGREC.
       FD BATCHPROGNOSE.
       COPY BATCHPROGNOSEREC.
       FD ALARM-REPORT.
       01 ALARM-REPORT-SATZ PIC X(120).

       01 WS-BEREITSCHAFT-STATUS PIC X(02).
       01 WS-TANAUSGANG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-PROGNOSE-STATUS PIC X(02).
       01 WS-JETZT PIC 9(14).
       01 WS-QUELLE-EOF PIC X.
       01 WS-QUELLE-NAME PIC X(30).

           PERFORM PRUEFE-KPITREND
           MOVE "kettenpruef-report.txt" TO WS-QUELLE-NAME
           PERFORM PRUEFE-KETTENPRUEF
           MOVE "batchlauf-prognose.dat" TO WS-QUELLE-NAME
           PERFORM PRUEFE-BATCHFENSTER
           MOVE "cpdlauf-report.txt" TO WS-QUELLE-NAME
           PERFORM PRUEFE-CPDLAUF

           PERFORM SCHREIBE-ALARMLISTE
           IF WS-KRITISCH-ANZAHL > 0
           CLOSE QUELLE
           EXIT.

       PRUEFE-CPDLAUF SECTION.
      *    Ein CPD-Konto, dessen Saldo nicht mehr den offenen
      *    Posten entspricht, ist kritisch; ueberfaellige Posten
      *    sind eine Warnung an die Clearingstelle.
           PERFORM OEFFNE-QUELLE
           IF WS-QUELLE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-QUELLE-EOF = "J"
              READ QUELLE
                 AT END MOVE "J" TO WS-QUELLE-EOF
                 NOT AT END
                    MOVE 0 TO WS-TREFFER
                    INSPECT QUELLE-SATZ TALLYING WS-TREFFER
                       FOR ALL "ABWEICHUNG"
                    IF WS-TREFFER > 0
                       MOVE "K" TO WS-BF-SCHWERE-NEU
                       MOVE QUELLE-SATZ TO WS-BF-TEXT-NEU
                       PERFORM MERKE-BEFUND
                    END-IF
                    MOVE 0 TO WS-TREFFER
                    INSPECT QUELLE-SATZ TALLYING WS-TREFFER
                       FOR ALL "UEBERFAELLIG"
                    IF WS-TREFFER > 0
                       MOVE "W" TO WS-BF-SCHWERE-NEU
                       MOVE QUELLE-SATZ TO WS-BF-TEXT-NEU
                       PERFORM MERKE-BEFUND
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QUELLE
           EXIT.

       PRUEFE-BATCHFENSTER SECTION.
      *    Nur die Prognose des eigenen Laufdatums und nur mit
      *    eingestelltem Batchfenster. Laeuft der Batch noch, ist
      *    ein prognostiziertes Ende nach dem Fensterende eine
      *    WARNUNG; ist das Fensterende schon vorbei oder der Lauf
      *    danach zu Ende gegangen, ist es ueberschritten.
           OPEN INPUT BATCHPROGNOSE
           IF WS-PROGNOSE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           READ BATCHPROGNOSE
              AT END MOVE SPACES TO PROGNOSE-RECORD
           END-READ
           CLOSE BATCHPROGNOSE
           IF PROGNOSE-LAUFDATUM NOT = WS-LAUFDATUM
              OR PROGNOSE-FENSTER-ENDE IS NOT NUMERIC
              OR PROGNOSE-FENSTER-ENDE = 0
              EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JETZT
           IF (PROGNOSE-STATUS = "L"
                 AND WS-JETZT > PROGNOSE-FENSTER-ENDE)
              OR (PROGNOSE-STATUS NOT = "L"
                 AND PROGNOSE-ENDE > PROGNOSE-FENSTER-ENDE)
              MOVE "W" TO WS-BF-SCHWERE-NEU
              MOVE SPACES TO WS-BF-TEXT-NEU
              STRING "Batchfenster ueberschritten, Fensterende "
                        DELIMITED BY SIZE
                     PROGNOSE-FENSTER-ENDE DELIMITED BY SIZE
                     " Stand " DELIMITED BY SIZE
                     PROGNOSE-ENDE DELIMITED BY SIZE
                INTO WS-BF-TEXT-NEU
              END-STRING
              PERFORM MERKE-BEFUND
              EXIT SECTION
           END-IF
           IF PROGNOSE-STATUS = "L"
              AND PROGNOSE-ENDE > PROGNOSE-FENSTER-ENDE
              MOVE "W" TO WS-BF-SCHWERE-NEU
              MOVE SPACES TO WS-BF-TEXT-NEU
              STRING "Prognose Batchende " DELIMITED BY SIZE
                     PROGNOSE-ENDE DELIMITED BY SIZE
                     " nach Fensterende " DELIMITED BY SIZE
                     PROGNOSE-FENSTER-ENDE DELIMITED BY SIZE
                     ", offen: " DELIMITED BY SIZE
                     PROGNOSE-OFFEN-ANZAHL DELIMITED BY SIZE
                     " naechster: " DELIMITED BY SIZE
                     PROGNOSE-NAECHSTER DELIMITED BY SPACE
                INTO WS-BF-TEXT-NEU
              END-STRING
              PERFORM MERKE-BEFUND
           END-IF
           EXIT.

       OEFFNE-QUELLE SECTION.
           MOVE "N" TO WS-QUELLE-EOF
           OPEN INPUT QUELLE
                 MOVE FUNCTION CURRENT-DATE(1:14)
                    TO TANAUSGANG-ZEITSTEMPEL
                 MOVE "N" TO TANAUSGANG-STATUS
                 MOVE "B" TO TANAUSGANG-ART
                 WRITE TANAUSGANG-SATZ
              END-IF
           END-PERFORM

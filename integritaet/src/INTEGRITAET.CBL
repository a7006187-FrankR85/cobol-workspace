      *      - Passwort-Aenderungsdaten, die die VALDATUM-Pruefung
      *        des SUBMODULE nicht bestehen (0 = noch kein Passwort
      *        gesetzt, gilt als gueltig),
      *      - doppelte TANLOG-TRANS-IDs in TANBESTAETIGT.LOG,
      *      - Produktumstellungen laut produktumstellung.log ohne
      *        vorherige Kundenmitteilung, vor dem Stichtag oder
      *        ohne erteilte Freigabe, und umgestellte Konten, die
      *        nicht das neue Produkt fuehren.
      *    Die Befunde werden gesammelt und nach Schweregrad
      *    (FEHLER vor WARNUNG) in den Bericht geschrieben.
       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDGER-TRANS-ID
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT FREIGABE ASSIGN TO "FREIGABE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FREIGABE-ID
              FILE STATUS IS WS-FREIGABE-STATUS.
           SELECT UMSTLOG ASSIGN TO "produktumstellung.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UMSTLOG-STATUS.
           SELECT TAN-BESTAETIGT-LOG ASSIGN TO "TANBESTAETIGT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TANLOG-STATUS.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD FREIGABE.
       COPY FREIGABEREC.
       FD UMSTLOG.
       COPY UMSTLOGREC.
       FD TAN-BESTAETIGT-LOG.
       COPY TANLOGREC.
       FD INTEGRITAETS-REPORT.
       01 WS-SPERRDATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-FREIGABE-STATUS PIC X(02).
       01 WS-UMSTLOG-STATUS PIC X(02).
       01 WS-TANLOG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-EOF PIC X VALUE "N".
       01 WS-TI-IDX PIC 9(03).
       01 WS-TI-DOPPELT PIC X.

      *    Angekuendigte Konten ("A") aus produktumstellung.log,
      *    je Konto, Regelschluessel und Freigabe.
       01 WS-UMSTA-ANZAHL PIC 9(04) VALUE 0.
       01 WS-UMSTA-TABELLE.
          05 WS-UA-EINTRAG OCCURS 2000 TIMES.
             10 WS-UA-SCHLUESSEL PIC X(28).
             10 WS-UA-DATUM PIC 9(08).
       01 WS-UA-IDX PIC 9(04).
       01 WS-UA-NEU.
          05 WS-UA-NEU-KONTO PIC X(10).
          05 WS-UA-NEU-REGEL PIC X(12).
          05 WS-UA-NEU-FREIGABE PIC 9(06).
       01 WS-UA-GEFUNDEN PIC X.
       01 WS-UA-MITTEILUNG-DATUM PIC 9(08).
       01 WS-FREIGABE-OFFEN PIC X VALUE "N".

       01 WS-SUCH-KONTO PIC X(10).
       01 WS-KONTO-VORHANDEN PIC X.
      *    Merker, ob die KONTODATEI fuer die Querpruefungen offen
           PERFORM PRUEFE-SPERRDATEI
           PERFORM PRUEFE-TRANSAKTIONEN
           PERFORM PRUEFE-LEDGER
           PERFORM PRUEFE-UMSTELLUNG
           IF WS-KONTO-OFFEN = "J"
              CLOSE KONTODATEI
           END-IF
           CLOSE LEDGER
           EXIT.

       PRUEFE-UMSTELLUNG SECTION.
      *    Jede Umstellung ("U") braucht eine vorherige
      *    Kundenmitteilung ("A") unter derselben Regel und
      *    Freigabe, datiert vor dem Stichtag, ein Datum ab dem
      *    Stichtag und eine erteilte Freigabe; das Konto muss das
      *    neue Produkt fuehren.
           MOVE "N" TO WS-EOF
           OPEN INPUT UMSTLOG
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT FREIGABE
           IF WS-FREIGABE-STATUS = "00"
              MOVE "J" TO WS-FREIGABE-OFFEN
           END-IF
           PERFORM UNTIL WS-EOF = "J"
              READ UMSTLOG
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    MOVE UMSTLOG-KONTO-ID TO WS-UA-NEU-KONTO
                    MOVE UMSTLOG-REGEL TO WS-UA-NEU-REGEL
                    MOVE UMSTLOG-FREIGABE-ID TO WS-UA-NEU-FREIGABE
                    EVALUATE UMSTLOG-ART
                       WHEN "A"
                          IF WS-UMSTA-ANZAHL < 2000
                             ADD 1 TO WS-UMSTA-ANZAHL
                             MOVE WS-UA-NEU
                                TO WS-UA-SCHLUESSEL(WS-UMSTA-ANZAHL)
                             MOVE UMSTLOG-DATUM
                                TO WS-UA-DATUM(WS-UMSTA-ANZAHL)
                          END-IF
                       WHEN "U"
                          PERFORM PRUEFE-UMSTELLUNG-KONTO
                    END-EVALUATE
              END-READ
           END-PERFORM
           IF WS-FREIGABE-OFFEN = "J"
              CLOSE FREIGABE
           END-IF
           CLOSE UMSTLOG
           EXIT.

       PRUEFE-UMSTELLUNG-KONTO SECTION.
           MOVE "N" TO WS-UA-GEFUNDEN
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
              UNTIL WS-UA-IDX > WS-UMSTA-ANZAHL
              IF WS-UA-SCHLUESSEL(WS-UA-IDX) = WS-UA-NEU
                 MOVE "J" TO WS-UA-GEFUNDEN
                 MOVE WS-UA-DATUM(WS-UA-IDX) TO WS-UA-MITTEILUNG-DATUM
                 MOVE WS-UMSTA-ANZAHL TO WS-UA-IDX
              END-IF
           END-PERFORM
           IF WS-UA-GEFUNDEN = "N"
              MOVE "F" TO WS-BF-SCHWERE-NEU
              MOVE SPACES TO WS-BF-TEXT-NEU
              STRING "UMSTELLUNG OHNE KUNDENMITTEILUNG: KONTO="
                     DELIMITED BY SIZE
                     UMSTLOG-KONTO-ID DELIMITED BY SIZE
                     " REGEL=" DELIMITED BY SIZE
                     UMSTLOG-REGEL DELIMITED BY SIZE
                INTO WS-BF-TEXT-NEU
              END-STRING
              PERFORM MERKE-BEFUND
           ELSE
              IF WS-UA-MITTEILUNG-DATUM NOT < UMSTLOG-STICHTAG
                 MOVE "F" TO WS-BF-SCHWERE-NEU
                 MOVE SPACES TO WS-BF-TEXT-NEU
                 STRING "KUNDENMITTEILUNG NICHT VOR DEM STICHTAG: "
                        DELIMITED BY SIZE
                        UMSTLOG-KONTO-ID DELIMITED BY SIZE
                        " AM " DELIMITED BY SIZE
                        WS-UA-MITTEILUNG-DATUM DELIMITED BY SIZE
                        " REGEL=" DELIMITED BY SIZE
                        UMSTLOG-REGEL DELIMITED BY SIZE
                   INTO WS-BF-TEXT-NEU
                 END-STRING
                 PERFORM MERKE-BEFUND
              END-IF
           END-IF
           IF UMSTLOG-DATUM < UMSTLOG-STICHTAG
              MOVE "F" TO WS-BF-SCHWERE-NEU
              MOVE SPACES TO WS-BF-TEXT-NEU
              STRING "UMSTELLUNG VOR DEM STICHTAG: KONTO="
                     DELIMITED BY SIZE
                     UMSTLOG-KONTO-ID DELIMITED BY SIZE
                     " AM " DELIMITED BY SIZE
                     UMSTLOG-DATUM DELIMITED BY SIZE
                     " REGEL=" DELIMITED BY SIZE
                     UMSTLOG-REGEL DELIMITED BY SIZE
                INTO WS-BF-TEXT-NEU
              END-STRING
              PERFORM MERKE-BEFUND
           END-IF
           IF WS-FREIGABE-OFFEN = "J"
              MOVE UMSTLOG-FREIGABE-ID TO FREIGABE-ID
              READ FREIGABE
                 INVALID KEY
                    MOVE SPACES TO FREIGABE-STATUS
              END-READ
              IF FREIGABE-STATUS NOT = "F"
                 OR FREIGABE-ART NOT = "U"
                 MOVE "F" TO WS-BF-SCHWERE-NEU
                 MOVE SPACES TO WS-BF-TEXT-NEU
                 STRING "UMSTELLUNG OHNE FREIGABE: KONTO="
                        DELIMITED BY SIZE
                        UMSTLOG-KONTO-ID DELIMITED BY SIZE
                        " FREIGABE=" DELIMITED BY SIZE
                        UMSTLOG-FREIGABE-ID DELIMITED BY SIZE
                   INTO WS-BF-TEXT-NEU
                 END-STRING
                 PERFORM MERKE-BEFUND
              END-IF
           END-IF
           MOVE UMSTLOG-KONTO-ID TO WS-SUCH-KONTO
           PERFORM PRUEFE-KONTO-VORHANDEN
           IF WS-KONTO-VORHANDEN = "N"
              IF WS-KONTO-OFFEN = "J"
                 MOVE "W" TO WS-BF-SCHWERE-NEU
                 MOVE SPACES TO WS-BF-TEXT-NEU
                 STRING "UMGESTELLTES KONTO NICHT MEHR VORHANDEN: "
                        DELIMITED BY SIZE
                        UMSTLOG-KONTO-ID DELIMITED BY SIZE
                   INTO WS-BF-TEXT-NEU
                 END-STRING
                 PERFORM MERKE-BEFUND
              END-IF
              EXIT SECTION
           END-IF
           IF KONTO-PRODUKT = UMSTLOG-ALT-PRODUKT
              MOVE "F" TO WS-BF-SCHWERE-NEU
              MOVE SPACES TO WS-BF-TEXT-NEU
              STRING "UMSTELLUNG NICHT IM BESTAND: KONTO="
                     DELIMITED BY SIZE
                     UMSTLOG-KONTO-ID DELIMITED BY SIZE
                     " PRODUKT=" DELIMITED BY SIZE
                     KONTO-PRODUKT DELIMITED BY SIZE
                INTO WS-BF-TEXT-NEU
              END-STRING
              PERFORM MERKE-BEFUND
           ELSE
              IF KONTO-PRODUKT NOT = UMSTLOG-NEU-PRODUKT
                 MOVE "W" TO WS-BF-SCHWERE-NEU
                 MOVE SPACES TO WS-BF-TEXT-NEU
                 STRING "UMGESTELLTES KONTO MIT ANDEREM PRODUKT: "
                        DELIMITED BY SIZE
                        UMSTLOG-KONTO-ID DELIMITED BY SIZE
                        " PRODUKT=" DELIMITED BY SIZE
                        KONTO-PRODUKT DELIMITED BY SIZE
                        " STATT " DELIMITED BY SIZE
                        UMSTLOG-NEU-PRODUKT DELIMITED BY SIZE
                   INTO WS-BF-TEXT-NEU
                 END-STRING
                 PERFORM MERKE-BEFUND
              END-IF
           END-IF
           EXIT.

       PRUEFE-TANLOG SECTION.
           MOVE "N" TO WS-EOF
           OPEN INPUT TAN-BESTAETIGT-LOG

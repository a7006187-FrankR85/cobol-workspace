      *    aus Zahlen beantworten. Mehrere Saetze desselben Tages
      *    (Dashboard mehrfach gelaufen) zaehlen mit dem letzten
      *    Stand.
      *    Dahinter folgt die Kundenrentabilitaet je Monat aus
      *    kpi-rentabilitaet.dat (RENTKPIREC.cpy, geschrieben von
      *    RENTABILITAET) fuer die letzten 12 Monate mit
      *    Veraenderung des Netto-Deckungsbeitrags zum Vormonat;
      *    mehrere Saetze derselben Periode zaehlen mit dem
      *    letzten Stand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPI-HISTORIE ASSIGN TO "kpi-historie.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KPI-STATUS.
           SELECT KPI-RENTABILITAET ASSIGN TO "kpi-rentabilitaet.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RENTKPI-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
          05 KPI-LOGIN-GESPERRT PIC 9(05).
          05 KPI-HS-SPIELER PIC 9(05).
          05 KPI-ZAHLEN-SUMME PIC 9(09).
       FD KPI-RENTABILITAET.
       COPY RENTKPIREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD PARMTERMINE.
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-KPI-EOF PIC X VALUE "N".
       01 WS-RENTKPI-STATUS PIC X(02).
       01 WS-RENTKPI-EOF PIC X VALUE "N".

       01 WS-TRENDTAGE PIC 9(02) VALUE 7.
       01 WS-FEHLQUOTE-SCHWELLE PIC 9(03) VALUE 30.
       01 WS-VORTAG-IDX PIC 9(03).
       01 WS-VORWOCHE-IDX PIC 9(03).

      *    Monatstabelle der Kundenrentabilitaet (je Periode der
      *    letzte Stand, aufsteigend in Dateireihenfolge).
       01 WS-MONAT-ANZAHL PIC 9(02) VALUE 0.
       01 WS-MONAT-TABELLE.
          05 WS-MO-EINTRAG OCCURS 24 TIMES.
             10 WS-MO-PERIODE PIC 9(06).
             10 WS-MO-KUNDEN PIC 9(07).
             10 WS-MO-NETTO PIC S9(11)V99.
             10 WS-MO-VERLUST-AKTIV PIC 9(07).
       01 WS-MO-IDX PIC 9(02).
       01 WS-MO-GEFUNDEN PIC 9(02).
       01 WS-MO-START PIC 9(02).
       01 WS-NETTO-DELTA PIC S9(11)V99.
       01 WS-NETTO-ANZEIGE PIC -(10)9.99.
       01 WS-NETTO-DELTA-ANZEIGE PIC -(10)9.99.
       01 WS-KUNDEN-ANZEIGE PIC Z(6)9.

       01 WS-DELTA PIC S9(09).
       01 WS-DELTA-ANZEIGE PIC -(5)9.
       01 WS-FEHLQUOTE PIC 9(03).
           ELSE
              PERFORM SCHREIBE-TRENDZEILEN
           END-IF
           PERFORM LESE-RENTABILITAET
           IF WS-MONAT-ANZAHL > 0
              PERFORM SCHREIBE-RENTABILITAET
           END-IF
           CLOSE TREND-REPORT
           DISPLAY "KPI-Trendbericht erstellt."
           STOP RUN.
           END-IF
           EXIT.

       LESE-RENTABILITAET SECTION.
           OPEN INPUT KPI-RENTABILITAET
           IF WS-RENTKPI-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-RENTKPI-EOF = "J"
              READ KPI-RENTABILITAET
                 AT END MOVE "J" TO WS-RENTKPI-EOF
                 NOT AT END
                    PERFORM UEBERNEHME-RENTKPI-SATZ
              END-READ
           END-PERFORM
           CLOSE KPI-RENTABILITAET
           EXIT.

       UEBERNEHME-RENTKPI-SATZ SECTION.
      *    Wiederholungslaeufe derselben Periode ueberschreiben
      *    sich; ist die Tabelle voll, faellt der aelteste Monat
      *    heraus.
           MOVE 0 TO WS-MO-GEFUNDEN
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
              UNTIL WS-MO-IDX > WS-MONAT-ANZAHL
              IF WS-MO-PERIODE(WS-MO-IDX) = RENTKPI-PERIODE
                 MOVE WS-MO-IDX TO WS-MO-GEFUNDEN
              END-IF
           END-PERFORM
           IF WS-MO-GEFUNDEN = 0
              IF WS-MONAT-ANZAHL >= 24
                 PERFORM VARYING WS-MO-IDX FROM 2 BY 1
                    UNTIL WS-MO-IDX > 24
                    MOVE WS-MO-EINTRAG(WS-MO-IDX)
                       TO WS-MO-EINTRAG(WS-MO-IDX - 1)
                 END-PERFORM
              ELSE
                 ADD 1 TO WS-MONAT-ANZAHL
              END-IF
              MOVE WS-MONAT-ANZAHL TO WS-MO-GEFUNDEN
           END-IF
           MOVE RENTKPI-PERIODE TO WS-MO-PERIODE(WS-MO-GEFUNDEN)
           MOVE RENTKPI-KUNDEN TO WS-MO-KUNDEN(WS-MO-GEFUNDEN)
           MOVE RENTKPI-NETTO TO WS-MO-NETTO(WS-MO-GEFUNDEN)
           MOVE RENTKPI-VERLUST-AKTIV
              TO WS-MO-VERLUST-AKTIV(WS-MO-GEFUNDEN)
           EXIT.

       SCHREIBE-RENTABILITAET SECTION.
           MOVE SPACES TO TREND-REPORT-SATZ
           WRITE TREND-REPORT-SATZ
           MOVE "Kundenrentabilitaet je Monat (EUR)"
              TO TREND-REPORT-SATZ
           WRITE TREND-REPORT-SATZ
           IF WS-MONAT-ANZAHL > 12
              COMPUTE WS-MO-START = WS-MONAT-ANZAHL - 11
           ELSE
              MOVE 1 TO WS-MO-START
           END-IF
           PERFORM VARYING WS-MO-IDX FROM WS-MO-START BY 1
              UNTIL WS-MO-IDX > WS-MONAT-ANZAHL
              MOVE WS-MO-KUNDEN(WS-MO-IDX) TO WS-KUNDEN-ANZEIGE
              MOVE WS-MO-NETTO(WS-MO-IDX) TO WS-NETTO-ANZEIGE
              MOVE SPACES TO TREND-REPORT-SATZ
              STRING WS-MO-PERIODE(WS-MO-IDX) DELIMITED BY SIZE
                     " Kunden " DELIMITED BY SIZE
                     WS-KUNDEN-ANZEIGE DELIMITED BY SIZE
                     " Netto " DELIMITED BY SIZE
                     WS-NETTO-ANZEIGE DELIMITED BY SIZE
                INTO TREND-REPORT-SATZ
              END-STRING
              WRITE TREND-REPORT-SATZ
              IF WS-MO-IDX > 1
                 COMPUTE WS-NETTO-DELTA =
                    WS-MO-NETTO(WS-MO-IDX)
                    - WS-MO-NETTO(WS-MO-IDX - 1)
                 MOVE WS-NETTO-DELTA TO WS-NETTO-DELTA-ANZEIGE
                 MOVE SPACES TO TREND-REPORT-SATZ
                 STRING "  Netto zum Vormonat: " DELIMITED BY SIZE
                        WS-NETTO-DELTA-ANZEIGE DELIMITED BY SIZE
                   INTO TREND-REPORT-SATZ
                 END-STRING
                 WRITE TREND-REPORT-SATZ
              END-IF
              IF WS-MO-VERLUST-AKTIV(WS-MO-IDX) > 0
                 MOVE WS-MO-VERLUST-AKTIV(WS-MO-IDX)
                    TO WS-KUNDEN-ANZEIGE
                 MOVE SPACES TO TREND-REPORT-SATZ
                 STRING "  AUFFAELLIG: Verlustkunden mit hoher "
                        DELIMITED BY SIZE
                        "Aktivitaet " DELIMITED BY SIZE
                        WS-KUNDEN-ANZEIGE DELIMITED BY SIZE
                   INTO TREND-REPORT-SATZ
                 END-STRING
                 WRITE TREND-REPORT-SATZ
              END-IF
           END-PERFORM
           EXIT.

       LESE-PARMFILE-WERT SECTION.
      *    Sucht WS-PARMFILE-SCHLUESSEL-GESUCHT in der gemeinsamen
      *    PARMFILE.DAT (siehe copybooks/PARMFILEREC.cpy) und liefert

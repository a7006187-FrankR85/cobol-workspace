      *    einer abgebrochenen Nacht setzt ein Neustart unter
      *    demselben Laufdatum beim fehlgeschlagenen Schritt wieder
      *    auf, statt alles erneut zu fahren.
      *    Start und Ende jedes ausgefuehrten Schritts gehen mit
      *    Laufdatum und Dauer in die Laufzeithistorie
      *    batchlauf-laufzeiten.dat. Aus den letzten BATCHMITTELN
      *    (PARMFILE, Vorgabe und Hoechstwert 10) erfolgreichen
      *    Laeufen je Schritt entsteht ein gleitender Durchschnitt;
      *    nach jedem Schritt schreibt BATCHLAUF daraus die
      *    Prognose fuer das Ende der Nacht (Uhrzeit plus Durch-
      *    schnitt der noch offenen Schritte) nach
      *    batchlauf-prognose.dat (siehe BATCHPROGNOSEREC.cpy),
      *    zusammen mit dem Ende des Batchfensters aus
      *    BATCHFENSTER (SSMM). Am Ende des Laufs vergleicht
      *    batchlauf-laufzeit-report.txt jede Schrittdauer mit
      *    ihrem Durchschnitt; ALERTMONITOR warnt bei
      *    Ueberschreitung des Fensters.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              FILE STATUS IS WS-FORTSCHRITT-STATUS.
           SELECT BATCHLAUF-PROTOKOLL ASSIGN TO "batchlauf.log"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAUFZEITHISTORIE ASSIGN TO "batchlauf-laufzeiten.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LAUFZEIT-STATUS.
           SELECT BATCHPROGNOSE ASSIGN TO "batchlauf-prognose.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROGNOSE-STATUS.
           SELECT LAUFZEIT-REPORT
              ASSIGN TO "batchlauf-laufzeit-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FS-NAME PIC X(20).
       FD BATCHLAUF-PROTOKOLL.
       01 PROTOKOLL-SATZ PIC X(100).
       FD LAUFZEITHISTORIE.
      *    Je ausgefuehrtem Schritt: Laufdatum, Name, Start und
      *    Ende (JJJJMMTTSSMMSS), Dauer in Sekunden, Ergebnis
      *    ("J" innerhalb des akzeptierten Returncodes, sonst "N").
       01 LAUFZEIT-SATZ.
          05 LZ-LAUFDATUM PIC 9(08).
          05 LZ-NAME PIC X(20).
          05 LZ-START PIC 9(14).
          05 LZ-ENDE PIC 9(14).
          05 LZ-DAUER PIC 9(06).
          05 LZ-ERGEBNIS PIC X(01).
       FD BATCHPROGNOSE.
       COPY BATCHPROGNOSEREC.
       FD LAUFZEIT-REPORT.
       01 LAUFZEIT-REPORT-SATZ PIC X(100).
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-LAUFPARM-STATUS PIC X(02).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).

      *    Laufzeithistorie und gleitender Durchschnitt je Schritt
      *    der Schrittliste (gleicher Index wie WS-ST-EINTRAG):
      *    die letzten WS-MITTEL-ANZAHL Dauern als Ringpuffer,
      *    WS-HI-OFFEN = "J" fuer Schritte, die in dieser Nacht
      *    noch laufen sollen, WS-HI-GELAUFEN = "J" fuer die
      *    bereits ausgefuehrten.
       01 WS-LAUFZEIT-STATUS PIC X(02).
       01 WS-PROGNOSE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-LAUFZEIT-EOF PIC X.
       01 WS-MITTEL-ANZAHL PIC 9(02) VALUE 10.
       01 WS-HISTORIE-TABELLE.
          05 WS-HI-EINTRAG OCCURS 60 TIMES.
             10 WS-HI-ANZAHL PIC 9(02).
             10 WS-HI-ZEIGER PIC 9(02).
             10 WS-HI-DAUER OCCURS 10 TIMES PIC 9(06).
             10 WS-HI-MITTEL PIC 9(06).
             10 WS-HI-OFFEN PIC X(01).
             10 WS-HI-GELAUFEN PIC X(01).
             10 WS-HI-START PIC 9(14).
             10 WS-HI-ENDE PIC 9(14).
             10 WS-HI-IST-DAUER PIC 9(06).
             10 WS-HI-RC PIC -(8)9.
       01 WS-HI-IDX PIC 9(02).
       01 WS-DAUER-IDX PIC 9(02).
       01 WS-DAUER-SUMME PIC 9(08).
       01 WS-SCHRITT-START-TS PIC 9(14).
       01 WS-SCHRITT-STOP-TS PIC 9(14).
       01 WS-SCHRITT-START-SEK PIC 9(12).

      *    Zeitpunkt (JJJJMMTTSSMMSS) und Sekundenzaehlung seit
      *    Tag 1 von FUNCTION INTEGER-OF-DATE fuer Differenzen
      *    ueber Mitternacht (ERMITTLE-SEKUNDEN, ERMITTLE-
      *    ZEITPUNKT).
       01 WS-ZEIT-TS PIC 9(14).
       01 WS-ZEIT-TS-G REDEFINES WS-ZEIT-TS.
          05 WS-ZEIT-DATUM PIC 9(08).
          05 WS-ZEIT-STUNDE PIC 9(02).
          05 WS-ZEIT-MINUTE PIC 9(02).
          05 WS-ZEIT-SEKUNDE PIC 9(02).
       01 WS-ZEIT-SEKUNDEN PIC 9(12).
       01 WS-ZEIT-TAGE PIC 9(08).
       01 WS-ZEIT-REST PIC 9(05).

      *    Batchfenster (PARMFILE BATCHFENSTER, SSMM) und
      *    Prognose fuer das Ende der Nacht.
       01 WS-LAUF-START-TS PIC 9(14).
       01 WS-LAUF-ENDE-TS PIC 9(14).
       01 WS-FENSTER-ENDE-TS PIC 9(14) VALUE 0.
       01 WS-FENSTER-EINGABE PIC X(04).
       01 WS-FENSTER-GEWARNT PIC X VALUE "N".
       01 WS-PROGNOSE-STAND PIC X(01).
       01 WS-REST-SEKUNDEN PIC 9(08).
       01 WS-ABWEICHUNG PIC S9(05).
       01 WS-ABWEICHUNG-ANZEIGE PIC +(5)9.
       01 WS-SEKUNDEN-ANZEIGE PIC Z(5)9.
       01 WS-LAUFZEIT-HINWEIS PIC X(10).

      *    Gemeinsame Parameterdatei (siehe copybooks/PARMFILEREC.cpy).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LESE-LAUFPARAMETER
           PERFORM LESE-SCHRITTLISTE
           PERFORM LESE-FORTSCHRITT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUF-START-TS
           PERFORM LESE-BATCHFENSTER
           PERFORM LESE-LAUFZEITHISTORIE

           OPEN OUTPUT BATCHLAUF-PROTOKOLL
           MOVE SPACES TO PROTOKOLL-SATZ
                 & "uebersprungen." TO PROTOKOLL-SATZ
              WRITE PROTOKOLL-SATZ
           END-IF
           PERFORM ERMITTLE-OFFENE-SCHRITTE
           MOVE "L" TO WS-PROGNOSE-STAND
           PERFORM SCHREIBE-PROGNOSE

           PERFORM VARYING WS-SCHRITT-IDX FROM 1 BY 1
              UNTIL WS-SCHRITT-IDX > WS-SCHRITT-ANZAHL
              PERFORM VERARBEITE-SCHRITT
           END-PERFORM

           IF WS-LAUF-ABGEBROCHEN = "J"
              MOVE "A" TO WS-PROGNOSE-STAND
           ELSE
              MOVE "E" TO WS-PROGNOSE-STAND
           END-IF
           PERFORM SCHREIBE-PROGNOSE
           PERFORM SCHREIBE-LAUFZEITBERICHT
           IF WS-LAUF-ABGEBROCHEN = "J"
              MOVE "Batchlauf abgebrochen" TO PROTOKOLL-SATZ
              MOVE 8 TO WS-LAUF-RC
             INTO WS-SCHRITT-BEFEHL
           END-STRING
           PERFORM FUEHRE-SCHRITT
           PERFORM SCHREIBE-LAUFZEIT

           IF WS-SCHRITT-RC > WS-ST-MAX-RC(WS-SCHRITT-IDX)
              MOVE SPACES TO PROTOKOLL-SATZ
           ELSE
              PERFORM SCHREIBE-FORTSCHRITT
           END-IF
           IF WS-LAUF-ABGEBROCHEN NOT = "J"
              PERFORM SCHREIBE-PROGNOSE
           END-IF
           EXIT.

       PRUEFE-SCHRITT-FAELLIG SECTION.
      *    Fuehrt einen einzelnen Schritt aus (WS-SCHRITT-NAME/BEFEHL
      *    muessen vorher belegt sein) und protokolliert Start, Ende
      *    und Returncode in BATCHLAUF-PROTOKOLL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SCHRITT-START-TS
           MOVE WS-SCHRITT-START-TS(9:6) TO WS-SCHRITT-START-ZEIT
           MOVE SPACES TO PROTOKOLL-SATZ
           STRING "Start  " DELIMITED BY SIZE
                  WS-SCHRITT-NAME DELIMITED BY SIZE
              COMPUTE WS-SCHRITT-RC = WS-SCHRITT-RC / 256
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SCHRITT-STOP-TS
           MOVE WS-SCHRITT-STOP-TS(9:6) TO WS-SCHRITT-STOP-ZEIT
           MOVE WS-SCHRITT-RC TO WS-SCHRITT-RC-ANZEIGE
           MOVE SPACES TO PROTOKOLL-SATZ
           STRING "Ende   " DELIMITED BY SIZE
           CLOSE FORTSCHRITT
           EXIT.

       SCHREIBE-LAUFZEIT SECTION.
      *    Dauer des eben ausgefuehrten Schritts festhalten und an
      *    die Laufzeithistorie anhaengen.
           MOVE WS-SCHRITT-START-TS TO WS-ZEIT-TS
           PERFORM ERMITTLE-SEKUNDEN
           MOVE WS-ZEIT-SEKUNDEN TO WS-SCHRITT-START-SEK
           MOVE WS-SCHRITT-STOP-TS TO WS-ZEIT-TS
           PERFORM ERMITTLE-SEKUNDEN
           MOVE "N" TO WS-HI-OFFEN(WS-SCHRITT-IDX)
           MOVE "J" TO WS-HI-GELAUFEN(WS-SCHRITT-IDX)
           MOVE WS-SCHRITT-START-TS TO WS-HI-START(WS-SCHRITT-IDX)
           MOVE WS-SCHRITT-STOP-TS TO WS-HI-ENDE(WS-SCHRITT-IDX)
           COMPUTE WS-HI-IST-DAUER(WS-SCHRITT-IDX) =
              WS-ZEIT-SEKUNDEN - WS-SCHRITT-START-SEK
           MOVE WS-SCHRITT-RC TO WS-HI-RC(WS-SCHRITT-IDX)

           OPEN EXTEND LAUFZEITHISTORIE
           IF WS-LAUFZEIT-STATUS NOT = "00"
              OPEN OUTPUT LAUFZEITHISTORIE
           END-IF
           IF WS-LAUFZEIT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-LAUFDATUM TO LZ-LAUFDATUM
           MOVE WS-SCHRITT-NAME TO LZ-NAME
           MOVE WS-SCHRITT-START-TS TO LZ-START
           MOVE WS-SCHRITT-STOP-TS TO LZ-ENDE
           MOVE WS-HI-IST-DAUER(WS-SCHRITT-IDX) TO LZ-DAUER
           IF WS-SCHRITT-RC > WS-ST-MAX-RC(WS-SCHRITT-IDX)
              MOVE "N" TO LZ-ERGEBNIS
           ELSE
              MOVE "J" TO LZ-ERGEBNIS
           END-IF
           WRITE LAUFZEIT-SATZ
           CLOSE LAUFZEITHISTORIE
           EXIT.

       LESE-LAUFZEITHISTORIE SECTION.
      *    Gleitender Durchschnitt je Schritt aus den letzten
      *    WS-MITTEL-ANZAHL erfolgreichen Laeufen der Historie;
      *    abgebrochene Schritte verfaelschen den Schnitt nicht.
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
              UNTIL WS-HI-IDX > 60
              MOVE 0 TO WS-HI-ANZAHL(WS-HI-IDX)
              MOVE 0 TO WS-HI-ZEIGER(WS-HI-IDX)
              MOVE 0 TO WS-HI-MITTEL(WS-HI-IDX)
              MOVE "N" TO WS-HI-OFFEN(WS-HI-IDX)
              MOVE "N" TO WS-HI-GELAUFEN(WS-HI-IDX)
           END-PERFORM
           MOVE "N" TO WS-LAUFZEIT-EOF
           OPEN INPUT LAUFZEITHISTORIE
           IF WS-LAUFZEIT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-LAUFZEIT-EOF = "J"
              READ LAUFZEITHISTORIE
                 AT END MOVE "J" TO WS-LAUFZEIT-EOF
                 NOT AT END
                    IF LZ-ERGEBNIS = "J" AND LZ-DAUER IS NUMERIC
                       PERFORM MERKE-LAUFZEIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LAUFZEITHISTORIE
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
              UNTIL WS-HI-IDX > WS-SCHRITT-ANZAHL
              IF WS-HI-ANZAHL(WS-HI-IDX) > 0
                 MOVE 0 TO WS-DAUER-SUMME
                 PERFORM VARYING WS-DAUER-IDX FROM 1 BY 1
                    UNTIL WS-DAUER-IDX > WS-HI-ANZAHL(WS-HI-IDX)
                    ADD WS-HI-DAUER(WS-HI-IDX, WS-DAUER-IDX)
                       TO WS-DAUER-SUMME
                 END-PERFORM
                 COMPUTE WS-HI-MITTEL(WS-HI-IDX) ROUNDED =
                    WS-DAUER-SUMME / WS-HI-ANZAHL(WS-HI-IDX)
              END-IF
           END-PERFORM
           EXIT.

       MERKE-LAUFZEIT SECTION.
      *    Dauer in den Ringpuffer des gleichnamigen Schritts.
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
              UNTIL WS-HI-IDX > WS-SCHRITT-ANZAHL
              IF WS-ST-NAME(WS-HI-IDX) = LZ-NAME
                 IF WS-HI-ZEIGER(WS-HI-IDX) >= WS-MITTEL-ANZAHL
                    MOVE 1 TO WS-HI-ZEIGER(WS-HI-IDX)
                 ELSE
                    ADD 1 TO WS-HI-ZEIGER(WS-HI-IDX)
                 END-IF
                 MOVE LZ-DAUER TO WS-HI-DAUER(WS-HI-IDX,
                    WS-HI-ZEIGER(WS-HI-IDX))
                 IF WS-HI-ANZAHL(WS-HI-IDX) < WS-MITTEL-ANZAHL
                    ADD 1 TO WS-HI-ANZAHL(WS-HI-IDX)
                 END-IF
                 MOVE WS-SCHRITT-ANZAHL TO WS-HI-IDX
              END-IF
           END-PERFORM
           EXIT.

       ERMITTLE-OFFENE-SCHRITTE SECTION.
      *    Welche Schritte laufen in dieser Nacht noch? Faellig
      *    und nicht schon bei einem frueheren Anlauf erledigt.
           PERFORM VARYING WS-SCHRITT-IDX FROM 1 BY 1
              UNTIL WS-SCHRITT-IDX > WS-SCHRITT-ANZAHL
              MOVE WS-ST-NAME(WS-SCHRITT-IDX) TO WS-SCHRITT-NAME
              PERFORM PRUEFE-SCHRITT-FAELLIG
              PERFORM PRUEFE-SCHRITT-ERLEDIGT
              IF WS-SCHRITT-FAELLIG = "J"
                 AND WS-SCHRITT-ERLEDIGT NOT = "J"
                 MOVE "J" TO WS-HI-OFFEN(WS-SCHRITT-IDX)
              END-IF
           END-PERFORM
           EXIT.

       SCHREIBE-PROGNOSE SECTION.
      *    Prognose fuer das Ende der Nacht: jetzt plus gleitender
      *    Durchschnitt aller noch offenen Schritte; nach dem
      *    letzten Schritt oder einem Abbruch steht hier das
      *    tatsaechliche Ende. Die erste Prognose jenseits des
      *    Batchfensters wird zusaetzlich protokolliert.
           MOVE SPACES TO PROGNOSE-RECORD
           MOVE WS-LAUFDATUM TO PROGNOSE-LAUFDATUM
           MOVE WS-PROGNOSE-STAND TO PROGNOSE-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ZEIT-TS
           MOVE WS-ZEIT-TS TO PROGNOSE-STAND
           MOVE WS-FENSTER-ENDE-TS TO PROGNOSE-FENSTER-ENDE
           MOVE 0 TO PROGNOSE-OFFEN-ANZAHL
           MOVE 0 TO PROGNOSE-OHNE-HISTORIE
           MOVE 0 TO WS-REST-SEKUNDEN
           IF WS-PROGNOSE-STAND = "L"
              PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                 UNTIL WS-HI-IDX > WS-SCHRITT-ANZAHL
                 IF WS-HI-OFFEN(WS-HI-IDX) = "J"
                    ADD 1 TO PROGNOSE-OFFEN-ANZAHL
                    IF PROGNOSE-NAECHSTER = SPACES
                       MOVE WS-ST-NAME(WS-HI-IDX)
                          TO PROGNOSE-NAECHSTER
                    END-IF
                    IF WS-HI-ANZAHL(WS-HI-IDX) = 0
                       ADD 1 TO PROGNOSE-OHNE-HISTORIE
                    ELSE
                       ADD WS-HI-MITTEL(WS-HI-IDX)
                          TO WS-REST-SEKUNDEN
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
              MOVE WS-ZEIT-TS TO WS-LAUF-ENDE-TS
           END-IF
           PERFORM ERMITTLE-SEKUNDEN
           ADD WS-REST-SEKUNDEN TO WS-ZEIT-SEKUNDEN
           PERFORM ERMITTLE-ZEITPUNKT
           MOVE WS-ZEIT-TS TO PROGNOSE-ENDE
           OPEN OUTPUT BATCHPROGNOSE
           IF WS-PROGNOSE-STATUS = "00"
              WRITE PROGNOSE-RECORD
              CLOSE BATCHPROGNOSE
           END-IF

           IF WS-PROGNOSE-STAND = "L"
              AND WS-FENSTER-ENDE-TS > 0
              AND PROGNOSE-ENDE > WS-FENSTER-ENDE-TS
              AND WS-FENSTER-GEWARNT = "N"
              MOVE "J" TO WS-FENSTER-GEWARNT
              MOVE SPACES TO PROTOKOLL-SATZ
              STRING "WARNUNG: Prognose Laufende " DELIMITED BY SIZE
                     PROGNOSE-ENDE DELIMITED BY SIZE
                     " nach Fensterende " DELIMITED BY SIZE
                     WS-FENSTER-ENDE-TS DELIMITED BY SIZE
                INTO PROTOKOLL-SATZ
              END-STRING
              WRITE PROTOKOLL-SATZ
           END-IF
           EXIT.

       SCHREIBE-LAUFZEITBERICHT SECTION.
      *    Dauer jedes ausgefuehrten Schritts gegen seinen
      *    gleitenden Durchschnitt (Abweichung in Prozent; mehr
      *    als 50 Prozent darueber gilt als LANGSAM), dazu Beginn
      *    und Ende der Nacht gegen das Batchfenster.
           OPEN OUTPUT LAUFZEIT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE SPACES TO LAUFZEIT-REPORT-SATZ
           STRING "Laufzeiten Batchlauf " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO LAUFZEIT-REPORT-SATZ
           END-STRING
           WRITE LAUFZEIT-REPORT-SATZ
           MOVE "========================================"
              TO LAUFZEIT-REPORT-SATZ
           WRITE LAUFZEIT-REPORT-SATZ
           MOVE "Schritt              Start          Ende        "
              & "    Dauer s Mittel s Abw. %" TO LAUFZEIT-REPORT-SATZ
           WRITE LAUFZEIT-REPORT-SATZ
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
              UNTIL WS-HI-IDX > WS-SCHRITT-ANZAHL
              IF WS-HI-GELAUFEN(WS-HI-IDX) = "J"
                 PERFORM SCHREIBE-LAUFZEITZEILE
              END-IF
           END-PERFORM

           MOVE SPACES TO LAUFZEIT-REPORT-SATZ
           WRITE LAUFZEIT-REPORT-SATZ
           MOVE SPACES TO LAUFZEIT-REPORT-SATZ
           STRING "Laufbeginn:   " DELIMITED BY SIZE
                  WS-LAUF-START-TS DELIMITED BY SIZE
             INTO LAUFZEIT-REPORT-SATZ
           END-STRING
           WRITE LAUFZEIT-REPORT-SATZ
           MOVE SPACES TO LAUFZEIT-REPORT-SATZ
           STRING "Laufende:     " DELIMITED BY SIZE
                  WS-LAUF-ENDE-TS DELIMITED BY SIZE
             INTO LAUFZEIT-REPORT-SATZ
           END-STRING
           WRITE LAUFZEIT-REPORT-SATZ
           IF WS-FENSTER-ENDE-TS = 0
              MOVE "Fensterende: nicht eingestellt"
                 TO LAUFZEIT-REPORT-SATZ
              WRITE LAUFZEIT-REPORT-SATZ
           ELSE
              MOVE SPACES TO LAUFZEIT-REPORT-SATZ
              STRING "Fensterende:  " DELIMITED BY SIZE
                     WS-FENSTER-ENDE-TS DELIMITED BY SIZE
                INTO LAUFZEIT-REPORT-SATZ
              END-STRING
              WRITE LAUFZEIT-REPORT-SATZ
              IF WS-LAUF-ENDE-TS > WS-FENSTER-ENDE-TS
                 MOVE "BATCHFENSTER UEBERSCHRITTEN"
                    TO LAUFZEIT-REPORT-SATZ
                 WRITE LAUFZEIT-REPORT-SATZ
              END-IF
           END-IF
           CLOSE LAUFZEIT-REPORT
           EXIT.

       SCHREIBE-LAUFZEITZEILE SECTION.
           MOVE SPACES TO WS-LAUFZEIT-HINWEIS
           MOVE 0 TO WS-ABWEICHUNG
           IF WS-HI-MITTEL(WS-HI-IDX) > 0
              COMPUTE WS-ABWEICHUNG ROUNDED =
                 (WS-HI-IST-DAUER(WS-HI-IDX)
                  - WS-HI-MITTEL(WS-HI-IDX)) * 100
                 / WS-HI-MITTEL(WS-HI-IDX)
                 ON SIZE ERROR MOVE 99999 TO WS-ABWEICHUNG
              END-COMPUTE
              IF WS-ABWEICHUNG > 50
                 MOVE "LANGSAM" TO WS-LAUFZEIT-HINWEIS
              END-IF
           ELSE
              MOVE "NEU" TO WS-LAUFZEIT-HINWEIS
           END-IF
           MOVE SPACES TO LAUFZEIT-REPORT-SATZ
           MOVE WS-ST-NAME(WS-HI-IDX) TO LAUFZEIT-REPORT-SATZ(1:20)
           MOVE WS-HI-START(WS-HI-IDX) TO LAUFZEIT-REPORT-SATZ(22:14)
           MOVE WS-HI-ENDE(WS-HI-IDX) TO LAUFZEIT-REPORT-SATZ(37:14)
           MOVE WS-HI-IST-DAUER(WS-HI-IDX) TO WS-SEKUNDEN-ANZEIGE
           MOVE WS-SEKUNDEN-ANZEIGE TO LAUFZEIT-REPORT-SATZ(54:6)
           MOVE WS-HI-MITTEL(WS-HI-IDX) TO WS-SEKUNDEN-ANZEIGE
           MOVE WS-SEKUNDEN-ANZEIGE TO LAUFZEIT-REPORT-SATZ(63:6)
           IF WS-HI-MITTEL(WS-HI-IDX) > 0
              MOVE WS-ABWEICHUNG TO WS-ABWEICHUNG-ANZEIGE
              MOVE WS-ABWEICHUNG-ANZEIGE
                 TO LAUFZEIT-REPORT-SATZ(70:6)
           END-IF
           MOVE WS-LAUFZEIT-HINWEIS TO LAUFZEIT-REPORT-SATZ(77:10)
           MOVE " RC" TO LAUFZEIT-REPORT-SATZ(87:3)
           MOVE WS-HI-RC(WS-HI-IDX) TO LAUFZEIT-REPORT-SATZ(90:9)
           WRITE LAUFZEIT-REPORT-SATZ
           EXIT.

       LESE-BATCHFENSTER SECTION.
      *    Ende des Batchfensters: erster Zeitpunkt SSMM nach dem
      *    Laufbeginn (bei Start vor Mitternacht also am
      *    Folgetag). Dazu die Tiefe des gleitenden Durchschnitts.
           MOVE "BATCHMITTELN" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-MITTEL-ANZAHL
              IF WS-MITTEL-ANZAHL < 1 OR WS-MITTEL-ANZAHL > 10
                 MOVE 10 TO WS-MITTEL-ANZAHL
              END-IF
           END-IF
           MOVE 0 TO WS-FENSTER-ENDE-TS
           MOVE "BATCHFENSTER" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN(1:4) TO WS-FENSTER-EINGABE
           IF WS-FENSTER-EINGABE IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE WS-LAUF-START-TS TO WS-ZEIT-TS
           MOVE WS-FENSTER-EINGABE(1:2) TO WS-ZEIT-STUNDE
           MOVE WS-FENSTER-EINGABE(3:2) TO WS-ZEIT-MINUTE
           MOVE 0 TO WS-ZEIT-SEKUNDE
           IF WS-ZEIT-STUNDE > 23 OR WS-ZEIT-MINUTE > 59
              EXIT SECTION
           END-IF
           IF WS-ZEIT-TS <= WS-LAUF-START-TS
              PERFORM ERMITTLE-SEKUNDEN
              ADD 86400 TO WS-ZEIT-SEKUNDEN
              PERFORM ERMITTLE-ZEITPUNKT
           END-IF
           MOVE WS-ZEIT-TS TO WS-FENSTER-ENDE-TS
           EXIT.

       ERMITTLE-SEKUNDEN SECTION.
      *    WS-ZEIT-TS -> WS-ZEIT-SEKUNDEN.
           COMPUTE WS-ZEIT-SEKUNDEN =
              FUNCTION INTEGER-OF-DATE(WS-ZEIT-DATUM) * 86400
              + WS-ZEIT-STUNDE * 3600 + WS-ZEIT-MINUTE * 60
              + WS-ZEIT-SEKUNDE
           EXIT.

       ERMITTLE-ZEITPUNKT SECTION.
      *    WS-ZEIT-SEKUNDEN -> WS-ZEIT-TS.
           DIVIDE WS-ZEIT-SEKUNDEN BY 86400 GIVING WS-ZEIT-TAGE
              REMAINDER WS-ZEIT-REST
           COMPUTE WS-ZEIT-DATUM =
              FUNCTION DATE-OF-INTEGER(WS-ZEIT-TAGE)
           DIVIDE WS-ZEIT-REST BY 3600 GIVING WS-ZEIT-STUNDE
              REMAINDER WS-ZEIT-REST
           DIVIDE WS-ZEIT-REST BY 60 GIVING WS-ZEIT-MINUTE
              REMAINDER WS-ZEIT-SEKUNDE
           EXIT.

       LESE-PARMFILE-WERT SECTION.
      *    Sucht WS-PARMFILE-SCHLUESSEL-GESUCHT in der gemeinsamen
      *    PARMFILE.DAT (siehe copybooks/PARMFILEREC.cpy) und liefert
      *    den Wert in WS-PARMFILE-WERT-GEFUNDEN (bleibt SPACES, wenn
      *    die Datei fehlt oder der Schluessel nicht vorkommt).
           MOVE SPACES TO WS-PARMFILE-WERT-GEFUNDEN
           MOVE "N" TO WS-PARMFILE-EOF
           OPEN INPUT PARMFILE
           IF WS-PARMFILE-STATUS = "00" THEN
              PERFORM UNTIL WS-PARMFILE-EOF = "Y"
                 READ PARMFILE
                    AT END MOVE "Y" TO WS-PARMFILE-EOF
                    NOT AT END
                       IF PARMFILE-SCHLUESSEL
                          = WS-PARMFILE-SCHLUESSEL-GESUCHT
                          MOVE PARMFILE-WERT
                             TO WS-PARMFILE-WERT-GEFUNDEN
                          MOVE "Y" TO WS-PARMFILE-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF
           EXIT.

       LESE-LAUFPARAMETER SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           OPEN INPUT LAUFPARM

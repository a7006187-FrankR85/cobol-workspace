       IDENTIFICATION DIVISION.
       PROGRAM-ID. WERTUNGSABGLEICH.
      *    Neuaufbau und Abgleich der Bestenliste highscores.dat aus
      *    dem Spielejournal von ttt.cbl (siehe
      *    copybooks/SPIELJRNREC.cpy): alle abgeschlossenen
      *    gewerteten Partien werden in der Reihenfolge ihrer
      *    Endesaetze - also in der Reihenfolge, in der ttt.cbl sie
      *    gewertet hat - nachgespielt und je Spieler Siegzaehler,
      *    Wertung und Monats-Wertungsgewinn (RATING-MONAT/
      *    RATING-MND) nach denselben Regeln wie in ttt.cbl
      *    (SPEICHERE-RATING, spielerSpeichern) neu berechnet.
      *    Freie Partien (JRN-WERTUNG "F") zaehlen nicht, Turnier-
      *    partien nur fuer die Wertung; den Sieg erhaelt dort nur
      *    der Turniersieger aus dem Turniersatz (Art "T").
      *    Der Abgleich mit highscores.dat geht nach
      *    wertungsabgleich-report.txt (fehlende Spieler, Spieler
      *    nur in der Bestenliste, abweichende Werte). Auf Wunsch
      *    schreibt das Programm danach nach Anmeldung eines
      *    Supervisors (OPSIGNON, Rolle "S") die Bestenliste aus
      *    den nachgerechneten Werten neu; Spieler, die nur in der
      *    Bestenliste stehen, bleiben dabei unveraendert.
      *    Als Partiedatum gilt das Datum des Kopfsatzes, bei
      *    fortgesetzten Partien also der Tag des Spielbeginns.
      *    Rueckgabecode 0 ohne Abweichung, 4 bei Abweichungen,
      *    8 wenn das Journal fehlt oder die Tabellen ueberlaufen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPIELEJOURNAL ASSIGN TO "spielejournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT highscores ASSIGN TO "highscores.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS highscores-NAME
              LOCK MODE IS EXCLUSIVE
              FILE STATUS IS WS-HIGHSCORES-STATUS.
           SELECT ABGLEICH-REPORT
              ASSIGN TO "wertungsabgleich-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPIELEJOURNAL.
       COPY SPIELJRNREC.
      *    Satzaufbau der Bestenliste wie in ttt.cbl.
       FD highscores.
       01 highscores-FILE.
          05 highscores-NAME PIC X(20).
          05 highscores-score PIC 9(3).
          05 highscores-DATUM PIC 9(8).
          05 highscores-RATING PIC 9(4).
          05 highscores-RATING-MONAT PIC 9(6).
          05 highscores-RATING-MND PIC S9(4).
       FD ABGLEICH-REPORT.
       01 ABGLEICH-REPORT-SATZ PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC X(02).
       01 WS-HIGHSCORES-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-JOURNAL-EOF PIC X VALUE "N".
       01 WS-HIGHSCORES-EOF PIC X VALUE "N".
       01 WS-HEUTE PIC 9(08).

      *    Kopfsaetze aller Partien (je JRN-SPIEL-ID ein Eintrag);
      *    Endesaetze und Turniersaetze finden darueber Spieler,
      *    Datum und Wertungsart ihrer Partie.
       01 WS-PARTIE-ANZAHL PIC 9(04) VALUE 0.
       01 WS-PARTIE-TABELLE.
          05 WS-PA-EINTRAG OCCURS 2000 TIMES.
             10 WS-PA-ID PIC 9(06).
             10 WS-PA-NICK1 PIC X(20).
             10 WS-PA-NICK2 PIC X(20).
             10 WS-PA-DATUM PIC 9(08).
             10 WS-PA-WERTUNG PIC X(01).
       01 WS-PA-IDX PIC 9(04).
       01 WS-PA-GEFUNDEN PIC 9(04).
       01 WS-PARTIE-UEBERLAUF PIC X VALUE "N".

      *    Nachgerechnete Bestenliste je Spieler.
       01 WS-SPIELER-ANZAHL PIC 9(03) VALUE 0.
       01 WS-SPIELER-TABELLE.
          05 WS-SP-EINTRAG OCCURS 300 TIMES.
             10 WS-SP-NAME PIC X(20).
             10 WS-SP-SIEGE PIC 9(03).
             10 WS-SP-DATUM PIC 9(08).
             10 WS-SP-HAT-SIEG PIC X(01).
             10 WS-SP-RATING PIC 9(04).
             10 WS-SP-RATING-MONAT PIC 9(06).
             10 WS-SP-RATING-MND PIC S9(04).
             10 WS-SP-IN-DATEI PIC X(01).
       01 WS-SP-IDX PIC 9(03).
       01 WS-SP-GEFUNDEN PIC 9(03).
       01 WS-SP-1 PIC 9(03).
       01 WS-SP-2 PIC 9(03).
       01 WS-SUCH-NAME PIC X(20).
       01 WS-SPIELER-UEBERLAUF PIC X VALUE "N".

      *    Wertungsrechnung wie SPEICHERE-RATING in ttt.cbl.
       01 WS-RATING-BASIS PIC 9(4) VALUE 1000.
       01 WS-RTG-RATING-1 PIC 9(4).
       01 WS-RTG-RATING-2 PIC 9(4).
       01 WS-RTG-GEWINN PIC S9(4).
       01 WS-RTG-DELTA-1 PIC S9(4).
       01 WS-RTG-DELTA-2 PIC S9(4).
       01 WS-RTG-DELTA PIC S9(4).
       01 WS-RTG-IDX PIC 9(03).
       01 WS-AKT-MONAT PIC 9(06).
       01 WS-AKT-DATUM PIC 9(08).

      *    Zaehler fuer die Summenzeilen.
       01 WS-ANZ-GEWERTET PIC 9(06) VALUE 0.
       01 WS-ANZ-FREI PIC 9(06) VALUE 0.
       01 WS-ANZ-TURNIERE PIC 9(06) VALUE 0.
       01 WS-ANZ-GLEICH PIC 9(04) VALUE 0.
       01 WS-ANZ-ABWEICHEND PIC 9(04) VALUE 0.
       01 WS-ANZ-FEHLEND PIC 9(04) VALUE 0.
       01 WS-ANZ-NUR-DATEI PIC 9(04) VALUE 0.
       01 WS-ANZ-GESCHRIEBEN PIC 9(04) VALUE 0.

      *    Berichtsfelder.
       01 WS-ANZEIGE-ANZAHL PIC Z(5)9.
       01 WS-ANZEIGE-SIEGE-J PIC ZZ9.
       01 WS-ANZEIGE-SIEGE-D PIC ZZ9.
       01 WS-ANZEIGE-RATING-J PIC ZZZ9.
       01 WS-ANZEIGE-RATING-D PIC ZZZ9.
       01 WS-ANZEIGE-MND-J PIC -ZZZ9.
       01 WS-ANZEIGE-MND-D PIC -ZZZ9.

      *    Neuschreiben der Bestenliste.
       01 WS-ANTWORT PIC X(01).
       01 WS-ANGEMELDET-ID PIC X(10) VALUE SPACES.
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02) VALUE "99".
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "WERTUNGSABGLEICH".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE
           OPEN INPUT SPIELEJOURNAL
           IF WS-JOURNAL-STATUS NOT = "00" THEN
              DISPLAY "Kein Spielejournal vorhanden."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF = "J"
              READ SPIELEJOURNAL
                 AT END MOVE "J" TO WS-JOURNAL-EOF
                 NOT AT END
                    PERFORM VERARBEITE-JOURNALSATZ
              END-READ
           END-PERFORM
           CLOSE SPIELEJOURNAL

           OPEN OUTPUT ABGLEICH-REPORT
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "Bericht kann nicht angelegt werden: "
                 WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SCHREIBE-KOPF
           PERFORM GLEICHE-BESTENLISTE-AB
           PERFORM SCHREIBE-SUMMEN
           CLOSE ABGLEICH-REPORT

           DISPLAY "Wertungsabgleich erstellt, Spieler: "
              WS-SPIELER-ANZAHL " Abweichungen: "
              WS-ANZ-ABWEICHEND " fehlend: " WS-ANZ-FEHLEND
           IF WS-PARTIE-UEBERLAUF = "J"
              OR WS-SPIELER-UEBERLAUF = "J"
              DISPLAY "WARNUNG: Tabellen uebergelaufen, "
                 "Neuaufbau nicht moeglich."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-ANZ-ABWEICHEND = 0 AND WS-ANZ-FEHLEND = 0
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 4 TO RETURN-CODE
           DISPLAY "Bestenliste aus dem Journal neu schreiben? (J/N)"
           MOVE SPACES TO WS-ANTWORT
           ACCEPT WS-ANTWORT
           IF WS-ANTWORT = "J" OR WS-ANTWORT = "j"
              PERFORM SCHREIBE-BESTENLISTE-NEU
           ELSE
              DISPLAY "Bestenliste unveraendert."
           END-IF
           STOP RUN.

       VERARBEITE-JOURNALSATZ SECTION.
      *    Kopfsaetze merken; Ende- und Turniersaetze sofort
      *    nachspielen, denn in dieser Reihenfolge hat ttt.cbl die
      *    Bestenliste fortgeschrieben. Saetze ohne bekannten
      *    Kopfsatz werden uebergangen.
           EVALUATE JRN-ART
              WHEN "K"
                 PERFORM SUCHE-PARTIE
                 IF WS-PA-GEFUNDEN = 0
                    IF WS-PARTIE-ANZAHL < 2000
                       ADD 1 TO WS-PARTIE-ANZAHL
                       MOVE WS-PARTIE-ANZAHL TO WS-PA-GEFUNDEN
                       MOVE JRN-SPIEL-ID
                          TO WS-PA-ID(WS-PA-GEFUNDEN)
                       MOVE JRN-NICK1
                          TO WS-PA-NICK1(WS-PA-GEFUNDEN)
                       MOVE JRN-NICK2
                          TO WS-PA-NICK2(WS-PA-GEFUNDEN)
                       MOVE JRN-DATUM
                          TO WS-PA-DATUM(WS-PA-GEFUNDEN)
                       MOVE JRN-WERTUNG
                          TO WS-PA-WERTUNG(WS-PA-GEFUNDEN)
                    ELSE
                       MOVE "J" TO WS-PARTIE-UEBERLAUF
                    END-IF
                 END-IF
              WHEN "E"
                 PERFORM SUCHE-PARTIE
                 IF WS-PA-GEFUNDEN > 0
                    IF WS-PA-WERTUNG(WS-PA-GEFUNDEN) = "F"
                       ADD 1 TO WS-ANZ-FREI
                    ELSE
                       ADD 1 TO WS-ANZ-GEWERTET
                       PERFORM WERTE-PARTIE-NACH
                    END-IF
                 END-IF
              WHEN "T"
                 PERFORM SUCHE-PARTIE
                 IF WS-PA-GEFUNDEN > 0
                    ADD 1 TO WS-ANZ-TURNIERE
                    MOVE JRN-GEWINNER TO WS-SUCH-NAME
                    MOVE WS-PA-DATUM(WS-PA-GEFUNDEN)
                       TO WS-AKT-DATUM
                    PERFORM ZAEHLE-SIEG
                 END-IF
           END-EVALUATE
           EXIT.

       SUCHE-PARTIE SECTION.
           MOVE 0 TO WS-PA-GEFUNDEN
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
              UNTIL WS-PA-IDX > WS-PARTIE-ANZAHL
              IF WS-PA-ID(WS-PA-IDX) = JRN-SPIEL-ID
                 MOVE WS-PA-IDX TO WS-PA-GEFUNDEN
                 MOVE WS-PARTIE-ANZAHL TO WS-PA-IDX
              END-IF
           END-PERFORM
           EXIT.

       WERTE-PARTIE-NACH SECTION.
      *    Gewertete Partie WS-PA-GEFUNDEN nachspielen: erst die
      *    Punktverschiebung beider Spieler, dann bei einer
      *    Einzelpartie mit Sieger der Siegzaehler.
           MOVE WS-PA-DATUM(WS-PA-GEFUNDEN) TO WS-AKT-DATUM
           MOVE WS-AKT-DATUM(1:6) TO WS-AKT-MONAT
           MOVE WS-PA-NICK1(WS-PA-GEFUNDEN) TO WS-SUCH-NAME
           PERFORM SUCHE-ODER-ERGAENZE-SPIELER
           MOVE WS-SP-GEFUNDEN TO WS-SP-1
           MOVE WS-PA-NICK2(WS-PA-GEFUNDEN) TO WS-SUCH-NAME
           PERFORM SUCHE-ODER-ERGAENZE-SPIELER
           MOVE WS-SP-GEFUNDEN TO WS-SP-2
           IF WS-SP-1 = 0 OR WS-SP-2 = 0
              EXIT SECTION
           END-IF
           MOVE WS-SP-RATING(WS-SP-1) TO WS-RTG-RATING-1
           MOVE WS-SP-RATING(WS-SP-2) TO WS-RTG-RATING-2

           EVALUATE JRN-ERGEBNIS
              WHEN "1"
                 COMPUTE WS-RTG-GEWINN =
                    16 + ((WS-RTG-RATING-2 - WS-RTG-RATING-1) / 20)
                 PERFORM BEGRENZE-GEWINN
                 MOVE WS-RTG-GEWINN TO WS-RTG-DELTA-1
                 COMPUTE WS-RTG-DELTA-2 = 0 - WS-RTG-GEWINN
              WHEN "2"
                 COMPUTE WS-RTG-GEWINN =
                    16 + ((WS-RTG-RATING-1 - WS-RTG-RATING-2) / 20)
                 PERFORM BEGRENZE-GEWINN
                 MOVE WS-RTG-GEWINN TO WS-RTG-DELTA-2
                 COMPUTE WS-RTG-DELTA-1 = 0 - WS-RTG-GEWINN
              WHEN OTHER
                 IF WS-RTG-RATING-1 > WS-RTG-RATING-2
                    COMPUTE WS-RTG-GEWINN =
                       (WS-RTG-RATING-1 - WS-RTG-RATING-2) / 40
                 ELSE
                    COMPUTE WS-RTG-GEWINN =
                       (WS-RTG-RATING-2 - WS-RTG-RATING-1) / 40
                 END-IF
                 IF WS-RTG-GEWINN > 16
                    MOVE 16 TO WS-RTG-GEWINN
                 END-IF
                 IF WS-RTG-RATING-1 > WS-RTG-RATING-2
                    COMPUTE WS-RTG-DELTA-1 = 0 - WS-RTG-GEWINN
                    MOVE WS-RTG-GEWINN TO WS-RTG-DELTA-2
                 ELSE
                    MOVE WS-RTG-GEWINN TO WS-RTG-DELTA-1
                    COMPUTE WS-RTG-DELTA-2 = 0 - WS-RTG-GEWINN
                 END-IF
           END-EVALUATE

           MOVE WS-SP-1 TO WS-RTG-IDX
           MOVE WS-RTG-DELTA-1 TO WS-RTG-DELTA
           PERFORM BUCHE-WERTUNG
           MOVE WS-SP-2 TO WS-RTG-IDX
           MOVE WS-RTG-DELTA-2 TO WS-RTG-DELTA
           PERFORM BUCHE-WERTUNG

           IF WS-PA-WERTUNG(WS-PA-GEFUNDEN) NOT = "T"
              AND (JRN-ERGEBNIS = "1" OR JRN-ERGEBNIS = "2")
              MOVE JRN-GEWINNER TO WS-SUCH-NAME
              PERFORM ZAEHLE-SIEG
           END-IF
           EXIT.

       BEGRENZE-GEWINN SECTION.
           IF WS-RTG-GEWINN < 1
              MOVE 1 TO WS-RTG-GEWINN
           END-IF
           IF WS-RTG-GEWINN > 64
              MOVE 64 TO WS-RTG-GEWINN
           END-IF
           EXIT.

       BUCHE-WERTUNG SECTION.
      *    Punktverschiebung WS-RTG-DELTA auf Spieler WS-RTG-IDX;
      *    bei Monatswechsel beginnt der Monatsgewinn neu, die
      *    Wertung faellt nicht unter 0 (wie SCHREIBE-WERTUNG).
           IF WS-SP-RATING-MONAT(WS-RTG-IDX) NOT = WS-AKT-MONAT
              MOVE WS-AKT-MONAT TO WS-SP-RATING-MONAT(WS-RTG-IDX)
              MOVE 0 TO WS-SP-RATING-MND(WS-RTG-IDX)
           END-IF
           IF WS-RTG-DELTA < 0
              AND WS-SP-RATING(WS-RTG-IDX) < (0 - WS-RTG-DELTA)
              MOVE 0 TO WS-SP-RATING(WS-RTG-IDX)
           ELSE
              ADD WS-RTG-DELTA TO WS-SP-RATING(WS-RTG-IDX)
           END-IF
           ADD WS-RTG-DELTA TO WS-SP-RATING-MND(WS-RTG-IDX)
           EXIT.

       ZAEHLE-SIEG SECTION.
      *    Sieg fuer WS-SUCH-NAME am Tag WS-AKT-DATUM (wie
      *    spielerSpeichern: Siegzaehler plus 1, Datum des
      *    letzten Sieges).
           MOVE WS-AKT-DATUM(1:6) TO WS-AKT-MONAT
           PERFORM SUCHE-ODER-ERGAENZE-SPIELER
           IF WS-SP-GEFUNDEN > 0
              ADD 1 TO WS-SP-SIEGE(WS-SP-GEFUNDEN)
              MOVE WS-AKT-DATUM TO WS-SP-DATUM(WS-SP-GEFUNDEN)
              MOVE "J" TO WS-SP-HAT-SIEG(WS-SP-GEFUNDEN)
           END-IF
           EXIT.

       SUCHE-ODER-ERGAENZE-SPIELER SECTION.
      *    Spieler WS-SUCH-NAME suchen und bei Bedarf mit
      *    Basiswertung und 0 Siegen anlegen (wie
      *    LADE-ODER-ERZEUGE-WERTUNG in ttt.cbl).
           MOVE 0 TO WS-SP-GEFUNDEN
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
              UNTIL WS-SP-IDX > WS-SPIELER-ANZAHL
              IF WS-SP-NAME(WS-SP-IDX) = WS-SUCH-NAME
                 MOVE WS-SP-IDX TO WS-SP-GEFUNDEN
                 MOVE WS-SPIELER-ANZAHL TO WS-SP-IDX
              END-IF
           END-PERFORM
           IF WS-SP-GEFUNDEN > 0
              EXIT SECTION
           END-IF
           IF WS-SPIELER-ANZAHL >= 300
              MOVE "J" TO WS-SPIELER-UEBERLAUF
              EXIT SECTION
           END-IF
           ADD 1 TO WS-SPIELER-ANZAHL
           MOVE WS-SPIELER-ANZAHL TO WS-SP-GEFUNDEN
           MOVE WS-SUCH-NAME TO WS-SP-NAME(WS-SP-GEFUNDEN)
           MOVE 0 TO WS-SP-SIEGE(WS-SP-GEFUNDEN)
           MOVE WS-AKT-DATUM TO WS-SP-DATUM(WS-SP-GEFUNDEN)
           MOVE "N" TO WS-SP-HAT-SIEG(WS-SP-GEFUNDEN)
           MOVE WS-RATING-BASIS TO WS-SP-RATING(WS-SP-GEFUNDEN)
           MOVE WS-AKT-MONAT TO WS-SP-RATING-MONAT(WS-SP-GEFUNDEN)
           MOVE 0 TO WS-SP-RATING-MND(WS-SP-GEFUNDEN)
           MOVE "N" TO WS-SP-IN-DATEI(WS-SP-GEFUNDEN)
           EXIT.

       SCHREIBE-KOPF SECTION.
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Wertungsabgleich Bestenliste gegen Spielejournal"
                     DELIMITED BY SIZE
                  "   Stand: " DELIMITED BY SIZE
                  WS-HEUTE DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           MOVE ALL "=" TO ABGLEICH-REPORT-SATZ
           WRITE ABGLEICH-REPORT-SATZ
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Spieler              Befund                "
                     DELIMITED BY SIZE
                  "Siege J/D  Wertung J/D  Monat J/D"
                     DELIMITED BY SIZE
                  "          Monatsgewinn J/D" DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           EXIT.

       GLEICHE-BESTENLISTE-AB SECTION.
      *    Bestenliste der Reihe nach lesen und mit den
      *    nachgerechneten Werten vergleichen (J = Journal,
      *    D = Datei); danach die Spieler melden, die im Journal
      *    vorkommen, aber keinen Satz in der Bestenliste haben.
           OPEN INPUT highscores
           IF WS-HIGHSCORES-STATUS = "00"
              MOVE "N" TO WS-HIGHSCORES-EOF
              PERFORM UNTIL WS-HIGHSCORES-EOF = "J"
                 READ highscores NEXT RECORD
                    AT END MOVE "J" TO WS-HIGHSCORES-EOF
                    NOT AT END
                       PERFORM VERGLEICHE-SATZ
                 END-READ
              END-PERFORM
              CLOSE highscores
           ELSE
              MOVE SPACES TO ABGLEICH-REPORT-SATZ
              STRING "Bestenliste nicht lesbar, Status "
                        DELIMITED BY SIZE
                     WS-HIGHSCORES-STATUS DELIMITED BY SIZE
                INTO ABGLEICH-REPORT-SATZ
              END-STRING
              WRITE ABGLEICH-REPORT-SATZ
           END-IF

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
              UNTIL WS-SP-IDX > WS-SPIELER-ANZAHL
              IF WS-SP-IN-DATEI(WS-SP-IDX) = "N"
                 ADD 1 TO WS-ANZ-FEHLEND
                 MOVE WS-SP-SIEGE(WS-SP-IDX) TO WS-ANZEIGE-SIEGE-J
                 MOVE WS-SP-RATING(WS-SP-IDX)
                    TO WS-ANZEIGE-RATING-J
                 MOVE WS-SP-RATING-MND(WS-SP-IDX)
                    TO WS-ANZEIGE-MND-J
                 MOVE SPACES TO ABGLEICH-REPORT-SATZ
                 STRING WS-SP-NAME(WS-SP-IDX) DELIMITED BY SIZE
                        " FEHLT IN BESTENLISTE  " DELIMITED BY SIZE
                        WS-ANZEIGE-SIEGE-J DELIMITED BY SIZE
                        "/---   " DELIMITED BY SIZE
                        WS-ANZEIGE-RATING-J DELIMITED BY SIZE
                        "/----    " DELIMITED BY SIZE
                        WS-SP-RATING-MONAT(WS-SP-IDX)
                           DELIMITED BY SIZE
                        "/------   " DELIMITED BY SIZE
                        WS-ANZEIGE-MND-J DELIMITED BY SIZE
                        "/-----" DELIMITED BY SIZE
                   INTO ABGLEICH-REPORT-SATZ
                 END-STRING
                 WRITE ABGLEICH-REPORT-SATZ
              END-IF
           END-PERFORM
           EXIT.

       VERGLEICHE-SATZ SECTION.
           MOVE highscores-NAME TO WS-SUCH-NAME
           MOVE 0 TO WS-SP-GEFUNDEN
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
              UNTIL WS-SP-IDX > WS-SPIELER-ANZAHL
              IF WS-SP-NAME(WS-SP-IDX) = WS-SUCH-NAME
                 MOVE WS-SP-IDX TO WS-SP-GEFUNDEN
                 MOVE WS-SPIELER-ANZAHL TO WS-SP-IDX
              END-IF
           END-PERFORM
           MOVE highscores-score TO WS-ANZEIGE-SIEGE-D
           MOVE highscores-RATING TO WS-ANZEIGE-RATING-D
           MOVE highscores-RATING-MND TO WS-ANZEIGE-MND-D
           MOVE SPACES TO ABGLEICH-REPORT-SATZ

           IF WS-SP-GEFUNDEN = 0
              ADD 1 TO WS-ANZ-NUR-DATEI
              STRING highscores-NAME DELIMITED BY SIZE
                     " NUR IN BESTENLISTE    ---/" DELIMITED BY SIZE
                     WS-ANZEIGE-SIEGE-D DELIMITED BY SIZE
                     "   ----/" DELIMITED BY SIZE
                     WS-ANZEIGE-RATING-D DELIMITED BY SIZE
                     "    ------/" DELIMITED BY SIZE
                     highscores-RATING-MONAT DELIMITED BY SIZE
                     "   -----/" DELIMITED BY SIZE
                     WS-ANZEIGE-MND-D DELIMITED BY SIZE
                INTO ABGLEICH-REPORT-SATZ
              END-STRING
              WRITE ABGLEICH-REPORT-SATZ
              EXIT SECTION
           END-IF

           MOVE "J" TO WS-SP-IN-DATEI(WS-SP-GEFUNDEN)
           IF WS-SP-SIEGE(WS-SP-GEFUNDEN) = highscores-score
              AND WS-SP-RATING(WS-SP-GEFUNDEN) = highscores-RATING
              AND WS-SP-RATING-MONAT(WS-SP-GEFUNDEN)
                 = highscores-RATING-MONAT
              AND WS-SP-RATING-MND(WS-SP-GEFUNDEN)
                 = highscores-RATING-MND
              ADD 1 TO WS-ANZ-GLEICH
              EXIT SECTION
           END-IF

           ADD 1 TO WS-ANZ-ABWEICHEND
           MOVE WS-SP-SIEGE(WS-SP-GEFUNDEN) TO WS-ANZEIGE-SIEGE-J
           MOVE WS-SP-RATING(WS-SP-GEFUNDEN) TO WS-ANZEIGE-RATING-J
           MOVE WS-SP-RATING-MND(WS-SP-GEFUNDEN) TO WS-ANZEIGE-MND-J
           STRING highscores-NAME DELIMITED BY SIZE
                  " ABWEICHUNG            " DELIMITED BY SIZE
                  WS-ANZEIGE-SIEGE-J DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANZEIGE-SIEGE-D DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-ANZEIGE-RATING-J DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANZEIGE-RATING-D DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-SP-RATING-MONAT(WS-SP-GEFUNDEN)
                     DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  highscores-RATING-MONAT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-ANZEIGE-MND-J DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANZEIGE-MND-D DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           EXIT.

       SCHREIBE-SUMMEN SECTION.
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           WRITE ABGLEICH-REPORT-SATZ
           MOVE WS-ANZ-GEWERTET TO WS-ANZEIGE-ANZAHL
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Gewertete Partien nachgespielt: " DELIMITED BY SIZE
                  WS-ANZEIGE-ANZAHL DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           MOVE WS-ANZ-FREI TO WS-ANZEIGE-ANZAHL
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Freie Partien uebergangen:      " DELIMITED BY SIZE
                  WS-ANZEIGE-ANZAHL DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           MOVE WS-ANZ-TURNIERE TO WS-ANZEIGE-ANZAHL
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Turniersieger gezaehlt:         " DELIMITED BY SIZE
                  WS-ANZEIGE-ANZAHL DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           MOVE WS-ANZ-GLEICH TO WS-ANZEIGE-ANZAHL
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Spieler uebereinstimmend:       " DELIMITED BY SIZE
                  WS-ANZEIGE-ANZAHL DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           MOVE WS-ANZ-ABWEICHEND TO WS-ANZEIGE-ANZAHL
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Spieler mit Abweichung:         " DELIMITED BY SIZE
                  WS-ANZEIGE-ANZAHL DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           MOVE WS-ANZ-FEHLEND TO WS-ANZEIGE-ANZAHL
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Spieler fehlen in Bestenliste:  " DELIMITED BY SIZE
                  WS-ANZEIGE-ANZAHL DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           MOVE WS-ANZ-NUR-DATEI TO WS-ANZEIGE-ANZAHL
           MOVE SPACES TO ABGLEICH-REPORT-SATZ
           STRING "Spieler nur in Bestenliste:     " DELIMITED BY SIZE
                  WS-ANZEIGE-ANZAHL DELIMITED BY SIZE
             INTO ABGLEICH-REPORT-SATZ
           END-STRING
           WRITE ABGLEICH-REPORT-SATZ
           IF WS-PARTIE-UEBERLAUF = "J"
              MOVE "WARNUNG: mehr als 2000 Partien im Journal."
                 TO ABGLEICH-REPORT-SATZ
              WRITE ABGLEICH-REPORT-SATZ
           END-IF
           IF WS-SPIELER-UEBERLAUF = "J"
              MOVE "WARNUNG: mehr als 300 Spieler im Journal."
                 TO ABGLEICH-REPORT-SATZ
              WRITE ABGLEICH-REPORT-SATZ
           END-IF
           EXIT.

       SCHREIBE-BESTENLISTE-NEU SECTION.
      *    Nur ein Supervisor darf die Bestenliste ersetzen. Jeder
      *    Spieler aus dem Journal erhaelt Siege, Wertung und
      *    Monatsgewinn aus der Nachrechnung; das Datum bleibt bei
      *    Spielern ohne Sieg wie in der Datei.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00"
              DISPLAY "Neuaufbau nur nach Operator-Anmeldung."
              EXIT SECTION
           END-IF
           IF WS-ANGEMELDET-ROLLE NOT = "S"
              DISPLAY "Neuaufbau nur durch einen Supervisor."
              EXIT SECTION
           END-IF

           OPEN I-O highscores
           IF WS-HIGHSCORES-STATUS = "35"
              OPEN OUTPUT highscores
              CLOSE highscores
              OPEN I-O highscores
           END-IF
           IF WS-HIGHSCORES-STATUS NOT = "00"
              DISPLAY "Bestenliste gesperrt, Status "
                 WS-HIGHSCORES-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
              UNTIL WS-SP-IDX > WS-SPIELER-ANZAHL
              MOVE WS-SP-NAME(WS-SP-IDX) TO highscores-NAME
              READ highscores
                 INVALID KEY
                    MOVE WS-SP-SIEGE(WS-SP-IDX) TO highscores-score
                    MOVE WS-SP-DATUM(WS-SP-IDX) TO highscores-DATUM
                    MOVE WS-SP-RATING(WS-SP-IDX)
                       TO highscores-RATING
                    MOVE WS-SP-RATING-MONAT(WS-SP-IDX)
                       TO highscores-RATING-MONAT
                    MOVE WS-SP-RATING-MND(WS-SP-IDX)
                       TO highscores-RATING-MND
                    WRITE highscores-FILE
                    ADD 1 TO WS-ANZ-GESCHRIEBEN
                 NOT INVALID KEY
                    MOVE WS-SP-SIEGE(WS-SP-IDX) TO highscores-score
                    IF WS-SP-HAT-SIEG(WS-SP-IDX) = "J"
                       MOVE WS-SP-DATUM(WS-SP-IDX)
                          TO highscores-DATUM
                    END-IF
                    MOVE WS-SP-RATING(WS-SP-IDX)
                       TO highscores-RATING
                    MOVE WS-SP-RATING-MONAT(WS-SP-IDX)
                       TO highscores-RATING-MONAT
                    MOVE WS-SP-RATING-MND(WS-SP-IDX)
                       TO highscores-RATING-MND
                    REWRITE highscores-FILE
                    ADD 1 TO WS-ANZ-GESCHRIEBEN
              END-READ
           END-PERFORM
           CLOSE highscores

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "BESTENLISTE NEU AUFGEBAUT SAETZE="
                     DELIMITED BY SIZE
                  WS-ANZ-GESCHRIEBEN DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Bestenliste neu geschrieben, Saetze: "
              WS-ANZ-GESCHRIEBEN
           MOVE 0 TO RETURN-CODE
           EXIT.
       END PROGRAM WERTUNGSABGLEICH.

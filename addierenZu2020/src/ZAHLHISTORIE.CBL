       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZAHLHISTORIE.
      *    Soll/Ist-Bericht je Kategorie ueber das laufende Jahr aus
      *    der Kategorie-Historie zahlen-historie.dat, die MAIN nach
      *    jedem sauberen Lauf fortschreibt (siehe
      *    copybooks/KATHISTREC.cpy). Je Kategorie: Ist je Monat,
      *    kumuliertes Jahr bisher, Restabstand zum Zielwert aus
      *    kategorien.dat und lineare Hochrechnung auf das
      *    Jahresende. Weicht das Jahr bisher um mehr als die
      *    Toleranz (PARMFILE KATTOLERANZ in Prozent, Vorgabe 10)
      *    vom zeitanteiligen Ziel ab, wird die Kategorie markiert.
      *    Stichtag ist das Laufdatum (erstes Kommandozeilen-
      *    argument JJJJMMTT, sonst Tagesdatum); ausgewertet werden
      *    die Monate Januar bis Stichtagsmonat. Ausgabe nach
      *    zahlen-historie-report.txt; Rueckgabecode 4, wenn eine
      *    Kategorie markiert ist, sonst 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZAHLEN-HISTORIE ASSIGN TO 'zahlen-historie.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT KATEGORIEN ASSIGN TO 'kategorien.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KATEGORIEN-STATUS.
           SELECT PARMFILE ASSIGN TO 'parmfile.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT HISTORIE-REPORT
              ASSIGN TO 'zahlen-historie-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ZAHLEN-HISTORIE.
       COPY KATHISTREC.
       FD KATEGORIEN.
      *    Aufbau wie in MAIN.CBL (Code, Leerzeichen, Zielwert).
       01 KATEGORIE-SATZ.
          05 KATEGORIE-CODE PIC X(05).
          05 FILLER PIC X(01).
          05 KATEGORIE-ZIEL PIC 9(07).
       FD PARMFILE.
       COPY PARMFILEREC.
       FD HISTORIE-REPORT.
       01 HISTORIE-REPORT-SATZ PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HISTORIE-STATUS PIC X(02).
       01 WS-KATEGORIEN-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-HISTORIE-EOF PIC X VALUE "N".
       01 WS-KATEGORIEN-EOF PIC X VALUE "N".
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-STICHTAG PIC 9(08).
       01 WS-STICHTAG-G REDEFINES WS-STICHTAG.
          05 WS-STICHTAG-JAHR PIC 9(04).
          05 WS-STICHTAG-MONAT PIC 9(02).
          05 WS-STICHTAG-TAG PIC 9(02).
       01 WS-HIST-DATUM PIC 9(08).
       01 WS-HIST-DATUM-G REDEFINES WS-HIST-DATUM.
          05 WS-HIST-JAHR PIC 9(04).
          05 WS-HIST-MONAT PIC 9(02).
          05 WS-HIST-TAG PIC 9(02).
       01 WS-TOLERANZ PIC 9(03) VALUE 10.

      *    Kategorien mit Zielwert und Ist je Monat.
       01 WS-KAT-ANZAHL PIC 9(02) VALUE 0.
       01 WS-KAT-TABELLE.
          05 WS-KAT-EINTRAG OCCURS 20 TIMES.
             10 WS-KAT-CODE PIC X(05).
             10 WS-KAT-ZIEL PIC 9(07).
             10 WS-KAT-ZIEL-AUS-DATEI PIC X(01).
             10 WS-KAT-MONAT OCCURS 12 TIMES PIC 9(09).
       01 WS-KAT-IDX PIC 9(02).
       01 WS-KAT-GEFUNDEN PIC 9(02).
       01 WS-SUCH-CODE PIC X(05).
       01 WS-MONAT-IDX PIC 9(02).
       01 WS-KAT-UEBERLAUF PIC X VALUE "N".

      *    Rechenfelder je Kategorie.
       01 WS-KUMULIERT PIC 9(11).
       01 WS-ZEITANTEIL PIC 9(11).
       01 WS-RESTABSTAND PIC S9(11).
       01 WS-HOCHRECHNUNG PIC 9(11).
       01 WS-ABWEICHUNG-PROZENT PIC S9(05).
       01 WS-ABWEICHUNG-BETRAG PIC S9(05).
       01 WS-MARKIERT-ANZAHL PIC 9(03) VALUE 0.

      *    Berichtsfelder.
       01 WS-BETRAG-ANZEIGE PIC Z(10)9.
       01 WS-KUMULIERT-ANZEIGE PIC Z(10)9.
       01 WS-ZIEL-ANZEIGE PIC Z(6)9.
       01 WS-REST-ANZEIGE PIC -(11)9.
       01 WS-PROZENT-ANZEIGE PIC -(5)9.
       01 WS-TOLERANZ-ANZEIGE PIC ZZ9.
       01 WS-ANZAHL-ANZEIGE PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-STICHTAG
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STICHTAG
           END-IF
           MOVE "KATTOLERANZ" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-TOLERANZ
           END-IF

           PERFORM LESE-KATEGORIEN
           OPEN INPUT ZAHLEN-HISTORIE
           IF WS-HISTORIE-STATUS NOT = "00" THEN
              DISPLAY "Keine Kategorie-Historie vorhanden."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-HISTORIE-EOF = "Y"
              READ ZAHLEN-HISTORIE
                 AT END MOVE "Y" TO WS-HISTORIE-EOF
                 NOT AT END
                    PERFORM UEBERNEHME-HISTORIE
              END-READ
           END-PERFORM
           CLOSE ZAHLEN-HISTORIE

           OPEN OUTPUT HISTORIE-REPORT
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "Bericht kann nicht angelegt werden: "
                 WS-REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SCHREIBE-KOPF
           PERFORM VARYING WS-KAT-IDX FROM 1 BY 1
              UNTIL WS-KAT-IDX > WS-KAT-ANZAHL
              PERFORM SCHREIBE-KATEGORIE
           END-PERFORM
           PERFORM SCHREIBE-SCHLUSS
           CLOSE HISTORIE-REPORT

           DISPLAY "Soll/Ist-Bericht erstellt, Kategorien: "
              WS-KAT-ANZAHL " markiert: " WS-MARKIERT-ANZAHL
           IF WS-MARKIERT-ANZAHL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LESE-KATEGORIEN SECTION.
      *    Aktuelle Zielwerte aus kategorien.dat; Kategorien, die nur
      *    in der Historie vorkommen, nehmen den dort zuletzt
      *    gefuehrten Zielwert.
           MOVE "N" TO WS-KATEGORIEN-EOF
           OPEN INPUT KATEGORIEN
           IF WS-KATEGORIEN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-KATEGORIEN-EOF = "Y"
              READ KATEGORIEN
                 AT END MOVE "Y" TO WS-KATEGORIEN-EOF
                 NOT AT END
                    MOVE KATEGORIE-CODE TO WS-SUCH-CODE
                    PERFORM SUCHE-ODER-ERGAENZE-KATEGORIE
                    IF WS-KAT-GEFUNDEN > 0
                       IF KATEGORIE-ZIEL IS NUMERIC
                          MOVE KATEGORIE-ZIEL
                             TO WS-KAT-ZIEL(WS-KAT-GEFUNDEN)
                       END-IF
                       MOVE "J" TO WS-KAT-ZIEL-AUS-DATEI
                          (WS-KAT-GEFUNDEN)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KATEGORIEN
           EXIT.

       UEBERNEHME-HISTORIE SECTION.
      *    Nur Laeufe des Stichtagsjahres bis zum Stichtag zaehlen.
           IF KATHIST-LAUFDATUM NOT NUMERIC
              OR KATHIST-SUMME NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE KATHIST-LAUFDATUM TO WS-HIST-DATUM
           IF WS-HIST-JAHR NOT = WS-STICHTAG-JAHR
              OR WS-HIST-DATUM > WS-STICHTAG
              OR WS-HIST-MONAT < 1 OR WS-HIST-MONAT > 12
              EXIT SECTION
           END-IF
           MOVE KATHIST-KATEGORIE TO WS-SUCH-CODE
           PERFORM SUCHE-ODER-ERGAENZE-KATEGORIE
           IF WS-KAT-GEFUNDEN = 0
              EXIT SECTION
           END-IF
           ADD KATHIST-SUMME
              TO WS-KAT-MONAT(WS-KAT-GEFUNDEN, WS-HIST-MONAT)
           IF WS-KAT-ZIEL-AUS-DATEI(WS-KAT-GEFUNDEN) = "N"
              AND KATHIST-ZIEL IS NUMERIC
              MOVE KATHIST-ZIEL TO WS-KAT-ZIEL(WS-KAT-GEFUNDEN)
           END-IF
           EXIT.

       SUCHE-ODER-ERGAENZE-KATEGORIE SECTION.
           MOVE 0 TO WS-KAT-GEFUNDEN
           PERFORM VARYING WS-KAT-IDX FROM 1 BY 1
              UNTIL WS-KAT-IDX > WS-KAT-ANZAHL
              IF WS-KAT-CODE(WS-KAT-IDX) = WS-SUCH-CODE
                 MOVE WS-KAT-IDX TO WS-KAT-GEFUNDEN
                 MOVE WS-KAT-ANZAHL TO WS-KAT-IDX
              END-IF
           END-PERFORM
           IF WS-KAT-GEFUNDEN > 0
              EXIT SECTION
           END-IF
           IF WS-KAT-ANZAHL >= 20
              MOVE "J" TO WS-KAT-UEBERLAUF
              EXIT SECTION
           END-IF
           ADD 1 TO WS-KAT-ANZAHL
           MOVE WS-KAT-ANZAHL TO WS-KAT-GEFUNDEN
           MOVE WS-SUCH-CODE TO WS-KAT-CODE(WS-KAT-GEFUNDEN)
           MOVE 0 TO WS-KAT-ZIEL(WS-KAT-GEFUNDEN)
           MOVE "N" TO WS-KAT-ZIEL-AUS-DATEI(WS-KAT-GEFUNDEN)
           PERFORM VARYING WS-MONAT-IDX FROM 1 BY 1
              UNTIL WS-MONAT-IDX > 12
              MOVE 0 TO WS-KAT-MONAT(WS-KAT-GEFUNDEN, WS-MONAT-IDX)
           END-PERFORM
           EXIT.

       SCHREIBE-KOPF SECTION.
           MOVE WS-TOLERANZ TO WS-TOLERANZ-ANZEIGE
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           STRING "Soll/Ist je Kategorie - Jahr " DELIMITED BY SIZE
                  WS-STICHTAG-JAHR DELIMITED BY SIZE
                  "   Stichtag: " DELIMITED BY SIZE
                  WS-STICHTAG DELIMITED BY SIZE
                  "   Toleranz: " DELIMITED BY SIZE
                  WS-TOLERANZ-ANZEIGE DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
             INTO HISTORIE-REPORT-SATZ
           END-STRING
           WRITE HISTORIE-REPORT-SATZ
           MOVE ALL "=" TO HISTORIE-REPORT-SATZ
           WRITE HISTORIE-REPORT-SATZ
           EXIT.

       SCHREIBE-KATEGORIE SECTION.
      *    Monatszeilen bis zum Stichtagsmonat, dann Jahr bisher,
      *    Restabstand, Hochrechnung und Toleranzpruefung.
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           WRITE HISTORIE-REPORT-SATZ
           MOVE WS-KAT-ZIEL(WS-KAT-IDX) TO WS-ZIEL-ANZEIGE
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           IF WS-KAT-ZIEL(WS-KAT-IDX) > 0
              STRING "Kategorie " DELIMITED BY SIZE
                     WS-KAT-CODE(WS-KAT-IDX) DELIMITED BY SIZE
                     "   Zielwert " DELIMITED BY SIZE
                     WS-ZIEL-ANZEIGE DELIMITED BY SIZE
                INTO HISTORIE-REPORT-SATZ
              END-STRING
           ELSE
              STRING "Kategorie " DELIMITED BY SIZE
                     WS-KAT-CODE(WS-KAT-IDX) DELIMITED BY SIZE
                     "   ohne Zielwert" DELIMITED BY SIZE
                INTO HISTORIE-REPORT-SATZ
              END-STRING
           END-IF
           WRITE HISTORIE-REPORT-SATZ

           MOVE 0 TO WS-KUMULIERT
           PERFORM VARYING WS-MONAT-IDX FROM 1 BY 1
              UNTIL WS-MONAT-IDX > WS-STICHTAG-MONAT
              ADD WS-KAT-MONAT(WS-KAT-IDX, WS-MONAT-IDX)
                 TO WS-KUMULIERT
              MOVE WS-KAT-MONAT(WS-KAT-IDX, WS-MONAT-IDX)
                 TO WS-BETRAG-ANZEIGE
              MOVE WS-KUMULIERT TO WS-KUMULIERT-ANZEIGE
              MOVE SPACES TO HISTORIE-REPORT-SATZ
              STRING "  Monat " DELIMITED BY SIZE
                     WS-MONAT-IDX DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WS-STICHTAG-JAHR DELIMITED BY SIZE
                     "  Ist " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     "  kumuliert " DELIMITED BY SIZE
                     WS-KUMULIERT-ANZEIGE DELIMITED BY SIZE
                INTO HISTORIE-REPORT-SATZ
              END-STRING
              WRITE HISTORIE-REPORT-SATZ
           END-PERFORM

           MOVE WS-KUMULIERT TO WS-KUMULIERT-ANZEIGE
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           STRING "  Jahr bisher " DELIMITED BY SIZE
                  WS-KUMULIERT-ANZEIGE DELIMITED BY SIZE
             INTO HISTORIE-REPORT-SATZ
           END-STRING
           WRITE HISTORIE-REPORT-SATZ
           IF WS-KAT-ZIEL(WS-KAT-IDX) = 0
              EXIT SECTION
           END-IF

      *    Restabstand zum Jahresziel (negativ = Ziel ueberschritten)
      *    und lineare Hochrechnung aus dem Monatsdurchschnitt.
           COMPUTE WS-RESTABSTAND =
              WS-KAT-ZIEL(WS-KAT-IDX) - WS-KUMULIERT
           COMPUTE WS-HOCHRECHNUNG =
              WS-KUMULIERT * 12 / WS-STICHTAG-MONAT
           MOVE WS-RESTABSTAND TO WS-REST-ANZEIGE
           MOVE WS-HOCHRECHNUNG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           IF WS-HOCHRECHNUNG >= WS-KAT-ZIEL(WS-KAT-IDX)
              STRING "  Restabstand " DELIMITED BY SIZE
                     WS-REST-ANZEIGE DELIMITED BY SIZE
                     "  Hochrechnung Jahresende " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     "  Ziel wird erreicht" DELIMITED BY SIZE
                INTO HISTORIE-REPORT-SATZ
              END-STRING
           ELSE
              STRING "  Restabstand " DELIMITED BY SIZE
                     WS-REST-ANZEIGE DELIMITED BY SIZE
                     "  Hochrechnung Jahresende " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     "  Ziel wird verfehlt" DELIMITED BY SIZE
                INTO HISTORIE-REPORT-SATZ
              END-STRING
           END-IF
           WRITE HISTORIE-REPORT-SATZ

      *    Abweichung vom zeitanteiligen Ziel in Prozent.
           COMPUTE WS-ZEITANTEIL =
              WS-KAT-ZIEL(WS-KAT-IDX) * WS-STICHTAG-MONAT / 12
           IF WS-ZEITANTEIL = 0
              EXIT SECTION
           END-IF
           COMPUTE WS-ABWEICHUNG-PROZENT =
              (WS-KUMULIERT - WS-ZEITANTEIL) * 100 / WS-ZEITANTEIL
           MOVE WS-ABWEICHUNG-PROZENT TO WS-ABWEICHUNG-BETRAG
           IF WS-ABWEICHUNG-BETRAG < 0
              COMPUTE WS-ABWEICHUNG-BETRAG = 0 - WS-ABWEICHUNG-BETRAG
           END-IF
           MOVE WS-ZEITANTEIL TO WS-BETRAG-ANZEIGE
           MOVE WS-ABWEICHUNG-PROZENT TO WS-PROZENT-ANZEIGE
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           IF WS-ABWEICHUNG-BETRAG > WS-TOLERANZ
              ADD 1 TO WS-MARKIERT-ANZAHL
              STRING "  Zeitanteiliges Ziel " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     "  Abweichung " DELIMITED BY SIZE
                     WS-PROZENT-ANZEIGE DELIMITED BY SIZE
                     " %  *** AUSSERHALB TOLERANZ ***"
                        DELIMITED BY SIZE
                INTO HISTORIE-REPORT-SATZ
              END-STRING
           ELSE
              STRING "  Zeitanteiliges Ziel " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     "  Abweichung " DELIMITED BY SIZE
                     WS-PROZENT-ANZEIGE DELIMITED BY SIZE
                     " %" DELIMITED BY SIZE
                INTO HISTORIE-REPORT-SATZ
              END-STRING
           END-IF
           WRITE HISTORIE-REPORT-SATZ
           EXIT.

       SCHREIBE-SCHLUSS SECTION.
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           WRITE HISTORIE-REPORT-SATZ
           MOVE WS-MARKIERT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO HISTORIE-REPORT-SATZ
           STRING "Kategorien ausserhalb der Toleranz: "
                     DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO HISTORIE-REPORT-SATZ
           END-STRING
           WRITE HISTORIE-REPORT-SATZ
           IF WS-KAT-UEBERLAUF = "J"
              MOVE "WARNUNG: mehr als 20 Kategorien, unvollstaendig."
                 TO HISTORIE-REPORT-SATZ
              WRITE HISTORIE-REPORT-SATZ
           END-IF
           EXIT.

       LESE-PARMFILE-WERT SECTION.
      *    Sucht WS-PARMFILE-SCHLUESSEL-GESUCHT in PARMFILE.DAT und
      *    liefert den Wert in WS-PARMFILE-WERT-GEFUNDEN (SPACES,
      *    wenn Datei oder Schluessel fehlen).
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
       END PROGRAM ZAHLHISTORIE.

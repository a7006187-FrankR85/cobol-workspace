             FILE STATUS IS WS-CHECKPOINT-STATUS.
             SELECT ZAHLEN-REPORT ASSIGN TO 'zahlen-report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
             SELECT ZAHLEN-HISTORIE ASSIGN TO 'zahlen-historie.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORIE-STATUS.
             SELECT ZAHLEN-LAUFNR ASSIGN TO 'zahlen-laufnr.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LAUFNR-STATUS.
             SELECT PARMFILE ASSIGN TO 'parmfile.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARMFILE-STATUS.
      *    laufen unter der Vorgabekategorie ALLG weiter.
          01 ZAHLEN-IN-FILE.
             05 ZAHL-FILE PIC X(11).
             05 FILLER PIC X(29).
      *    Kontrollsaetze der Lieferung: jede Eingabedatei der
      *    Steuerliste beginnt mit einem Kopfsatz "HDR" (Absender,
      *    Dateidatum, Laufnummer je Absender) und endet mit je
      *    einem Kategorie-Endesatz "TRK" (Satzzahl und Summe einer
      *    Kategorie aus kategorien.dat bzw. ALLG) und dem
      *    Datei-Endesatz "TRL" (Satzzahl und Summe der ganzen
      *    Datei). Die Wiedervorlagedatei zahlen-resubmit.txt ist
      *    eine interne Datei und traegt keine Kontrollsaetze.
          01 ZAHLEN-KOPFSATZ.
             05 KOPF-KENNUNG PIC X(03).
             05 KOPF-ABSENDER PIC X(10).
             05 KOPF-DATEIDATUM PIC 9(08).
             05 KOPF-LAUFNR PIC 9(06).
             05 FILLER PIC X(13).
          01 ZAHLEN-ENDESATZ.
             05 ENDE-KENNUNG PIC X(03).
             05 ENDE-KATEGORIE PIC X(05).
             05 ENDE-ANZAHL PIC 9(07).
             05 ENDE-SUMME PIC 9(09).
             05 FILLER PIC X(16).
          FD KATEGORIEN.
      *    Referenzdatei der gueltigen Kategoriecodes mit Zielwert
      *    je Kategorie (Code, Leerzeichen, 7-stelliger Zielwert).
             05 CHECKPOINT-DATEISUMME PIC 9(09).
          FD ZAHLEN-REPORT.
          01 REPORT-SATZ PIC X(80).
          FD ZAHLEN-HISTORIE.
          COPY KATHISTREC.
          FD ZAHLEN-LAUFNR.
      *    Zuletzt verarbeitete Laufnummer je Absender; wird nur
      *    nach einem Lauf ohne Kontrollbruch fortgeschrieben.
          01 LAUFNR-SATZ.
             05 LAUFNR-ABSENDER PIC X(10).
             05 FILLER PIC X(01).
             05 LAUFNR-NUMMER PIC 9(06).
             05 FILLER PIC X(01).
             05 LAUFNR-DATEIDATUM PIC 9(08).
          FD PARMFILE.
          COPY PARMFILEREC.
          FD NACHRICHTEN.
          05 WS-ERG-EINTRAG OCCURS 20 TIMES.
             10 WS-ERG-SAETZE PIC 9(07).
             10 WS-ERG-SUMME PIC 9(09).
             10 WS-ERG-ABSENDER PIC X(10).
             10 WS-ERG-DATEIDATUM PIC 9(08).
             10 WS-ERG-LAUFNR PIC 9(06).
       01 WS-DATEI-SATZ-NUMMER PIC 9(07) VALUE 0.
       01 WS-DATEI-SUMME PIC 9(09) VALUE 0.
       01 WS-GESAMT-SAETZE PIC 9(07) VALUE 0.
             10 WS-KAT-SUMME PIC 9(09).
             10 WS-KAT-ZIEL PIC 9(07).
             10 WS-KAT-ZIEL-VORHANDEN PIC X.
             10 WS-KAT-DATEI-SAETZE PIC 9(07).
             10 WS-KAT-DATEI-SUMME PIC 9(09).
       01 WS-KAT-IDX PIC 9(02).
       01 WS-KAT-GEFUNDEN PIC 9(02).
       01 WS-SATZ-KATEGORIE PIC X(05).
       01 WS-NACHRICHT-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-NACHRICHT-GEFUNDEN PIC X(50).

      *    Abstimmung jeder Eingabedatei gegen ihre Kontrollsaetze.
      *    Ein Kontrollbruch (Kopf- oder Endesatz fehlt, Laufnummer
      *    doppelt oder ausser der Reihe, Satzzahl oder Summe
      *    weicht ab) beendet den Lauf mit Returncode 8; statt des
      *    Abschlussberichts steht dann der Kontrollbruch-Abschnitt
      *    in zahlen-report.txt, Checkpoint und Laufnummern werden
      *    nicht fortgeschrieben. Summen werden nur abgestimmt, wenn
      *    die Datei ohne Ausnahmen und in einem Zug gelesen wurde;
      *    sonst nur die Satzzahl (quarantaenierte Saetze zaehlen
      *    mit, gehen aber nicht in die Summen ein).
       01 WS-LAUFNR-STATUS PIC X(02).
      *    Kategorie-Historie fuer den Soll/Ist-Bericht ZAHLHISTORIE.
       01 WS-HISTORIE-STATUS PIC X(02).
       01 WS-LAUFNR-EOF PIC X VALUE "N".
       01 WS-LNR-ANZAHL PIC 9(03) VALUE 0.
       01 WS-LNR-TABELLE.
          05 WS-LNR-EINTRAG OCCURS 50 TIMES.
             10 WS-LNR-ABSENDER PIC X(10).
             10 WS-LNR-NUMMER PIC 9(06).
             10 WS-LNR-DATEIDATUM PIC 9(08).
       01 WS-LNR-IDX PIC 9(03).
       01 WS-LNR-GEFUNDEN PIC 9(03).
       01 WS-LNR-ERWARTET PIC 9(07).
       01 WS-KONTROLLBRUCH PIC X VALUE "N".
       01 WS-BRUCH-ANZAHL PIC 9(02) VALUE 0.
       01 WS-BRUCH-TABELLE.
          05 WS-BRUCH-ZEILE OCCURS 30 TIMES PIC X(80).
       01 WS-BRUCH-TEXT PIC X(80).
       01 WS-BRUCH-TEXT-IDX PIC 9(02).
       01 WS-KOPF-GELESEN PIC X VALUE "N".
       01 WS-ENDE-GELESEN PIC X VALUE "N".
       01 WS-NACH-ENDESATZ PIC X VALUE "N".
       01 WS-DATEI-WIEDERAUFGESETZT PIC X VALUE "N".
       01 WS-DATEI-AUSNAHMEN PIC 9(05) VALUE 0.
       01 WS-TRL-ANZAHL PIC 9(07).
       01 WS-TRL-SUMME PIC 9(09).
       01 WS-TRK-ANZAHL PIC 9(02) VALUE 0.
       01 WS-TRK-TABELLE.
          05 WS-TRK-EINTRAG OCCURS 10 TIMES.
             10 WS-TRK-KATEGORIE PIC X(05).
             10 WS-TRK-SAETZE PIC 9(07).
             10 WS-TRK-SUMME PIC 9(09).
       01 WS-TRK-IDX PIC 9(02).
       01 WS-TRK-GEFUNDEN PIC 9(02).
       01 WS-ABWEICHUNG-ART PIC X(15).
       01 WS-SOLL-ANZEIGE PIC Z(8)9.
       01 WS-IST-ANZEIGE PIC Z(8)9.
       01 WS-LAUFNR-ANZEIGE PIC Z(5)9.

       01 WS-SUMME PIC 9(09) VALUE 0.
       01 WS-SATZ-GUELTIG-FLAG PIC X VALUE "N".
          88 SATZ-GUELTIG VALUE "J".
           PERFORM LESE-KATEGORIEN
           PERFORM LESE-STEUERLISTE
           PERFORM LESE-CHECKPOINT
           PERFORM LESE-LAUFNUMMERN

           IF CHECKPOINT-VORHANDEN THEN
              OPEN EXTEND ZAHLEN-EXCEPTIONS

           PERFORM VARYING WS-DATEI-IDX FROM 1 BY 1
              UNTIL WS-DATEI-IDX > WS-DATEI-ANZAHL
                 OR WS-KONTROLLBRUCH = "J"
              PERFORM VERARBEITE-EINE-DATEI
           END-PERFORM
           IF WS-KONTROLLBRUCH = "J"
              CLOSE ZAHLEN-EXCEPTIONS
              PERFORM LOESCHE-CHECKPOINT
              PERFORM SCHREIBE-KONTROLLBRUCH
              DISPLAY "Kontrollbruch in der Eingabe, Lauf abgewiesen "
                 "(siehe zahlen-report.txt)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VERARBEITE-WIEDERVORLAGE
           CLOSE ZAHLEN-EXCEPTIONS
           PERFORM LOESCHE-CHECKPOINT
           PERFORM SCHREIBE-LAUFNUMMERN
           PERFORM SCHREIBE-ABSCHLUSSBERICHT
           PERFORM SCHREIBE-HISTORIE

           DISPLAY "Summe: " WS-SUMME
           IF WS-SUMME = WS-ZIEL THEN
              UNTIL WS-DATEI-IDX > 20
              MOVE 0 TO WS-ERG-SAETZE(WS-DATEI-IDX)
              MOVE 0 TO WS-ERG-SUMME(WS-DATEI-IDX)
              MOVE SPACES TO WS-ERG-ABSENDER(WS-DATEI-IDX)
              MOVE 0 TO WS-ERG-DATEIDATUM(WS-DATEI-IDX)
              MOVE 0 TO WS-ERG-LAUFNR(WS-DATEI-IDX)
           END-PERFORM
           MOVE 0 TO WS-DATEI-ANZAHL
           MOVE "N" TO WS-STEUER-EOF
      *    Dateien uebersprungen (ihre Ergebnisse kommen aus den
      *    "D"-Zeilen des Checkpoints) und in der angefangenen
      *    Datei die bereits verarbeiteten Saetze ueberlesen.
           MOVE WS-DATEI-NAME(WS-DATEI-IDX)
              TO WS-AKTUELLE-EINGABEDATEI
           IF CHECKPOINT-VORHANDEN
              AND WS-DATEI-IDX < WS-CHECKPOINT-DATEI-NR
              PERFORM UEBERNEHME-ERLEDIGTEN-KOPF
              EXIT SECTION
           END-IF
      *    Beim Wiederaufsetzen in der angefangenen Datei bleiben
      *    die aus dem Checkpoint gelesenen Zwischenstaende
      *    (Satzzaehler, Zwischensumme) erhalten.
              MOVE 0 TO WS-DATEI-SUMME
           END-IF
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-DATEI-WIEDERAUFGESETZT
           MOVE "N" TO WS-ENDE-GELESEN
           MOVE "N" TO WS-NACH-ENDESATZ
           MOVE 0 TO WS-DATEI-AUSNAHMEN
           MOVE 0 TO WS-TRK-ANZAHL
           PERFORM VARYING WS-KAT-IDX FROM 1 BY 1
              UNTIL WS-KAT-IDX > WS-KAT-ANZAHL
              MOVE 0 TO WS-KAT-DATEI-SAETZE(WS-KAT-IDX)
              MOVE 0 TO WS-KAT-DATEI-SUMME(WS-KAT-IDX)
           END-PERFORM
           OPEN INPUT ZAHLEN-IN
           IF WS-ZAHLEN-STATUS NOT = "00" THEN
              MOVE "J" TO WS-EINGABE-FEHLER
              WRITE EXCEPTIONS-SATZ
              EXIT SECTION
           END-IF
           PERFORM LIES-KOPFSATZ
           IF WS-KOPF-GELESEN = "N"
              CLOSE ZAHLEN-IN
              EXIT SECTION
           END-IF
           PERFORM PRUEFE-LAUFNUMMER
           IF WS-KONTROLLBRUCH = "J"
              CLOSE ZAHLEN-IN
              EXIT SECTION
           END-IF
           IF CHECKPOINT-VORHANDEN
              AND WS-DATEI-IDX = WS-CHECKPOINT-DATEI-NR
              PERFORM SPRINGE-ZU-CHECKPOINT
              MOVE "N" TO WS-CHECKPOINT-VORHANDEN-FLAG
              MOVE "J" TO WS-DATEI-WIEDERAUFGESETZT
           END-IF
           PERFORM UNTIL WS-EOF="Y"
              READ ZAHLEN-IN
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   PERFORM VERTEILE-EINGABESATZ
              END-READ
           END-PERFORM
           CLOSE ZAHLEN-IN
           MOVE WS-DATEI-SATZ-NUMMER TO WS-ERG-SAETZE(WS-DATEI-IDX)
           MOVE WS-DATEI-SUMME TO WS-ERG-SUMME(WS-DATEI-IDX)
           PERFORM GLEICHE-DATEI-AB
           .
        LIES-KOPFSATZ SECTION.
      *    Der erste Satz jeder Eingabedatei muss der Kopfsatz sein;
      *    fehlt er, ist die Lieferung nicht pruefbar.
           MOVE "N" TO WS-KOPF-GELESEN
           READ ZAHLEN-IN
              AT END
                 MOVE "Y" TO WS-EOF
              NOT AT END
                 IF KOPF-KENNUNG = "HDR"
                    AND KOPF-DATEIDATUM IS NUMERIC
                    AND KOPF-LAUFNR IS NUMERIC
                    MOVE "J" TO WS-KOPF-GELESEN
                 END-IF
           END-READ
           IF WS-KOPF-GELESEN = "N"
              MOVE SPACES TO WS-BRUCH-TEXT
              STRING "Kopfsatz fehlt oder ungueltig: " DELIMITED BY SIZE
                     WS-AKTUELLE-EINGABEDATEI DELIMITED BY SPACE
                INTO WS-BRUCH-TEXT
              END-STRING
              PERFORM MELDE-KONTROLLBRUCH
              EXIT SECTION
           END-IF
           MOVE KOPF-ABSENDER TO WS-ERG-ABSENDER(WS-DATEI-IDX)
           MOVE KOPF-DATEIDATUM TO WS-ERG-DATEIDATUM(WS-DATEI-IDX)
           MOVE KOPF-LAUFNR TO WS-ERG-LAUFNR(WS-DATEI-IDX)
           .
        UEBERNEHME-ERLEDIGTEN-KOPF SECTION.
      *    Beim Wiederaufsetzen bereits abgestimmte Dateien nicht
      *    erneut verarbeiten, aber ihre Laufnummer uebernehmen,
      *    damit die naechste Datei desselben Absenders in der
      *    Reihenfolge bleibt.
           OPEN INPUT ZAHLEN-IN
           IF WS-ZAHLEN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           READ ZAHLEN-IN
              AT END
                 CONTINUE
              NOT AT END
                 IF KOPF-KENNUNG = "HDR"
                    AND KOPF-LAUFNR IS NUMERIC
                    MOVE KOPF-ABSENDER
                       TO WS-ERG-ABSENDER(WS-DATEI-IDX)
                    MOVE KOPF-DATEIDATUM
                       TO WS-ERG-DATEIDATUM(WS-DATEI-IDX)
                    MOVE KOPF-LAUFNR TO WS-ERG-LAUFNR(WS-DATEI-IDX)
                    PERFORM SUCHE-ABSENDER
                    PERFORM MERKE-LAUFNUMMER
                 END-IF
           END-READ
           CLOSE ZAHLEN-IN
           .
        PRUEFE-LAUFNUMMER SECTION.
      *    Je Absender muss die Laufnummer genau um eins steigen;
      *    eine schon verarbeitete oder uebersprungene Nummer ist
      *    ein Kontrollbruch. Ein neuer Absender beginnt mit
      *    beliebiger Nummer.
           PERFORM SUCHE-ABSENDER
           IF WS-LNR-GEFUNDEN > 0
              COMPUTE WS-LNR-ERWARTET =
                 WS-LNR-NUMMER(WS-LNR-GEFUNDEN) + 1
              IF KOPF-LAUFNR NOT = WS-LNR-ERWARTET
                 MOVE KOPF-LAUFNR TO WS-LAUFNR-ANZEIGE
                 MOVE SPACES TO WS-BRUCH-TEXT
                 IF KOPF-LAUFNR <= WS-LNR-NUMMER(WS-LNR-GEFUNDEN)
                    STRING "Laufnummer " DELIMITED BY SIZE
                           WS-LAUFNR-ANZEIGE DELIMITED BY SIZE
                           " von " DELIMITED BY SIZE
                           KOPF-ABSENDER DELIMITED BY SPACE
                           " bereits verarbeitet: " DELIMITED BY SIZE
                           WS-AKTUELLE-EINGABEDATEI DELIMITED BY SPACE
                      INTO WS-BRUCH-TEXT
                    END-STRING
                 ELSE
                    STRING "Laufnummer " DELIMITED BY SIZE
                           WS-LAUFNR-ANZEIGE DELIMITED BY SIZE
                           " von " DELIMITED BY SIZE
                           KOPF-ABSENDER DELIMITED BY SPACE
                           " ausser der Reihe: " DELIMITED BY SIZE
                           WS-AKTUELLE-EINGABEDATEI DELIMITED BY SPACE
                      INTO WS-BRUCH-TEXT
                    END-STRING
                 END-IF
                 PERFORM MELDE-KONTROLLBRUCH
                 EXIT SECTION
              END-IF
           END-IF
           PERFORM MERKE-LAUFNUMMER
           .
        SUCHE-ABSENDER SECTION.
           MOVE 0 TO WS-LNR-GEFUNDEN
           PERFORM VARYING WS-LNR-IDX FROM 1 BY 1
              UNTIL WS-LNR-IDX > WS-LNR-ANZAHL
              IF WS-LNR-ABSENDER(WS-LNR-IDX) = KOPF-ABSENDER
                 MOVE WS-LNR-IDX TO WS-LNR-GEFUNDEN
                 MOVE WS-LNR-ANZAHL TO WS-LNR-IDX
              END-IF
           END-PERFORM
           .
        MERKE-LAUFNUMMER SECTION.
      *    Laufnummer des Kopfsatzes in der Tabelle fortschreiben
      *    (in die Datei erst am Ende eines sauberen Laufs).
           IF WS-LNR-GEFUNDEN = 0
              IF WS-LNR-ANZAHL >= 50
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-LNR-ANZAHL
              MOVE WS-LNR-ANZAHL TO WS-LNR-GEFUNDEN
              MOVE KOPF-ABSENDER TO WS-LNR-ABSENDER(WS-LNR-GEFUNDEN)
           END-IF
           MOVE KOPF-LAUFNR TO WS-LNR-NUMMER(WS-LNR-GEFUNDEN)
           MOVE KOPF-DATEIDATUM TO WS-LNR-DATEIDATUM(WS-LNR-GEFUNDEN)
           .
        VERTEILE-EINGABESATZ SECTION.
      *    Endesaetze merken, Datensaetze verarbeiten; Datensaetze
      *    hinter dem Datei-Endesatz sind ein Kontrollbruch.
           EVALUATE ENDE-KENNUNG
              WHEN "TRK"
                 PERFORM MERKE-KATEGORIE-ENDESATZ
              WHEN "TRL"
                 MOVE "J" TO WS-ENDE-GELESEN
                 MOVE ENDE-ANZAHL TO WS-TRL-ANZAHL
                 MOVE ENDE-SUMME TO WS-TRL-SUMME
              WHEN OTHER
                 IF WS-ENDE-GELESEN = "J"
                    IF ZAHL-FILE NOT = SPACES
                       MOVE "J" TO WS-NACH-ENDESATZ
                    END-IF
                 ELSE
                    PERFORM HANDLE-ZAHL
                 END-IF
           END-EVALUATE
           .
        MERKE-KATEGORIE-ENDESATZ SECTION.
           IF WS-TRK-ANZAHL < 10
              ADD 1 TO WS-TRK-ANZAHL
              MOVE ENDE-KATEGORIE TO WS-TRK-KATEGORIE(WS-TRK-ANZAHL)
              MOVE ENDE-ANZAHL TO WS-TRK-SAETZE(WS-TRK-ANZAHL)
              MOVE ENDE-SUMME TO WS-TRK-SUMME(WS-TRK-ANZAHL)
           END-IF
           .
        GLEICHE-DATEI-AB SECTION.
      *    Eigene Zaehler der Datei gegen ihre Endesaetze abstimmen.
           IF WS-ENDE-GELESEN = "N"
              MOVE SPACES TO WS-BRUCH-TEXT
              STRING "Endesatz fehlt, Datei unvollstaendig: "
                        DELIMITED BY SIZE
                     WS-AKTUELLE-EINGABEDATEI DELIMITED BY SPACE
                INTO WS-BRUCH-TEXT
              END-STRING
              PERFORM MELDE-KONTROLLBRUCH
              EXIT SECTION
           END-IF
           IF WS-NACH-ENDESATZ = "J"
              MOVE SPACES TO WS-BRUCH-TEXT
              STRING "Datensaetze hinter dem Endesatz: "
                        DELIMITED BY SIZE
                     WS-AKTUELLE-EINGABEDATEI DELIMITED BY SPACE
                INTO WS-BRUCH-TEXT
              END-STRING
              PERFORM MELDE-KONTROLLBRUCH
           END-IF
           IF WS-TRL-ANZAHL NOT = WS-DATEI-SATZ-NUMMER
              MOVE "Satzzahl Datei" TO WS-ABWEICHUNG-ART
              MOVE WS-TRL-ANZAHL TO WS-SOLL-ANZEIGE
              MOVE WS-DATEI-SATZ-NUMMER TO WS-IST-ANZEIGE
              PERFORM MELDE-ABWEICHUNG
           END-IF
           IF WS-DATEI-WIEDERAUFGESETZT = "J"
              OR WS-DATEI-AUSNAHMEN > 0
              EXIT SECTION
           END-IF
           IF WS-TRL-SUMME NOT = WS-DATEI-SUMME
              MOVE "Summe Datei" TO WS-ABWEICHUNG-ART
              MOVE WS-TRL-SUMME TO WS-SOLL-ANZEIGE
              MOVE WS-DATEI-SUMME TO WS-IST-ANZEIGE
              PERFORM MELDE-ABWEICHUNG
           END-IF
           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
              UNTIL WS-TRK-IDX > WS-TRK-ANZAHL
              PERFORM GLEICHE-KATEGORIE-AB
           END-PERFORM
      *    Kategorien mit Saetzen, aber ohne Kategorie-Endesatz.
           PERFORM VARYING WS-KAT-IDX FROM 1 BY 1
              UNTIL WS-KAT-IDX > WS-KAT-ANZAHL
              IF WS-KAT-DATEI-SAETZE(WS-KAT-IDX) > 0
                 MOVE 0 TO WS-TRK-GEFUNDEN
                 PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                    UNTIL WS-TRK-IDX > WS-TRK-ANZAHL
                    IF WS-TRK-KATEGORIE(WS-TRK-IDX)
                       = WS-KAT-CODE(WS-KAT-IDX)
                       MOVE WS-TRK-IDX TO WS-TRK-GEFUNDEN
                    END-IF
                 END-PERFORM
                 IF WS-TRK-GEFUNDEN = 0
                    MOVE SPACES TO WS-ABWEICHUNG-ART
                    STRING "Kategorie " DELIMITED BY SIZE
                           WS-KAT-CODE(WS-KAT-IDX) DELIMITED BY SIZE
                      INTO WS-ABWEICHUNG-ART
                    END-STRING
                    MOVE 0 TO WS-SOLL-ANZEIGE
                    MOVE WS-KAT-DATEI-SAETZE(WS-KAT-IDX)
                       TO WS-IST-ANZEIGE
                    PERFORM MELDE-ABWEICHUNG
                 END-IF
              END-IF
           END-PERFORM
           .
        GLEICHE-KATEGORIE-AB SECTION.
           MOVE 0 TO WS-KAT-GEFUNDEN
           PERFORM VARYING WS-KAT-IDX FROM 1 BY 1
              UNTIL WS-KAT-IDX > WS-KAT-ANZAHL
              IF WS-KAT-CODE(WS-KAT-IDX) = WS-TRK-KATEGORIE(WS-TRK-IDX)
                 MOVE WS-KAT-IDX TO WS-KAT-GEFUNDEN
                 MOVE WS-KAT-ANZAHL TO WS-KAT-IDX
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-ABWEICHUNG-ART
           STRING "Kategorie " DELIMITED BY SIZE
                  WS-TRK-KATEGORIE(WS-TRK-IDX) DELIMITED BY SIZE
             INTO WS-ABWEICHUNG-ART
           END-STRING
           IF WS-KAT-GEFUNDEN = 0
              IF WS-TRK-SAETZE(WS-TRK-IDX) > 0
                 MOVE WS-TRK-SAETZE(WS-TRK-IDX) TO WS-SOLL-ANZEIGE
                 MOVE 0 TO WS-IST-ANZEIGE
                 PERFORM MELDE-ABWEICHUNG
              END-IF
              EXIT SECTION
           END-IF
           IF WS-TRK-SAETZE(WS-TRK-IDX)
              NOT = WS-KAT-DATEI-SAETZE(WS-KAT-GEFUNDEN)
              MOVE WS-TRK-SAETZE(WS-TRK-IDX) TO WS-SOLL-ANZEIGE
              MOVE WS-KAT-DATEI-SAETZE(WS-KAT-GEFUNDEN)
                 TO WS-IST-ANZEIGE
              PERFORM MELDE-ABWEICHUNG
           END-IF
           IF WS-TRK-SUMME(WS-TRK-IDX)
              NOT = WS-KAT-DATEI-SUMME(WS-KAT-GEFUNDEN)
              MOVE WS-TRK-SUMME(WS-TRK-IDX) TO WS-SOLL-ANZEIGE
              MOVE WS-KAT-DATEI-SUMME(WS-KAT-GEFUNDEN)
                 TO WS-IST-ANZEIGE
              PERFORM MELDE-ABWEICHUNG
           END-IF
           .
        MELDE-ABWEICHUNG SECTION.
      *    Abweichung in WS-ABWEICHUNG-ART (Bezeichnung) mit Soll
      *    aus dem Endesatz und eigenem Ist als Kontrollbruch.
           MOVE SPACES TO WS-BRUCH-TEXT
           STRING FUNCTION TRIM(WS-AKTUELLE-EINGABEDATEI)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABWEICHUNG-ART DELIMITED BY SIZE
                  ": Soll " DELIMITED BY SIZE
                  WS-SOLL-ANZEIGE DELIMITED BY SIZE
                  " Ist " DELIMITED BY SIZE
                  WS-IST-ANZEIGE DELIMITED BY SIZE
             INTO WS-BRUCH-TEXT
           END-STRING
           PERFORM MELDE-KONTROLLBRUCH
           .
        MELDE-KONTROLLBRUCH SECTION.
           MOVE "J" TO WS-KONTROLLBRUCH
           IF WS-BRUCH-ANZAHL < 30
              ADD 1 TO WS-BRUCH-ANZAHL
              MOVE WS-BRUCH-TEXT TO WS-BRUCH-ZEILE(WS-BRUCH-ANZAHL)
           END-IF
           .
        HANDLE-ZAHL SECTION.
           ADD 1 TO WS-SATZ-NUMMER
              MOVE 0 TO WS-KAT-SUMME(WS-KAT-GEFUNDEN)
              MOVE 0 TO WS-KAT-ZIEL(WS-KAT-GEFUNDEN)
              MOVE "N" TO WS-KAT-ZIEL-VORHANDEN(WS-KAT-GEFUNDEN)
              MOVE 0 TO WS-KAT-DATEI-SAETZE(WS-KAT-GEFUNDEN)
              MOVE 0 TO WS-KAT-DATEI-SUMME(WS-KAT-GEFUNDEN)
           END-IF
           IF WS-KAT-GEFUNDEN > 0
              ADD 1 TO WS-KAT-SAETZE(WS-KAT-GEFUNDEN)
              ADD ZAHL TO WS-KAT-SUMME(WS-KAT-GEFUNDEN)
              ADD 1 TO WS-KAT-DATEI-SAETZE(WS-KAT-GEFUNDEN)
              ADD ZAHL TO WS-KAT-DATEI-SUMME(WS-KAT-GEFUNDEN)
           END-IF
           .
        VALIDIERE-ZAHL SECTION.
           MOVE 0 TO WS-KAT-SUMME(1)
           MOVE 0 TO WS-KAT-ZIEL(1)
           MOVE "N" TO WS-KAT-ZIEL-VORHANDEN(1)
           MOVE 0 TO WS-KAT-DATEI-SAETZE(1)
           MOVE 0 TO WS-KAT-DATEI-SUMME(1)
           MOVE "N" TO WS-KATEGORIEN-EOF
           OPEN INPUT KATEGORIEN
           IF WS-KATEGORIEN-STATUS = "00" THEN
              MOVE KATEGORIE-CODE TO WS-KAT-CODE(WS-KAT-GEFUNDEN)
              MOVE 0 TO WS-KAT-SAETZE(WS-KAT-GEFUNDEN)
              MOVE 0 TO WS-KAT-SUMME(WS-KAT-GEFUNDEN)
              MOVE 0 TO WS-KAT-DATEI-SAETZE(WS-KAT-GEFUNDEN)
              MOVE 0 TO WS-KAT-DATEI-SUMME(WS-KAT-GEFUNDEN)
           END-IF
           IF KATEGORIE-ZIEL IS NUMERIC
              MOVE KATEGORIE-ZIEL TO WS-KAT-ZIEL(WS-KAT-GEFUNDEN)
           .
        SCHREIBE-AUSNAHME SECTION.
           ADD 1 TO WS-AUSNAHME-ANZAHL
           ADD 1 TO WS-DATEI-AUSNAHMEN
           MOVE SPACES TO EXCEPTIONS-SATZ
           STRING "Ungueltiger Datensatz: '" DELIMITED BY SIZE
                  ZAHL-FILE                  DELIMITED BY SIZE
           WRITE CHECKPOINT-SATZ
           CLOSE ZAHLEN-CHECKPOINT
           .
        LESE-LAUFNUMMERN SECTION.
      *    Letzte verarbeitete Laufnummer je Absender; fehlt die
      *    Datei, beginnt jeder Absender neu.
           MOVE 0 TO WS-LNR-ANZAHL
           MOVE "N" TO WS-LAUFNR-EOF
           OPEN INPUT ZAHLEN-LAUFNR
           IF WS-LAUFNR-STATUS = "00" THEN
              PERFORM UNTIL WS-LAUFNR-EOF = "Y"
                 OR WS-LNR-ANZAHL >= 50
                 READ ZAHLEN-LAUFNR
                    AT END MOVE "Y" TO WS-LAUFNR-EOF
                    NOT AT END
                       IF LAUFNR-ABSENDER NOT = SPACES
                          AND LAUFNR-NUMMER IS NUMERIC
                          ADD 1 TO WS-LNR-ANZAHL
                          MOVE LAUFNR-ABSENDER
                             TO WS-LNR-ABSENDER(WS-LNR-ANZAHL)
                          MOVE LAUFNR-NUMMER
                             TO WS-LNR-NUMMER(WS-LNR-ANZAHL)
                          MOVE LAUFNR-DATEIDATUM
                             TO WS-LNR-DATEIDATUM(WS-LNR-ANZAHL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ZAHLEN-LAUFNR
           END-IF
           .
        SCHREIBE-LAUFNUMMERN SECTION.
           OPEN OUTPUT ZAHLEN-LAUFNR
           PERFORM VARYING WS-LNR-IDX FROM 1 BY 1
              UNTIL WS-LNR-IDX > WS-LNR-ANZAHL
              MOVE SPACES TO LAUFNR-SATZ
              MOVE WS-LNR-ABSENDER(WS-LNR-IDX) TO LAUFNR-ABSENDER
              MOVE WS-LNR-NUMMER(WS-LNR-IDX) TO LAUFNR-NUMMER
              MOVE WS-LNR-DATEIDATUM(WS-LNR-IDX) TO LAUFNR-DATEIDATUM
              WRITE LAUFNR-SATZ
           END-PERFORM
           CLOSE ZAHLEN-LAUFNR
           .
        SCHREIBE-HISTORIE SECTION.
      *    Summen je Kategorie unter dem Laufdatum (aus BATCHLAUF
      *    bzw. laufparm.dat, sonst Tagesdatum) an die Historie
      *    anhaengen; das Laufdatum steht nach dem Abschlussbericht
      *    in WS-LAUF-ZEITSTEMPEL.
           OPEN EXTEND ZAHLEN-HISTORIE
           IF WS-HISTORIE-STATUS = "35"
              OPEN OUTPUT ZAHLEN-HISTORIE
           END-IF
           IF WS-HISTORIE-STATUS NOT = "00"
              DISPLAY "Kategorie-Historie nicht schreibbar: "
                 WS-HISTORIE-STATUS
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-KAT-IDX FROM 1 BY 1
              UNTIL WS-KAT-IDX > WS-KAT-ANZAHL
              IF WS-KAT-SAETZE(WS-KAT-IDX) > 0
                 MOVE SPACES TO KATHIST-SATZ
                 MOVE WS-LAUF-ZEITSTEMPEL(1:8) TO KATHIST-LAUFDATUM
                 MOVE WS-KAT-CODE(WS-KAT-IDX) TO KATHIST-KATEGORIE
                 MOVE WS-KAT-SAETZE(WS-KAT-IDX) TO KATHIST-SAETZE
                 MOVE WS-KAT-SUMME(WS-KAT-IDX) TO KATHIST-SUMME
                 MOVE WS-KAT-ZIEL(WS-KAT-IDX) TO KATHIST-ZIEL
                 WRITE KATHIST-SATZ
              END-IF
           END-PERFORM
           CLOSE ZAHLEN-HISTORIE
           .
        SCHREIBE-KONTROLLBRUCH SECTION.
      *    Kontrollbruch-Abschnitt statt des Abschlussberichts: der
      *    Lauf gilt als nicht verarbeitet, die Lieferung muss
      *    berichtigt und der Lauf wiederholt werden.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUF-ZEITSTEMPEL
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUF-ZEITSTEMPEL(1:8)
           END-IF
           OPEN OUTPUT ZAHLEN-REPORT
           MOVE "Abschlussbericht: addierenZu2020" TO REPORT-SATZ
           WRITE REPORT-SATZ
           MOVE SPACES TO REPORT-SATZ
           STRING "Laufzeitstempel: " DELIMITED BY SIZE
                  WS-LAUF-ZEITSTEMPEL DELIMITED BY SIZE
             INTO REPORT-SATZ
           END-STRING
           WRITE REPORT-SATZ
           MOVE "KONTROLLBRUCH - Lauf abgewiesen, keine Summen."
              TO REPORT-SATZ
           WRITE REPORT-SATZ
           MOVE "==============================================="
              TO REPORT-SATZ
           WRITE REPORT-SATZ
           PERFORM VARYING WS-BRUCH-TEXT-IDX FROM 1 BY 1
              UNTIL WS-BRUCH-TEXT-IDX > WS-BRUCH-ANZAHL
              MOVE WS-BRUCH-ZEILE(WS-BRUCH-TEXT-IDX) TO REPORT-SATZ
              WRITE REPORT-SATZ
           END-PERFORM
           MOVE "Laufnummern und Checkpoint nicht fortgeschrieben."
              TO REPORT-SATZ
           WRITE REPORT-SATZ
           CLOSE ZAHLEN-REPORT
           .
        SCHREIBE-ABSCHLUSSBERICHT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUF-ZEITSTEMPEL
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
                INTO REPORT-SATZ
              END-STRING
              WRITE REPORT-SATZ
              IF WS-ERG-ABSENDER(WS-DATEI-IDX) NOT = SPACES
                 MOVE WS-ERG-LAUFNR(WS-DATEI-IDX)
                    TO WS-LAUFNR-ANZEIGE
                 MOVE SPACES TO REPORT-SATZ
                 STRING "    Absender " DELIMITED BY SIZE
                        WS-ERG-ABSENDER(WS-DATEI-IDX)
                           DELIMITED BY SIZE
                        " Dateidatum " DELIMITED BY SIZE
                        WS-ERG-DATEIDATUM(WS-DATEI-IDX)
                           DELIMITED BY SIZE
                        " Laufnummer " DELIMITED BY SIZE
                        WS-LAUFNR-ANZEIGE DELIMITED BY SIZE
                        " abgestimmt" DELIMITED BY SIZE
                   INTO REPORT-SATZ
                 END-STRING
                 WRITE REPORT-SATZ
              END-IF
           END-PERFORM
      *    WS-SUMME-ANZEIGE wurde von den Je-Datei-Zeilen
      *    mitbenutzt und traegt hier wieder die Gesamtsumme.

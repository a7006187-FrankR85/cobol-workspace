       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLLAUF.
      *    Naechtliche Geldwaesche-Pruefung unter BATCHLAUF,
      *    eingeplant hinter CLEARINGLAUF, DAUERLAUF und TERMINLAUF:
      *    prueft je Konto die Kundenumsaetze (Herkunft "U", "D",
      *    "T", "E", "L", "B") eines gleitenden Zeitraums von
      *    AMLFENSTER Tagen bis einschliesslich Laufdatum aus
      *    TRANSAKTIONEN.DAT (Alternativschluessel Konto plus
      *    Buchungsdatum; eingehende Clearing-Zahlungen stehen dort
      *    mit Herkunft "E") auf die klassischen Muster:
      *      "ST" Stueckelung: mindestens AMLSTRUKTANZAHL Umsaetze
      *           knapp unter der Meldegrenze AMLMELDEGRENZE
      *           (hoechstens AMLSTRUKTSPANNE Prozent darunter),
      *      "DU" Durchlauf: Clearing-Gutschriften ab
      *           AMLDURCHBETRAG, von denen danach mindestens
      *           AMLDURCHQUOTE Prozent wieder abfliessen,
      *      "RU" Umsatz ab AMLRUHENDBETRAG auf einem Konto mit
      *           KONTO-RUHEND "J",
      *      "RB" mindestens AMLRUNDANZAHL Umsaetze in glatten
      *           Vielfachen von AMLRUNDBASIS.
      *    Alle Schwellen stehen in PARMFILE.DAT (ganze Euro bzw.
      *    Anzahl/Prozent); fehlt ein Schluessel, gilt die Vorgabe.
      *    Je Treffer wird in AMLFAELLE (siehe AMLFALLREC.cpy) ein
      *    offener Fall angelegt, den die Compliance in
      *    AMLFALLPFLEGE entscheidet. Gibt es fuer Konto und Muster
      *    schon einen Fall aus dem laufenden Zeitraum, wird kein
      *    zweiter angelegt - so meldet auch ein Wiederholungslauf
      *    nichts doppelt. Bericht nach aml-report.txt; das
      *    Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT), ohne Argument gilt das Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT AMLFAELLE ASSIGN TO "AMLFAELLE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AMLFALL-ID
              ALTERNATE RECORD KEY IS AMLFALL-KONTO-MUSTER
                 WITH DUPLICATES
              FILE STATUS IS WS-AMLFALL-STATUS.
           SELECT AMLFALLSEQUENZ ASSIGN TO "amlfall-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AMLSEQUENZ-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT AML-REPORT ASSIGN TO "aml-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD AMLFAELLE.
       COPY AMLFALLREC.
       FD AMLFALLSEQUENZ.
       01 AMLFALLSEQUENZ-SATZ.
          05 AMLFALLSEQUENZ-WERT PIC 9(06).
       FD PARMFILE.
       COPY PARMFILEREC.
       FD AML-REPORT.
       01 AML-REPORT-SATZ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-AMLFALL-STATUS PIC X(02).
       01 WS-AMLSEQUENZ-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X VALUE "N".
       01 WS-TRANS-EOF PIC X.
       01 WS-FALL-EOF PIC X.
       01 WS-AMLFALL-SEQUENZ PIC 9(06).

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-VON-DATUM PIC 9(08).

      *    Schwellen aus PARMFILE.DAT (Vorgaben in VALUE).
       01 WS-FENSTER-TAGE PIC 9(03) VALUE 7.
       01 WS-MELDEGRENZE PIC 9(09) VALUE 10000.
       01 WS-STRUKT-SPANNE PIC 9(03) VALUE 10.
       01 WS-STRUKT-MINDEST PIC 9(03) VALUE 3.
       01 WS-DURCH-GRENZE PIC 9(09) VALUE 5000.
       01 WS-DURCH-QUOTE PIC 9(03) VALUE 90.
       01 WS-RUHEND-GRENZE PIC 9(09) VALUE 1000.
       01 WS-RUND-BASIS PIC 9(09) VALUE 1000.
       01 WS-RUND-MINDEST PIC 9(03) VALUE 3.
       01 WS-STRUKT-UNTERGRENZE PIC 9(09)V99.
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
       01 WS-PARM-ZAHL PIC 9(09).
       01 WS-PARM-GEFUNDEN PIC X.

      *    Auswertung je Konto.
       01 WS-KUNDENUMSATZ PIC X.
       01 WS-ABS-BETRAG PIC 9(07)V99.
       01 WS-ABS-CENT PIC 9(09).
       01 WS-STRUKT-ANZAHL PIC 9(04).
       01 WS-STRUKT-SUMME PIC S9(9)V99.
       01 WS-DURCH-AKTIV PIC X.
       01 WS-DURCH-EINGANG PIC S9(9)V99.
       01 WS-DURCH-AUSGANG PIC S9(9)V99.
       01 WS-DURCH-ANZAHL PIC 9(04).
       01 WS-UMSATZ-SUMME PIC S9(9)V99.
       01 WS-UMSATZ-ANZAHL PIC 9(04).
       01 WS-RUND-ANZAHL PIC 9(04).
       01 WS-RUND-SUMME PIC S9(9)V99.

      *    Neuer Fall (gesetzt vor LEGE-FALL-AN).
       01 WS-FALL-MUSTER PIC X(02).
       01 WS-FALL-BETRAG PIC S9(9)V99.
       01 WS-FALL-ANZAHL PIC 9(04).
       01 WS-FALL-TEXT PIC X(40).
       01 WS-FALL-VORHANDEN PIC X.

       01 WS-KONTO-ANZAHL PIC 9(07) VALUE 0.
       01 WS-FALL-NEU-ANZAHL PIC 9(05) VALUE 0.
       01 WS-FALL-BEKANNT-ANZAHL PIC 9(05) VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           PERFORM LESE-SCHWELLEN
           IF WS-FENSTER-TAGE = 0
              MOVE 1 TO WS-FENSTER-TAGE
           END-IF
           COMPUTE WS-VON-DATUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM)
              - WS-FENSTER-TAGE + 1)
           COMPUTE WS-STRUKT-UNTERGRENZE =
              WS-MELDEGRENZE * (100 - WS-STRUKT-SPANNE) / 100

           OPEN OUTPUT AML-REPORT
           MOVE SPACES TO AML-REPORT-SATZ
           STRING "Geldwaesche-Pruefung Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  ", Zeitraum ab " DELIMITED BY SIZE
                  WS-VON-DATUM DELIMITED BY SIZE
             INTO AML-REPORT-SATZ
           END-STRING
           WRITE AML-REPORT-SATZ
           MOVE "========================================"
              TO AML-REPORT-SATZ
           WRITE AML-REPORT-SATZ

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht lesbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE AML-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *    Ohne Umsatzjournal gibt es nichts zu pruefen.
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              MOVE "Kein Umsatzjournal vorhanden."
                 TO AML-REPORT-SATZ
              WRITE AML-REPORT-SATZ
              CLOSE KONTODATEI
              CLOSE AML-REPORT
              DISPLAY "Geldwaesche-Pruefung: keine Umsaetze."
              STOP RUN
           END-IF
           OPEN I-O AMLFAELLE
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-AMLFALL-STATUS = "35" THEN
              OPEN OUTPUT AMLFAELLE
              CLOSE AMLFAELLE
              OPEN I-O AMLFAELLE
           END-IF
           IF WS-AMLFALL-STATUS NOT = "00" THEN
              DISPLAY "AMLFAELLE nicht verfuegbar, Status: "
                 WS-AMLFALL-STATUS
              CLOSE TRANSAKTIONEN
              CLOSE KONTODATEI
              CLOSE AML-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    ADD 1 TO WS-KONTO-ANZAHL
                    PERFORM PRUEFE-KONTO
              END-READ
           END-PERFORM

           CLOSE AMLFAELLE
           CLOSE TRANSAKTIONEN
           CLOSE KONTODATEI

           MOVE SPACES TO AML-REPORT-SATZ
           WRITE AML-REPORT-SATZ
           MOVE WS-KONTO-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO AML-REPORT-SATZ
           STRING "Konten geprueft:           " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO AML-REPORT-SATZ
           END-STRING
           WRITE AML-REPORT-SATZ
           MOVE WS-FALL-NEU-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO AML-REPORT-SATZ
           STRING "Neue Faelle angelegt:      " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO AML-REPORT-SATZ
           END-STRING
           WRITE AML-REPORT-SATZ
           MOVE WS-FALL-BEKANNT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO AML-REPORT-SATZ
           STRING "Bereits als Fall bekannt:  " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO AML-REPORT-SATZ
           END-STRING
           WRITE AML-REPORT-SATZ
           CLOSE AML-REPORT
           DISPLAY "Geldwaesche-Pruefung beendet, neue Faelle: "
              WS-FALL-NEU-ANZAHL
           STOP RUN.

       LESE-SCHWELLEN SECTION.
           MOVE "AMLFENSTER" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J"
              MOVE WS-PARM-ZAHL TO WS-FENSTER-TAGE
           END-IF
           MOVE "AMLMELDEGRENZE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J"
              MOVE WS-PARM-ZAHL TO WS-MELDEGRENZE
           END-IF
           MOVE "AMLSTRUKTSPANNE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J" AND WS-PARM-ZAHL <= 100
              MOVE WS-PARM-ZAHL TO WS-STRUKT-SPANNE
           END-IF
           MOVE "AMLSTRUKTANZAHL" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J"
              MOVE WS-PARM-ZAHL TO WS-STRUKT-MINDEST
           END-IF
           MOVE "AMLDURCHBETRAG" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J"
              MOVE WS-PARM-ZAHL TO WS-DURCH-GRENZE
           END-IF
           MOVE "AMLDURCHQUOTE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J"
              MOVE WS-PARM-ZAHL TO WS-DURCH-QUOTE
           END-IF
           MOVE "AMLRUHENDBETRAG" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J"
              MOVE WS-PARM-ZAHL TO WS-RUHEND-GRENZE
           END-IF
           MOVE "AMLRUNDBASIS" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J" AND WS-PARM-ZAHL > 0
              MOVE WS-PARM-ZAHL TO WS-RUND-BASIS
           END-IF
           MOVE "AMLRUNDANZAHL" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARM-ZAHL
           IF WS-PARM-GEFUNDEN = "J"
              MOVE WS-PARM-ZAHL TO WS-RUND-MINDEST
           END-IF
           EXIT.

       PRUEFE-KONTO SECTION.
           MOVE 0 TO WS-STRUKT-ANZAHL
           MOVE 0 TO WS-STRUKT-SUMME
           MOVE "N" TO WS-DURCH-AKTIV
           MOVE 0 TO WS-DURCH-EINGANG
           MOVE 0 TO WS-DURCH-AUSGANG
           MOVE 0 TO WS-DURCH-ANZAHL
           MOVE 0 TO WS-UMSATZ-SUMME
           MOVE 0 TO WS-UMSATZ-ANZAHL
           MOVE 0 TO WS-RUND-ANZAHL
           MOVE 0 TO WS-RUND-SUMME

           MOVE "N" TO WS-TRANS-EOF
           MOVE KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-VON-DATUM TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = KONTO-ID
                       OR TRANS-DATUM > WS-LAUFDATUM
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       PERFORM WERTE-UMSATZ-AUS
                    END-IF
              END-READ
           END-PERFORM

           IF WS-STRUKT-ANZAHL >= WS-STRUKT-MINDEST
              AND WS-STRUKT-MINDEST > 0
              MOVE "ST" TO WS-FALL-MUSTER
              MOVE WS-STRUKT-SUMME TO WS-FALL-BETRAG
              MOVE WS-STRUKT-ANZAHL TO WS-FALL-ANZAHL
              MOVE "Umsaetze knapp unter der Meldegrenze"
                 TO WS-FALL-TEXT
              PERFORM LEGE-FALL-AN
           END-IF
           IF WS-DURCH-EINGANG > 0
              AND WS-DURCH-AUSGANG * 100
                 >= WS-DURCH-EINGANG * WS-DURCH-QUOTE
              MOVE "DU" TO WS-FALL-MUSTER
              MOVE WS-DURCH-AUSGANG TO WS-FALL-BETRAG
              MOVE WS-DURCH-ANZAHL TO WS-FALL-ANZAHL
              MOVE "Clearing-Eingang sofort weitergeleitet"
                 TO WS-FALL-TEXT
              PERFORM LEGE-FALL-AN
           END-IF
           IF KONTO-RUHEND = "J"
              AND WS-UMSATZ-ANZAHL > 0
              AND WS-UMSATZ-SUMME >= WS-RUHEND-GRENZE
              MOVE "RU" TO WS-FALL-MUSTER
              MOVE WS-UMSATZ-SUMME TO WS-FALL-BETRAG
              MOVE WS-UMSATZ-ANZAHL TO WS-FALL-ANZAHL
              MOVE "Umsatz auf ruhendem Konto"
                 TO WS-FALL-TEXT
              PERFORM LEGE-FALL-AN
           END-IF
           IF WS-RUND-ANZAHL >= WS-RUND-MINDEST
              AND WS-RUND-MINDEST > 0
              MOVE "RB" TO WS-FALL-MUSTER
              MOVE WS-RUND-SUMME TO WS-FALL-BETRAG
              MOVE WS-RUND-ANZAHL TO WS-FALL-ANZAHL
              MOVE "Folge runder Betraege"
                 TO WS-FALL-TEXT
              PERFORM LEGE-FALL-AN
           END-IF
           EXIT.

       WERTE-UMSATZ-AUS SECTION.
      *    Zinsen, Gebuehren, Stornos, Korrekturen, Altbestand und
      *    Umbuchungen zu eigenen Darlehen/Festgeldern sind keine
      *    Kundenumsaetze im Sinne der Pruefung.
           MOVE "N" TO WS-KUNDENUMSATZ
           IF TRANS-HERKUNFT = "U" OR TRANS-HERKUNFT = "D"
              OR TRANS-HERKUNFT = "T" OR TRANS-HERKUNFT = "E"
              OR TRANS-HERKUNFT = "L" OR TRANS-HERKUNFT = "B"
              MOVE "J" TO WS-KUNDENUMSATZ
           END-IF
           IF WS-KUNDENUMSATZ NOT = "J"
              EXIT SECTION
           END-IF
           MOVE FUNCTION ABS(TRANS-BETRAG) TO WS-ABS-BETRAG

           ADD 1 TO WS-UMSATZ-ANZAHL
           ADD WS-ABS-BETRAG TO WS-UMSATZ-SUMME

           IF WS-ABS-BETRAG >= WS-STRUKT-UNTERGRENZE
              AND WS-ABS-BETRAG < WS-MELDEGRENZE
              ADD 1 TO WS-STRUKT-ANZAHL
              ADD WS-ABS-BETRAG TO WS-STRUKT-SUMME
           END-IF

      *    Durchlauf: ab der ersten grossen Clearing-Gutschrift
      *    zaehlen alle folgenden Belastungen als Abfluss.
           IF TRANS-HERKUNFT = "E" AND TRANS-BETRAG > 0
              AND TRANS-BETRAG >= WS-DURCH-GRENZE
              MOVE "J" TO WS-DURCH-AKTIV
              ADD TRANS-BETRAG TO WS-DURCH-EINGANG
              ADD 1 TO WS-DURCH-ANZAHL
           ELSE
              IF WS-DURCH-AKTIV = "J" AND TRANS-BETRAG < 0
                 ADD WS-ABS-BETRAG TO WS-DURCH-AUSGANG
                 ADD 1 TO WS-DURCH-ANZAHL
              END-IF
           END-IF

           COMPUTE WS-ABS-CENT = WS-ABS-BETRAG * 100
           IF WS-ABS-BETRAG >= WS-RUND-BASIS
              AND FUNCTION MOD(WS-ABS-CENT, WS-RUND-BASIS * 100) = 0
              ADD 1 TO WS-RUND-ANZAHL
              ADD WS-ABS-BETRAG TO WS-RUND-SUMME
           END-IF
           EXIT.

       LEGE-FALL-AN SECTION.
      *    Gibt es fuer Konto und Muster schon einen Fall, der im
      *    laufenden Pruefzeitraum erkannt wurde, bleibt es bei
      *    diesem einen Fall.
           MOVE "N" TO WS-FALL-VORHANDEN
           MOVE "N" TO WS-FALL-EOF
           MOVE KONTO-ID TO AMLFALL-KONTO-ID
           MOVE WS-FALL-MUSTER TO AMLFALL-MUSTER
           START AMLFAELLE KEY IS = AMLFALL-KONTO-MUSTER
              INVALID KEY MOVE "J" TO WS-FALL-EOF
           END-START
           PERFORM UNTIL WS-FALL-EOF = "J"
              READ AMLFAELLE NEXT RECORD
                 AT END MOVE "J" TO WS-FALL-EOF
                 NOT AT END
                    IF AMLFALL-KONTO-ID NOT = KONTO-ID
                       OR AMLFALL-MUSTER NOT = WS-FALL-MUSTER
                       MOVE "J" TO WS-FALL-EOF
                    ELSE
                       IF AMLFALL-ERKANNT-AM >= WS-VON-DATUM
                          AND AMLFALL-ERKANNT-AM <= WS-LAUFDATUM
                          MOVE "J" TO WS-FALL-VORHANDEN
                          MOVE "J" TO WS-FALL-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FALL-VORHANDEN = "J"
              ADD 1 TO WS-FALL-BEKANNT-ANZAHL
              EXIT SECTION
           END-IF

           PERFORM ERMITTLE-FALL-ID
           MOVE SPACES TO AMLFALL-RECORD
           MOVE WS-AMLFALL-SEQUENZ TO AMLFALL-ID
           MOVE KONTO-ID TO AMLFALL-KONTO-ID
           MOVE WS-FALL-MUSTER TO AMLFALL-MUSTER
           MOVE WS-LAUFDATUM TO AMLFALL-ERKANNT-AM
           MOVE WS-VON-DATUM TO AMLFALL-VON
           MOVE WS-FALL-BETRAG TO AMLFALL-BETRAG
           MOVE WS-FALL-ANZAHL TO AMLFALL-ANZAHL
           MOVE WS-FALL-TEXT TO AMLFALL-BESCHREIBUNG
           MOVE "O" TO AMLFALL-STATUS
           MOVE 0 TO AMLFALL-ENTSCHIEDEN-AM
           WRITE AMLFALL-RECORD
              INVALID KEY
                 DISPLAY "Fall " WS-AMLFALL-SEQUENZ
                    " konnte nicht angelegt werden."
                 EXIT SECTION
           END-WRITE
           ADD 1 TO WS-FALL-NEU-ANZAHL

           MOVE WS-FALL-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO AML-REPORT-SATZ
           STRING "FALL " DELIMITED BY SIZE
                  WS-AMLFALL-SEQUENZ DELIMITED BY SIZE
                  " KONTO=" DELIMITED BY SIZE
                  KONTO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FALL-MUSTER DELIMITED BY SIZE
                  " ANZ=" DELIMITED BY SIZE
                  WS-FALL-ANZAHL DELIMITED BY SIZE
                  " SUMME=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FALL-TEXT DELIMITED BY SIZE
             INTO AML-REPORT-SATZ
           END-STRING
           WRITE AML-REPORT-SATZ
           EXIT.

       ERMITTLE-FALL-ID SECTION.
      *    Naechste laufende Fallnummer aus amlfall-sequenz.dat,
      *    gefuehrt wie freigabe-sequenz.dat.
           MOVE 0 TO WS-AMLFALL-SEQUENZ
           OPEN INPUT AMLFALLSEQUENZ
           IF WS-AMLSEQUENZ-STATUS = "00" THEN
              READ AMLFALLSEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE AMLFALLSEQUENZ-WERT TO WS-AMLFALL-SEQUENZ
              END-READ
              CLOSE AMLFALLSEQUENZ
           END-IF
           ADD 1 TO WS-AMLFALL-SEQUENZ
           MOVE WS-AMLFALL-SEQUENZ TO AMLFALLSEQUENZ-WERT
           OPEN OUTPUT AMLFALLSEQUENZ
           WRITE AMLFALLSEQUENZ-SATZ
           CLOSE AMLFALLSEQUENZ
           EXIT.

       LESE-PARM-ZAHL SECTION.
      *    Numerischer PARMFILE-Wert zu WS-PARMFILE-SCHLUESSEL-
      *    GESUCHT in WS-PARM-ZAHL; WS-PARM-GEFUNDEN "N", wenn der
      *    Schluessel fehlt oder nicht numerisch ist.
           MOVE "N" TO WS-PARM-GEFUNDEN
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-PARM-ZAHL
              MOVE "J" TO WS-PARM-GEFUNDEN
           END-IF
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
       END PROGRAM AMLLAUF.

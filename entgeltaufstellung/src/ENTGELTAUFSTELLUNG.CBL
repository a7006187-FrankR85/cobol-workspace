       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTGELTAUFSTELLUNG.
      *    Jaehrliche Entgeltaufstellung je Konto unter BATCHLAUF:
      *    fasst fuer das Vorjahr des Laufdatums alle Gebuehren-
      *    buchungen (Herkunft "G") und gezahlten Sollzinsen
      *    (Herkunft "Z" mit negativem Betrag) aus dem Umsatzjournal
      *    und - sofern das Jahr schon vom TRANSARCHIV geschnitten
      *    wurde - aus der Jahresgeneration
      *    archiv/transaktionen-JJJJ.dat zusammen und druckt je
      *    Konto der KONTODATEI (und je inzwischen aufgeloestem
      *    Konto mit Entgelten im Jahr) eine Aufstellung mit Name
      *    und Anschrift aus dem KUNDENSTAMM unter
      *    entgeltaufstellungen/.
      *    Die Entgelte stehen je Leistung mit den Bezeichnungen
      *    aus gebuehren.dat (ab Spalte 13, ohne Eintrag gilt ein
      *    Standardtext): Gebuehrenbuchungen des GEBUEHRENLAUFS
      *    werden ueber ihre Bestandteile in gebuehren-einzel.dat
      *    (GEBEINZELREC.cpy) aufgeschluesselt, Mahngebuehren
      *    (MAHNGEBUEHR STUFE n) der Zeile "D" zugeordnet, alles
      *    uebrige als Kontofuehrung bzw. sonstiges Entgelt.
      *    Gebuehren, die per STORNO, SAMMELSTORNO oder Storno-
      *    freigabe (Herkunft "S", Text mit der Buchungsreferenz
      *    der Gebuehr) erstattet wurden, werden abgezogen, so
      *    dass die Jahressumme netto stimmt; solche Konten listet
      *    entgeltaufstellung-report.txt eigens auf. Der
      *    angegebene Sollzinssatz ist der zum 31.12. des Jahres
      *    gueltige aus dem Produktstamm (je Staffel) bzw. aus dem
      *    PARMFILE-Schluessel SOLLZINS samt terminierten
      *    Aenderungen.
      *    Das Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT) wie bei addierenZu2020. Der Lauf erstellt
      *    die Aufstellungen nur im Januar; in anderen Monaten
      *    endet er ohne Verarbeitung, ausser mit dem zusaetzlichen
      *    Argument ERZWINGEN (vor oder nach dem Laufdatum).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSAKTIONEN ASSIGN TO "TRANSAKTIONEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRANS-REF
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.
           SELECT TRANS-ARCHIV ASSIGN TO WS-ARCHIV-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIV-STATUS.
           SELECT GEBUEHR-EINZEL ASSIGN TO "gebuehren-einzel.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EINZEL-STATUS.
           SELECT GEBUEHREN-DATEI ASSIGN TO "gebuehren.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEBUEHREN-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT PRODUKTDATEI ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-PRODUKT-STATUS.
           SELECT SORTIERDATEI ASSIGN TO "entgeltaufstellung.srt".
           SELECT AUFSTELLUNG-DATEI ASSIGN TO WS-AUFSTELLUNG-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUFSTELLUNG-STATUS.
           SELECT ENTGELT-REPORT
              ASSIGN TO "entgeltaufstellung-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT PARMTERMINE ASSIGN TO "parmfile-termine.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMTERMINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD TRANS-ARCHIV.
      *    Archivzeile im Aufbau des Umsatzsatzes (TRANSREC.cpy),
      *    geschrieben von TRANSARCHIV.
       01 ARCHIV-TRANS-SATZ.
          05 ARCHIV-TRANS-REF         PIC X(17).
          05 ARCHIV-TRANS-KONTO-ID    PIC X(10).
          05 ARCHIV-TRANS-DATUM       PIC 9(08).
          05 ARCHIV-TRANS-VALUTA      PIC 9(08).
          05 ARCHIV-TRANS-ZEITSTEMPEL PIC 9(14).
          05 ARCHIV-TRANS-HERKUNFT    PIC X(01).
          05 ARCHIV-TRANS-TEXT        PIC X(30).
          05 ARCHIV-TRANS-BETRAG      PIC S9(7)V99.
       FD GEBUEHR-EINZEL.
       COPY GEBEINZELREC.
       FD GEBUEHREN-DATEI.
      *    Gebuehrenzeile wie im GEBUEHRENLAUF, hier nur Art,
      *    Herkunft und Bezeichnung.
       01 GEBUEHR-SATZ.
          05 GEBUEHR-ART PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-HERKUNFT PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-BETRAG PIC 9(5)V99.
          05 FILLER PIC X(01).
          05 GEBUEHR-BEZEICHNUNG PIC X(30).
       FD KONTODATEI.
       COPY KONTOREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD PRODUKTDATEI.
       COPY PRODUKTREC.
      *    Ein Satz je Konto ("A"), Gebuehren- oder Sollzins-
      *    buchung ("B"), Gebuehrenbestandteil ("D") und Storno
      *    einer Gebuehr ("S"); Bestandteile und Stornos tragen die
      *    Buchungsreferenz der Gebuehr und folgen ihr daher in der
      *    Sortierung.
       SD SORTIERDATEI.
       01 SORTIER-SATZ.
          05 SORT-KONTO-ID PIC X(10).
          05 SORT-REF PIC X(17).
          05 SORT-SATZART PIC X(01).
          05 SORT-DATUM PIC 9(08).
          05 SORT-HERKUNFT PIC X(01).
          05 SORT-TEXT PIC X(30).
          05 SORT-BETRAG PIC S9(7)V99.
          05 SORT-ART PIC X(01).
          05 SORT-GEB-HERKUNFT PIC X(01).
          05 SORT-ANZAHL PIC 9(05).
       FD AUFSTELLUNG-DATEI.
       01 AUFSTELLUNG-SATZ PIC X(80).
       FD ENTGELT-REPORT.
       01 ENTGELT-REPORT-SATZ PIC X(100).
       FD PARMFILE.
       COPY PARMFILEREC.
       FD PARMTERMINE.
       COPY PARMTERMREC.

       WORKING-STORAGE SECTION.
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-ARCHIV-STATUS PIC X(02).
       01 WS-EINZEL-STATUS PIC X(02).
       01 WS-GEBUEHREN-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-PRODUKT-STATUS PIC X(02).
       01 WS-AUFSTELLUNG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-TRANS-EOF PIC X.
       01 WS-ARCHIV-EOF PIC X.
       01 WS-EINZEL-EOF PIC X.
       01 WS-GEBUEHREN-EOF PIC X.
       01 WS-KONTO-EOF PIC X.
       01 WS-SORT-EOF PIC X.
       01 WS-KONTODATEI-OFFEN PIC X VALUE "N".
       01 WS-KUNDENSTAMM-OFFEN PIC X VALUE "N".
       01 WS-PRODUKT-OFFEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-LAUFDATUM-G REDEFINES WS-LAUFDATUM.
          05 WS-LAUF-JAHR PIC 9(04).
          05 WS-LAUF-MONAT PIC 9(02).
          05 FILLER PIC 9(02).
       01 WS-KOMMANDOZEILE PIC X(80).
       01 WS-ARGUMENT-1 PIC X(10).
       01 WS-ARGUMENT-2 PIC X(10).
       01 WS-ERZWINGEN PIC X VALUE "N".
       01 WS-ZIELJAHR PIC 9(04).
       01 WS-STICHTAG PIC 9(08).
       01 WS-ARCHIV-DATEINAME PIC X(40).
       01 WS-AUFSTELLUNG-DATEINAME PIC X(50).

      *    Sollzinssatz ohne Produkt in Hundertstel-Prozent (wie im
      *    ZINSLAUF), zum Stichtag 31.12. des Zieljahres.
       01 WS-SOLLZINS PIC 9(04) VALUE 950.
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
      *    Terminierte Parameteraenderungen (PARMTERMREC.cpy):
      *    zum Stichtag wirksame Terminwerte ueberschreiben den
      *    Stand aus PARMFILE.DAT.
       01 WS-PARMTERMINE-STATUS PIC X(02).
       01 WS-TERMINE-EOF PIC X.
       01 WS-PARM-STICHTAG PIC 9(08).
       01 WS-TERMIN-AB-GEFUNDEN PIC 9(08).

      *    Bezeichnungen aus dem Gebuehrenverzeichnis je Art und
      *    Herkunft.
       01 WS-BEZ-ANZAHL PIC 9(02) VALUE 0.
       01 WS-BEZ-TABELLE.
          05 WS-BZ-EINTRAG OCCURS 30 TIMES.
             10 WS-BZ-ART PIC X(01).
             10 WS-BZ-HERKUNFT PIC X(01).
             10 WS-BZ-TEXT PIC X(30).
       01 WS-BZ-IDX PIC 9(02).

      *    Gruppenwechsel Konto und Buchungsreferenz.
       01 WS-GRUPPE-OFFEN PIC X VALUE "N".
       01 WS-AKT-KONTO PIC X(10).
       01 WS-AKT-REF PIC X(17).
       01 WS-REF-IST-GEBUEHR PIC X.
      *    Noch nicht ueber Bestandteile aufgeschluesselter Rest der
      *    laufenden Gebuehrenbuchung.
       01 WS-OFFEN-BETRAG PIC S9(9)V99.
       01 WS-OFFEN-TEXT PIC X(30).
       01 WS-OFFEN-BESTANDTEILE PIC X.

      *    Entgelte des laufenden Kontos je Leistung.
       01 WS-LEISTUNG-ANZAHL PIC 9(02).
       01 WS-LEISTUNG-TABELLE.
          05 WS-LE-EINTRAG OCCURS 25 TIMES.
             10 WS-LE-ART PIC X(01).
             10 WS-LE-HERKUNFT PIC X(01).
             10 WS-LE-ANZAHL PIC 9(05).
             10 WS-LE-BETRAG PIC S9(9)V99.
       01 WS-LE-IDX PIC 9(02).
       01 WS-LE-GEFUNDEN PIC 9(02).
       01 WS-SUCH-ART PIC X(01).
       01 WS-SUCH-HERKUNFT PIC X(01).
       01 WS-SUCH-ANZAHL PIC 9(05).
       01 WS-SUCH-BETRAG PIC S9(9)V99.
       01 WS-LEISTUNG-TEXT PIC X(30).

      *    Erstattete Gebuehren des laufenden Kontos.
       01 WS-STORNO-ANZAHL PIC 9(02).
       01 WS-STORNO-TABELLE.
          05 WS-SN-EINTRAG OCCURS 20 TIMES.
             10 WS-SN-REF PIC X(17).
             10 WS-SN-DATUM PIC 9(08).
             10 WS-SN-BETRAG PIC S9(9)V99.
       01 WS-SN-IDX PIC 9(02).
       01 WS-STORNO-UEBERLAUF PIC X.

       01 WS-KT-ENTGELTE PIC S9(9)V99.
       01 WS-KT-ERSTATTET PIC S9(9)V99.
       01 WS-KT-NETTO PIC S9(9)V99.
       01 WS-KT-SOLLZINS PIC S9(9)V99.
       01 WS-KT-SOLLZINS-ANZAHL PIC 9(05).
       01 WS-KT-GESAMT PIC S9(9)V99.
       01 WS-KONTO-AUFGELOEST PIC X.
       01 WS-KUNDE-GEFUNDEN PIC X.

      *    Laufsummen fuer den Abschlussbericht.
       01 WS-AUFSTELLUNG-ANZAHL PIC 9(07) VALUE 0.
       01 WS-STORNO-KONTEN PIC 9(07) VALUE 0.
       01 WS-GES-ENTGELTE PIC S9(11)V99 VALUE 0.
       01 WS-GES-ERSTATTET PIC S9(11)V99 VALUE 0.
       01 WS-GES-SOLLZINS PIC S9(11)V99 VALUE 0.
       01 WS-LEISTUNG-VOLL PIC X VALUE "N".

       01 WS-ST-IDX PIC 9(01).
       01 WS-SATZ-PROZENT PIC 9(02)V99.
       01 WS-SATZ-ANZEIGE PIC Z9.99.
       01 WS-BIS-ANZEIGE PIC Z(8)9.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-SUMME-ANZEIGE PIC -(11)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.
       01 WS-ZAEHLER-ANZEIGE PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           MOVE SPACES TO WS-KOMMANDOZEILE
           MOVE SPACES TO WS-ARGUMENT-1
           MOVE SPACES TO WS-ARGUMENT-2
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING FUNCTION TRIM(WS-KOMMANDOZEILE)
              DELIMITED BY ALL SPACES
              INTO WS-ARGUMENT-1 WS-ARGUMENT-2
           END-UNSTRING
           IF WS-ARGUMENT-1 = "ERZWINGEN"
              MOVE "J" TO WS-ERZWINGEN
              MOVE WS-ARGUMENT-2 TO WS-LAUFDATUM-ARG
           ELSE
              MOVE WS-ARGUMENT-1 TO WS-LAUFDATUM-ARG
              IF WS-ARGUMENT-2 = "ERZWINGEN"
                 MOVE "J" TO WS-ERZWINGEN
              END-IF
           END-IF
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           IF WS-LAUF-MONAT NOT = 1 AND WS-ERZWINGEN NOT = "J"
              DISPLAY "Entgeltaufstellung nur im Januar faellig, "
                 "keine Verarbeitung (Laufdatum " WS-LAUFDATUM ")."
              STOP RUN
           END-IF
           COMPUTE WS-ZIELJAHR = WS-LAUF-JAHR - 1
           COMPUTE WS-STICHTAG = WS-ZIELJAHR * 10000 + 1231
           MOVE WS-STICHTAG TO WS-PARM-STICHTAG

           MOVE "SOLLZINS" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-SOLLZINS
           END-IF
           PERFORM LESE-GEBUEHRENVERZEICHNIS
           CALL "SYSTEM" USING "mkdir -p entgeltaufstellungen"

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS = "00"
              MOVE "J" TO WS-KONTODATEI-OFFEN
           END-IF
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS = "00"
              MOVE "J" TO WS-KUNDENSTAMM-OFFEN
           END-IF
           OPEN INPUT PRODUKTDATEI
           IF WS-PRODUKT-STATUS = "00"
              MOVE "J" TO WS-PRODUKT-OFFEN
           END-IF

           OPEN OUTPUT ENTGELT-REPORT
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           STRING "Entgeltaufstellungen fuer das Jahr "
                  DELIMITED BY SIZE
                  WS-ZIELJAHR DELIMITED BY SIZE
                  " (Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO ENTGELT-REPORT-SATZ
           END-STRING
           WRITE ENTGELT-REPORT-SATZ
           MOVE "========================================"
              TO ENTGELT-REPORT-SATZ
           WRITE ENTGELT-REPORT-SATZ
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           WRITE ENTGELT-REPORT-SATZ
           MOVE "Konten mit erstatteten Entgelten (Storno):"
              TO ENTGELT-REPORT-SATZ
           WRITE ENTGELT-REPORT-SATZ

           SORT SORTIERDATEI
              ON ASCENDING KEY SORT-KONTO-ID SORT-REF SORT-SATZART
              INPUT PROCEDURE IS UEBERGABE-AN-SORT
              OUTPUT PROCEDURE IS UEBERNAHME-AUS-SORT

           IF WS-STORNO-KONTEN = 0
              MOVE "Keine." TO ENTGELT-REPORT-SATZ
              WRITE ENTGELT-REPORT-SATZ
           END-IF
           PERFORM SCHREIBE-REPORTSUMMEN
           CLOSE ENTGELT-REPORT
           IF WS-KONTODATEI-OFFEN = "J"
              CLOSE KONTODATEI
           END-IF
           IF WS-KUNDENSTAMM-OFFEN = "J"
              CLOSE KUNDENSTAMM
           END-IF
           IF WS-PRODUKT-OFFEN = "J"
              CLOSE PRODUKTDATEI
           END-IF

           MOVE WS-AUFSTELLUNG-ANZAHL TO WS-ZAEHLER-ANZEIGE
           DISPLAY "Entgeltaufstellungen " WS-ZIELJAHR " erstellt: "
              WS-ZAEHLER-ANZEIGE
           STOP RUN.

       LESE-GEBUEHRENVERZEICHNIS SECTION.
      *    Bezeichnungen der Entgelte; Zeilen ohne Bezeichnung
      *    erhalten beim Druck einen Standardtext.
           MOVE "N" TO WS-GEBUEHREN-EOF
           OPEN INPUT GEBUEHREN-DATEI
           IF WS-GEBUEHREN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-GEBUEHREN-EOF = "J"
              READ GEBUEHREN-DATEI
                 AT END MOVE "J" TO WS-GEBUEHREN-EOF
                 NOT AT END
                    IF GEBUEHR-BEZEICHNUNG NOT = SPACES
                       AND WS-BEZ-ANZAHL < 30
                       ADD 1 TO WS-BEZ-ANZAHL
                       MOVE GEBUEHR-ART TO WS-BZ-ART(WS-BEZ-ANZAHL)
                       MOVE GEBUEHR-HERKUNFT
                          TO WS-BZ-HERKUNFT(WS-BEZ-ANZAHL)
                       MOVE GEBUEHR-BEZEICHNUNG
                          TO WS-BZ-TEXT(WS-BEZ-ANZAHL)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GEBUEHREN-DATEI
           EXIT.

       UEBERGABE-AN-SORT SECTION.
      *    Konten, Buchungen aus Umsatzjournal und Jahresarchiv
      *    sowie die Gebuehrenbestandteile an den SORT geben.
           IF WS-KONTODATEI-OFFEN = "J"
              MOVE "N" TO WS-KONTO-EOF
              PERFORM UNTIL WS-KONTO-EOF = "J"
                 READ KONTODATEI NEXT RECORD
                    AT END MOVE "J" TO WS-KONTO-EOF
                    NOT AT END
                       MOVE SPACES TO SORTIER-SATZ
                       MOVE KONTO-ID TO SORT-KONTO-ID
                       MOVE "A" TO SORT-SATZART
                       MOVE 0 TO SORT-DATUM
                       MOVE 0 TO SORT-BETRAG
                       MOVE 0 TO SORT-ANZAHL
                       RELEASE SORTIER-SATZ
                 END-READ
              END-PERFORM
           END-IF

           MOVE "N" TO WS-TRANS-EOF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "00"
              PERFORM UNTIL WS-TRANS-EOF = "J"
                 READ TRANSAKTIONEN NEXT RECORD
                    AT END MOVE "J" TO WS-TRANS-EOF
                    NOT AT END
                       PERFORM UEBERGIB-BUCHUNG
                 END-READ
              END-PERFORM
              CLOSE TRANSAKTIONEN
           END-IF

      *    Vom TRANSARCHIV geschnittenes Jahr; fehlt die Datei,
      *    liegt das Jahr noch komplett im Umsatzjournal.
           MOVE SPACES TO WS-ARCHIV-DATEINAME
           STRING "archiv/transaktionen-" DELIMITED BY SIZE
                  WS-ZIELJAHR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-ARCHIV-DATEINAME
           END-STRING
           MOVE "N" TO WS-ARCHIV-EOF
           OPEN INPUT TRANS-ARCHIV
           IF WS-ARCHIV-STATUS = "00"
              PERFORM UNTIL WS-ARCHIV-EOF = "J"
                 READ TRANS-ARCHIV
                    AT END MOVE "J" TO WS-ARCHIV-EOF
                    NOT AT END
                       MOVE SPACES TO TRANSAKTIONEN-SATZ
                       MOVE ARCHIV-TRANS-REF TO TRANS-REF
                       MOVE ARCHIV-TRANS-KONTO-ID TO TRANS-KONTO-ID
                       MOVE ARCHIV-TRANS-DATUM TO TRANS-DATUM
                       MOVE ARCHIV-TRANS-HERKUNFT TO TRANS-HERKUNFT
                       MOVE ARCHIV-TRANS-TEXT TO TRANS-TEXT
                       MOVE ARCHIV-TRANS-BETRAG TO TRANS-BETRAG
                       PERFORM UEBERGIB-BUCHUNG
                 END-READ
              END-PERFORM
              CLOSE TRANS-ARCHIV
           END-IF

           MOVE "N" TO WS-EINZEL-EOF
           OPEN INPUT GEBUEHR-EINZEL
           IF WS-EINZEL-STATUS = "00"
              PERFORM UNTIL WS-EINZEL-EOF = "J"
                 READ GEBUEHR-EINZEL
                    AT END MOVE "J" TO WS-EINZEL-EOF
                    NOT AT END
                       IF GEBEINZ-DATUM(1:4) = WS-ZIELJAHR
                          MOVE SPACES TO SORTIER-SATZ
                          MOVE GEBEINZ-KONTO-ID TO SORT-KONTO-ID
                          MOVE GEBEINZ-TRANS-REF TO SORT-REF
                          MOVE "D" TO SORT-SATZART
                          MOVE GEBEINZ-DATUM TO SORT-DATUM
                          MOVE GEBEINZ-BETRAG TO SORT-BETRAG
                          MOVE GEBEINZ-ART TO SORT-ART
                          MOVE GEBEINZ-HERKUNFT TO SORT-GEB-HERKUNFT
                          MOVE GEBEINZ-ANZAHL TO SORT-ANZAHL
                          RELEASE SORTIER-SATZ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GEBUEHR-EINZEL
           END-IF
           EXIT.

       UEBERGIB-BUCHUNG SECTION.
      *    Gebuehren und Sollzinsen des Zieljahres sowie Stornos ab
      *    dem Zieljahr; ein Storno wird unter der Referenz der
      *    stornierten Buchung einsortiert, ob es eine Gebuehr
      *    war, entscheidet die Ausgabeseite.
           MOVE SPACES TO SORTIER-SATZ
           MOVE TRANS-KONTO-ID TO SORT-KONTO-ID
           MOVE TRANS-DATUM TO SORT-DATUM
           MOVE TRANS-HERKUNFT TO SORT-HERKUNFT
           MOVE TRANS-TEXT TO SORT-TEXT
           MOVE TRANS-BETRAG TO SORT-BETRAG
           MOVE 0 TO SORT-ANZAHL
           EVALUATE TRUE
              WHEN TRANS-DATUM(1:4) = WS-ZIELJAHR
                 AND (TRANS-HERKUNFT = "G"
                    OR (TRANS-HERKUNFT = "Z" AND TRANS-BETRAG < 0))
                 MOVE TRANS-REF TO SORT-REF
                 MOVE "B" TO SORT-SATZART
                 RELEASE SORTIER-SATZ
              WHEN TRANS-HERKUNFT = "S"
                 AND TRANS-DATUM(1:4) >= WS-ZIELJAHR
                 AND TRANS-TEXT(1:7) = "STORNO "
                 MOVE TRANS-TEXT(8:17) TO SORT-REF
                 MOVE "S" TO SORT-SATZART
                 RELEASE SORTIER-SATZ
              WHEN TRANS-HERKUNFT = "S"
                 AND TRANS-DATUM(1:4) >= WS-ZIELJAHR
                 AND TRANS-TEXT(1:13) = "SAMMELSTORNO "
                 MOVE TRANS-TEXT(14:17) TO SORT-REF
                 MOVE "S" TO SORT-SATZART
                 RELEASE SORTIER-SATZ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

       UEBERNAHME-AUS-SORT SECTION.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-GRUPPE-OFFEN
           PERFORM UNTIL WS-SORT-EOF = "J"
              RETURN SORTIERDATEI
                 AT END
                    MOVE "J" TO WS-SORT-EOF
                 NOT AT END
                    IF WS-GRUPPE-OFFEN = "J"
                       AND SORT-KONTO-ID NOT = WS-AKT-KONTO
                       PERFORM SCHLIESSE-KONTO-AB
                    END-IF
                    IF WS-GRUPPE-OFFEN = "N"
                       PERFORM BEGINNE-KONTO
                    END-IF
                    IF SORT-REF NOT = WS-AKT-REF
                       PERFORM VERTEILE-OFFENEN-BETRAG
                       MOVE SORT-REF TO WS-AKT-REF
                       MOVE "N" TO WS-REF-IST-GEBUEHR
                    END-IF
                    PERFORM VERARBEITE-SORTSATZ
              END-RETURN
           END-PERFORM
           IF WS-GRUPPE-OFFEN = "J"
              PERFORM SCHLIESSE-KONTO-AB
           END-IF
           EXIT.

       BEGINNE-KONTO SECTION.
           MOVE SORT-KONTO-ID TO WS-AKT-KONTO
           MOVE SPACES TO WS-AKT-REF
           MOVE "N" TO WS-REF-IST-GEBUEHR
           MOVE 0 TO WS-OFFEN-BETRAG
           MOVE SPACES TO WS-OFFEN-TEXT
           MOVE 0 TO WS-LEISTUNG-ANZAHL
           MOVE 0 TO WS-STORNO-ANZAHL
           MOVE "N" TO WS-STORNO-UEBERLAUF
           MOVE 0 TO WS-KT-ENTGELTE
           MOVE 0 TO WS-KT-ERSTATTET
           MOVE 0 TO WS-KT-SOLLZINS
           MOVE 0 TO WS-KT-SOLLZINS-ANZAHL
           MOVE "J" TO WS-GRUPPE-OFFEN
           EXIT.

       VERARBEITE-SORTSATZ SECTION.
           EVALUATE SORT-SATZART
              WHEN "B"
                 IF SORT-HERKUNFT = "G"
                    MOVE "J" TO WS-REF-IST-GEBUEHR
                    COMPUTE WS-OFFEN-BETRAG = 0 - SORT-BETRAG
                    MOVE SORT-TEXT TO WS-OFFEN-TEXT
                    MOVE "N" TO WS-OFFEN-BESTANDTEILE
                    SUBTRACT SORT-BETRAG FROM WS-KT-ENTGELTE
                 ELSE
                    SUBTRACT SORT-BETRAG FROM WS-KT-SOLLZINS
                    ADD 1 TO WS-KT-SOLLZINS-ANZAHL
                 END-IF
              WHEN "D"
      *    Bestandteile ohne Gebuehrenbuchung im Zieljahr (etwa
      *    eine nicht geschriebene Buchung) bleiben aussen vor.
                 IF WS-REF-IST-GEBUEHR = "J"
                    MOVE "J" TO WS-OFFEN-BESTANDTEILE
                    MOVE SORT-ART TO WS-SUCH-ART
                    MOVE SORT-GEB-HERKUNFT TO WS-SUCH-HERKUNFT
                    MOVE SORT-ANZAHL TO WS-SUCH-ANZAHL
                    MOVE SORT-BETRAG TO WS-SUCH-BETRAG
                    PERFORM ADDIERE-LEISTUNG
                    SUBTRACT SORT-BETRAG FROM WS-OFFEN-BETRAG
                 END-IF
              WHEN "S"
                 IF WS-REF-IST-GEBUEHR = "J"
                    ADD SORT-BETRAG TO WS-KT-ERSTATTET
                    IF WS-STORNO-ANZAHL < 20
                       ADD 1 TO WS-STORNO-ANZAHL
                       MOVE SORT-REF TO WS-SN-REF(WS-STORNO-ANZAHL)
                       MOVE SORT-DATUM
                          TO WS-SN-DATUM(WS-STORNO-ANZAHL)
                       MOVE SORT-BETRAG
                          TO WS-SN-BETRAG(WS-STORNO-ANZAHL)
                    ELSE
                       MOVE "J" TO WS-STORNO-UEBERLAUF
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

       VERTEILE-OFFENEN-BETRAG SECTION.
      *    Den nicht ueber Bestandteile erklaerten Betrag der
      *    zuletzt gelesenen Gebuehrenbuchung nach ihrem Text einer
      *    Leistung zuordnen; eine Buchung ohne Bestandteile zaehlt
      *    als ein Posten.
           IF WS-OFFEN-BETRAG = 0
              EXIT SECTION
           END-IF
           EVALUATE TRUE
              WHEN WS-OFFEN-TEXT(1:18) = "MAHNGEBUEHR STUFE "
                 MOVE "D" TO WS-SUCH-ART
                 MOVE WS-OFFEN-TEXT(19:1) TO WS-SUCH-HERKUNFT
              WHEN WS-OFFEN-TEXT(1:14) = "KONTOFUEHRUNG "
                 MOVE "M" TO WS-SUCH-ART
                 MOVE SPACE TO WS-SUCH-HERKUNFT
              WHEN OTHER
                 MOVE "X" TO WS-SUCH-ART
                 MOVE SPACE TO WS-SUCH-HERKUNFT
           END-EVALUATE
           IF WS-OFFEN-BESTANDTEILE = "J"
              MOVE 0 TO WS-SUCH-ANZAHL
           ELSE
              MOVE 1 TO WS-SUCH-ANZAHL
           END-IF
           MOVE WS-OFFEN-BETRAG TO WS-SUCH-BETRAG
           PERFORM ADDIERE-LEISTUNG
           MOVE 0 TO WS-OFFEN-BETRAG
           EXIT.

       ADDIERE-LEISTUNG SECTION.
           MOVE 0 TO WS-LE-GEFUNDEN
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
              UNTIL WS-LE-IDX > WS-LEISTUNG-ANZAHL
              IF WS-LE-ART(WS-LE-IDX) = WS-SUCH-ART
                 AND WS-LE-HERKUNFT(WS-LE-IDX) = WS-SUCH-HERKUNFT
                 MOVE WS-LE-IDX TO WS-LE-GEFUNDEN
              END-IF
           END-PERFORM
           IF WS-LE-GEFUNDEN = 0
              IF WS-LEISTUNG-ANZAHL >= 25
      *    Tabelle voll: unter "sonstige Entgelte" im letzten
      *    Eintrag sammeln, damit die Summe stimmt.
                 MOVE "J" TO WS-LEISTUNG-VOLL
                 MOVE 25 TO WS-LE-GEFUNDEN
                 MOVE "X" TO WS-LE-ART(25)
                 MOVE SPACE TO WS-LE-HERKUNFT(25)
              ELSE
                 ADD 1 TO WS-LEISTUNG-ANZAHL
                 MOVE WS-LEISTUNG-ANZAHL TO WS-LE-GEFUNDEN
                 MOVE WS-SUCH-ART TO WS-LE-ART(WS-LE-GEFUNDEN)
                 MOVE WS-SUCH-HERKUNFT
                    TO WS-LE-HERKUNFT(WS-LE-GEFUNDEN)
                 MOVE 0 TO WS-LE-ANZAHL(WS-LE-GEFUNDEN)
                 MOVE 0 TO WS-LE-BETRAG(WS-LE-GEFUNDEN)
              END-IF
           END-IF
           ADD WS-SUCH-ANZAHL TO WS-LE-ANZAHL(WS-LE-GEFUNDEN)
           ADD WS-SUCH-BETRAG TO WS-LE-BETRAG(WS-LE-GEFUNDEN)
           EXIT.

       SCHLIESSE-KONTO-AB SECTION.
           PERFORM VERTEILE-OFFENEN-BETRAG
           MOVE "N" TO WS-GRUPPE-OFFEN
           COMPUTE WS-KT-NETTO = WS-KT-ENTGELTE - WS-KT-ERSTATTET
           COMPUTE WS-KT-GESAMT = WS-KT-NETTO + WS-KT-SOLLZINS
      *    Stammdaten des Kontos; ein im Jahr aufgeloestes Konto
      *    bekommt nur dann eine Aufstellung, wenn es Entgelte
      *    oder Sollzinsen hatte.
           MOVE "N" TO WS-KONTO-AUFGELOEST
           MOVE SPACES TO KONTO-RECORD
           IF WS-KONTODATEI-OFFEN = "J"
              MOVE WS-AKT-KONTO TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    MOVE "J" TO WS-KONTO-AUFGELOEST
                    MOVE SPACES TO KONTO-RECORD
              END-READ
           ELSE
              MOVE "J" TO WS-KONTO-AUFGELOEST
           END-IF
           IF WS-KONTO-AUFGELOEST = "J"
              AND WS-KT-ENTGELTE = 0 AND WS-KT-SOLLZINS = 0
              EXIT SECTION
           END-IF
           PERFORM SCHREIBE-AUFSTELLUNG
           ADD WS-KT-ENTGELTE TO WS-GES-ENTGELTE
           ADD WS-KT-ERSTATTET TO WS-GES-ERSTATTET
           ADD WS-KT-SOLLZINS TO WS-GES-SOLLZINS
           IF WS-STORNO-ANZAHL > 0
              ADD 1 TO WS-STORNO-KONTEN
              PERFORM SCHREIBE-STORNOZEILEN
           END-IF
           EXIT.

       SCHREIBE-AUFSTELLUNG SECTION.
           MOVE SPACES TO WS-AUFSTELLUNG-DATEINAME
           STRING "entgeltaufstellungen/entgelt-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AKT-KONTO) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ZIELJAHR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-AUFSTELLUNG-DATEINAME
           END-STRING
           OPEN OUTPUT AUFSTELLUNG-DATEI
           IF WS-AUFSTELLUNG-STATUS NOT = "00"
              DISPLAY "Entgeltaufstellung nicht anlegbar: "
                 WS-AUFSTELLUNG-DATEINAME
              EXIT SECTION
           END-IF
           ADD 1 TO WS-AUFSTELLUNG-ANZAHL

           MOVE "========================================"
              TO AUFSTELLUNG-SATZ
           WRITE AUFSTELLUNG-SATZ
           MOVE SPACES TO AUFSTELLUNG-SATZ
           STRING "Entgeltaufstellung fuer das Jahr "
                  DELIMITED BY SIZE
                  WS-ZIELJAHR DELIMITED BY SIZE
             INTO AUFSTELLUNG-SATZ
           END-STRING
           WRITE AUFSTELLUNG-SATZ
           MOVE "========================================"
              TO AUFSTELLUNG-SATZ
           WRITE AUFSTELLUNG-SATZ
           PERFORM SCHREIBE-ANSCHRIFT
           MOVE SPACES TO AUFSTELLUNG-SATZ
           WRITE AUFSTELLUNG-SATZ

           MOVE "Entgelte je Leistung:" TO AUFSTELLUNG-SATZ
           WRITE AUFSTELLUNG-SATZ
           IF WS-LEISTUNG-ANZAHL = 0
              MOVE "  keine" TO AUFSTELLUNG-SATZ
              WRITE AUFSTELLUNG-SATZ
           END-IF
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
              UNTIL WS-LE-IDX > WS-LEISTUNG-ANZAHL
              PERFORM ERMITTLE-LEISTUNGSTEXT
              MOVE WS-LE-BETRAG(WS-LE-IDX) TO WS-BETRAG-ANZEIGE
              MOVE SPACES TO AUFSTELLUNG-SATZ
              IF WS-LE-ANZAHL(WS-LE-IDX) > 0
                 MOVE WS-LE-ANZAHL(WS-LE-IDX) TO WS-ANZAHL-ANZEIGE
                 STRING "  " DELIMITED BY SIZE
                        WS-LEISTUNG-TEXT DELIMITED BY SIZE
                        WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                        " x " DELIMITED BY SIZE
                        WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                   INTO AUFSTELLUNG-SATZ
                 END-STRING
              ELSE
                 STRING "  " DELIMITED BY SIZE
                        WS-LEISTUNG-TEXT DELIMITED BY SIZE
                        "        " DELIMITED BY SIZE
                        WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                        " EUR" DELIMITED BY SIZE
                   INTO AUFSTELLUNG-SATZ
                 END-STRING
              END-IF
              WRITE AUFSTELLUNG-SATZ
           END-PERFORM
           MOVE WS-KT-ENTGELTE TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-SATZ
           STRING "Summe berechnete Entgelte:        " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO AUFSTELLUNG-SATZ
           END-STRING
           WRITE AUFSTELLUNG-SATZ
           IF WS-KT-ERSTATTET NOT = 0
              MOVE WS-KT-ERSTATTET TO WS-BETRAG-ANZEIGE
              MOVE SPACES TO AUFSTELLUNG-SATZ
              STRING "abzueglich erstattet (Storno):    "
                     DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     " EUR" DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
              WRITE AUFSTELLUNG-SATZ
              PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                 UNTIL WS-SN-IDX > WS-STORNO-ANZAHL
                 MOVE WS-SN-BETRAG(WS-SN-IDX) TO WS-BETRAG-ANZEIGE
                 MOVE SPACES TO AUFSTELLUNG-SATZ
                 STRING "  Gebuehr " DELIMITED BY SIZE
                        WS-SN-REF(WS-SN-IDX) DELIMITED BY SIZE
                        " erstattet am " DELIMITED BY SIZE
                        WS-SN-DATUM(WS-SN-IDX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                   INTO AUFSTELLUNG-SATZ
                 END-STRING
                 WRITE AUFSTELLUNG-SATZ
              END-PERFORM
           END-IF
           MOVE WS-KT-NETTO TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-SATZ
           STRING "Summe Entgelte netto:             " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO AUFSTELLUNG-SATZ
           END-STRING
           WRITE AUFSTELLUNG-SATZ
           MOVE SPACES TO AUFSTELLUNG-SATZ
           WRITE AUFSTELLUNG-SATZ

           MOVE WS-KT-SOLLZINS TO WS-BETRAG-ANZEIGE
           MOVE WS-KT-SOLLZINS-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-SATZ
           STRING "Gezahlte Sollzinsen (" DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Buchungen):" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO AUFSTELLUNG-SATZ
           END-STRING
           WRITE AUFSTELLUNG-SATZ
           PERFORM SCHREIBE-SOLLZINSSATZ
           MOVE SPACES TO AUFSTELLUNG-SATZ
           WRITE AUFSTELLUNG-SATZ
           MOVE WS-KT-GESAMT TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-SATZ
           STRING "Gesamtkosten des Jahres:          " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO AUFSTELLUNG-SATZ
           END-STRING
           WRITE AUFSTELLUNG-SATZ
           IF WS-STORNO-UEBERLAUF = "J"
              MOVE "HINWEIS: mehr als 20 Erstattungen, nicht alle "
                 & "einzeln aufgefuehrt." TO AUFSTELLUNG-SATZ
              WRITE AUFSTELLUNG-SATZ
           END-IF
           CLOSE AUFSTELLUNG-DATEI
           EXIT.

       SCHREIBE-ANSCHRIFT SECTION.
      *    Name und Anschrift aus dem KUNDENSTAMM; ohne Kunden-
      *    satz steht nur der Kontoname.
           MOVE "N" TO WS-KUNDE-GEFUNDEN
           IF WS-KUNDENSTAMM-OFFEN = "J"
              AND KONTO-KUNDEN-ID NOT = SPACES
              MOVE KONTO-KUNDEN-ID TO KUNDEN-ID
              READ KUNDENSTAMM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "J" TO WS-KUNDE-GEFUNDEN
              END-READ
           END-IF
           IF WS-KUNDE-GEFUNDEN = "J"
              MOVE SPACES TO AUFSTELLUNG-SATZ
              STRING "Kunde:   " DELIMITED BY SIZE
                     KUNDEN-NAME DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
              WRITE AUFSTELLUNG-SATZ
              MOVE SPACES TO AUFSTELLUNG-SATZ
              STRING "Strasse: " DELIMITED BY SIZE
                     KUNDEN-STRASSE DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
              WRITE AUFSTELLUNG-SATZ
              MOVE SPACES TO AUFSTELLUNG-SATZ
              STRING "Ort:     " DELIMITED BY SIZE
                     KUNDEN-PLZ DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     KUNDEN-ORT DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
              WRITE AUFSTELLUNG-SATZ
           ELSE
              MOVE SPACES TO AUFSTELLUNG-SATZ
              STRING "Kontoinhaber: " DELIMITED BY SIZE
                     KONTO-NAME DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
              WRITE AUFSTELLUNG-SATZ
           END-IF
           MOVE SPACES TO AUFSTELLUNG-SATZ
           IF WS-KONTO-AUFGELOEST = "J"
              STRING "Konto:   " DELIMITED BY SIZE
                     WS-AKT-KONTO DELIMITED BY SIZE
                     " (aufgeloest)" DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
           ELSE
              STRING "Konto:   " DELIMITED BY SIZE
                     WS-AKT-KONTO DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
           END-IF
           WRITE AUFSTELLUNG-SATZ
           EXIT.

       ERMITTLE-LEISTUNGSTEXT SECTION.
      *    Bezeichnung aus gebuehren.dat, sonst Standardtext.
           MOVE SPACES TO WS-LEISTUNG-TEXT
           PERFORM VARYING WS-BZ-IDX FROM 1 BY 1
              UNTIL WS-BZ-IDX > WS-BEZ-ANZAHL
              IF WS-BZ-ART(WS-BZ-IDX) = WS-LE-ART(WS-LE-IDX)
                 AND WS-BZ-HERKUNFT(WS-BZ-IDX)
                    = WS-LE-HERKUNFT(WS-LE-IDX)
                 MOVE WS-BZ-TEXT(WS-BZ-IDX) TO WS-LEISTUNG-TEXT
              END-IF
           END-PERFORM
           IF WS-LEISTUNG-TEXT NOT = SPACES
              EXIT SECTION
           END-IF
           EVALUATE WS-LE-ART(WS-LE-IDX)
              WHEN "M"
                 MOVE "Kontofuehrung" TO WS-LEISTUNG-TEXT
              WHEN "P"
                 STRING "Buchungsposten Herkunft " DELIMITED BY SIZE
                        WS-LE-HERKUNFT(WS-LE-IDX) DELIMITED BY SIZE
                   INTO WS-LEISTUNG-TEXT
                 END-STRING
              WHEN "S"
                 STRING "SMS-Versand Art " DELIMITED BY SIZE
                        WS-LE-HERKUNFT(WS-LE-IDX) DELIMITED BY SIZE
                   INTO WS-LEISTUNG-TEXT
                 END-STRING
              WHEN "D"
                 STRING "Mahngebuehr Stufe " DELIMITED BY SIZE
                        WS-LE-HERKUNFT(WS-LE-IDX) DELIMITED BY SIZE
                   INTO WS-LEISTUNG-TEXT
                 END-STRING
              WHEN OTHER
                 MOVE "Sonstige Entgelte" TO WS-LEISTUNG-TEXT
           END-EVALUATE
           EXIT.

       SCHREIBE-SOLLZINSSATZ SECTION.
      *    Sollzinssatz zum 31.12.: je belegter Staffel des
      *    Kontoprodukts, ohne Produkt der PARMFILE-Satz.
           IF KONTO-PRODUKT NOT = SPACES AND WS-PRODUKT-OFFEN = "J"
              MOVE KONTO-PRODUKT TO PRODUKT-CODE
              READ PRODUKTDATEI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRODUKT-STAFFEL-BIS(1) > 0
                       MOVE SPACES TO AUFSTELLUNG-SATZ
                       STRING "Sollzinssatz zum " DELIMITED BY SIZE
                              WS-STICHTAG DELIMITED BY SIZE
                              " (Produkt " DELIMITED BY SIZE
                              PRODUKT-CODE DELIMITED BY SIZE
                              "):" DELIMITED BY SIZE
                         INTO AUFSTELLUNG-SATZ
                       END-STRING
                       WRITE AUFSTELLUNG-SATZ
                       PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                          UNTIL WS-ST-IDX > 3
                          IF PRODUKT-STAFFEL-BIS(WS-ST-IDX) > 0
                             PERFORM SCHREIBE-STAFFELSATZ
                          END-IF
                       END-PERFORM
                       EXIT SECTION
                    END-IF
              END-READ
           END-IF
           COMPUTE WS-SATZ-PROZENT = WS-SOLLZINS / 100
           MOVE WS-SATZ-PROZENT TO WS-SATZ-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-SATZ
           STRING "Sollzinssatz zum " DELIMITED BY SIZE
                  WS-STICHTAG DELIMITED BY SIZE
                  ":   " DELIMITED BY SIZE
                  WS-SATZ-ANZEIGE DELIMITED BY SIZE
                  " % p.a." DELIMITED BY SIZE
             INTO AUFSTELLUNG-SATZ
           END-STRING
           WRITE AUFSTELLUNG-SATZ
           EXIT.

       SCHREIBE-STAFFELSATZ SECTION.
           COMPUTE WS-SATZ-PROZENT =
              PRODUKT-SOLLZINS(WS-ST-IDX) / 100
           MOVE WS-SATZ-PROZENT TO WS-SATZ-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-SATZ
           IF PRODUKT-STAFFEL-BIS(WS-ST-IDX) = 999999999
              STRING "  ohne Obergrenze:     " DELIMITED BY SIZE
                     WS-SATZ-ANZEIGE DELIMITED BY SIZE
                     " % p.a." DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
           ELSE
              MOVE PRODUKT-STAFFEL-BIS(WS-ST-IDX) TO WS-BIS-ANZEIGE
              STRING "  bis " DELIMITED BY SIZE
                     WS-BIS-ANZEIGE DELIMITED BY SIZE
                     " EUR: " DELIMITED BY SIZE
                     WS-SATZ-ANZEIGE DELIMITED BY SIZE
                     " % p.a." DELIMITED BY SIZE
                INTO AUFSTELLUNG-SATZ
              END-STRING
           END-IF
           WRITE AUFSTELLUNG-SATZ
           EXIT.

       SCHREIBE-STORNOZEILEN SECTION.
      *    Konto mit erstatteten Gebuehren im Abschlussbericht.
           MOVE WS-KT-ERSTATTET TO WS-BETRAG-ANZEIGE
           MOVE WS-KT-NETTO TO WS-SUMME-ANZEIGE
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           STRING "Konto " DELIMITED BY SIZE
                  WS-AKT-KONTO DELIMITED BY SIZE
                  " erstattet " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR, Entgelte netto " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO ENTGELT-REPORT-SATZ
           END-STRING
           WRITE ENTGELT-REPORT-SATZ
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
              UNTIL WS-SN-IDX > WS-STORNO-ANZAHL
              MOVE WS-SN-BETRAG(WS-SN-IDX) TO WS-BETRAG-ANZEIGE
              MOVE SPACES TO ENTGELT-REPORT-SATZ
              STRING "  Gebuehr " DELIMITED BY SIZE
                     WS-SN-REF(WS-SN-IDX) DELIMITED BY SIZE
                     " storniert am " DELIMITED BY SIZE
                     WS-SN-DATUM(WS-SN-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     " EUR" DELIMITED BY SIZE
                INTO ENTGELT-REPORT-SATZ
              END-STRING
              WRITE ENTGELT-REPORT-SATZ
           END-PERFORM
           EXIT.

       SCHREIBE-REPORTSUMMEN SECTION.
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           WRITE ENTGELT-REPORT-SATZ
           MOVE WS-AUFSTELLUNG-ANZAHL TO WS-ZAEHLER-ANZEIGE
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           STRING "Aufstellungen erstellt:     " DELIMITED BY SIZE
                  WS-ZAEHLER-ANZEIGE DELIMITED BY SIZE
             INTO ENTGELT-REPORT-SATZ
           END-STRING
           WRITE ENTGELT-REPORT-SATZ
           MOVE WS-STORNO-KONTEN TO WS-ZAEHLER-ANZEIGE
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           STRING "Konten mit Erstattungen:    " DELIMITED BY SIZE
                  WS-ZAEHLER-ANZEIGE DELIMITED BY SIZE
             INTO ENTGELT-REPORT-SATZ
           END-STRING
           WRITE ENTGELT-REPORT-SATZ
           MOVE WS-GES-ENTGELTE TO WS-SUMME-ANZEIGE
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           STRING "Entgelte berechnet:   " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO ENTGELT-REPORT-SATZ
           END-STRING
           WRITE ENTGELT-REPORT-SATZ
           MOVE WS-GES-ERSTATTET TO WS-SUMME-ANZEIGE
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           STRING "davon erstattet:      " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO ENTGELT-REPORT-SATZ
           END-STRING
           WRITE ENTGELT-REPORT-SATZ
           MOVE WS-GES-SOLLZINS TO WS-SUMME-ANZEIGE
           MOVE SPACES TO ENTGELT-REPORT-SATZ
           STRING "Sollzinsen gezahlt:   " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO ENTGELT-REPORT-SATZ
           END-STRING
           WRITE ENTGELT-REPORT-SATZ
           IF WS-LEISTUNG-VOLL = "J"
              MOVE "HINWEIS: mehr als 25 Leistungsarten je Konto, "
                 & "Rest unter Sonstige Entgelte." TO
                 ENTGELT-REPORT-SATZ
              WRITE ENTGELT-REPORT-SATZ
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
           PERFORM LESE-PARMTERMIN-WERT
           EXIT.

       LESE-PARMTERMIN-WERT SECTION.
      *    Ueberlagert WS-PARMFILE-WERT-GEFUNDEN mit dem juengsten
      *    Terminwert aus parmfile-termine.dat, dessen
      *    Wirksamkeitsdatum den Stichtag WS-PARM-STICHTAG
      *    erreicht hat (siehe PARMTERMREC.cpy); ohne Treffer
      *    bleibt der Stand aus PARMFILE.DAT erhalten.
           MOVE 0 TO WS-TERMIN-AB-GEFUNDEN
           MOVE "N" TO WS-TERMINE-EOF
           OPEN INPUT PARMTERMINE
           IF WS-PARMTERMINE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-TERMINE-EOF = "J"
              READ PARMTERMINE
                 AT END MOVE "J" TO WS-TERMINE-EOF
                 NOT AT END
                    IF PARMTERMIN-SCHLUESSEL
                       = WS-PARMFILE-SCHLUESSEL-GESUCHT
                       AND PARMTERMIN-AB <= WS-PARM-STICHTAG
                       AND PARMTERMIN-AB >= WS-TERMIN-AB-GEFUNDEN
                       MOVE PARMTERMIN-AB
                          TO WS-TERMIN-AB-GEFUNDEN
                       MOVE PARMTERMIN-WERT
                          TO WS-PARMFILE-WERT-GEFUNDEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARMTERMINE
           EXIT.

       END PROGRAM ENTGELTAUFSTELLUNG.

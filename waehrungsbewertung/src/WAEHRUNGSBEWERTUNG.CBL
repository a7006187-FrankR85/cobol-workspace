       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAEHRUNGSBEWERTUNG.
      *    Monatsendbewertung der Fremdwaehrungskonten unter
      *    BATCHLAUF (Monatsendkette): bewertet jedes Konto mit
      *    KONTO-WAEHRUNG ungleich EUR zum Stichtagskurs aus
      *    kurse.dat, vergleicht mit der Bewertung des Vormonats
      *    und schreibt die Bewertungshistorie WAEHRUNGSBEWERTUNG
      *    (siehe BEWERTUNGREC.cpy) sowie den Bericht
      *    waehrungsbewertung-report.txt mit den unrealisierten
      *    Kursgewinnen und -verlusten je Konto und Waehrung.
      *    Stichtag ist das Laufdatum; der Saldo zum Stichtag ist
      *    KONTO-SALDO abzueglich der Umsaetze mit spaeterem
      *    Buchungstag. Verlangt wird ein Kurs mit genau dem
      *    Stichtagsdatum; fehlt er fuer eine gefuehrte Waehrung,
      *    bricht der Lauf vor jeder Ausgabe in die Historie mit
      *    Returncode 8 ab, damit BATCHLAUF den Schritt als
      *    fehlgeschlagen sieht. Das Laufdatum kommt als erstes
      *    Kommandozeilenargument (JJJJMMTT); ohne Argument gilt
      *    das Tagesdatum.
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
           SELECT BEWERTUNG ASSIGN TO "WAEHRUNGSBEWERTUNG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BEWERTUNG-SCHLUESSEL
              FILE STATUS IS WS-BEWERTUNG-STATUS.
           SELECT KURSE ASSIGN TO "kurse.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KURSE-STATUS.
           SELECT BEWERTUNG-REPORT
              ASSIGN TO "waehrungsbewertung-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD BEWERTUNG.
       COPY BEWERTUNGREC.
       FD KURSE.
       01 KURS-SATZ.
          05 KURS-WAEHRUNG PIC X(03).
          05 FILLER PIC X(01).
          05 KURS-DATUM PIC 9(08).
          05 FILLER PIC X(01).
          05 KURS-WERT PIC 9(3)V9(6).
       FD BEWERTUNG-REPORT.
       01 BEWERTUNG-REPORT-SATZ PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-BEWERTUNG-STATUS PIC X(02).
       01 WS-KURSE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X.
       01 WS-TRANS-EOF PIC X.
       01 WS-KURSE-EOF PIC X.
       01 WS-TRANS-VORHANDEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-STICHTAG PIC 9(08).
       01 WS-PERIODE PIC 9(06).
       01 WS-PERIODE-G REDEFINES WS-PERIODE.
          05 WS-PERIODE-JAHR PIC 9(04).
          05 WS-PERIODE-MONAT PIC 9(02).
       01 WS-VORPERIODE PIC 9(06).
       01 WS-VORPERIODE-G REDEFINES WS-VORPERIODE.
          05 WS-VORPERIODE-JAHR PIC 9(04).
          05 WS-VORPERIODE-MONAT PIC 9(02).

      *    Stichtagskurse der gefuehrten Fremdwaehrungen mit
      *    Summen je Waehrung fuer den Bericht.
       01 WS-WAEHRUNG-ANZAHL PIC 9(02) VALUE 0.
       01 WS-WAEHRUNG-TABELLE.
          05 WS-WT-EINTRAG OCCURS 30 TIMES.
             10 WS-WT-WAEHRUNG PIC X(03).
             10 WS-WT-KURS PIC 9(3)V9(6).
             10 WS-WT-KONTEN PIC 9(05).
             10 WS-WT-SALDO PIC S9(13)V99.
             10 WS-WT-WERT-EUR PIC S9(13)V99.
             10 WS-WT-WERT-VORMONAT PIC S9(13)V99.
             10 WS-WT-ERGEBNIS PIC S9(13)V99.
       01 WS-WT-IDX PIC 9(02).
       01 WS-WAEHRUNG-UEBERLAUF PIC X VALUE "N".
       01 WS-KURS-FEHLT PIC X VALUE "N".
       01 WS-KURS-GESUCHT PIC X(03).
       01 WS-KURS-GEFUNDEN PIC 9(3)V9(6).

      *    Bewertung des aktuellen Kontos.
       01 WS-SALDO-NACHHER PIC S9(11)V99.
       01 WS-STICHTAGSSALDO PIC S9(11)V99.
       01 WS-WERT-EUR PIC S9(11)V99.
       01 WS-KURS-VORMONAT PIC 9(3)V9(6).
       01 WS-WERT-VORMONAT PIC S9(11)V99.
       01 WS-ERGEBNIS PIC S9(11)V99.
       01 WS-VORMONAT-VORHANDEN PIC X.
       01 WS-SATZ-VORHANDEN PIC X.

       01 WS-KONTEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-GESAMT-WERT-EUR PIC S9(13)V99 VALUE 0.
       01 WS-GESAMT-ERGEBNIS PIC S9(13)V99 VALUE 0.
       01 WS-GEWINN-SUMME PIC S9(13)V99 VALUE 0.
       01 WS-VERLUST-SUMME PIC S9(13)V99 VALUE 0.

       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.
       01 WS-BETRAG-ANZEIGE PIC -(11)9.99.
       01 WS-BETRAG-ANZEIGE-2 PIC -(11)9.99.
       01 WS-BETRAG-ANZEIGE-3 PIC -(11)9.99.
       01 WS-KURS-ANZEIGE PIC ZZ9.9(6).
       01 WS-KURS-ANZEIGE-2 PIC ZZ9.9(6).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-STICHTAG
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STICHTAG
           END-IF
           MOVE WS-STICHTAG(1:6) TO WS-PERIODE
           IF WS-PERIODE-MONAT = 1
              COMPUTE WS-VORPERIODE-JAHR = WS-PERIODE-JAHR - 1
              MOVE 12 TO WS-VORPERIODE-MONAT
           ELSE
              MOVE WS-PERIODE-JAHR TO WS-VORPERIODE-JAHR
              COMPUTE WS-VORPERIODE-MONAT = WS-PERIODE-MONAT - 1
           END-IF

           OPEN OUTPUT BEWERTUNG-REPORT
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           STRING "Fremdwaehrungsbewertung zum " DELIMITED BY SIZE
                  WS-STICHTAG DELIMITED BY SIZE
                  " (Vormonat " DELIMITED BY SIZE
                  WS-VORPERIODE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO BEWERTUNG-REPORT-SATZ
           END-STRING
           WRITE BEWERTUNG-REPORT-SATZ
           MOVE "========================================"
              TO BEWERTUNG-REPORT-SATZ
           WRITE BEWERTUNG-REPORT-SATZ

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00"
              DISPLAY "KONTODATEI nicht lesbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE BEWERTUNG-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    Erster Durchlauf: gefuehrte Fremdwaehrungen sammeln und
      *    ihre Stichtagskurse pruefen, bevor etwas geschrieben
      *    wird.
           PERFORM ERMITTLE-WAEHRUNGEN
           IF WS-KURS-FEHLT = "J" OR WS-WAEHRUNG-UEBERLAUF = "J"
              CLOSE KONTODATEI
              MOVE "Bewertung abgebrochen, Historie unveraendert."
                 TO BEWERTUNG-REPORT-SATZ
              WRITE BEWERTUNG-REPORT-SATZ
              CLOSE BEWERTUNG-REPORT
              DISPLAY "Waehrungsbewertung " WS-STICHTAG
                 " abgebrochen: Stichtagskurs fehlt."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "00"
              MOVE "J" TO WS-TRANS-VORHANDEN
           END-IF
      *    Die Historie wird beim ersten Lauf leer angelegt.
           OPEN I-O BEWERTUNG
           IF WS-BEWERTUNG-STATUS = "35"
              OPEN OUTPUT BEWERTUNG
              CLOSE BEWERTUNG
              OPEN I-O BEWERTUNG
           END-IF
           IF WS-BEWERTUNG-STATUS NOT = "00"
              DISPLAY "WAEHRUNGSBEWERTUNG nicht verfuegbar, Status: "
                 WS-BEWERTUNG-STATUS
              CLOSE KONTODATEI
              IF WS-TRANS-VORHANDEN = "J"
                 CLOSE TRANSAKTIONEN
              END-IF
              CLOSE BEWERTUNG-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           WRITE BEWERTUNG-REPORT-SATZ
           MOVE "Konto      Whg          Saldo      Kurs    "
              & "Vormonatskurs      Wert EUR  Vormonat EUR   Ergebnis"
              TO BEWERTUNG-REPORT-SATZ
           WRITE BEWERTUNG-REPORT-SATZ

           MOVE "N" TO WS-KONTO-EOF
           MOVE LOW-VALUES TO KONTO-ID
           START KONTODATEI KEY IS >= KONTO-ID
              INVALID KEY MOVE "J" TO WS-KONTO-EOF
           END-START
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    IF KONTO-WAEHRUNG NOT = SPACES
                       AND KONTO-WAEHRUNG NOT = "EUR"
                       PERFORM BEWERTE-KONTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BEWERTUNG
           CLOSE KONTODATEI
           IF WS-TRANS-VORHANDEN = "J"
              CLOSE TRANSAKTIONEN
           END-IF
           PERFORM SCHREIBE-WAEHRUNGSSUMMEN
           CLOSE BEWERTUNG-REPORT
           MOVE WS-GESAMT-ERGEBNIS TO WS-BETRAG-ANZEIGE
           DISPLAY "Waehrungsbewertung " WS-STICHTAG ": "
              WS-KONTEN-ANZAHL " Konten, Kursergebnis EUR "
              WS-BETRAG-ANZEIGE
           STOP RUN.

       ERMITTLE-WAEHRUNGEN SECTION.
      *    Jede Fremdwaehrung einmal in die Tabelle, mit dem Kurs
      *    genau zum Stichtag; fehlende Kurse werden alle gemeldet.
           MOVE "N" TO WS-KONTO-EOF
           MOVE LOW-VALUES TO KONTO-ID
           START KONTODATEI KEY IS >= KONTO-ID
              INVALID KEY MOVE "J" TO WS-KONTO-EOF
           END-START
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    IF KONTO-WAEHRUNG NOT = SPACES
                       AND KONTO-WAEHRUNG NOT = "EUR"
                       PERFORM SUCHE-WAEHRUNG
                       IF WS-WT-IDX > WS-WAEHRUNG-ANZAHL
                          PERFORM NEUE-WAEHRUNG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       SUCHE-WAEHRUNG SECTION.
      *    WS-WT-IDX zeigt auf die Waehrung von KONTO-WAEHRUNG
      *    oder steht hinter dem letzten Eintrag.
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
              UNTIL WS-WT-IDX > WS-WAEHRUNG-ANZAHL
              OR WS-WT-WAEHRUNG(WS-WT-IDX) = KONTO-WAEHRUNG
              CONTINUE
           END-PERFORM
           EXIT.

       NEUE-WAEHRUNG SECTION.
           IF WS-WAEHRUNG-ANZAHL >= 30
              IF WS-WAEHRUNG-UEBERLAUF = "N"
                 MOVE "FEHLER: mehr als 30 Fremdwaehrungen."
                    TO BEWERTUNG-REPORT-SATZ
                 WRITE BEWERTUNG-REPORT-SATZ
              END-IF
              MOVE "J" TO WS-WAEHRUNG-UEBERLAUF
              EXIT SECTION
           END-IF
           ADD 1 TO WS-WAEHRUNG-ANZAHL
           MOVE WS-WAEHRUNG-ANZAHL TO WS-WT-IDX
           MOVE KONTO-WAEHRUNG TO WS-WT-WAEHRUNG(WS-WT-IDX)
           MOVE 0 TO WS-WT-KONTEN(WS-WT-IDX)
           MOVE 0 TO WS-WT-SALDO(WS-WT-IDX)
           MOVE 0 TO WS-WT-WERT-EUR(WS-WT-IDX)
           MOVE 0 TO WS-WT-WERT-VORMONAT(WS-WT-IDX)
           MOVE 0 TO WS-WT-ERGEBNIS(WS-WT-IDX)
           MOVE KONTO-WAEHRUNG TO WS-KURS-GESUCHT
           PERFORM LESE-STICHTAGSKURS
           MOVE WS-KURS-GEFUNDEN TO WS-WT-KURS(WS-WT-IDX)
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           IF WS-KURS-GEFUNDEN = 0
              MOVE "J" TO WS-KURS-FEHLT
              STRING "FEHLER: kein Kurs fuer " DELIMITED BY SIZE
                     KONTO-WAEHRUNG DELIMITED BY SIZE
                     " zum " DELIMITED BY SIZE
                     WS-STICHTAG DELIMITED BY SIZE
                     " in kurse.dat" DELIMITED BY SIZE
                INTO BEWERTUNG-REPORT-SATZ
              END-STRING
           ELSE
              MOVE WS-KURS-GEFUNDEN TO WS-KURS-ANZEIGE
              STRING "Stichtagskurs " DELIMITED BY SIZE
                     KONTO-WAEHRUNG DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-KURS-ANZEIGE DELIMITED BY SIZE
                     " EUR" DELIMITED BY SIZE
                INTO BEWERTUNG-REPORT-SATZ
              END-STRING
           END-IF
           WRITE BEWERTUNG-REPORT-SATZ
           EXIT.

       LESE-STICHTAGSKURS SECTION.
      *    Kurs der Waehrung mit genau dem Stichtagsdatum (bei
      *    mehreren Zeilen gilt die letzte); ohne Treffer bleibt
      *    WS-KURS-GEFUNDEN 0.
           MOVE 0 TO WS-KURS-GEFUNDEN
           MOVE "N" TO WS-KURSE-EOF
           OPEN INPUT KURSE
           IF WS-KURSE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-KURSE-EOF = "J"
              READ KURSE
                 AT END MOVE "J" TO WS-KURSE-EOF
                 NOT AT END
                    IF KURS-WAEHRUNG = WS-KURS-GESUCHT
                       AND KURS-DATUM = WS-STICHTAG
                       MOVE KURS-WERT TO WS-KURS-GEFUNDEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KURSE
           EXIT.

       BEWERTE-KONTO SECTION.
           PERFORM SUCHE-WAEHRUNG
           ADD 1 TO WS-KONTEN-ANZAHL
           PERFORM ERMITTLE-STICHTAGSSALDO
           COMPUTE WS-WERT-EUR ROUNDED =
              WS-STICHTAGSSALDO * WS-WT-KURS(WS-WT-IDX)

      *    Vormonatsbewertung; ohne sie ist dies die erste
      *    Bewertung und das Kursergebnis 0.
           MOVE "J" TO WS-VORMONAT-VORHANDEN
           MOVE WS-VORPERIODE TO BEW-PERIODE
           MOVE KONTO-ID TO BEW-KONTO-ID
           READ BEWERTUNG
              INVALID KEY MOVE "N" TO WS-VORMONAT-VORHANDEN
           END-READ
           IF WS-VORMONAT-VORHANDEN = "J"
              MOVE BEW-KURS TO WS-KURS-VORMONAT
              MOVE BEW-WERT-EUR TO WS-WERT-VORMONAT
              COMPUTE WS-ERGEBNIS ROUNDED = WS-STICHTAGSSALDO
                 * (WS-WT-KURS(WS-WT-IDX) - WS-KURS-VORMONAT)
           ELSE
              MOVE 0 TO WS-KURS-VORMONAT
              MOVE 0 TO WS-WERT-VORMONAT
              MOVE 0 TO WS-ERGEBNIS
           END-IF

           MOVE "J" TO WS-SATZ-VORHANDEN
           MOVE WS-PERIODE TO BEW-PERIODE
           MOVE KONTO-ID TO BEW-KONTO-ID
           READ BEWERTUNG
              INVALID KEY MOVE "N" TO WS-SATZ-VORHANDEN
           END-READ
           MOVE SPACES TO BEWERTUNG-RECORD
           MOVE WS-PERIODE TO BEW-PERIODE
           MOVE KONTO-ID TO BEW-KONTO-ID
           MOVE WS-STICHTAG TO BEW-STICHTAG
           MOVE KONTO-WAEHRUNG TO BEW-WAEHRUNG
           MOVE WS-STICHTAGSSALDO TO BEW-SALDO
           MOVE WS-WT-KURS(WS-WT-IDX) TO BEW-KURS
           MOVE WS-WERT-EUR TO BEW-WERT-EUR
           MOVE WS-KURS-VORMONAT TO BEW-KURS-VORMONAT
           MOVE WS-WERT-VORMONAT TO BEW-WERT-VORMONAT
           MOVE WS-ERGEBNIS TO BEW-ERGEBNIS
           IF WS-SATZ-VORHANDEN = "J"
              REWRITE BEWERTUNG-RECORD
           ELSE
              WRITE BEWERTUNG-RECORD
           END-IF

           ADD 1 TO WS-WT-KONTEN(WS-WT-IDX)
           ADD WS-STICHTAGSSALDO TO WS-WT-SALDO(WS-WT-IDX)
           ADD WS-WERT-EUR TO WS-WT-WERT-EUR(WS-WT-IDX)
           ADD WS-WERT-VORMONAT TO WS-WT-WERT-VORMONAT(WS-WT-IDX)
           ADD WS-ERGEBNIS TO WS-WT-ERGEBNIS(WS-WT-IDX)
           ADD WS-WERT-EUR TO WS-GESAMT-WERT-EUR
           ADD WS-ERGEBNIS TO WS-GESAMT-ERGEBNIS
           IF WS-ERGEBNIS > 0
              ADD WS-ERGEBNIS TO WS-GEWINN-SUMME
           ELSE
              ADD WS-ERGEBNIS TO WS-VERLUST-SUMME
           END-IF

           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           MOVE KONTO-ID TO BEWERTUNG-REPORT-SATZ(1:10)
           MOVE KONTO-WAEHRUNG TO BEWERTUNG-REPORT-SATZ(12:3)
           MOVE WS-STICHTAGSSALDO TO WS-BETRAG-ANZEIGE
           MOVE WS-BETRAG-ANZEIGE(5:11) TO BEWERTUNG-REPORT-SATZ(16:11)
           MOVE WS-WT-KURS(WS-WT-IDX) TO WS-KURS-ANZEIGE
           MOVE WS-KURS-ANZEIGE TO BEWERTUNG-REPORT-SATZ(28:10)
           IF WS-VORMONAT-VORHANDEN = "J"
              MOVE WS-KURS-VORMONAT TO WS-KURS-ANZEIGE-2
              MOVE WS-KURS-ANZEIGE-2 TO BEWERTUNG-REPORT-SATZ(42:10)
           ELSE
              MOVE "erste Bew." TO BEWERTUNG-REPORT-SATZ(42:10)
           END-IF
           MOVE WS-WERT-EUR TO WS-BETRAG-ANZEIGE
           MOVE WS-BETRAG-ANZEIGE(3:13) TO BEWERTUNG-REPORT-SATZ(53:13)
           MOVE WS-WERT-VORMONAT TO WS-BETRAG-ANZEIGE
           MOVE WS-BETRAG-ANZEIGE(3:13) TO BEWERTUNG-REPORT-SATZ(67:13)
           MOVE WS-ERGEBNIS TO WS-BETRAG-ANZEIGE
           MOVE WS-BETRAG-ANZEIGE(3:13) TO BEWERTUNG-REPORT-SATZ(81:13)
           IF WS-ERGEBNIS > 0
              MOVE "GEWINN" TO BEWERTUNG-REPORT-SATZ(96:7)
           END-IF
           IF WS-ERGEBNIS < 0
              MOVE "VERLUST" TO BEWERTUNG-REPORT-SATZ(96:7)
           END-IF
           WRITE BEWERTUNG-REPORT-SATZ
           EXIT.

       ERMITTLE-STICHTAGSSALDO SECTION.
      *    KONTO-SALDO abzueglich der Umsaetze mit Buchungstag
      *    nach dem Stichtag.
           MOVE KONTO-SALDO TO WS-STICHTAGSSALDO
           IF WS-TRANS-VORHANDEN NOT = "J"
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-SALDO-NACHHER
           MOVE "N" TO WS-TRANS-EOF
           MOVE KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-STICHTAG TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS > TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = KONTO-ID
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       IF TRANS-DATUM > WS-STICHTAG
                          ADD TRANS-BETRAG TO WS-SALDO-NACHHER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           SUBTRACT WS-SALDO-NACHHER FROM WS-STICHTAGSSALDO
           EXIT.

       SCHREIBE-WAEHRUNGSSUMMEN SECTION.
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           WRITE BEWERTUNG-REPORT-SATZ
           MOVE "Summen je Waehrung" TO BEWERTUNG-REPORT-SATZ
           WRITE BEWERTUNG-REPORT-SATZ
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
              UNTIL WS-WT-IDX > WS-WAEHRUNG-ANZAHL
              MOVE WS-WT-KONTEN(WS-WT-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE WS-WT-WERT-EUR(WS-WT-IDX) TO WS-BETRAG-ANZEIGE
              MOVE WS-WT-WERT-VORMONAT(WS-WT-IDX)
                 TO WS-BETRAG-ANZEIGE-2
              MOVE WS-WT-ERGEBNIS(WS-WT-IDX) TO WS-BETRAG-ANZEIGE-3
              MOVE SPACES TO BEWERTUNG-REPORT-SATZ
              STRING "  " DELIMITED BY SIZE
                     WS-WT-WAEHRUNG(WS-WT-IDX) DELIMITED BY SIZE
                     " Konten " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " Wert EUR " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     " Vormonat " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE-2 DELIMITED BY SIZE
                     " Kursergebnis " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE-3 DELIMITED BY SIZE
                INTO BEWERTUNG-REPORT-SATZ
              END-STRING
              WRITE BEWERTUNG-REPORT-SATZ
           END-PERFORM
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           WRITE BEWERTUNG-REPORT-SATZ
           MOVE WS-GESAMT-WERT-EUR TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           STRING "Fremdwaehrungsbestand EUR:      " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO BEWERTUNG-REPORT-SATZ
           END-STRING
           WRITE BEWERTUNG-REPORT-SATZ
           MOVE WS-GEWINN-SUMME TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           STRING "Unrealisierte Kursgewinne EUR:  " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO BEWERTUNG-REPORT-SATZ
           END-STRING
           WRITE BEWERTUNG-REPORT-SATZ
           MOVE WS-VERLUST-SUMME TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           STRING "Unrealisierte Kursverluste EUR: " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO BEWERTUNG-REPORT-SATZ
           END-STRING
           WRITE BEWERTUNG-REPORT-SATZ
           MOVE WS-GESAMT-ERGEBNIS TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO BEWERTUNG-REPORT-SATZ
           STRING "Kursergebnis netto EUR:         " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO BEWERTUNG-REPORT-SATZ
           END-STRING
           WRITE BEWERTUNG-REPORT-SATZ
           EXIT.
       END PROGRAM WAEHRUNGSBEWERTUNG.

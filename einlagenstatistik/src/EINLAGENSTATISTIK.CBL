       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINLAGENSTATISTIK.
      *    Monatliche Einlagenstatistik fuer die Meldung an die
      *    Zentralbank unter BATCHLAUF (nach MONATSABSCHLUSS):
      *    verdichtet den Monatsendsaldo aller Konten der
      *    KONTODATEI nach Produkt (KONTO-PRODUKT), Waehrung
      *    (KONTO-WAEHRUNG) und Betragsband, Guthaben und
      *    Ueberziehungen (Sollsalden) getrennt, statt dass das
      *    Back Office die Zahlen von Hand aus dem Abschluss
      *    zusammenstellt. Der Monatsendsaldo ist KONTO-SALDO
      *    abzueglich aller Umsaetze mit Buchungstag nach dem
      *    Periodenende, damit ein spaeterer Lauf dieselben
      *    Zahlen liefert. Fremdwaehrungen werden mit dem
      *    Monatsendkurs aus kurse.dat (juengster Kurs bis zum
      *    Periodenende) in Euro umgerechnet; die Baender gelten
      *    fuer den Euro-Betrag ohne Vorzeichen. Dazu Anzahl und
      *    Volumen der im Monat eroeffneten und aufgeloesten
      *    Konten aus ACTIVITY.LOG (KONTO ANGELEGT in KONTOPFLEGE,
      *    KONTO AUFGELOEST in KONTOABSCHLUSS): neue Konten mit
      *    ihrem Monatsendsaldo, aufgeloeste mit dem Betrag der
      *    Schlusszahlung (AUFLOESUNG AN), der als Euro zaehlt,
      *    weil die Kontowaehrung mit dem Konto geloescht ist.
      *    Gemeldet wird nur eine in PERIODEN.DAT geschlossene
      *    Periode, sonst Returncode 8. Neben dem Bericht
      *    einlagenstatistik-report.txt entsteht die Meldedatei
      *    meldung/einlagen-JJJJMM.dat mit festen Satzarten
      *    (Kopf, Positionen, Neu-/Aufloesungssummen, Schluss);
      *    fehlt ein Monatsendkurs, wird keine Meldedatei
      *    geschrieben und der Lauf endet mit Returncode 8. Die
      *    Institutskennung im Kopfsatz kommt aus PARMFILE-
      *    Schluessel MELDEINSTITUT. Das Laufdatum kommt als
      *    erstes Kommandozeilenargument (JJJJMMTT), massgeblich
      *    ist dessen Monat; ohne Argument gilt das Tagesdatum.
      *    Fuer die interne Auswertung schliesst der Bericht mit
      *    Anzahl und Euro-Monatsendsaldo je Filiale
      *    (KONTO-FILIALE); die Meldedatei bleibt unveraendert.
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
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT AUDITLOG-DATEI ASSIGN TO "ACTIVITY.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT KURSE ASSIGN TO "kurse.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KURSE-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.
           SELECT STATISTIK-REPORT
              ASSIGN TO "einlagenstatistik-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT MELDEDATEI ASSIGN TO WS-MELDEDATEI-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MELDEDATEI-STATUS.
           SELECT SORTIERDATEI ASSIGN TO "einlagenstatistik.srt".

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD AUDITLOG-DATEI.
       COPY AUDITLOGREC.
       FD KURSE.
       01 KURS-SATZ.
          05 KURS-WAEHRUNG PIC X(03).
          05 FILLER PIC X(01).
          05 KURS-DATUM PIC 9(08).
          05 FILLER PIC X(01).
          05 KURS-WERT PIC 9(3)V9(6).
       FD PARMFILE.
       COPY PARMFILEREC.
       FD FILIALDATEI.
       COPY FILIALEREC.
       FD STATISTIK-REPORT.
       01 STATISTIK-REPORT-SATZ PIC X(120).
      *    Meldedatei: feste Satzlaenge, Satzart in Stelle 1.
      *    "K" Kopf, "D" Position je Produkt/Waehrung/Seite/Band,
      *    "N" neu eroeffnete, "A" aufgeloeste Konten, "S" Schluss
      *    mit Satzanzahl und Summen. Betraege ohne Vorzeichen in
      *    Cent (zwei implizite Nachkommastellen); die Richtung
      *    steht in MD-SEITE ("H" Guthaben, "S" Sollsaldo).
       FD MELDEDATEI.
       01 MELDE-SATZ.
          05 MD-SATZART PIC X(01).
          05 MD-DATEN PIC X(69).
       01 MELDE-KOPF.
          05 FILLER PIC X(01).
          05 MK-PERIODE PIC 9(06).
          05 MK-ERSTELLT PIC 9(08).
          05 MK-INSTITUT PIC X(10).
          05 FILLER PIC X(45).
       01 MELDE-POSITION.
          05 FILLER PIC X(01).
          05 MD-PRODUKT PIC X(02).
          05 MD-WAEHRUNG PIC X(03).
          05 MD-SEITE PIC X(01).
          05 MD-BAND PIC 9(01).
          05 MD-ANZAHL PIC 9(07).
          05 MD-VOLUMEN-WAEHRUNG PIC 9(13)V99.
          05 MD-VOLUMEN-EUR PIC 9(13)V99.
          05 FILLER PIC X(25).
       01 MELDE-BESTANDSAENDERUNG.
          05 FILLER PIC X(01).
          05 MB-ANZAHL PIC 9(07).
          05 MB-VOLUMEN-EUR PIC 9(13)V99.
          05 MB-SEITE PIC X(01).
          05 FILLER PIC X(46).
       01 MELDE-SCHLUSS.
          05 FILLER PIC X(01).
          05 MS-SATZANZAHL PIC 9(07).
          05 MS-GUTHABEN-EUR PIC 9(13)V99.
          05 MS-SOLL-EUR PIC 9(13)V99.
          05 MS-KONTEN-ANZAHL PIC 9(07).
          05 FILLER PIC X(25).
       SD SORTIERDATEI.
       01 SORTIER-SATZ.
          05 SORT-PRODUKT PIC X(02).
          05 SORT-WAEHRUNG PIC X(03).
          05 SORT-SEITE PIC X(01).
          05 SORT-BAND PIC 9(01).
          05 SORT-SALDO PIC S9(11)V99.
          05 SORT-SALDO-EUR PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-AUDITLOG-STATUS PIC X(02).
       01 WS-KURSE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-MELDEDATEI-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X.
       01 WS-TRANS-EOF PIC X.
       01 WS-AUDITLOG-EOF PIC X.
       01 WS-KURSE-EOF PIC X.
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-TRANS-VORHANDEN PIC X VALUE "N".

      *    Filialaufteilung am Berichtsende: je Filiale Anzahl
      *    und Summe, aufsteigend nach Filialnummer; Konten ohne
      *    Filiale stehen unter "--". Namen aus dem Filialstamm.
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-FILIALSTAMM-OFFEN PIC X VALUE "N".
       01 WS-FILIAL-ANZAHL PIC 9(03) VALUE 0.
       01 WS-FILIAL-TABELLE.
          05 WS-FI-EINTRAG OCCURS 100 TIMES.
             10 WS-FI-NR PIC X(02).
             10 WS-FI-ANZAHL PIC 9(07).
             10 WS-FI-SUMME PIC S9(11)V99.
       01 WS-FILIAL-VOLL PIC X VALUE "N".
       01 WS-FI-IDX PIC 9(03).
       01 WS-FI-GEFUNDEN PIC 9(03).
       01 WS-FI-SCHIEBE PIC 9(03).
       01 WS-FI-NEU PIC X.
       01 WS-FI-SUCH-NR PIC X(02).
       01 WS-FI-BETRAG PIC S9(11)V99.
       01 WS-FI-GESAMT-ANZAHL PIC 9(07).
       01 WS-FI-GESAMT-SUMME PIC S9(11)V99.
       01 WS-FI-NAME PIC X(30).
       01 WS-FI-ANZAHL-ANZEIGE PIC Z(6)9.
       01 WS-FI-SUMME-ANZEIGE PIC -(11)9.99.

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-PERIODE PIC 9(06).
       01 WS-PERIODE-G REDEFINES WS-PERIODE.
          05 WS-PERIODE-JAHR PIC 9(04).
          05 WS-PERIODE-MONAT PIC 9(02).
       01 WS-FOLGEMONAT-ERSTER PIC 9(08).
       01 WS-FOLGEMONAT-G REDEFINES WS-FOLGEMONAT-ERSTER.
          05 WS-FOLGEMONAT-JAHR PIC 9(04).
          05 WS-FOLGEMONAT-MONAT PIC 9(02).
          05 WS-FOLGEMONAT-TAG PIC 9(02).
       01 WS-PERIODE-ENDE PIC 9(08).
       01 WS-PERIODE-GESCHLOSSEN PIC X VALUE "N".
       01 WS-MELDEDATEI-NAME PIC X(40).

      *    Monatsendsaldo und Euro-Gegenwert des aktuellen Kontos.
       01 WS-SALDO-NACHHER PIC S9(11)V99.
       01 WS-MONATSENDSALDO PIC S9(11)V99.
       01 WS-SALDO-EUR PIC S9(11)V99.
       01 WS-BETRAG-OHNE-VZ PIC 9(11)V99.
       01 WS-KONTO-WAEHRUNG PIC X(03).

      *    Betragsbaender nach Euro-Betrag ohne Vorzeichen: Band
      *    1 bis 1.000, 2 bis 10.000, 3 bis 100.000, 4 bis
      *    1.000.000, 5 darueber.
       01 WS-BAND-GRENZEN-WERTE.
          05 FILLER PIC 9(09) VALUE 1000.
          05 FILLER PIC 9(09) VALUE 10000.
          05 FILLER PIC 9(09) VALUE 100000.
          05 FILLER PIC 9(09) VALUE 1000000.
       01 WS-BAND-GRENZEN REDEFINES WS-BAND-GRENZEN-WERTE.
          05 WS-BAND-BIS OCCURS 4 TIMES PIC 9(09).
       01 WS-BAND-IDX PIC 9(01).
       01 WS-BAND-TEXT PIC X(22).

      *    Monatsendkurse je Waehrung (einmal aus kurse.dat
      *    gelesen); WS-KT-KURS 0 = kein Kurs bis Periodenende.
       01 WS-KURS-ANZAHL PIC 9(02) VALUE 0.
       01 WS-KURS-TABELLE.
          05 WS-KT-EINTRAG OCCURS 30 TIMES.
             10 WS-KT-WAEHRUNG PIC X(03).
             10 WS-KT-KURS PIC 9(3)V9(6).
       01 WS-KT-IDX PIC 9(02).
       01 WS-KURS-GESUCHT PIC X(03).
       01 WS-KURS-GEFUNDEN PIC 9(3)V9(6).
       01 WS-KURS-DATUM-GEFUNDEN PIC 9(08).
       01 WS-KURS-FEHLT PIC X VALUE "N".
       01 WS-KURS-ANZEIGE PIC ZZ9.9(6).

      *    Im Monat eroeffnete und aufgeloeste Konten aus dem
      *    Aktivitaetsprotokoll.
       01 WS-NEU-ANZAHL PIC 9(04) VALUE 0.
       01 WS-NEU-TABELLE.
          05 WS-NEU-KONTO OCCURS 500 TIMES PIC X(10).
       01 WS-NEU-IDX PIC 9(04).
       01 WS-NEU-VOLUMEN PIC S9(13)V99 VALUE 0.
       01 WS-AUF-ANZAHL PIC 9(04) VALUE 0.
       01 WS-AUF-TABELLE.
          05 WS-AUF-EINTRAG OCCURS 500 TIMES.
             10 WS-AUF-KONTO PIC X(10).
             10 WS-AUF-DATUM PIC 9(08).
       01 WS-AUF-IDX PIC 9(04).
       01 WS-AUF-VOLUMEN PIC S9(13)V99 VALUE 0.
       01 WS-PROTOKOLL-UEBERLAUF PIC X VALUE "N".
       01 WS-EREIGNIS-KONTO PIC X(10).
       01 WS-EREIGNIS-REST PIC X(50).

      *    Gruppenwechsel Produkt / Position.
       01 WS-GRUPPE-OFFEN PIC X VALUE "N".
       01 WS-PRODUKT-OFFEN PIC X VALUE "N".
       01 WS-GRUPPEN-PRODUKT PIC X(02).
       01 WS-GRUPPEN-WAEHRUNG PIC X(03).
       01 WS-GRUPPEN-SEITE PIC X(01).
       01 WS-GRUPPEN-BAND PIC 9(01).
       01 WS-GRUPPEN-ANZAHL PIC 9(07).
       01 WS-GRUPPEN-VOLUMEN PIC S9(13)V99.
       01 WS-GRUPPEN-VOLUMEN-EUR PIC S9(13)V99.
       01 WS-PRODUKT-ANZAHL PIC 9(07).
       01 WS-PRODUKT-GUTHABEN PIC S9(13)V99.
       01 WS-PRODUKT-SOLL PIC S9(13)V99.

      *    Gesamtsummen.
       01 WS-KONTEN-ANZAHL PIC 9(07) VALUE 0.
       01 WS-GUTHABEN-ANZAHL PIC 9(07) VALUE 0.
       01 WS-SOLL-ANZAHL PIC 9(07) VALUE 0.
       01 WS-GUTHABEN-EUR PIC S9(13)V99 VALUE 0.
       01 WS-SOLL-EUR PIC S9(13)V99 VALUE 0.
       01 WS-MELDESATZ-ANZAHL PIC 9(07) VALUE 0.
       01 WS-MELDEDATEI-OFFEN PIC X VALUE "N".

       01 WS-ANZAHL-ANZEIGE PIC Z(6)9.
       01 WS-BETRAG-ANZEIGE PIC -(13)9.99.
       01 WS-BETRAG-ANZEIGE-2 PIC -(13)9.99.

      *    Gemeinsame Parameterdatei (siehe copybooks/PARMFILEREC.cpy).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
       01 WS-MELDEINSTITUT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           MOVE WS-LAUFDATUM(1:6) TO WS-PERIODE
      *    Periodenende = Tag vor dem Ersten des Folgemonats.
           IF WS-PERIODE-MONAT = 12
              COMPUTE WS-FOLGEMONAT-JAHR = WS-PERIODE-JAHR + 1
              MOVE 1 TO WS-FOLGEMONAT-MONAT
           ELSE
              MOVE WS-PERIODE-JAHR TO WS-FOLGEMONAT-JAHR
              COMPUTE WS-FOLGEMONAT-MONAT = WS-PERIODE-MONAT + 1
           END-IF
           MOVE 1 TO WS-FOLGEMONAT-TAG
           COMPUTE WS-PERIODE-ENDE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-FOLGEMONAT-ERSTER) - 1)
           MOVE SPACES TO WS-MELDEDATEI-NAME
           STRING "meldung/einlagen-" DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-MELDEDATEI-NAME
           END-STRING

           OPEN OUTPUT STATISTIK-REPORT
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           STRING "Einlagenstatistik Periode " DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
                  " (Monatsende " DELIMITED BY SIZE
                  WS-PERIODE-ENDE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO STATISTIK-REPORT-SATZ
           END-STRING
           WRITE STATISTIK-REPORT-SATZ
           MOVE "========================================"
              TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ

      *    Gemeldet wird nur ein abgeschlossener Monat, sonst
      *    koennten noch Buchungen in die Periode fallen.
           PERFORM PRUEFE-PERIODE-GESCHLOSSEN
           IF WS-PERIODE-GESCHLOSSEN NOT = "J"
              MOVE "Periode ist nicht abgeschlossen, keine Meldung."
                 TO STATISTIK-REPORT-SATZ
              WRITE STATISTIK-REPORT-SATZ
              CLOSE STATISTIK-REPORT
              DISPLAY "Einlagenstatistik " WS-PERIODE
                 " abgewiesen: Periode nicht abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00"
              DISPLAY "KONTODATEI nicht lesbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE STATISTIK-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "00"
              MOVE "J" TO WS-TRANS-VORHANDEN
           END-IF

           MOVE "MELDEINSTITUT" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN TO WS-MELDEINSTITUT
           PERFORM LESE-KONTOBEWEGUNGEN

           SORT SORTIERDATEI
              ON ASCENDING KEY SORT-PRODUKT SORT-WAEHRUNG
                 SORT-SEITE SORT-BAND
              INPUT PROCEDURE IS UEBERGABE-AN-SORT
              OUTPUT PROCEDURE IS UEBERNAHME-AUS-SORT

           CLOSE KONTODATEI
           PERFORM ERMITTLE-AUFLOESUNGEN
           IF WS-TRANS-VORHANDEN = "J"
              CLOSE TRANSAKTIONEN
           END-IF
           PERFORM SCHREIBE-SUMMEN
           IF WS-MELDEDATEI-OFFEN = "J"
              PERFORM SCHREIBE-MELDESCHLUSS
              CLOSE MELDEDATEI
           END-IF
           CLOSE STATISTIK-REPORT

           IF WS-KURS-FEHLT = "J"
              DISPLAY "Einlagenstatistik " WS-PERIODE
                 ": Monatsendkurs fehlt, keine Meldedatei."
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Einlagenstatistik " WS-PERIODE ": "
                 WS-KONTEN-ANZAHL " Konten, Meldedatei "
                 WS-MELDEDATEI-NAME
           END-IF
           STOP RUN.

       PRUEFE-PERIODE-GESCHLOSSEN SECTION.
           MOVE "N" TO WS-PERIODE-GESCHLOSSEN
           OPEN INPUT PERIODENSTATUS
           IF WS-PERIODENSTATUS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-PERIODE TO PERST-PERIODE
           READ PERIODENSTATUS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PERST-STATUS = "G"
                    MOVE "J" TO WS-PERIODE-GESCHLOSSEN
                 END-IF
           END-READ
           CLOSE PERIODENSTATUS
           EXIT.

       LESE-KONTOBEWEGUNGEN SECTION.
      *    Eroeffnungen und Aufloesungen des Monats aus dem
      *    Aktivitaetsprotokoll.
           MOVE "N" TO WS-AUDITLOG-EOF
           OPEN INPUT AUDITLOG-DATEI
           IF WS-AUDITLOG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-AUDITLOG-EOF = "J"
              READ AUDITLOG-DATEI
                 AT END MOVE "J" TO WS-AUDITLOG-EOF
                 NOT AT END
                    IF AUDITLOG-ZEITSTEMPEL(1:6) = WS-PERIODE
                       PERFORM MERKE-KONTOBEWEGUNG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDITLOG-DATEI
           EXIT.

       MERKE-KONTOBEWEGUNG SECTION.
           IF AUDITLOG-EREIGNIS(1:21) = "KONTO ANGELEGT KONTO="
              MOVE SPACES TO WS-EREIGNIS-KONTO
              UNSTRING AUDITLOG-EREIGNIS(22:29) DELIMITED BY " "
                 INTO WS-EREIGNIS-KONTO
              END-UNSTRING
              IF WS-NEU-ANZAHL < 500
                 ADD 1 TO WS-NEU-ANZAHL
                 MOVE WS-EREIGNIS-KONTO TO WS-NEU-KONTO(WS-NEU-ANZAHL)
              ELSE
                 MOVE "J" TO WS-PROTOKOLL-UEBERLAUF
              END-IF
           END-IF
           IF AUDITLOG-EREIGNIS(1:19) = "KONTO AUFGELOEST K="
              MOVE SPACES TO WS-EREIGNIS-KONTO
              UNSTRING AUDITLOG-EREIGNIS(20:31) DELIMITED BY " "
                 INTO WS-EREIGNIS-KONTO
              END-UNSTRING
              IF WS-AUF-ANZAHL < 500
                 ADD 1 TO WS-AUF-ANZAHL
                 MOVE WS-EREIGNIS-KONTO TO WS-AUF-KONTO(WS-AUF-ANZAHL)
                 MOVE AUDITLOG-ZEITSTEMPEL(1:8)
                    TO WS-AUF-DATUM(WS-AUF-ANZAHL)
              ELSE
                 MOVE "J" TO WS-PROTOKOLL-UEBERLAUF
              END-IF
           END-IF
           EXIT.

       UEBERGABE-AN-SORT SECTION.
      *    Je Konto Monatsendsaldo, Euro-Gegenwert, Seite und Band.
           MOVE "N" TO WS-KONTO-EOF
           MOVE LOW-VALUES TO KONTO-ID
           START KONTODATEI KEY IS >= KONTO-ID
              INVALID KEY MOVE "J" TO WS-KONTO-EOF
           END-START
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    PERFORM UEBERGIB-KONTO
              END-READ
           END-PERFORM
           EXIT.

       UEBERGIB-KONTO SECTION.
           ADD 1 TO WS-KONTEN-ANZAHL
           IF KONTO-WAEHRUNG = SPACES
              MOVE "EUR" TO WS-KONTO-WAEHRUNG
           ELSE
              MOVE KONTO-WAEHRUNG TO WS-KONTO-WAEHRUNG
           END-IF
           PERFORM ERMITTLE-MONATSENDSALDO
           MOVE WS-KONTO-WAEHRUNG TO WS-KURS-GESUCHT
           PERFORM ERMITTLE-MONATSENDKURS
           COMPUTE WS-SALDO-EUR ROUNDED =
              WS-MONATSENDSALDO * WS-KURS-GEFUNDEN

           MOVE KONTO-PRODUKT TO SORT-PRODUKT
           MOVE WS-KONTO-WAEHRUNG TO SORT-WAEHRUNG
           IF WS-MONATSENDSALDO < 0
              MOVE "S" TO SORT-SEITE
              COMPUTE WS-BETRAG-OHNE-VZ = 0 - WS-SALDO-EUR
           ELSE
              MOVE "H" TO SORT-SEITE
              MOVE WS-SALDO-EUR TO WS-BETRAG-OHNE-VZ
           END-IF
           MOVE 5 TO SORT-BAND
           PERFORM VARYING WS-BAND-IDX FROM 4 BY -1
              UNTIL WS-BAND-IDX < 1
              IF WS-BETRAG-OHNE-VZ <= WS-BAND-BIS(WS-BAND-IDX)
                 MOVE WS-BAND-IDX TO SORT-BAND
              END-IF
           END-PERFORM
           MOVE WS-MONATSENDSALDO TO SORT-SALDO
           MOVE WS-SALDO-EUR TO SORT-SALDO-EUR
           RELEASE SORTIER-SATZ
           MOVE KONTO-FILIALE TO WS-FI-SUCH-NR
           MOVE WS-SALDO-EUR TO WS-FI-BETRAG
           PERFORM ERFASSE-FILIALWERT

           PERFORM VARYING WS-NEU-IDX FROM 1 BY 1
              UNTIL WS-NEU-IDX > WS-NEU-ANZAHL
              IF WS-NEU-KONTO(WS-NEU-IDX) = KONTO-ID
                 ADD WS-SALDO-EUR TO WS-NEU-VOLUMEN
                 MOVE WS-NEU-ANZAHL TO WS-NEU-IDX
              END-IF
           END-PERFORM
           EXIT.

       ERMITTLE-MONATSENDSALDO SECTION.
      *    KONTO-SALDO abzueglich der Umsaetze mit Buchungstag
      *    nach dem Periodenende.
           MOVE KONTO-SALDO TO WS-MONATSENDSALDO
           IF WS-TRANS-VORHANDEN NOT = "J"
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-SALDO-NACHHER
           MOVE "N" TO WS-TRANS-EOF
           MOVE KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-PERIODE-ENDE TO TRANS-DATUM
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
                       IF TRANS-DATUM > WS-PERIODE-ENDE
                          ADD TRANS-BETRAG TO WS-SALDO-NACHHER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           SUBTRACT WS-SALDO-NACHHER FROM WS-MONATSENDSALDO
           EXIT.

       ERMITTLE-MONATSENDKURS SECTION.
      *    Kurs aus der Tabelle, beim ersten Vorkommen der
      *    Waehrung aus kurse.dat nachgeladen. Ein fehlender Kurs
      *    wird einmal im Bericht genannt und sperrt die Meldung.
           PERFORM VARYING WS-KT-IDX FROM 1 BY 1
              UNTIL WS-KT-IDX > WS-KURS-ANZAHL
              IF WS-KT-WAEHRUNG(WS-KT-IDX) = WS-KURS-GESUCHT
                 MOVE WS-KT-KURS(WS-KT-IDX) TO WS-KURS-GEFUNDEN
                 EXIT SECTION
              END-IF
           END-PERFORM
           PERFORM LESE-KURS
           IF WS-KURS-ANZAHL < 30
              ADD 1 TO WS-KURS-ANZAHL
              MOVE WS-KURS-GESUCHT TO WS-KT-WAEHRUNG(WS-KURS-ANZAHL)
              MOVE WS-KURS-GEFUNDEN TO WS-KT-KURS(WS-KURS-ANZAHL)
           END-IF
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           IF WS-KURS-GEFUNDEN = 0
              MOVE "J" TO WS-KURS-FEHLT
              STRING "FEHLER: kein Monatsendkurs fuer "
                        DELIMITED BY SIZE
                     WS-KURS-GESUCHT DELIMITED BY SIZE
                INTO STATISTIK-REPORT-SATZ
              END-STRING
              WRITE STATISTIK-REPORT-SATZ
           ELSE
              IF WS-KURS-GESUCHT NOT = "EUR"
                 MOVE WS-KURS-GEFUNDEN TO WS-KURS-ANZEIGE
                 STRING "Monatsendkurs " DELIMITED BY SIZE
                        WS-KURS-GESUCHT DELIMITED BY SIZE
                        " vom " DELIMITED BY SIZE
                        WS-KURS-DATUM-GEFUNDEN DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        WS-KURS-ANZEIGE DELIMITED BY SIZE
                   INTO STATISTIK-REPORT-SATZ
                 END-STRING
                 WRITE STATISTIK-REPORT-SATZ
              END-IF
           END-IF
           EXIT.

       LESE-KURS SECTION.
      *    Juengster Kurs der Waehrung mit Datum bis zum
      *    Periodenende; ohne Treffer bleibt WS-KURS-GEFUNDEN 0.
           MOVE 0 TO WS-KURS-GEFUNDEN
           MOVE 0 TO WS-KURS-DATUM-GEFUNDEN
           IF WS-KURS-GESUCHT = "EUR"
              MOVE 1 TO WS-KURS-GEFUNDEN
              EXIT SECTION
           END-IF
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
                       AND KURS-DATUM <= WS-PERIODE-ENDE
                       AND KURS-DATUM >= WS-KURS-DATUM-GEFUNDEN
                       MOVE KURS-DATUM TO WS-KURS-DATUM-GEFUNDEN
                       MOVE KURS-WERT TO WS-KURS-GEFUNDEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KURSE
           EXIT.

       UEBERNAHME-AUS-SORT SECTION.
      *    Gruppenwechsel Produkt und Position (Waehrung, Seite,
      *    Band). Die Meldedatei entsteht nur, wenn alle
      *    Monatsendkurse vorhanden waren; die Eingabephase ist
      *    hier schon vollstaendig durchlaufen.
           IF WS-KURS-FEHLT = "N"
              CALL "SYSTEM" USING "mkdir -p meldung"
              OPEN OUTPUT MELDEDATEI
              IF WS-MELDEDATEI-STATUS = "00"
                 MOVE "J" TO WS-MELDEDATEI-OFFEN
                 PERFORM SCHREIBE-MELDEKOPF
              END-IF
           END-IF
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ
           MOVE "Produkt Whg Seite Band                   Anzahl"
              & "     Volumen Waehrung          Volumen EUR"
              TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ

           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-GRUPPE-OFFEN
           MOVE "N" TO WS-PRODUKT-OFFEN
           PERFORM UNTIL WS-SORT-EOF = "J"
              RETURN SORTIERDATEI
                 AT END
                    MOVE "J" TO WS-SORT-EOF
                    IF WS-GRUPPE-OFFEN = "J"
                       PERFORM SCHLIESSE-GRUPPE
                    END-IF
                    IF WS-PRODUKT-OFFEN = "J"
                       PERFORM SCHLIESSE-PRODUKT
                    END-IF
                 NOT AT END
                    IF WS-GRUPPE-OFFEN = "J"
                       AND (SORT-PRODUKT NOT = WS-GRUPPEN-PRODUKT
                         OR SORT-WAEHRUNG NOT = WS-GRUPPEN-WAEHRUNG
                         OR SORT-SEITE NOT = WS-GRUPPEN-SEITE
                         OR SORT-BAND NOT = WS-GRUPPEN-BAND)
                       PERFORM SCHLIESSE-GRUPPE
                    END-IF
                    IF WS-PRODUKT-OFFEN = "J"
                       AND SORT-PRODUKT NOT = WS-GRUPPEN-PRODUKT
                       PERFORM SCHLIESSE-PRODUKT
                    END-IF
                    IF WS-PRODUKT-OFFEN = "N"
                       MOVE SORT-PRODUKT TO WS-GRUPPEN-PRODUKT
                       MOVE 0 TO WS-PRODUKT-ANZAHL
                       MOVE 0 TO WS-PRODUKT-GUTHABEN
                       MOVE 0 TO WS-PRODUKT-SOLL
                       MOVE "J" TO WS-PRODUKT-OFFEN
                    END-IF
                    IF WS-GRUPPE-OFFEN = "N"
                       MOVE SORT-WAEHRUNG TO WS-GRUPPEN-WAEHRUNG
                       MOVE SORT-SEITE TO WS-GRUPPEN-SEITE
                       MOVE SORT-BAND TO WS-GRUPPEN-BAND
                       MOVE 0 TO WS-GRUPPEN-ANZAHL
                       MOVE 0 TO WS-GRUPPEN-VOLUMEN
                       MOVE 0 TO WS-GRUPPEN-VOLUMEN-EUR
                       MOVE "J" TO WS-GRUPPE-OFFEN
                    END-IF
                    ADD 1 TO WS-GRUPPEN-ANZAHL
                    ADD SORT-SALDO TO WS-GRUPPEN-VOLUMEN
                    ADD SORT-SALDO-EUR TO WS-GRUPPEN-VOLUMEN-EUR
              END-RETURN
           END-PERFORM
           EXIT.

       SCHLIESSE-GRUPPE SECTION.
           ADD WS-GRUPPEN-ANZAHL TO WS-PRODUKT-ANZAHL
           IF WS-GRUPPEN-SEITE = "S"
              ADD WS-GRUPPEN-ANZAHL TO WS-SOLL-ANZAHL
              ADD WS-GRUPPEN-VOLUMEN-EUR TO WS-SOLL-EUR
              ADD WS-GRUPPEN-VOLUMEN-EUR TO WS-PRODUKT-SOLL
           ELSE
              ADD WS-GRUPPEN-ANZAHL TO WS-GUTHABEN-ANZAHL
              ADD WS-GRUPPEN-VOLUMEN-EUR TO WS-GUTHABEN-EUR
              ADD WS-GRUPPEN-VOLUMEN-EUR TO WS-PRODUKT-GUTHABEN
           END-IF
           EVALUATE WS-GRUPPEN-BAND
              WHEN 1 MOVE "bis 1.000"              TO WS-BAND-TEXT
              WHEN 2 MOVE "bis 10.000"             TO WS-BAND-TEXT
              WHEN 3 MOVE "bis 100.000"            TO WS-BAND-TEXT
              WHEN 4 MOVE "bis 1.000.000"          TO WS-BAND-TEXT
              WHEN OTHER MOVE "ueber 1.000.000"    TO WS-BAND-TEXT
           END-EVALUATE
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           IF WS-GRUPPEN-PRODUKT = SPACES
              MOVE "--" TO STATISTIK-REPORT-SATZ(1:2)
           ELSE
              MOVE WS-GRUPPEN-PRODUKT TO STATISTIK-REPORT-SATZ(1:2)
           END-IF
           MOVE WS-GRUPPEN-WAEHRUNG TO STATISTIK-REPORT-SATZ(9:3)
           IF WS-GRUPPEN-SEITE = "S"
              MOVE "Soll" TO STATISTIK-REPORT-SATZ(13:5)
           ELSE
              MOVE "Haben" TO STATISTIK-REPORT-SATZ(13:5)
           END-IF
           MOVE WS-GRUPPEN-BAND TO STATISTIK-REPORT-SATZ(19:1)
           MOVE WS-BAND-TEXT TO STATISTIK-REPORT-SATZ(21:22)
           MOVE WS-GRUPPEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-ANZAHL-ANZEIGE TO STATISTIK-REPORT-SATZ(41:7)
           MOVE WS-GRUPPEN-VOLUMEN TO WS-BETRAG-ANZEIGE
           MOVE WS-BETRAG-ANZEIGE TO STATISTIK-REPORT-SATZ(49:17)
           MOVE WS-GRUPPEN-VOLUMEN-EUR TO WS-BETRAG-ANZEIGE
           MOVE WS-BETRAG-ANZEIGE TO STATISTIK-REPORT-SATZ(70:17)
           WRITE STATISTIK-REPORT-SATZ

           IF WS-MELDEDATEI-OFFEN = "J"
              MOVE SPACES TO MELDE-POSITION
              MOVE "D" TO MD-SATZART
              MOVE WS-GRUPPEN-PRODUKT TO MD-PRODUKT
              MOVE WS-GRUPPEN-WAEHRUNG TO MD-WAEHRUNG
              MOVE WS-GRUPPEN-SEITE TO MD-SEITE
              MOVE WS-GRUPPEN-BAND TO MD-BAND
              MOVE WS-GRUPPEN-ANZAHL TO MD-ANZAHL
              IF WS-GRUPPEN-VOLUMEN < 0
                 COMPUTE MD-VOLUMEN-WAEHRUNG = 0 - WS-GRUPPEN-VOLUMEN
              ELSE
                 MOVE WS-GRUPPEN-VOLUMEN TO MD-VOLUMEN-WAEHRUNG
              END-IF
              IF WS-GRUPPEN-VOLUMEN-EUR < 0
                 COMPUTE MD-VOLUMEN-EUR =
                    0 - WS-GRUPPEN-VOLUMEN-EUR
              ELSE
                 MOVE WS-GRUPPEN-VOLUMEN-EUR TO MD-VOLUMEN-EUR
              END-IF
              WRITE MELDE-SATZ
              ADD 1 TO WS-MELDESATZ-ANZAHL
           END-IF
           MOVE "N" TO WS-GRUPPE-OFFEN
           EXIT.

       SCHLIESSE-PRODUKT SECTION.
           MOVE WS-PRODUKT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-PRODUKT-GUTHABEN TO WS-BETRAG-ANZEIGE
           MOVE WS-PRODUKT-SOLL TO WS-BETRAG-ANZEIGE-2
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           STRING "  Summe Produkt " DELIMITED BY SIZE
                  WS-GRUPPEN-PRODUKT DELIMITED BY SIZE
                  ": Konten " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Haben EUR " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " Soll EUR " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE-2 DELIMITED BY SIZE
             INTO STATISTIK-REPORT-SATZ
           END-STRING
           WRITE STATISTIK-REPORT-SATZ
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ
           MOVE "N" TO WS-PRODUKT-OFFEN
           EXIT.

       ERMITTLE-AUFLOESUNGEN SECTION.
      *    Volumen der aufgeloesten Konten: die Schlusszahlung
      *    "AUFLOESUNG AN" am Aufloesungstag (Belastung, daher
      *    mit umgekehrtem Vorzeichen).
           IF WS-TRANS-VORHANDEN NOT = "J"
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-AUF-IDX FROM 1 BY 1
              UNTIL WS-AUF-IDX > WS-AUF-ANZAHL
              MOVE "N" TO WS-TRANS-EOF
              MOVE WS-AUF-KONTO(WS-AUF-IDX) TO TRANS-KONTO-ID
              MOVE WS-AUF-DATUM(WS-AUF-IDX) TO TRANS-DATUM
              START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
                 INVALID KEY MOVE "J" TO WS-TRANS-EOF
              END-START
              PERFORM UNTIL WS-TRANS-EOF = "J"
                 READ TRANSAKTIONEN NEXT RECORD
                    AT END MOVE "J" TO WS-TRANS-EOF
                    NOT AT END
                       IF TRANS-KONTO-ID NOT = WS-AUF-KONTO(WS-AUF-IDX)
                          OR TRANS-DATUM NOT = WS-AUF-DATUM(WS-AUF-IDX)
                          MOVE "J" TO WS-TRANS-EOF
                       ELSE
                          IF TRANS-TEXT(1:14) = "AUFLOESUNG AN "
                             SUBTRACT TRANS-BETRAG FROM WS-AUF-VOLUMEN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-PERFORM
           EXIT.

       SCHREIBE-SUMMEN SECTION.
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ
           MOVE WS-GUTHABEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-GUTHABEN-EUR TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           STRING "Guthaben gesamt:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Konten, EUR " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO STATISTIK-REPORT-SATZ
           END-STRING
           WRITE STATISTIK-REPORT-SATZ
           MOVE WS-SOLL-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-SOLL-EUR TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           STRING "Ueberziehungen gesamt:  " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Konten, EUR " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO STATISTIK-REPORT-SATZ
           END-STRING
           WRITE STATISTIK-REPORT-SATZ
           MOVE WS-NEU-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-NEU-VOLUMEN TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           STRING "Neu eroeffnete Konten:  " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Konten, EUR " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " (Monatsendsaldo)" DELIMITED BY SIZE
             INTO STATISTIK-REPORT-SATZ
           END-STRING
           WRITE STATISTIK-REPORT-SATZ
           MOVE WS-AUF-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-AUF-VOLUMEN TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           STRING "Aufgeloeste Konten:     " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Konten, EUR " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " (Schlusszahlung)" DELIMITED BY SIZE
             INTO STATISTIK-REPORT-SATZ
           END-STRING
           WRITE STATISTIK-REPORT-SATZ
           IF WS-PROTOKOLL-UEBERLAUF = "J"
              MOVE "WARNUNG: mehr als 500 Eroeffnungen oder "
                 & "Aufloesungen, Zaehlung unvollstaendig."
                 TO STATISTIK-REPORT-SATZ
              WRITE STATISTIK-REPORT-SATZ
           END-IF
           IF WS-KURS-FEHLT = "J"
              MOVE "Meldedatei nicht erstellt: Monatsendkurs fehlt."
                 TO STATISTIK-REPORT-SATZ
              WRITE STATISTIK-REPORT-SATZ
           ELSE
              MOVE SPACES TO STATISTIK-REPORT-SATZ
              STRING "Meldedatei: " DELIMITED BY SIZE
                     WS-MELDEDATEI-NAME DELIMITED BY SPACE
                INTO STATISTIK-REPORT-SATZ
              END-STRING
              WRITE STATISTIK-REPORT-SATZ
           END-IF
           PERFORM SCHREIBE-FILIALAUFTEILUNG
           EXIT.

       ERFASSE-FILIALWERT SECTION.
      *    Zaehlt ein Konto der Filiale WS-FI-SUCH-NR mit dem
      *    Betrag WS-FI-BETRAG in die Filialtabelle; neue Filialen
      *    werden an der Sortierstelle eingeschoben.
           IF WS-FI-SUCH-NR = SPACES
              MOVE "--" TO WS-FI-SUCH-NR
           END-IF
           MOVE 0 TO WS-FI-GEFUNDEN
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-FILIAL-ANZAHL
                 OR WS-FI-GEFUNDEN > 0
              IF WS-FI-NR(WS-FI-IDX) >= WS-FI-SUCH-NR
                 MOVE WS-FI-IDX TO WS-FI-GEFUNDEN
              END-IF
           END-PERFORM
           MOVE "N" TO WS-FI-NEU
           IF WS-FI-GEFUNDEN = 0
              COMPUTE WS-FI-GEFUNDEN = WS-FILIAL-ANZAHL + 1
              MOVE "J" TO WS-FI-NEU
           ELSE
              IF WS-FI-NR(WS-FI-GEFUNDEN) NOT = WS-FI-SUCH-NR
                 MOVE "J" TO WS-FI-NEU
              END-IF
           END-IF
           IF WS-FI-NEU = "J"
              IF WS-FILIAL-ANZAHL >= 100
                 MOVE "J" TO WS-FILIAL-VOLL
                 EXIT SECTION
              END-IF
              PERFORM VARYING WS-FI-SCHIEBE FROM WS-FILIAL-ANZAHL BY -1
                 UNTIL WS-FI-SCHIEBE < WS-FI-GEFUNDEN
                 MOVE WS-FI-EINTRAG(WS-FI-SCHIEBE)
                    TO WS-FI-EINTRAG(WS-FI-SCHIEBE + 1)
              END-PERFORM
              ADD 1 TO WS-FILIAL-ANZAHL
              MOVE WS-FI-SUCH-NR TO WS-FI-NR(WS-FI-GEFUNDEN)
              MOVE 0 TO WS-FI-ANZAHL(WS-FI-GEFUNDEN)
              MOVE 0 TO WS-FI-SUMME(WS-FI-GEFUNDEN)
           END-IF
           ADD 1 TO WS-FI-ANZAHL(WS-FI-GEFUNDEN)
           ADD WS-FI-BETRAG TO WS-FI-SUMME(WS-FI-GEFUNDEN)
           EXIT.

       SCHREIBE-FILIALAUFTEILUNG SECTION.
      *    Druckt die Filialtabelle mit Zwischensumme je Filiale
      *    und Gesamtzeile an das Berichtsende.
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ
           MOVE "Monatsendsaldo nach Filialen" TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ
           MOVE "  Fil.  Name                    "
              & "        Konten        Saldo EUR"
              TO STATISTIK-REPORT-SATZ
           WRITE STATISTIK-REPORT-SATZ
           MOVE "N" TO WS-FILIALSTAMM-OFFEN
           OPEN INPUT FILIALDATEI
           IF WS-FILIAL-STATUS = "00"
              MOVE "J" TO WS-FILIALSTAMM-OFFEN
           END-IF
           MOVE 0 TO WS-FI-GESAMT-ANZAHL
           MOVE 0 TO WS-FI-GESAMT-SUMME
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-FILIAL-ANZAHL
              MOVE SPACES TO WS-FI-NAME
              IF WS-FI-NR(WS-FI-IDX) = "--"
                 MOVE "ohne Filiale" TO WS-FI-NAME
              ELSE
                 IF WS-FILIALSTAMM-OFFEN = "J"
                    MOVE WS-FI-NR(WS-FI-IDX) TO FILIALE-NR
                    READ FILIALDATEI
                       NOT INVALID KEY
                          MOVE FILIALE-NAME TO WS-FI-NAME
                    END-READ
                 END-IF
              END-IF
              ADD WS-FI-ANZAHL(WS-FI-IDX) TO WS-FI-GESAMT-ANZAHL
              ADD WS-FI-SUMME(WS-FI-IDX) TO WS-FI-GESAMT-SUMME
              MOVE WS-FI-ANZAHL(WS-FI-IDX) TO WS-FI-ANZAHL-ANZEIGE
              MOVE WS-FI-SUMME(WS-FI-IDX) TO WS-FI-SUMME-ANZEIGE
              MOVE SPACES TO STATISTIK-REPORT-SATZ
              STRING "  " DELIMITED BY SIZE
                     WS-FI-NR(WS-FI-IDX) DELIMITED BY SIZE
                     "    " DELIMITED BY SIZE
                     WS-FI-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
                INTO STATISTIK-REPORT-SATZ
              END-STRING
              WRITE STATISTIK-REPORT-SATZ
           END-PERFORM
           IF WS-FILIALSTAMM-OFFEN = "J"
              CLOSE FILIALDATEI
           END-IF
           MOVE WS-FI-GESAMT-ANZAHL TO WS-FI-ANZAHL-ANZEIGE
           MOVE WS-FI-GESAMT-SUMME TO WS-FI-SUMME-ANZEIGE
           MOVE SPACES TO STATISTIK-REPORT-SATZ
           STRING "  Summe alle Filialen" DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO STATISTIK-REPORT-SATZ
           END-STRING
           WRITE STATISTIK-REPORT-SATZ
           IF WS-FILIAL-VOLL = "J"
              MOVE "WARNUNG: MEHR ALS 100 FILIALEN, "
                 & "AUFTEILUNG UNVOLLSTAENDIG"
                 TO STATISTIK-REPORT-SATZ
              WRITE STATISTIK-REPORT-SATZ
           END-IF
           EXIT.

       SCHREIBE-MELDEKOPF SECTION.
           MOVE SPACES TO MELDE-KOPF
           MOVE "K" TO MD-SATZART
           MOVE WS-PERIODE TO MK-PERIODE
           MOVE WS-LAUFDATUM TO MK-ERSTELLT
           MOVE WS-MELDEINSTITUT TO MK-INSTITUT
           WRITE MELDE-SATZ
           ADD 1 TO WS-MELDESATZ-ANZAHL
           EXIT.

       SCHREIBE-MELDESCHLUSS SECTION.
      *    Bestandsaenderungen ("N" neu, "A" aufgeloest) und
      *    Schlusssatz mit Satzanzahl einschliesslich Schlusssatz.
           MOVE SPACES TO MELDE-BESTANDSAENDERUNG
           MOVE "N" TO MD-SATZART
           MOVE WS-NEU-ANZAHL TO MB-ANZAHL
           IF WS-NEU-VOLUMEN < 0
              COMPUTE MB-VOLUMEN-EUR = 0 - WS-NEU-VOLUMEN
              MOVE "S" TO MB-SEITE
           ELSE
              MOVE WS-NEU-VOLUMEN TO MB-VOLUMEN-EUR
              MOVE "H" TO MB-SEITE
           END-IF
           WRITE MELDE-SATZ
           ADD 1 TO WS-MELDESATZ-ANZAHL
           MOVE SPACES TO MELDE-BESTANDSAENDERUNG
           MOVE "A" TO MD-SATZART
           MOVE WS-AUF-ANZAHL TO MB-ANZAHL
           IF WS-AUF-VOLUMEN < 0
              COMPUTE MB-VOLUMEN-EUR = 0 - WS-AUF-VOLUMEN
              MOVE "S" TO MB-SEITE
           ELSE
              MOVE WS-AUF-VOLUMEN TO MB-VOLUMEN-EUR
              MOVE "H" TO MB-SEITE
           END-IF
           WRITE MELDE-SATZ
           ADD 1 TO WS-MELDESATZ-ANZAHL
           MOVE SPACES TO MELDE-SCHLUSS
           MOVE "S" TO MD-SATZART
           ADD 1 TO WS-MELDESATZ-ANZAHL
           MOVE WS-MELDESATZ-ANZAHL TO MS-SATZANZAHL
           MOVE WS-GUTHABEN-EUR TO MS-GUTHABEN-EUR
           COMPUTE MS-SOLL-EUR = 0 - WS-SOLL-EUR
           MOVE WS-KONTEN-ANZAHL TO MS-KONTEN-ANZAHL
           WRITE MELDE-SATZ
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
       END PROGRAM EINLAGENSTATISTIK.

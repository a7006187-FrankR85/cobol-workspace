       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUEFEXPORT.
      *    Datentraegerueberlassung fuer die Betriebspruefung: stellt
      *    die Buchfuehrung eines abgeschlossenen Geschaeftsjahres
      *    maschinenlesbar unter export/pruefung-JJJJ/ bereit. Der
      *    Zugang laeuft ueber OPSIGNON und ist der Revisions-Rolle
      *    ("R") vorbehalten. Angenommen wird nur ein Jahr, dessen
      *    zwoelf Perioden in PERIODEN.DAT geschlossen sind.
      *    Geschrieben werden Semikolon-getrennte Dateien mit
      *    Kopfzeile:
      *      journal.csv    Umsatzjournal des Jahres aus
      *                     TRANSAKTIONEN.DAT und der TRANSARCHIV-
      *                     Generation archiv/transaktionen-JJJJ.dat
      *                     (ueber TRANS-REF sortiert; ein nach
      *                     abgebrochenem TRANSARCHIV doppelt
      *                     vorhandener Satz geht nur einmal hinaus),
      *      hauptbuch.csv  Hauptbuch aus den Periodendateien
      *                     archiv/ledger-JJJJMM.dat des
      *                     MONATSABSCHLUSS,
      *      konten.csv, kunden.csv, produkte.csv, gebuehren.csv
      *                     Stammdaten und Gebuehrenverzeichnis mit
      *                     Stand zum Exportzeitpunkt (Konten ohne
      *                     Passwortangaben),
      *    und die Beschreibungsdatei index.txt mit jedem Feld und
      *    seinem Format sowie Satzanzahl und Betragssumme je Datei.
      *    Vor der Freigabe werden Satzanzahl und Summe des Journals
      *    und des Hauptbuchs (ohne Vortraege "V") gegen die
      *    Kontrollsaetze "T" und "L" des Jahres aus
      *    lauf-kontrolle.dat gehalten; nur bei Uebereinstimmung
      *    traegt index.txt den Vermerk FREIGEGEBEN, sonst NICHT
      *    FREIGEGEBEN mit den Abweichungen. Jeder Export laeuft mit
      *    Operator-Kennung ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
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
           SELECT LEDGER-PERIODE ASSIGN TO WS-LEDGER-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-PERIODE-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT PRODUKTDATEI ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-PRODUKT-STATUS.
           SELECT GEBUEHREN-DATEI ASSIGN TO "gebuehren.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEBUEHREN-STATUS.
           SELECT LAUFKONTROLLE ASSIGN TO "lauf-kontrolle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KONTROLLE-STATUS.
           SELECT EXPORT-DATEI ASSIGN TO WS-EXPORT-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXPORT-STATUS.
           SELECT SORTIERDATEI ASSIGN TO "pruefexport.srt".

       DATA DIVISION.
       FILE SECTION.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD TRANS-ARCHIV.
      *    Archivzeile: der Umsatzsatz unveraendert (TRANSREC.cpy),
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
       FD LEDGER-PERIODE.
      *    Periodenzeile des MONATSABSCHLUSS: Transaktions-ID,
      *    Konto, Betrag und Status, je durch ein Leerzeichen
      *    getrennt.
       01 LEDGER-PERIODE-SATZ.
          05 LP-TRANS-ID PIC X(17).
          05 FILLER PIC X(01).
          05 LP-KONTO-ID PIC X(10).
          05 FILLER PIC X(01).
          05 LP-BETRAG PIC S9(7)V99.
          05 FILLER PIC X(01).
          05 LP-STATUS PIC X(01).
          05 FILLER PIC X(10).
       FD KONTODATEI.
       COPY KONTOREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD PRODUKTDATEI.
       COPY PRODUKTREC.
       FD GEBUEHREN-DATEI.
       01 GEBUEHR-SATZ.
          05 GEBUEHR-ART PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-HERKUNFT PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-BETRAG PIC 9(5)V99.
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD EXPORT-DATEI.
       01 EXPORT-SATZ PIC X(200).
       SD SORTIERDATEI.
       01 SORTIER-SATZ.
          05 SORT-REF PIC X(17).
          05 SORT-KONTO-ID PIC X(10).
          05 SORT-DATUM PIC 9(08).
          05 SORT-VALUTA PIC 9(08).
          05 SORT-ZEITSTEMPEL PIC 9(14).
          05 SORT-HERKUNFT PIC X(01).
          05 SORT-TEXT PIC X(30).
          05 SORT-BETRAG PIC S9(7)V99.
          05 SORT-QUELLE PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-ARCHIV-STATUS PIC X(02).
       01 WS-LEDGER-PERIODE-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-PRODUKT-STATUS PIC X(02).
       01 WS-GEBUEHREN-STATUS PIC X(02).
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-EXPORT-STATUS PIC X(02).
       01 WS-EOF PIC X.
       01 WS-SORT-EOF PIC X.

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-JAHR-EINGABE PIC X(04).
       01 WS-JAHR PIC 9(04).
       01 WS-MONAT PIC 9(02).
       01 WS-OFFENE-PERIODE PIC 9(06) VALUE 0.
       01 WS-VERZEICHNIS PIC X(30).
       01 WS-MKDIR-BEFEHL PIC X(60).
       01 WS-ARCHIV-DATEINAME PIC X(40).
       01 WS-LEDGER-DATEINAME PIC X(40).
       01 WS-EXPORT-DATEINAME PIC X(60).
       01 WS-DATEI-KURZNAME PIC X(14).
       01 WS-ERSTELLT-AM PIC X(14).
       01 WS-LETZTE-REF PIC X(17).

      *    Satzanzahl und Betragssumme je Exportdatei, Reihenfolge
      *    wie die Dateikennungen in WS-DATEI-TABELLE.
       01 WS-DATEI-ANZAHL PIC 9(01) VALUE 6.
       01 WS-DATEI-TABELLE.
          05 FILLER PIC X(16) VALUE "JOjournal.csv".
          05 FILLER PIC X(16) VALUE "HBhauptbuch.csv".
          05 FILLER PIC X(16) VALUE "KTkonten.csv".
          05 FILLER PIC X(16) VALUE "KDkunden.csv".
          05 FILLER PIC X(16) VALUE "PRprodukte.csv".
          05 FILLER PIC X(16) VALUE "GBgebuehren.csv".
       01 WS-DATEI REDEFINES WS-DATEI-TABELLE.
          05 WS-DATEI-EINTRAG OCCURS 6 TIMES.
             10 WS-DATEI-KENNUNG PIC X(02).
             10 WS-DATEI-NAME PIC X(14).
       01 WS-DATEI-SUMMEN.
          05 WS-DATEI-SUMME-EINTRAG OCCURS 6 TIMES.
             10 WS-DS-ANZAHL PIC 9(07).
             10 WS-DS-SUMME PIC S9(11)V99.
       01 WS-DATEI-IDX PIC 9(01).
       01 WS-DOPPELT-ANZAHL PIC 9(07) VALUE 0.
       01 WS-HB-ANZAHL-OHNE-V PIC 9(07) VALUE 0.
       01 WS-HB-SUMME-OHNE-V PIC S9(11)V99 VALUE 0.
       01 WS-HB-FEHLENDE-PERIODEN PIC 9(02) VALUE 0.

      *    Feldbeschreibung fuer index.txt: Dateikennung, Feldname
      *    und Format; neue Felder hier und in der Kopfzeile der
      *    jeweiligen Datei nachziehen.
       01 WS-FELD-ANZAHL PIC 9(02) VALUE 37.
       01 WS-FELD-TABELLE.
          05 FILLER PIC X(20) VALUE "JOREFERENZ".
          05 FILLER PIC X(40) VALUE
             "Text 17, Buchungsreferenz".
          05 FILLER PIC X(20) VALUE "JOKONTO".
          05 FILLER PIC X(40) VALUE
             "Text 10, Kontonummer".
          05 FILLER PIC X(20) VALUE "JOBUCHUNGSTAG".
          05 FILLER PIC X(40) VALUE
             "Datum JJJJMMTT".
          05 FILLER PIC X(20) VALUE "JOVALUTA".
          05 FILLER PIC X(40) VALUE
             "Datum JJJJMMTT, Wertstellung".
          05 FILLER PIC X(20) VALUE "JOZEITSTEMPEL".
          05 FILLER PIC X(40) VALUE
             "JJJJMMTTHHMMSS, Erfassung".
          05 FILLER PIC X(20) VALUE "JOHERKUNFT".
          05 FILLER PIC X(40) VALUE
             "Text 1, Buchungsart (TRANSREC)".
          05 FILLER PIC X(20) VALUE "JOTEXT".
          05 FILLER PIC X(40) VALUE
             "Text 30, Buchungstext".
          05 FILLER PIC X(20) VALUE "JOBETRAG".
          05 FILLER PIC X(40) VALUE
             "+9999999.99, Saldoaenderung".
          05 FILLER PIC X(20) VALUE "JOQUELLE".
          05 FILLER PIC X(40) VALUE
             "J = Umsatzjournal, A = Jahresarchiv".
          05 FILLER PIC X(20) VALUE "HBPERIODE".
          05 FILLER PIC X(40) VALUE
             "JJJJMM, Abschlussperiode".
          05 FILLER PIC X(20) VALUE "HBTRANS-ID".
          05 FILLER PIC X(40) VALUE
             "Text 17, Hauptbuchbuchung".
          05 FILLER PIC X(20) VALUE "HBKONTO".
          05 FILLER PIC X(40) VALUE
             "Text 10, Kontonummer".
          05 FILLER PIC X(20) VALUE "HBBETRAG".
          05 FILLER PIC X(40) VALUE
             "+9999999.99, Saldoaenderung".
          05 FILLER PIC X(20) VALUE "HBSTATUS".
          05 FILLER PIC X(40) VALUE
             "G=gebucht S=storniert A=Ausgl. V=Vortrag".
          05 FILLER PIC X(20) VALUE "KTKONTO".
          05 FILLER PIC X(40) VALUE
             "Text 10, Kontonummer".
          05 FILLER PIC X(20) VALUE "KTKUNDE".
          05 FILLER PIC X(40) VALUE
             "Text 10, Kundennummer".
          05 FILLER PIC X(20) VALUE "KTNAME".
          05 FILLER PIC X(40) VALUE
             "Text 30, Kontobezeichnung".
          05 FILLER PIC X(20) VALUE "KTSALDO".
          05 FILLER PIC X(40) VALUE
             "+999999999.99, Kontosaldo".
          05 FILLER PIC X(20) VALUE "KTLIMIT".
          05 FILLER PIC X(40) VALUE
             "+999999999.99, Ueberziehungsrahmen".
          05 FILLER PIC X(20) VALUE "KTPRODUKT".
          05 FILLER PIC X(40) VALUE
             "Text 2, Produktcode (produkte.csv)".
          05 FILLER PIC X(20) VALUE "KTWAEHRUNG".
          05 FILLER PIC X(40) VALUE
             "Text 3, ISO-Code (leer = EUR)".
          05 FILLER PIC X(20) VALUE "KTRUHEND".
          05 FILLER PIC X(40) VALUE
             "Text 1, J = ruhend".
          05 FILLER PIC X(20) VALUE "KDKUNDE".
          05 FILLER PIC X(40) VALUE
             "Text 10, Kundennummer".
          05 FILLER PIC X(20) VALUE "KDNAME".
          05 FILLER PIC X(40) VALUE
             "Text 30".
          05 FILLER PIC X(20) VALUE "KDSTRASSE".
          05 FILLER PIC X(40) VALUE
             "Text 30".
          05 FILLER PIC X(20) VALUE "KDPLZ".
          05 FILLER PIC X(40) VALUE
             "Text 5".
          05 FILLER PIC X(20) VALUE "KDORT".
          05 FILLER PIC X(40) VALUE
             "Text 30".
          05 FILLER PIC X(20) VALUE "KDTELEFON".
          05 FILLER PIC X(40) VALUE
             "Text 15".
          05 FILLER PIC X(20) VALUE "PRPRODUKT".
          05 FILLER PIC X(40) VALUE
             "Text 2, Produktcode".
          05 FILLER PIC X(20) VALUE "PRBEZEICHNUNG".
          05 FILLER PIC X(40) VALUE
             "Text 30".
          05 FILLER PIC X(20) VALUE "PRSTAFFELn-BIS".
          05 FILLER PIC X(40) VALUE
             "9 Stellen, ganze Euro, je Staffel n=1-3".
          05 FILLER PIC X(20) VALUE "PRHABENZINSn".
          05 FILLER PIC X(40) VALUE
             "4 Stellen, Hundertstel-Prozent".
          05 FILLER PIC X(20) VALUE "PRSOLLZINSn".
          05 FILLER PIC X(40) VALUE
             "4 Stellen, Hundertstel-Prozent".
          05 FILLER PIC X(20) VALUE "PRSMSFREI".
          05 FILLER PIC X(40) VALUE
             "3 Stellen, freie SMS je Monat".
          05 FILLER PIC X(20) VALUE "GBART".
          05 FILLER PIC X(40) VALUE
             "M=Monat P=Posten D=Mahnung S=SMS".
          05 FILLER PIC X(20) VALUE "GBHERKUNFT".
          05 FILLER PIC X(40) VALUE
             "Text 1, Buchungsart/Mahnstufe/SMS-Art".
          05 FILLER PIC X(20) VALUE "GBBETRAG".
          05 FILLER PIC X(40) VALUE
             "+99999.99, Gebuehr in Euro".
       01 WS-FELD REDEFINES WS-FELD-TABELLE.
          05 WS-FELD-EINTRAG OCCURS 37 TIMES.
             10 WS-FELD-DATEI PIC X(02).
             10 WS-FELD-NAME PIC X(18).
             10 WS-FELD-FORMAT PIC X(40).
       01 WS-FELD-IDX PIC 9(02).

      *    Kontrollsaetze des Jahres aus lauf-kontrolle.dat.
       01 WS-KONTROLL-ANZAHL-T PIC 9(07) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(07) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLLSATZ-ANZAHL PIC 9(07) VALUE 0.
       01 WS-FREIGABE PIC X VALUE "N".

       01 WS-CSV-BETRAG PIC +9(7).99.
       01 WS-CSV-SALDO PIC +9(9).99.
       01 WS-CSV-LIMIT PIC +9(9).99.
       01 WS-CSV-GEBUEHR PIC +9(5).99.
       01 WS-STAFFEL-IDX PIC 9(01).
       01 WS-STAFFEL-TEXT PIC X(60).
       01 WS-STAFFEL-ZEIGER PIC 9(03).
       01 WS-ANZAHL-ANZEIGE PIC Z(6)9.
       01 WS-ANZAHL-ANZEIGE-2 PIC Z(6)9.
       01 WS-SUMME-ANZEIGE PIC -(11)9.99.
       01 WS-SUMME-ANZEIGE-2 PIC -(11)9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "PRUEFEXPORT".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF
           IF WS-ANGEMELDET-ROLLE NOT = "R" THEN
              DISPLAY "Nur die Revision darf Pruefungsdaten "
                 "exportieren."
              STOP RUN
           END-IF

           DISPLAY "Geschaeftsjahr (JJJJ):"
           ACCEPT WS-JAHR-EINGABE
           IF WS-JAHR-EINGABE IS NOT NUMERIC THEN
              DISPLAY "Ungueltiges Geschaeftsjahr."
              STOP RUN
           END-IF
           MOVE WS-JAHR-EINGABE TO WS-JAHR

           PERFORM PRUEFE-JAHR-GESCHLOSSEN
           IF WS-OFFENE-PERIODE NOT = 0
              DISPLAY "Export abgewiesen: Periode " WS-OFFENE-PERIODE
                 " ist nicht abgeschlossen."
              STOP RUN
           END-IF

           MOVE SPACES TO WS-VERZEICHNIS
           STRING "export/pruefung-" DELIMITED BY SIZE
                  WS-JAHR DELIMITED BY SIZE
             INTO WS-VERZEICHNIS
           END-STRING
           MOVE SPACES TO WS-MKDIR-BEFEHL
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-VERZEICHNIS DELIMITED BY SPACE
             INTO WS-MKDIR-BEFEHL
           END-STRING
           CALL "SYSTEM" USING WS-MKDIR-BEFEHL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ERSTELLT-AM
           INITIALIZE WS-DATEI-SUMMEN

           PERFORM EXPORTIERE-JOURNAL
           PERFORM EXPORTIERE-HAUPTBUCH
           PERFORM EXPORTIERE-KONTEN
           PERFORM EXPORTIERE-KUNDEN
           PERFORM EXPORTIERE-PRODUKTE
           PERFORM EXPORTIERE-GEBUEHREN
           PERFORM LESE-LAUFKONTROLLE
           IF WS-KONTROLLSATZ-ANZAHL > 0
              AND WS-DS-ANZAHL(1) = WS-KONTROLL-ANZAHL-T
              AND WS-DS-SUMME(1) = WS-KONTROLL-SUMME-T
              AND WS-HB-ANZAHL-OHNE-V = WS-KONTROLL-ANZAHL-L
              AND WS-HB-SUMME-OHNE-V = WS-KONTROLL-SUMME-L
              AND WS-HB-FEHLENDE-PERIODEN = 0
              MOVE "J" TO WS-FREIGABE
           END-IF
           PERFORM SCHREIBE-INDEX

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           IF WS-FREIGABE = "J"
              STRING "PRUEFEXPORT JAHR=" DELIMITED BY SIZE
                     WS-JAHR DELIMITED BY SIZE
                     " FREIGEGEBEN OP=" DELIMITED BY SIZE
                     WS-ANGEMELDET-ID DELIMITED BY SPACE
                INTO WS-AUDITLOG-EREIGNIS
              END-STRING
              DISPLAY "Export " WS-VERZEICHNIS
                 " abgestimmt und freigegeben."
           ELSE
              STRING "PRUEFEXPORT JAHR=" DELIMITED BY SIZE
                     WS-JAHR DELIMITED BY SIZE
                     " ABWEICHUNG OP=" DELIMITED BY SIZE
                     WS-ANGEMELDET-ID DELIMITED BY SPACE
                INTO WS-AUDITLOG-EREIGNIS
              END-STRING
              DISPLAY "Export " WS-VERZEICHNIS
                 " NICHT freigegeben, Abweichungen siehe index.txt."
           END-IF
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           STOP RUN.

       PRUEFE-JAHR-GESCHLOSSEN SECTION.
      *    Liefert in WS-OFFENE-PERIODE die erste Periode des Jahres,
      *    die nicht als geschlossen gefuehrt wird (0 = alle zwoelf
      *    geschlossen); fehlt PERIODEN.DAT, ist Januar offen.
           MOVE 0 TO WS-OFFENE-PERIODE
           OPEN INPUT PERIODENSTATUS
           IF WS-PERIODENSTATUS-STATUS NOT = "00" THEN
              COMPUTE WS-OFFENE-PERIODE = WS-JAHR * 100 + 1
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-MONAT FROM 1 BY 1
              UNTIL WS-MONAT > 12 OR WS-OFFENE-PERIODE NOT = 0
              COMPUTE PERST-PERIODE = WS-JAHR * 100 + WS-MONAT
              READ PERIODENSTATUS
                 INVALID KEY
                    MOVE PERST-PERIODE TO WS-OFFENE-PERIODE
                 NOT INVALID KEY
                    IF PERST-STATUS NOT = "G"
                       MOVE PERST-PERIODE TO WS-OFFENE-PERIODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIODENSTATUS
           EXIT.

       OEFFNE-EXPORTDATEI SECTION.
      *    Legt die Datei WS-DATEI-NAME(WS-DATEI-IDX) im
      *    Exportverzeichnis neu an.
           MOVE SPACES TO WS-EXPORT-DATEINAME
           STRING WS-VERZEICHNIS DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-DATEI-NAME(WS-DATEI-IDX) DELIMITED BY SPACE
             INTO WS-EXPORT-DATEINAME
           END-STRING
           OPEN OUTPUT EXPORT-DATEI
           IF WS-EXPORT-STATUS NOT = "00" THEN
              DISPLAY "Exportdatei nicht anlegbar: "
                 WS-EXPORT-DATEINAME " Status: " WS-EXPORT-STATUS
              STOP RUN
           END-IF
           EXIT.

       EXPORTIERE-JOURNAL SECTION.
      *    Journal und Jahresarchiv werden gemeinsam nach TRANS-REF
      *    sortiert; gleiche Referenzen aus beiden Quellen gehen
      *    nur einmal hinaus.
           MOVE 1 TO WS-DATEI-IDX
           PERFORM OEFFNE-EXPORTDATEI
           MOVE "REFERENZ;KONTO;BUCHUNGSTAG;VALUTA;ZEITSTEMPEL;"
              & "HERKUNFT;TEXT;BETRAG;QUELLE" TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           SORT SORTIERDATEI
              ON ASCENDING KEY SORT-REF
              INPUT PROCEDURE IS UEBERGABE-JOURNAL-AN-SORT
              OUTPUT PROCEDURE IS SCHREIBE-JOURNAL-AUS-SORT
           CLOSE EXPORT-DATEI
           EXIT.

       UEBERGABE-JOURNAL-AN-SORT SECTION.
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              MOVE "J" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF TRANS-DATUM(1:4) = WS-JAHR-EINGABE
                       MOVE TRANS-REF TO SORT-REF
                       MOVE TRANS-KONTO-ID TO SORT-KONTO-ID
                       MOVE TRANS-DATUM TO SORT-DATUM
                       MOVE TRANS-VALUTA TO SORT-VALUTA
                       MOVE TRANS-ZEITSTEMPEL TO SORT-ZEITSTEMPEL
                       MOVE TRANS-HERKUNFT TO SORT-HERKUNFT
                       MOVE TRANS-TEXT TO SORT-TEXT
                       MOVE TRANS-BETRAG TO SORT-BETRAG
                       MOVE "J" TO SORT-QUELLE
                       RELEASE SORTIER-SATZ
                    END-IF
              END-READ
           END-PERFORM
           IF WS-TRANSAKTIONEN-STATUS NOT = "35" THEN
              CLOSE TRANSAKTIONEN
           END-IF

           MOVE SPACES TO WS-ARCHIV-DATEINAME
           STRING "archiv/transaktionen-" DELIMITED BY SIZE
                  WS-JAHR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-ARCHIV-DATEINAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANS-ARCHIV
           IF WS-ARCHIV-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = "J"
              READ TRANS-ARCHIV
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    MOVE ARCHIV-TRANS-REF TO SORT-REF
                    MOVE ARCHIV-TRANS-KONTO-ID TO SORT-KONTO-ID
                    MOVE ARCHIV-TRANS-DATUM TO SORT-DATUM
                    MOVE ARCHIV-TRANS-VALUTA TO SORT-VALUTA
                    MOVE ARCHIV-TRANS-ZEITSTEMPEL TO SORT-ZEITSTEMPEL
                    MOVE ARCHIV-TRANS-HERKUNFT TO SORT-HERKUNFT
                    MOVE ARCHIV-TRANS-TEXT TO SORT-TEXT
                    MOVE ARCHIV-TRANS-BETRAG TO SORT-BETRAG
                    MOVE "A" TO SORT-QUELLE
                    RELEASE SORTIER-SATZ
              END-READ
           END-PERFORM
           CLOSE TRANS-ARCHIV
           EXIT.

       SCHREIBE-JOURNAL-AUS-SORT SECTION.
           MOVE "N" TO WS-SORT-EOF
           MOVE SPACES TO WS-LETZTE-REF
           PERFORM UNTIL WS-SORT-EOF = "J"
              RETURN SORTIERDATEI
                 AT END
                    MOVE "J" TO WS-SORT-EOF
                 NOT AT END
                    IF SORT-REF = WS-LETZTE-REF
                       ADD 1 TO WS-DOPPELT-ANZAHL
                    ELSE
                       MOVE SORT-REF TO WS-LETZTE-REF
                       PERFORM SCHREIBE-JOURNALSATZ
                    END-IF
              END-RETURN
           END-PERFORM
           EXIT.

       SCHREIBE-JOURNALSATZ SECTION.
           INSPECT SORT-TEXT REPLACING ALL ";" BY ","
           MOVE SORT-BETRAG TO WS-CSV-BETRAG
           MOVE SPACES TO EXPORT-SATZ
           STRING SORT-REF DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  SORT-KONTO-ID DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  SORT-DATUM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SORT-VALUTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SORT-ZEITSTEMPEL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SORT-HERKUNFT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(SORT-TEXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CSV-BETRAG DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SORT-QUELLE DELIMITED BY SIZE
             INTO EXPORT-SATZ
           END-STRING
           WRITE EXPORT-SATZ
           ADD 1 TO WS-DS-ANZAHL(1)
           ADD SORT-BETRAG TO WS-DS-SUMME(1)
           EXIT.

       EXPORTIERE-HAUPTBUCH SECTION.
      *    Die zwoelf Periodendateien des Jahres nacheinander; eine
      *    fehlende Periodendatei wird gezaehlt und verhindert die
      *    Freigabe.
           MOVE 2 TO WS-DATEI-IDX
           PERFORM OEFFNE-EXPORTDATEI
           MOVE "PERIODE;TRANS-ID;KONTO;BETRAG;STATUS"
              TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           PERFORM VARYING WS-MONAT FROM 1 BY 1 UNTIL WS-MONAT > 12
              MOVE SPACES TO WS-LEDGER-DATEINAME
              STRING "archiv/ledger-" DELIMITED BY SIZE
                     WS-JAHR DELIMITED BY SIZE
                     WS-MONAT DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                INTO WS-LEDGER-DATEINAME
              END-STRING
              OPEN INPUT LEDGER-PERIODE
              IF WS-LEDGER-PERIODE-STATUS NOT = "00" THEN
                 ADD 1 TO WS-HB-FEHLENDE-PERIODEN
              ELSE
                 MOVE "N" TO WS-EOF
                 PERFORM UNTIL WS-EOF = "J"
                    READ LEDGER-PERIODE
                       AT END MOVE "J" TO WS-EOF
                       NOT AT END
                          PERFORM SCHREIBE-HAUPTBUCHSATZ
                    END-READ
                 END-PERFORM
                 CLOSE LEDGER-PERIODE
              END-IF
           END-PERFORM
           CLOSE EXPORT-DATEI
           EXIT.

       SCHREIBE-HAUPTBUCHSATZ SECTION.
           MOVE LP-BETRAG TO WS-CSV-BETRAG
           MOVE SPACES TO EXPORT-SATZ
           STRING WS-JAHR DELIMITED BY SIZE
                  WS-MONAT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  LP-TRANS-ID DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  LP-KONTO-ID DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-CSV-BETRAG DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  LP-STATUS DELIMITED BY SIZE
             INTO EXPORT-SATZ
           END-STRING
           WRITE EXPORT-SATZ
           ADD 1 TO WS-DS-ANZAHL(2)
           ADD LP-BETRAG TO WS-DS-SUMME(2)
           IF LP-STATUS NOT = "V"
              ADD 1 TO WS-HB-ANZAHL-OHNE-V
              ADD LP-BETRAG TO WS-HB-SUMME-OHNE-V
           END-IF
           EXIT.

       EXPORTIERE-KONTEN SECTION.
      *    Passwort-Pruefwert und Passwortdatum werden nicht
      *    exportiert.
           MOVE 3 TO WS-DATEI-IDX
           PERFORM OEFFNE-EXPORTDATEI
           MOVE "KONTO;KUNDE;NAME;SALDO;LIMIT;PRODUKT;WAEHRUNG;RUHEND"
              TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              CLOSE EXPORT-DATEI
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    INSPECT KONTO-NAME REPLACING ALL ";" BY ","
                    MOVE KONTO-SALDO TO WS-CSV-SALDO
                    MOVE KONTO-LIMIT TO WS-CSV-LIMIT
                    MOVE SPACES TO EXPORT-SATZ
                    STRING KONTO-ID DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           KONTO-KUNDEN-ID DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           FUNCTION TRIM(KONTO-NAME) DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           WS-CSV-SALDO DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           WS-CSV-LIMIT DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           KONTO-PRODUKT DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           KONTO-WAEHRUNG DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           KONTO-RUHEND DELIMITED BY SIZE
                      INTO EXPORT-SATZ
                    END-STRING
                    WRITE EXPORT-SATZ
                    ADD 1 TO WS-DS-ANZAHL(3)
                    ADD KONTO-SALDO TO WS-DS-SUMME(3)
              END-READ
           END-PERFORM
           CLOSE KONTODATEI
           CLOSE EXPORT-DATEI
           EXIT.

       EXPORTIERE-KUNDEN SECTION.
           MOVE 4 TO WS-DATEI-IDX
           PERFORM OEFFNE-EXPORTDATEI
           MOVE "KUNDE;NAME;STRASSE;PLZ;ORT;TELEFON" TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS NOT = "00" THEN
              CLOSE EXPORT-DATEI
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "J"
              READ KUNDENSTAMM NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    INSPECT KUNDEN-NAME REPLACING ALL ";" BY ","
                    INSPECT KUNDEN-STRASSE REPLACING ALL ";" BY ","
                    INSPECT KUNDEN-ORT REPLACING ALL ";" BY ","
                    MOVE SPACES TO EXPORT-SATZ
                    STRING KUNDEN-ID DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           FUNCTION TRIM(KUNDEN-NAME)
                              DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           FUNCTION TRIM(KUNDEN-STRASSE)
                              DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           KUNDEN-PLZ DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           FUNCTION TRIM(KUNDEN-ORT)
                              DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           KUNDEN-TELEFON DELIMITED BY SPACE
                      INTO EXPORT-SATZ
                    END-STRING
                    WRITE EXPORT-SATZ
                    ADD 1 TO WS-DS-ANZAHL(4)
              END-READ
           END-PERFORM
           CLOSE KUNDENSTAMM
           CLOSE EXPORT-DATEI
           EXIT.

       EXPORTIERE-PRODUKTE SECTION.
           MOVE 5 TO WS-DATEI-IDX
           PERFORM OEFFNE-EXPORTDATEI
           MOVE "PRODUKT;BEZEICHNUNG;STAFFEL1-BIS;HABENZINS1;"
              & "SOLLZINS1;STAFFEL2-BIS;HABENZINS2;SOLLZINS2;"
              & "STAFFEL3-BIS;HABENZINS3;SOLLZINS3;SMSFREI"
              TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           OPEN INPUT PRODUKTDATEI
           IF WS-PRODUKT-STATUS NOT = "00" THEN
              CLOSE EXPORT-DATEI
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "J"
              READ PRODUKTDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    PERFORM SCHREIBE-PRODUKTSATZ
              END-READ
           END-PERFORM
           CLOSE PRODUKTDATEI
           CLOSE EXPORT-DATEI
           EXIT.

       SCHREIBE-PRODUKTSATZ SECTION.
           INSPECT PRODUKT-BEZEICHNUNG REPLACING ALL ";" BY ","
           MOVE SPACES TO WS-STAFFEL-TEXT
           MOVE 1 TO WS-STAFFEL-ZEIGER
           PERFORM VARYING WS-STAFFEL-IDX FROM 1 BY 1
              UNTIL WS-STAFFEL-IDX > 3
              STRING ";" DELIMITED BY SIZE
                     PRODUKT-STAFFEL-BIS(WS-STAFFEL-IDX)
                        DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     PRODUKT-HABENZINS(WS-STAFFEL-IDX)
                        DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     PRODUKT-SOLLZINS(WS-STAFFEL-IDX)
                        DELIMITED BY SIZE
                INTO WS-STAFFEL-TEXT
                WITH POINTER WS-STAFFEL-ZEIGER
              END-STRING
           END-PERFORM
           MOVE SPACES TO EXPORT-SATZ
           STRING PRODUKT-CODE DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(PRODUKT-BEZEICHNUNG) DELIMITED BY SIZE
                  WS-STAFFEL-TEXT DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  PRODUKT-SMS-FREI DELIMITED BY SIZE
             INTO EXPORT-SATZ
           END-STRING
           WRITE EXPORT-SATZ
           ADD 1 TO WS-DS-ANZAHL(5)
           EXIT.

       EXPORTIERE-GEBUEHREN SECTION.
           MOVE 6 TO WS-DATEI-IDX
           PERFORM OEFFNE-EXPORTDATEI
           MOVE "ART;HERKUNFT;BETRAG" TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           OPEN INPUT GEBUEHREN-DATEI
           IF WS-GEBUEHREN-STATUS NOT = "00" THEN
              CLOSE EXPORT-DATEI
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "J"
              READ GEBUEHREN-DATEI
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    MOVE GEBUEHR-BETRAG TO WS-CSV-GEBUEHR
                    MOVE SPACES TO EXPORT-SATZ
                    STRING GEBUEHR-ART DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           GEBUEHR-HERKUNFT DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           WS-CSV-GEBUEHR DELIMITED BY SIZE
                      INTO EXPORT-SATZ
                    END-STRING
                    WRITE EXPORT-SATZ
                    ADD 1 TO WS-DS-ANZAHL(6)
                    ADD GEBUEHR-BETRAG TO WS-DS-SUMME(6)
              END-READ
           END-PERFORM
           CLOSE GEBUEHREN-DATEI
           CLOSE EXPORT-DATEI
           EXIT.

       LESE-LAUFKONTROLLE SECTION.
      *    Summiert die Kontrollsaetze aller Laufdaten des Jahres
      *    je Bereich (siehe KONTROLLREC.cpy).
           MOVE "N" TO WS-EOF
           OPEN INPUT LAUFKONTROLLE
           IF WS-KONTROLLE-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = "J"
              READ LAUFKONTROLLE
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF KONTROLL-LAUFDATUM(1:4) = WS-JAHR-EINGABE
                       ADD 1 TO WS-KONTROLLSATZ-ANZAHL
                       EVALUATE KONTROLL-BEREICH
                          WHEN "T"
                             ADD KONTROLL-ANZAHL
                                TO WS-KONTROLL-ANZAHL-T
                             ADD KONTROLL-SUMME
                                TO WS-KONTROLL-SUMME-T
                          WHEN "L"
                             ADD KONTROLL-ANZAHL
                                TO WS-KONTROLL-ANZAHL-L
                             ADD KONTROLL-SUMME
                                TO WS-KONTROLL-SUMME-L
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LAUFKONTROLLE
           EXIT.

       SCHREIBE-INDEX SECTION.
      *    Beschreibungsdatei: Kopf, je Datei Satzanzahl, Summe und
      *    Feldliste, danach Abstimmung und Freigabevermerk.
           MOVE SPACES TO WS-DATEI-KURZNAME
           MOVE "index.txt" TO WS-DATEI-KURZNAME
           MOVE SPACES TO WS-EXPORT-DATEINAME
           STRING WS-VERZEICHNIS DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-DATEI-KURZNAME DELIMITED BY SPACE
             INTO WS-EXPORT-DATEINAME
           END-STRING
           OPEN OUTPUT EXPORT-DATEI
           MOVE SPACES TO EXPORT-SATZ
           STRING "Datentraegerueberlassung Geschaeftsjahr "
                     DELIMITED BY SIZE
                  WS-JAHR DELIMITED BY SIZE
             INTO EXPORT-SATZ
           END-STRING
           WRITE EXPORT-SATZ
           MOVE SPACES TO EXPORT-SATZ
           STRING "Erstellt " DELIMITED BY SIZE
                  WS-ERSTELLT-AM DELIMITED BY SIZE
                  " durch " DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO EXPORT-SATZ
           END-STRING
           WRITE EXPORT-SATZ
           MOVE "Zeichensatz ASCII, Trennzeichen Semikolon, Dezimal"
              & "punkt, erste Zeile je Datei = Feldnamen."
              TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           MOVE "Stammdaten und Gebuehrenverzeichnis: Stand zum "
              & "Exportzeitpunkt." TO EXPORT-SATZ
           WRITE EXPORT-SATZ

           PERFORM VARYING WS-DATEI-IDX FROM 1 BY 1
              UNTIL WS-DATEI-IDX > WS-DATEI-ANZAHL
              MOVE SPACES TO EXPORT-SATZ
              WRITE EXPORT-SATZ
              MOVE WS-DS-ANZAHL(WS-DATEI-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE WS-DS-SUMME(WS-DATEI-IDX) TO WS-SUMME-ANZEIGE
              MOVE SPACES TO EXPORT-SATZ
              STRING "Datei " DELIMITED BY SIZE
                     WS-DATEI-NAME(WS-DATEI-IDX) DELIMITED BY SIZE
                     " Saetze " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " Betragssumme " DELIMITED BY SIZE
                     WS-SUMME-ANZEIGE DELIMITED BY SIZE
                INTO EXPORT-SATZ
              END-STRING
              WRITE EXPORT-SATZ
              PERFORM VARYING WS-FELD-IDX FROM 1 BY 1
                 UNTIL WS-FELD-IDX > WS-FELD-ANZAHL
                 IF WS-FELD-DATEI(WS-FELD-IDX)
                    = WS-DATEI-KENNUNG(WS-DATEI-IDX)
                    MOVE SPACES TO EXPORT-SATZ
                    STRING "  " DELIMITED BY SIZE
                           WS-FELD-NAME(WS-FELD-IDX) DELIMITED BY SIZE
                           WS-FELD-FORMAT(WS-FELD-IDX)
                              DELIMITED BY SIZE
                      INTO EXPORT-SATZ
                    END-STRING
                    WRITE EXPORT-SATZ
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE "  Betragssumme: journal/hauptbuch BETRAG, konten "
              & "SALDO, gebuehren BETRAG." TO EXPORT-SATZ
           WRITE EXPORT-SATZ

           MOVE SPACES TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           MOVE "Abstimmung gegen lauf-kontrolle.dat" TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           MOVE WS-KONTROLL-ANZAHL-T TO WS-ANZAHL-ANZEIGE
           MOVE WS-KONTROLL-SUMME-T TO WS-SUMME-ANZEIGE
           MOVE WS-DS-ANZAHL(1) TO WS-ANZAHL-ANZEIGE-2
           MOVE WS-DS-SUMME(1) TO WS-SUMME-ANZEIGE-2
           MOVE SPACES TO EXPORT-SATZ
           STRING "  Journal   Kontrolle " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
                  "  Export " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE-2 DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE-2 DELIMITED BY SIZE
             INTO EXPORT-SATZ
           END-STRING
           WRITE EXPORT-SATZ
           MOVE WS-KONTROLL-ANZAHL-L TO WS-ANZAHL-ANZEIGE
           MOVE WS-KONTROLL-SUMME-L TO WS-SUMME-ANZEIGE
           MOVE WS-HB-ANZAHL-OHNE-V TO WS-ANZAHL-ANZEIGE-2
           MOVE WS-HB-SUMME-OHNE-V TO WS-SUMME-ANZEIGE-2
           MOVE SPACES TO EXPORT-SATZ
           STRING "  Hauptbuch Kontrolle " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
                  "  Export " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE-2 DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE-2 DELIMITED BY SIZE
             INTO EXPORT-SATZ
           END-STRING
           WRITE EXPORT-SATZ
           MOVE "  (Hauptbuch ohne Vortragssaetze V)" TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           IF WS-KONTROLLSATZ-ANZAHL = 0
              MOVE "  Keine Kontrollsaetze fuer das Jahr vorhanden."
                 TO EXPORT-SATZ
              WRITE EXPORT-SATZ
           END-IF
           IF WS-HB-FEHLENDE-PERIODEN > 0
              MOVE SPACES TO EXPORT-SATZ
              STRING "  Fehlende Hauptbuch-Periodendateien: "
                        DELIMITED BY SIZE
                     WS-HB-FEHLENDE-PERIODEN DELIMITED BY SIZE
                INTO EXPORT-SATZ
              END-STRING
              WRITE EXPORT-SATZ
           END-IF
           IF WS-DOPPELT-ANZAHL > 0
              MOVE WS-DOPPELT-ANZAHL TO WS-ANZAHL-ANZEIGE
              MOVE SPACES TO EXPORT-SATZ
              STRING "  In Journal und Archiv doppelt, einmal "
                        DELIMITED BY SIZE
                     "exportiert: " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                INTO EXPORT-SATZ
              END-STRING
              WRITE EXPORT-SATZ
           END-IF

           MOVE SPACES TO EXPORT-SATZ
           WRITE EXPORT-SATZ
           IF WS-FREIGABE = "J"
              MOVE "Freigabe: FREIGEGEBEN" TO EXPORT-SATZ
           ELSE
              MOVE "Freigabe: NICHT FREIGEGEBEN - Abweichung zur "
                 & "Laufkontrolle, Export nicht herausgeben."
                 TO EXPORT-SATZ
           END-IF
           WRITE EXPORT-SATZ
           CLOSE EXPORT-DATEI
           EXIT.
       END PROGRAM PRUEFEXPORT.

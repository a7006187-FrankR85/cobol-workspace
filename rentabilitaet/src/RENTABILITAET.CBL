       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILITAET.
      *    Monatliche Kundenrentabilitaet unter BATCHLAUF,
      *    eingeplant am letzten Arbeitstag hinter GEBUEHRENLAUF,
      *    ZINSLAUF und TAGESSALDO: fasst je Kunde (KONTO-KUNDEN-ID,
      *    Konten ohne Kundennummer stehen fuer sich unter ihrer
      *    KONTO-ID) fuer den Monat des Laufdatums zusammen
      *    - Gebuehrenertrag (Herkunft "G", Stornos mindern ihn),
      *    - gezahlte Habenzinsen und vereinnahmte Sollzinsen
      *      (Herkunft "Z" mit positivem bzw. negativem Betrag),
      *    - Anzahl der uebrigen Buchungen und der zugestellten
      *      SMS (sms-nutzung.dat, SMSNUTZREC.cpy),
      *    - Durchschnittssaldo aus der taeglichen SALDOHISTORIE
      *      (SALDOHISTREC.cpy); ein Konto ohne Historie im Monat
      *      geht mit seinem aktuellen Saldo ein.
      *    Netto-Deckungsbeitrag = Gebuehren plus Sollzinsen minus
      *    Habenzinsen. Fremdwaehrungskonten werden mit dem
      *    juengsten Kurs aus kurse.dat bis zum Laufdatum in Euro
      *    umgerechnet; fehlt der Kurs, zaehlt das Konto
      *    unumgerechnet und der Bericht nennt die Waehrung.
      *    rentabilitaet-report.txt enthaelt die Kunden nach
      *    Deckungsbeitrag absteigend mit Rang, die Liste der
      *    Verlustkunden mit hoher Aktivitaet (negativer Beitrag
      *    und mindestens RENTAKTIV Buchungen plus SMS, PARMFILE,
      *    Vorgabe 50) und die Produkte (KONTO-PRODUKT) nach
      *    Deckungsbeitrag. Die Monatssummen gehen als Satz nach
      *    kpi-rentabilitaet.dat (RENTKPIREC.cpy) fuer KPITREND.
      *    Das Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT) wie bei addierenZu2020; ohne Argument gilt
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
           SELECT SALDOHISTORIE ASSIGN TO "SALDOHISTORIE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SALDOH-ID
              FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT PRODUKTDATEI ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-PRODUKT-STATUS.
           SELECT KURSE ASSIGN TO "kurse.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KURSE-STATUS.
           SELECT SMS-NUTZUNG ASSIGN TO "sms-nutzung.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUTZUNG-STATUS.
           SELECT SMS-MONAT ASSIGN TO "rentabilitaet-sms.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SMS-MONAT-STATUS.
           SELECT SMS-SORTIERDATEI ASSIGN TO "rentabilitaet-sms.srt".
           SELECT KONTO-SORTIERDATEI ASSIGN TO "rentabilitaet.srt".
           SELECT RANG-SORTIERDATEI
              ASSIGN TO "rentabilitaet-rang.srt".
           SELECT KUNDEN-ARBEIT ASSIGN TO "rentabilitaet-kunden.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARBEIT-STATUS.
           SELECT RENT-REPORT ASSIGN TO "rentabilitaet-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RENT-KPI ASSIGN TO "kpi-rentabilitaet.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KPI-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD SALDOHISTORIE.
       COPY SALDOHISTREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD PRODUKTDATEI.
       COPY PRODUKTREC.
       FD KURSE.
       01 KURS-SATZ.
          05 KURS-WAEHRUNG PIC X(03).
          05 FILLER PIC X(01).
          05 KURS-DATUM PIC 9(08).
          05 FILLER PIC X(01).
          05 KURS-WERT PIC 9(3)V9(6).
       FD SMS-NUTZUNG.
       COPY SMSNUTZREC.
      *    Die zugestellten SMS des Berichtsmonats, nach Konto
      *    sortiert (Satzaufbau wie SMSNUTZREC.cpy).
       FD SMS-MONAT.
       01 SMS-MONAT-SATZ.
          05 SMSM-KONTO-ID PIC X(10).
          05 SMSM-ART PIC X(01).
          05 FILLER PIC X(28).
       SD SMS-SORTIERDATEI.
       01 SMS-SORTIER-SATZ.
          05 SMSSORT-KONTO-ID PIC X(10).
          05 SMSSORT-ART PIC X(01).
          05 FILLER PIC X(28).
      *    Ein Satz je Konto mit den Monatszahlen in Euro, nach
      *    Kunde sortiert.
       SD KONTO-SORTIERDATEI.
       01 KONTO-SORTIER-SATZ.
          05 KS-KUNDEN-ID PIC X(10).
          05 KS-KONTO-ID PIC X(10).
          05 KS-KONTO-NAME PIC X(30).
          05 KS-GEBUEHREN PIC S9(9)V99.
          05 KS-HABENZINS PIC S9(9)V99.
          05 KS-SOLLZINS PIC S9(9)V99.
          05 KS-BUCHUNGEN PIC 9(07).
          05 KS-SMS PIC 9(07).
          05 KS-DURCHSCHNITT PIC S9(11)V99.
      *    Kundensummen fuer die Rangfolge (Arbeitsdatei und
      *    Sortiersatz gleich aufgebaut).
       FD KUNDEN-ARBEIT.
       01 KUNDEN-ARBEIT-SATZ.
          05 KA-KUNDEN-ID PIC X(10).
          05 KA-NAME PIC X(30).
          05 KA-KONTEN PIC 9(03).
          05 KA-GEBUEHREN PIC S9(11)V99.
          05 KA-HABENZINS PIC S9(11)V99.
          05 KA-SOLLZINS PIC S9(11)V99.
          05 KA-NETTO PIC S9(11)V99.
          05 KA-BUCHUNGEN PIC 9(07).
          05 KA-SMS PIC 9(07).
          05 KA-DURCHSCHNITT PIC S9(13)V99.
       SD RANG-SORTIERDATEI.
       01 RANG-SORTIER-SATZ.
          05 RG-KUNDEN-ID PIC X(10).
          05 RG-NAME PIC X(30).
          05 RG-KONTEN PIC 9(03).
          05 RG-GEBUEHREN PIC S9(11)V99.
          05 RG-HABENZINS PIC S9(11)V99.
          05 RG-SOLLZINS PIC S9(11)V99.
          05 RG-NETTO PIC S9(11)V99.
          05 RG-BUCHUNGEN PIC 9(07).
          05 RG-SMS PIC 9(07).
          05 RG-DURCHSCHNITT PIC S9(13)V99.
       FD RENT-REPORT.
       01 RENT-REPORT-SATZ PIC X(100).
       FD RENT-KPI.
       COPY RENTKPIREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-HISTORIE-STATUS PIC X(02).
       01 WS-KUNDEN-STATUS PIC X(02).
       01 WS-PRODUKT-STATUS PIC X(02).
       01 WS-KURSE-STATUS PIC X(02).
       01 WS-NUTZUNG-STATUS PIC X(02).
       01 WS-SMS-MONAT-STATUS PIC X(02).
       01 WS-ARBEIT-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-KPI-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X VALUE "N".
       01 WS-TRANS-EOF PIC X VALUE "N".
       01 WS-HISTORIE-EOF PIC X VALUE "N".
       01 WS-KURSE-EOF PIC X VALUE "N".
       01 WS-NUTZUNG-EOF PIC X VALUE "N".
       01 WS-SMS-MONAT-EOF PIC X VALUE "J".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-JOURNAL-OFFEN PIC X VALUE "N".
       01 WS-HISTORIE-OFFEN PIC X VALUE "N".
       01 WS-KUNDENSTAMM-OFFEN PIC X VALUE "N".
       01 WS-PRODUKT-OFFEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-PERIODE PIC 9(06).
       01 WS-DATUM-VON PIC 9(08).
       01 WS-DATUM-BIS PIC 9(08).

       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
      *    Ab dieser Zahl von Buchungen plus SMS im Monat gilt ein
      *    Kunde als sehr aktiv.
       01 WS-AKTIV-SCHWELLE PIC 9(05) VALUE 50.

      *    Juengster Kurs je Fremdwaehrung bis zum Laufdatum
      *    (Euro je Einheit der Kontowaehrung, wie in
      *    WAEHRUNGSBEWERTUNG).
       01 WS-WAEHRUNG-ANZAHL PIC 9(02) VALUE 0.
       01 WS-WAEHRUNG-TABELLE.
          05 WS-WT-EINTRAG OCCURS 30 TIMES.
             10 WS-WT-WAEHRUNG PIC X(03).
             10 WS-WT-DATUM PIC 9(08).
             10 WS-WT-KURS PIC 9(3)V9(6).
             10 WS-WT-OHNE-KURS PIC 9(05).
       01 WS-WT-IDX PIC 9(02).
       01 WS-WT-GEFUNDEN PIC 9(02).
       01 WS-WAEHRUNG-UEBERLAUF PIC X VALUE "N".
       01 WS-KURS-FAKTOR PIC 9(3)V9(6).
       01 WS-KURS-FEHLT PIC X.
       01 WS-OHNE-KURS-ANZAHL PIC 9(05) VALUE 0.

      *    Zahlen des laufenden Kontos in Kontowaehrung.
       01 WS-KT-GEBUEHREN PIC S9(9)V99.
       01 WS-KT-HABENZINS PIC S9(9)V99.
       01 WS-KT-SOLLZINS PIC S9(9)V99.
       01 WS-KT-BUCHUNGEN PIC 9(07).
       01 WS-KT-SMS PIC 9(07).
       01 WS-KT-NETTO PIC S9(9)V99.
       01 WS-SH-SUMME PIC S9(13)V99.
       01 WS-SH-TAGE PIC 9(03).
       01 WS-KT-DURCHSCHNITT PIC S9(11)V99.

      *    Stornos des Kontos im Monat (STORNO <Referenz> bzw.
      *    SAMMELSTORNO <Referenz>, Herkunft "S"): gemerkt waehrend
      *    des Journaldurchlaufs, die stornierte Buchung wird erst
      *    danach gelesen, damit der Durchlauf ueber den Alternativ-
      *    schluessel nicht verloren geht.
       01 WS-KT-STORNO-ANZAHL PIC 9(03).
       01 WS-KT-STORNO-TABELLE.
          05 WS-KT-STORNO OCCURS 100 TIMES.
             10 WS-KT-STORNO-REF PIC X(17).
             10 WS-KT-STORNO-BETRAG PIC S9(7)V99.
       01 WS-KT-STORNO-IDX PIC 9(03).
       01 WS-STORNO-UEBERLAUF PIC X VALUE "N".

      *    Gruppenwechsel Kunde in der Ausgabe der Kontosortierung.
       01 WS-GRUPPEN-KUNDE PIC X(10).
       01 WS-GRUPPE-OFFEN PIC X VALUE "N".

      *    Produktsummen, aufsteigend nach Produktcode; Konten
      *    ohne Produkt stehen unter "--".
       01 WS-PRODUKT-ANZAHL PIC 9(02) VALUE 0.
       01 WS-PRODUKT-TABELLE.
          05 WS-PR-EINTRAG OCCURS 50 TIMES.
             10 WS-PR-CODE PIC X(02).
             10 WS-PR-KONTEN PIC 9(07).
             10 WS-PR-GEBUEHREN PIC S9(11)V99.
             10 WS-PR-HABENZINS PIC S9(11)V99.
             10 WS-PR-SOLLZINS PIC S9(11)V99.
             10 WS-PR-NETTO PIC S9(11)V99.
       01 WS-PR-TAUSCH PIC X(61).
       01 WS-PRODUKT-VOLL PIC X VALUE "N".
       01 WS-PR-IDX PIC 9(02).
       01 WS-PR-IDX-2 PIC 9(02).
       01 WS-PR-GEFUNDEN PIC 9(02).
       01 WS-PR-SUCH-CODE PIC X(02).
       01 WS-PR-NAME PIC X(30).

      *    Verlustkunden mit hoher Aktivitaet fuer die eigene
      *    Liste am Berichtsende.
       01 WS-VERLUST-ANZAHL PIC 9(03) VALUE 0.
       01 WS-VERLUST-TABELLE.
          05 WS-VL-EINTRAG OCCURS 200 TIMES.
             10 WS-VL-RANG PIC 9(07).
             10 WS-VL-KUNDEN-ID PIC X(10).
             10 WS-VL-NAME PIC X(30).
             10 WS-VL-NETTO PIC S9(11)V99.
             10 WS-VL-AKTIVITAET PIC 9(07).
       01 WS-VL-IDX PIC 9(03).
       01 WS-VERLUST-UEBERLAUF PIC 9(07) VALUE 0.

      *    Gesamtsummen des Monats (RENTKPIREC.cpy).
       01 WS-KUNDEN-ANZAHL PIC 9(07) VALUE 0.
       01 WS-KONTEN-ANZAHL PIC 9(07) VALUE 0.
       01 WS-GES-GEBUEHREN PIC S9(11)V99 VALUE 0.
       01 WS-GES-HABENZINS PIC S9(11)V99 VALUE 0.
       01 WS-GES-SOLLZINS PIC S9(11)V99 VALUE 0.
       01 WS-GES-NETTO PIC S9(11)V99 VALUE 0.
       01 WS-GES-BUCHUNGEN PIC 9(09) VALUE 0.
       01 WS-GES-SMS PIC 9(09) VALUE 0.
       01 WS-GES-DURCHSCHNITT PIC S9(13)V99 VALUE 0.
       01 WS-VERLUSTKUNDEN PIC 9(07) VALUE 0.
       01 WS-VERLUST-AKTIV PIC 9(07) VALUE 0.

       01 WS-RANG PIC 9(07) VALUE 0.
       01 WS-AKTIVITAET PIC 9(07).
       01 WS-KENNZEICHEN PIC X(13).
       01 WS-RANG-ANZEIGE PIC Z(6)9.
       01 WS-ANZAHL-ANZEIGE PIC Z(6)9.
       01 WS-ANZAHL-ANZEIGE-2 PIC Z(6)9.
       01 WS-KONTEN-ANZEIGE PIC ZZ9.
       01 WS-BETRAG-ANZEIGE PIC -(10)9.99.
       01 WS-BETRAG-ANZEIGE-2 PIC -(10)9.99.
       01 WS-BETRAG-ANZEIGE-3 PIC -(10)9.99.
       01 WS-SALDO-ANZEIGE PIC -(12)9.99.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           MOVE WS-LAUFDATUM(1:6) TO WS-PERIODE
           COMPUTE WS-DATUM-VON = (WS-PERIODE * 100) + 1
           COMPUTE WS-DATUM-BIS = (WS-PERIODE * 100) + 31

           MOVE "RENTAKTIV" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-AKTIV-SCHWELLE
           END-IF

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "00"
              MOVE "J" TO WS-JOURNAL-OFFEN
           END-IF
           OPEN INPUT SALDOHISTORIE
           IF WS-HISTORIE-STATUS = "00"
              MOVE "J" TO WS-HISTORIE-OFFEN
           END-IF
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDEN-STATUS = "00"
              MOVE "J" TO WS-KUNDENSTAMM-OFFEN
           END-IF

           OPEN OUTPUT RENT-REPORT
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Kundenrentabilitaet " DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
                  " (Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  ", Betraege in EUR)" DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE "========================================"
              TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ

           PERFORM LADE-KURSE
           PERFORM BEREITE-SMS-NUTZUNG-VOR

           SORT KONTO-SORTIERDATEI
              ON ASCENDING KEY KS-KUNDEN-ID KS-KONTO-ID
              INPUT PROCEDURE IS UEBERGABE-KONTEN-AN-SORT
              OUTPUT PROCEDURE IS UEBERNAHME-KONTEN-AUS-SORT

           CLOSE KONTODATEI
           IF WS-JOURNAL-OFFEN = "J"
              CLOSE TRANSAKTIONEN
           END-IF
           IF WS-HISTORIE-OFFEN = "J"
              CLOSE SALDOHISTORIE
           END-IF
           IF WS-KUNDENSTAMM-OFFEN = "J"
              CLOSE KUNDENSTAMM
           END-IF
           CLOSE SMS-MONAT

           PERFORM SCHREIBE-WAEHRUNGSHINWEISE

           MOVE SPACES TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           MOVE "Kunden nach Netto-Deckungsbeitrag" TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           MOVE "Rang    Kunde      Name                      Konten"
              & "      Netto"
              TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           MOVE "------------------------------------------------"
              & "----------------------------------"
              TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           SORT RANG-SORTIERDATEI
              ON DESCENDING KEY RG-NETTO
              ON ASCENDING KEY RG-KUNDEN-ID
              USING KUNDEN-ARBEIT
              OUTPUT PROCEDURE IS SCHREIBE-KUNDENRANG

           PERFORM SCHREIBE-VERLUSTKUNDEN
           PERFORM SCHREIBE-PRODUKTRANG
           PERFORM SCHREIBE-GESAMTSUMMEN
           CLOSE RENT-REPORT
           PERFORM SCHREIBE-KPI-SATZ

           DISPLAY "Kundenrentabilitaet " WS-PERIODE ": "
              WS-KUNDEN-ANZAHL " Kunden, " WS-KONTEN-ANZAHL
              " Konten, Verlustkunden mit hoher Aktivitaet: "
              WS-VERLUST-AKTIV
           STOP RUN.

       LADE-KURSE SECTION.
      *    Je Fremdwaehrung den juengsten Kurs mit Kursdatum bis
      *    zum Laufdatum merken; bei gleichem Datum gilt die
      *    spaetere Zeile.
           OPEN INPUT KURSE
           IF WS-KURSE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-KURSE-EOF
           PERFORM UNTIL WS-KURSE-EOF = "J"
              READ KURSE
                 AT END MOVE "J" TO WS-KURSE-EOF
                 NOT AT END
                    IF KURS-DATUM <= WS-LAUFDATUM
                       AND KURS-WAEHRUNG NOT = "EUR"
                       AND KURS-WAEHRUNG NOT = SPACES
                       PERFORM MERKE-KURS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KURSE
           EXIT.

       MERKE-KURS SECTION.
           MOVE 0 TO WS-WT-GEFUNDEN
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
              UNTIL WS-WT-IDX > WS-WAEHRUNG-ANZAHL
              IF WS-WT-WAEHRUNG(WS-WT-IDX) = KURS-WAEHRUNG
                 MOVE WS-WT-IDX TO WS-WT-GEFUNDEN
              END-IF
           END-PERFORM
           IF WS-WT-GEFUNDEN = 0
              IF WS-WAEHRUNG-ANZAHL >= 30
                 MOVE "J" TO WS-WAEHRUNG-UEBERLAUF
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-WAEHRUNG-ANZAHL
              MOVE WS-WAEHRUNG-ANZAHL TO WS-WT-GEFUNDEN
              MOVE KURS-WAEHRUNG TO WS-WT-WAEHRUNG(WS-WT-GEFUNDEN)
              MOVE 0 TO WS-WT-DATUM(WS-WT-GEFUNDEN)
              MOVE 0 TO WS-WT-OHNE-KURS(WS-WT-GEFUNDEN)
           END-IF
           IF KURS-DATUM >= WS-WT-DATUM(WS-WT-GEFUNDEN)
              MOVE KURS-DATUM TO WS-WT-DATUM(WS-WT-GEFUNDEN)
              MOVE KURS-WERT TO WS-WT-KURS(WS-WT-GEFUNDEN)
           END-IF
           EXIT.

       ERMITTLE-KURSFAKTOR SECTION.
      *    Umrechnungsfaktor fuer KONTO-WAEHRUNG in
      *    WS-KURS-FAKTOR; Euro und fehlende Kurse rechnen mit 1,
      *    ein fehlender Kurs setzt WS-KURS-FEHLT und wird je
      *    Waehrung gezaehlt.
           MOVE 1 TO WS-KURS-FAKTOR
           MOVE "N" TO WS-KURS-FEHLT
           IF KONTO-WAEHRUNG = SPACES OR KONTO-WAEHRUNG = "EUR"
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-WT-GEFUNDEN
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
              UNTIL WS-WT-IDX > WS-WAEHRUNG-ANZAHL
              IF WS-WT-WAEHRUNG(WS-WT-IDX) = KONTO-WAEHRUNG
                 MOVE WS-WT-IDX TO WS-WT-GEFUNDEN
              END-IF
           END-PERFORM
           IF WS-WT-GEFUNDEN > 0
              IF WS-WT-DATUM(WS-WT-GEFUNDEN) > 0
                 AND WS-WT-KURS(WS-WT-GEFUNDEN) > 0
                 MOVE WS-WT-KURS(WS-WT-GEFUNDEN) TO WS-KURS-FAKTOR
                 EXIT SECTION
              END-IF
           ELSE
              IF WS-WAEHRUNG-ANZAHL < 30
                 ADD 1 TO WS-WAEHRUNG-ANZAHL
                 MOVE WS-WAEHRUNG-ANZAHL TO WS-WT-GEFUNDEN
                 MOVE KONTO-WAEHRUNG TO WS-WT-WAEHRUNG(WS-WT-GEFUNDEN)
                 MOVE 0 TO WS-WT-DATUM(WS-WT-GEFUNDEN)
                 MOVE 0 TO WS-WT-KURS(WS-WT-GEFUNDEN)
                 MOVE 0 TO WS-WT-OHNE-KURS(WS-WT-GEFUNDEN)
              ELSE
                 MOVE "J" TO WS-WAEHRUNG-UEBERLAUF
              END-IF
           END-IF
           MOVE "J" TO WS-KURS-FEHLT
           ADD 1 TO WS-OHNE-KURS-ANZAHL
           IF WS-WT-GEFUNDEN > 0
              ADD 1 TO WS-WT-OHNE-KURS(WS-WT-GEFUNDEN)
           END-IF
           EXIT.

       BEREITE-SMS-NUTZUNG-VOR SECTION.
      *    Die SMS des Berichtsmonats nach Konto sortiert
      *    bereitstellen; die KONTODATEI wird in aufsteigender
      *    KONTO-ID gelesen, so dass ZAEHLE-MONATS-SMS die sortierte
      *    Datei im Gleichlauf abarbeitet (wie im GEBUEHRENLAUF).
           SORT SMS-SORTIERDATEI
              ON ASCENDING KEY SMSSORT-KONTO-ID
              INPUT PROCEDURE IS UEBERGABE-SMS-AN-SORT
              GIVING SMS-MONAT
           MOVE "N" TO WS-SMS-MONAT-EOF
           OPEN INPUT SMS-MONAT
           IF WS-SMS-MONAT-STATUS NOT = "00"
              MOVE "J" TO WS-SMS-MONAT-EOF
              EXIT SECTION
           END-IF
           PERFORM LIES-SMS-MONAT
           EXIT.

       UEBERGABE-SMS-AN-SORT SECTION.
      *    Nur die im Berichtsmonat zugestellten Saetze gehen in
      *    die Sortierung.
           OPEN INPUT SMS-NUTZUNG
           IF WS-NUTZUNG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-NUTZUNG-EOF
           PERFORM UNTIL WS-NUTZUNG-EOF = "J"
              READ SMS-NUTZUNG
                 AT END MOVE "J" TO WS-NUTZUNG-EOF
                 NOT AT END
                    IF SMSNUTZ-ZUGESTELLT-AM(1:8) >= WS-DATUM-VON
                       AND SMSNUTZ-ZUGESTELLT-AM(1:8)
                          <= WS-DATUM-BIS
                       MOVE SMSNUTZ-SATZ TO SMS-SORTIER-SATZ
                       RELEASE SMS-SORTIER-SATZ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SMS-NUTZUNG
           EXIT.

       LIES-SMS-MONAT SECTION.
           READ SMS-MONAT
              AT END MOVE "J" TO WS-SMS-MONAT-EOF
           END-READ
           EXIT.

       UEBERGABE-KONTEN-AN-SORT SECTION.
      *    Je Konto die Monatszahlen ermitteln, in Euro umrechnen,
      *    in die Produktsummen uebernehmen und unter dem
      *    Kundenschluessel an den SORT geben.
           MOVE "N" TO WS-KONTO-EOF
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    PERFORM ERMITTLE-KONTOZAHLEN
                    PERFORM ERMITTLE-KURSFAKTOR
                    MOVE SPACES TO KONTO-SORTIER-SATZ
                    IF KONTO-KUNDEN-ID = SPACES
                       MOVE KONTO-ID TO KS-KUNDEN-ID
                    ELSE
                       MOVE KONTO-KUNDEN-ID TO KS-KUNDEN-ID
                    END-IF
                    MOVE KONTO-ID TO KS-KONTO-ID
                    MOVE KONTO-NAME TO KS-KONTO-NAME
                    COMPUTE KS-GEBUEHREN ROUNDED =
                       WS-KT-GEBUEHREN * WS-KURS-FAKTOR
                    COMPUTE KS-HABENZINS ROUNDED =
                       WS-KT-HABENZINS * WS-KURS-FAKTOR
                    COMPUTE KS-SOLLZINS ROUNDED =
                       WS-KT-SOLLZINS * WS-KURS-FAKTOR
                    MOVE WS-KT-BUCHUNGEN TO KS-BUCHUNGEN
                    MOVE WS-KT-SMS TO KS-SMS
                    COMPUTE KS-DURCHSCHNITT ROUNDED =
                       WS-KT-DURCHSCHNITT * WS-KURS-FAKTOR
                    PERFORM ADDIERE-PRODUKT
                    RELEASE KONTO-SORTIER-SATZ
              END-READ
           END-PERFORM
           EXIT.

       ERMITTLE-KONTOZAHLEN SECTION.
      *    Umsatzjournal des Monats ueber den Alternativschluessel
      *    Konto+Datum, SMS im Gleichlauf und Durchschnittssaldo
      *    aus der Saldenhistorie, alles in Kontowaehrung.
           MOVE 0 TO WS-KT-GEBUEHREN
           MOVE 0 TO WS-KT-HABENZINS
           MOVE 0 TO WS-KT-SOLLZINS
           MOVE 0 TO WS-KT-BUCHUNGEN
           MOVE 0 TO WS-KT-SMS
           MOVE 0 TO WS-KT-STORNO-ANZAHL
           IF WS-JOURNAL-OFFEN = "J"
              MOVE "N" TO WS-TRANS-EOF
              MOVE KONTO-ID TO TRANS-KONTO-ID
              MOVE WS-DATUM-VON TO TRANS-DATUM
              START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
                 INVALID KEY MOVE "J" TO WS-TRANS-EOF
              END-START
              PERFORM UNTIL WS-TRANS-EOF = "J"
                 READ TRANSAKTIONEN NEXT RECORD
                    AT END MOVE "J" TO WS-TRANS-EOF
                    NOT AT END
                       IF TRANS-KONTO-ID NOT = KONTO-ID
                          OR TRANS-DATUM > WS-DATUM-BIS
                          MOVE "J" TO WS-TRANS-EOF
                       ELSE
                          PERFORM ORDNE-BUCHUNG-ZU
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM VERRECHNE-STORNOS
           END-IF

           PERFORM UNTIL WS-SMS-MONAT-EOF = "J"
              OR SMSM-KONTO-ID >= KONTO-ID
              PERFORM LIES-SMS-MONAT
           END-PERFORM
           PERFORM UNTIL WS-SMS-MONAT-EOF = "J"
              OR SMSM-KONTO-ID NOT = KONTO-ID
              ADD 1 TO WS-KT-SMS
              PERFORM LIES-SMS-MONAT
           END-PERFORM

           MOVE 0 TO WS-SH-SUMME
           MOVE 0 TO WS-SH-TAGE
           IF WS-HISTORIE-OFFEN = "J"
              MOVE "N" TO WS-HISTORIE-EOF
              MOVE KONTO-ID TO SALDOH-KONTO-ID
              MOVE WS-DATUM-VON TO SALDOH-DATUM
              START SALDOHISTORIE KEY IS >= SALDOH-ID
                 INVALID KEY MOVE "J" TO WS-HISTORIE-EOF
              END-START
              PERFORM UNTIL WS-HISTORIE-EOF = "J"
                 READ SALDOHISTORIE NEXT RECORD
                    AT END MOVE "J" TO WS-HISTORIE-EOF
                    NOT AT END
                       IF SALDOH-KONTO-ID NOT = KONTO-ID
                          OR SALDOH-DATUM > WS-DATUM-BIS
                          MOVE "J" TO WS-HISTORIE-EOF
                       ELSE
                          ADD SALDOH-SALDO TO WS-SH-SUMME
                          ADD 1 TO WS-SH-TAGE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-SH-TAGE > 0
              COMPUTE WS-KT-DURCHSCHNITT ROUNDED =
                 WS-SH-SUMME / WS-SH-TAGE
           ELSE
              MOVE KONTO-SALDO TO WS-KT-DURCHSCHNITT
           END-IF
           EXIT.

       ORDNE-BUCHUNG-ZU SECTION.
      *    Gebuehren sind Belastungen (negativ), ihr Storno eine
      *    Gutschrift unter Herkunft "S"; gezahlte Habenzinsen
      *    sind Gutschriften, vereinnahmte Sollzinsen Belastungen
      *    mit Herkunft "Z". Stornos sind keine Aktivitaet des
      *    Kunden; sie werden gemerkt und in VERRECHNE-STORNOS
      *    gegen die Gebuehren gerechnet, wenn sie eine Gebuehr
      *    aufheben. Alle anderen Buchungen zaehlen als
      *    Aktivitaet des Kunden.
           EVALUATE TRANS-HERKUNFT
              WHEN "G"
                 SUBTRACT TRANS-BETRAG FROM WS-KT-GEBUEHREN
              WHEN "S"
                 IF TRANS-TEXT(1:7) = "STORNO "
                    OR TRANS-TEXT(1:13) = "SAMMELSTORNO "
                    IF WS-KT-STORNO-ANZAHL < 100
                       ADD 1 TO WS-KT-STORNO-ANZAHL
                       IF TRANS-TEXT(1:7) = "STORNO "
                          MOVE TRANS-TEXT(8:17) TO
                             WS-KT-STORNO-REF(WS-KT-STORNO-ANZAHL)
                       ELSE
                          MOVE TRANS-TEXT(14:17) TO
                             WS-KT-STORNO-REF(WS-KT-STORNO-ANZAHL)
                       END-IF
                       MOVE TRANS-BETRAG TO
                          WS-KT-STORNO-BETRAG(WS-KT-STORNO-ANZAHL)
                    ELSE
                       MOVE "J" TO WS-STORNO-UEBERLAUF
                    END-IF
                 END-IF
              WHEN "Z"
                 IF TRANS-BETRAG > 0
                    ADD TRANS-BETRAG TO WS-KT-HABENZINS
                 ELSE
                    SUBTRACT TRANS-BETRAG FROM WS-KT-SOLLZINS
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-KT-BUCHUNGEN
           END-EVALUATE
           EXIT.

       VERRECHNE-STORNOS SECTION.
      *    Storniert ein gemerkter Storno eine Gebuehr (Herkunft
      *    "G"), mindert seine Gutschrift den Gebuehrenertrag des
      *    Monats - wie in ENTGELTAUFSTELLUNG unabhaengig davon,
      *    in welchem Monat die Gebuehr gebucht wurde.
           PERFORM VARYING WS-KT-STORNO-IDX FROM 1 BY 1
              UNTIL WS-KT-STORNO-IDX > WS-KT-STORNO-ANZAHL
              MOVE WS-KT-STORNO-REF(WS-KT-STORNO-IDX) TO TRANS-REF
              READ TRANSAKTIONEN KEY IS TRANS-REF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TRANS-HERKUNFT = "G"
                       SUBTRACT WS-KT-STORNO-BETRAG(WS-KT-STORNO-IDX)
                          FROM WS-KT-GEBUEHREN
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       ADDIERE-PRODUKT SECTION.
      *    Sortiert einfuegen wie die Filialtabellen der Berichte.
           IF KONTO-PRODUKT = SPACES
              MOVE "--" TO WS-PR-SUCH-CODE
           ELSE
              MOVE KONTO-PRODUKT TO WS-PR-SUCH-CODE
           END-IF
           MOVE 0 TO WS-PR-GEFUNDEN
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PRODUKT-ANZAHL
                 OR WS-PR-GEFUNDEN > 0
              IF WS-PR-CODE(WS-PR-IDX) = WS-PR-SUCH-CODE
                 MOVE WS-PR-IDX TO WS-PR-GEFUNDEN
              END-IF
           END-PERFORM
           IF WS-PR-GEFUNDEN = 0
              IF WS-PRODUKT-ANZAHL >= 50
                 MOVE "J" TO WS-PRODUKT-VOLL
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-PRODUKT-ANZAHL
              MOVE WS-PRODUKT-ANZAHL TO WS-PR-GEFUNDEN
              MOVE WS-PR-SUCH-CODE TO WS-PR-CODE(WS-PR-GEFUNDEN)
              MOVE 0 TO WS-PR-KONTEN(WS-PR-GEFUNDEN)
              MOVE 0 TO WS-PR-GEBUEHREN(WS-PR-GEFUNDEN)
              MOVE 0 TO WS-PR-HABENZINS(WS-PR-GEFUNDEN)
              MOVE 0 TO WS-PR-SOLLZINS(WS-PR-GEFUNDEN)
              MOVE 0 TO WS-PR-NETTO(WS-PR-GEFUNDEN)
           END-IF
           ADD 1 TO WS-PR-KONTEN(WS-PR-GEFUNDEN)
           ADD KS-GEBUEHREN TO WS-PR-GEBUEHREN(WS-PR-GEFUNDEN)
           ADD KS-HABENZINS TO WS-PR-HABENZINS(WS-PR-GEFUNDEN)
           ADD KS-SOLLZINS TO WS-PR-SOLLZINS(WS-PR-GEFUNDEN)
           COMPUTE WS-PR-NETTO(WS-PR-GEFUNDEN) =
              WS-PR-NETTO(WS-PR-GEFUNDEN)
              + KS-GEBUEHREN + KS-SOLLZINS - KS-HABENZINS
           EXIT.

       UEBERNAHME-KONTEN-AUS-SORT SECTION.
      *    Konten je Kunde zu einem Satz der Arbeitsdatei
      *    zusammenfassen.
           OPEN OUTPUT KUNDEN-ARBEIT
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-GRUPPE-OFFEN
           PERFORM UNTIL WS-SORT-EOF = "J"
              RETURN KONTO-SORTIERDATEI
                 AT END
                    MOVE "J" TO WS-SORT-EOF
                 NOT AT END
                    IF WS-GRUPPE-OFFEN = "J"
                       AND KS-KUNDEN-ID NOT = WS-GRUPPEN-KUNDE
                       PERFORM SCHREIBE-KUNDENSATZ
                    END-IF
                    IF WS-GRUPPE-OFFEN = "N"
                       PERFORM BEGINNE-KUNDENSATZ
                    END-IF
                    ADD 1 TO KA-KONTEN
                    ADD KS-GEBUEHREN TO KA-GEBUEHREN
                    ADD KS-HABENZINS TO KA-HABENZINS
                    ADD KS-SOLLZINS TO KA-SOLLZINS
                    ADD KS-BUCHUNGEN TO KA-BUCHUNGEN
                    ADD KS-SMS TO KA-SMS
                    ADD KS-DURCHSCHNITT TO KA-DURCHSCHNITT
              END-RETURN
           END-PERFORM
           IF WS-GRUPPE-OFFEN = "J"
              PERFORM SCHREIBE-KUNDENSATZ
           END-IF
           CLOSE KUNDEN-ARBEIT
           EXIT.

       BEGINNE-KUNDENSATZ SECTION.
      *    Name aus dem Kundenstamm, sonst der Kontoname des ersten
      *    Kontos.
           MOVE SPACES TO KUNDEN-ARBEIT-SATZ
           MOVE KS-KUNDEN-ID TO KA-KUNDEN-ID
           MOVE KS-KUNDEN-ID TO WS-GRUPPEN-KUNDE
           MOVE KS-KONTO-NAME TO KA-NAME
           IF WS-KUNDENSTAMM-OFFEN = "J"
              AND KS-KUNDEN-ID NOT = KS-KONTO-ID
              MOVE KS-KUNDEN-ID TO KUNDEN-ID
              READ KUNDENSTAMM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE KUNDEN-NAME TO KA-NAME
              END-READ
           END-IF
           MOVE 0 TO KA-KONTEN
           MOVE 0 TO KA-GEBUEHREN
           MOVE 0 TO KA-HABENZINS
           MOVE 0 TO KA-SOLLZINS
           MOVE 0 TO KA-NETTO
           MOVE 0 TO KA-BUCHUNGEN
           MOVE 0 TO KA-SMS
           MOVE 0 TO KA-DURCHSCHNITT
           MOVE "J" TO WS-GRUPPE-OFFEN
           EXIT.

       SCHREIBE-KUNDENSATZ SECTION.
           COMPUTE KA-NETTO =
              KA-GEBUEHREN + KA-SOLLZINS - KA-HABENZINS
           WRITE KUNDEN-ARBEIT-SATZ
           ADD 1 TO WS-KUNDEN-ANZAHL
           ADD KA-KONTEN TO WS-KONTEN-ANZAHL
           ADD KA-GEBUEHREN TO WS-GES-GEBUEHREN
           ADD KA-HABENZINS TO WS-GES-HABENZINS
           ADD KA-SOLLZINS TO WS-GES-SOLLZINS
           ADD KA-NETTO TO WS-GES-NETTO
           ADD KA-BUCHUNGEN TO WS-GES-BUCHUNGEN
           ADD KA-SMS TO WS-GES-SMS
           ADD KA-DURCHSCHNITT TO WS-GES-DURCHSCHNITT
           MOVE "N" TO WS-GRUPPE-OFFEN
           EXIT.

       SCHREIBE-WAEHRUNGSHINWEISE SECTION.
      *    Konten, deren Waehrung ohne Kurs blieb, gingen
      *    unumgerechnet ein. Davor steht gegebenenfalls der
      *    Hinweis auf nicht verrechnete Stornos.
           IF WS-STORNO-UEBERLAUF = "J"
              MOVE SPACES TO RENT-REPORT-SATZ
              WRITE RENT-REPORT-SATZ
              MOVE "WARNUNG: mehr als 100 Stornos je Konto, weitere "
                 & "nicht gegen Gebuehren gerechnet."
                 TO RENT-REPORT-SATZ
              WRITE RENT-REPORT-SATZ
           END-IF
           IF WS-OHNE-KURS-ANZAHL = 0
              AND WS-WAEHRUNG-UEBERLAUF = "N"
              EXIT SECTION
           END-IF
           MOVE SPACES TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
              UNTIL WS-WT-IDX > WS-WAEHRUNG-ANZAHL
              IF WS-WT-OHNE-KURS(WS-WT-IDX) > 0
                 MOVE WS-WT-OHNE-KURS(WS-WT-IDX)
                    TO WS-ANZAHL-ANZEIGE
                 MOVE SPACES TO RENT-REPORT-SATZ
                 STRING "WARNUNG: kein Kurs fuer "
                        DELIMITED BY SIZE
                        WS-WT-WAEHRUNG(WS-WT-IDX) DELIMITED BY SIZE
                        " bis " DELIMITED BY SIZE
                        WS-LAUFDATUM DELIMITED BY SIZE
                        " in kurse.dat, " DELIMITED BY SIZE
                        WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                        " Konten unumgerechnet" DELIMITED BY SIZE
                   INTO RENT-REPORT-SATZ
                 END-STRING
                 WRITE RENT-REPORT-SATZ
              END-IF
           END-PERFORM
           IF WS-WAEHRUNG-UEBERLAUF = "J"
              MOVE "WARNUNG: mehr als 30 Fremdwaehrungen, weitere "
                 & "Konten unumgerechnet."
                 TO RENT-REPORT-SATZ
              WRITE RENT-REPORT-SATZ
           END-IF
           EXIT.

       SCHREIBE-KUNDENRANG SECTION.
      *    Kunden in absteigender Reihenfolge des Beitrags mit
      *    Rang, darunter die Einzelzahlen; Verlustkunden mit hoher
      *    Aktivitaet werden gekennzeichnet und gemerkt.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "J"
              RETURN RANG-SORTIERDATEI
                 AT END
                    MOVE "J" TO WS-SORT-EOF
                 NOT AT END
                    PERFORM SCHREIBE-KUNDENZEILEN
              END-RETURN
           END-PERFORM
           IF WS-RANG = 0
              MOVE "Keine Konten vorhanden." TO RENT-REPORT-SATZ
              WRITE RENT-REPORT-SATZ
           END-IF
           EXIT.

       SCHREIBE-KUNDENZEILEN SECTION.
           ADD 1 TO WS-RANG
           COMPUTE WS-AKTIVITAET = RG-BUCHUNGEN + RG-SMS
           MOVE SPACES TO WS-KENNZEICHEN
           IF RG-NETTO < 0
              ADD 1 TO WS-VERLUSTKUNDEN
              IF WS-AKTIVITAET >= WS-AKTIV-SCHWELLE
                 MOVE "VERLUST/AKTIV" TO WS-KENNZEICHEN
                 ADD 1 TO WS-VERLUST-AKTIV
                 PERFORM MERKE-VERLUSTKUNDE
              END-IF
           END-IF
           MOVE WS-RANG TO WS-RANG-ANZEIGE
           MOVE RG-KONTEN TO WS-KONTEN-ANZEIGE
           MOVE RG-NETTO TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING WS-RANG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RG-KUNDEN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RG-NAME(1:25) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KONTEN-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KENNZEICHEN DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ

           MOVE RG-GEBUEHREN TO WS-BETRAG-ANZEIGE
           MOVE RG-SOLLZINS TO WS-BETRAG-ANZEIGE-2
           MOVE RG-HABENZINS TO WS-BETRAG-ANZEIGE-3
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "        Gebuehren " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  "  Sollzins " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE-2 DELIMITED BY SIZE
                  "  Habenzins " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE-3 DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ

           MOVE RG-BUCHUNGEN TO WS-ANZAHL-ANZEIGE
           MOVE RG-SMS TO WS-ANZAHL-ANZEIGE-2
           MOVE RG-DURCHSCHNITT TO WS-SALDO-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "        Buchungen " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  SMS " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE-2 DELIMITED BY SIZE
                  "  Durchschnittssaldo " DELIMITED BY SIZE
                  WS-SALDO-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           EXIT.

       MERKE-VERLUSTKUNDE SECTION.
           IF WS-VERLUST-ANZAHL >= 200
              ADD 1 TO WS-VERLUST-UEBERLAUF
              EXIT SECTION
           END-IF
           ADD 1 TO WS-VERLUST-ANZAHL
           MOVE WS-RANG TO WS-VL-RANG(WS-VERLUST-ANZAHL)
           MOVE RG-KUNDEN-ID TO WS-VL-KUNDEN-ID(WS-VERLUST-ANZAHL)
           MOVE RG-NAME TO WS-VL-NAME(WS-VERLUST-ANZAHL)
           MOVE RG-NETTO TO WS-VL-NETTO(WS-VERLUST-ANZAHL)
           MOVE WS-AKTIVITAET TO WS-VL-AKTIVITAET(WS-VERLUST-ANZAHL)
           EXIT.

       SCHREIBE-VERLUSTKUNDEN SECTION.
           MOVE SPACES TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           MOVE WS-AKTIV-SCHWELLE TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Verlustkunden mit hoher Aktivitaet (ab "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  " Buchungen plus SMS)" DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           IF WS-VERLUST-ANZAHL = 0
              MOVE "Keine." TO RENT-REPORT-SATZ
              WRITE RENT-REPORT-SATZ
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
              UNTIL WS-VL-IDX > WS-VERLUST-ANZAHL
              MOVE WS-VL-RANG(WS-VL-IDX) TO WS-RANG-ANZEIGE
              MOVE WS-VL-NETTO(WS-VL-IDX) TO WS-BETRAG-ANZEIGE
              MOVE WS-VL-AKTIVITAET(WS-VL-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE SPACES TO RENT-REPORT-SATZ
              STRING WS-RANG-ANZEIGE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VL-KUNDEN-ID(WS-VL-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-VL-NAME(WS-VL-IDX)(1:25) DELIMITED BY SIZE
                     " Netto " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     " Aktivitaet " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                INTO RENT-REPORT-SATZ
              END-STRING
              WRITE RENT-REPORT-SATZ
           END-PERFORM
           IF WS-VERLUST-UEBERLAUF > 0
              MOVE WS-VERLUST-UEBERLAUF TO WS-ANZAHL-ANZEIGE
              MOVE SPACES TO RENT-REPORT-SATZ
              STRING "... und " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ANZAHL-ANZEIGE)
                        DELIMITED BY SIZE
                     " weitere (siehe Kennzeichen in der Rangliste)"
                        DELIMITED BY SIZE
                INTO RENT-REPORT-SATZ
              END-STRING
              WRITE RENT-REPORT-SATZ
           END-IF
           EXIT.

       SCHREIBE-PRODUKTRANG SECTION.
      *    Produkttabelle nach Beitrag absteigend umordnen
      *    (Austauschverfahren, hoechstens 50 Eintraege) und mit
      *    Bezeichnung aus dem Produktstamm ausgeben.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX >= WS-PRODUKT-ANZAHL
              PERFORM VARYING WS-PR-IDX-2 FROM WS-PR-IDX BY 1
                 UNTIL WS-PR-IDX-2 > WS-PRODUKT-ANZAHL
                 IF WS-PR-NETTO(WS-PR-IDX-2) > WS-PR-NETTO(WS-PR-IDX)
                    MOVE WS-PR-EINTRAG(WS-PR-IDX) TO WS-PR-TAUSCH
                    MOVE WS-PR-EINTRAG(WS-PR-IDX-2)
                       TO WS-PR-EINTRAG(WS-PR-IDX)
                    MOVE WS-PR-TAUSCH TO WS-PR-EINTRAG(WS-PR-IDX-2)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN INPUT PRODUKTDATEI
           IF WS-PRODUKT-STATUS = "00"
              MOVE "J" TO WS-PRODUKT-OFFEN
           END-IF
           MOVE SPACES TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           MOVE "Produkte nach Netto-Deckungsbeitrag"
              TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           MOVE "Rang Produkt                            Konten"
              & "      Netto"
              TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PRODUKT-ANZAHL
              PERFORM SCHREIBE-PRODUKTZEILE
           END-PERFORM
           IF WS-PRODUKT-VOLL = "J"
              MOVE "WARNUNG: mehr als 50 Produkte, weitere fehlen."
                 TO RENT-REPORT-SATZ
              WRITE RENT-REPORT-SATZ
           END-IF
           IF WS-PRODUKT-OFFEN = "J"
              CLOSE PRODUKTDATEI
           END-IF
           EXIT.

       SCHREIBE-PRODUKTZEILE SECTION.
           IF WS-PR-CODE(WS-PR-IDX) = "--"
              MOVE "ohne Produkt" TO WS-PR-NAME
           ELSE
              MOVE SPACES TO WS-PR-NAME
              IF WS-PRODUKT-OFFEN = "J"
                 MOVE WS-PR-CODE(WS-PR-IDX) TO PRODUKT-CODE
                 READ PRODUKTDATEI
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PRODUKT-BEZEICHNUNG TO WS-PR-NAME
                 END-READ
              END-IF
           END-IF
           MOVE WS-PR-IDX TO WS-KONTEN-ANZEIGE
           MOVE WS-PR-KONTEN(WS-PR-IDX) TO WS-ANZAHL-ANZEIGE
           MOVE WS-PR-NETTO(WS-PR-IDX) TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING WS-KONTEN-ANZEIGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PR-CODE(WS-PR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PR-NAME DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-PR-GEBUEHREN(WS-PR-IDX) TO WS-BETRAG-ANZEIGE
           MOVE WS-PR-SOLLZINS(WS-PR-IDX) TO WS-BETRAG-ANZEIGE-2
           MOVE WS-PR-HABENZINS(WS-PR-IDX) TO WS-BETRAG-ANZEIGE-3
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "        Gebuehren " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  "  Sollzins " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE-2 DELIMITED BY SIZE
                  "  Habenzins " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE-3 DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           EXIT.

       SCHREIBE-GESAMTSUMMEN SECTION.
           MOVE SPACES TO RENT-REPORT-SATZ
           WRITE RENT-REPORT-SATZ
           MOVE WS-KUNDEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Kunden:               " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-KONTEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Konten:               " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-GES-GEBUEHREN TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Gebuehrenertrag:   " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-GES-SOLLZINS TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Sollzinsertrag:    " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-GES-HABENZINS TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Habenzinsaufwand:  " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-GES-NETTO TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Netto-Beitrag:     " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-VERLUSTKUNDEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "Verlustkunden:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           MOVE WS-VERLUST-AKTIV TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO RENT-REPORT-SATZ
           STRING "davon hohe Aktivitaet:" DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO RENT-REPORT-SATZ
           END-STRING
           WRITE RENT-REPORT-SATZ
           EXIT.

       SCHREIBE-KPI-SATZ SECTION.
      *    Monatssummen fuer KPITREND anhaengen; die Datei wird
      *    nur neu angelegt, wenn sie fehlt (Status 35).
           OPEN EXTEND RENT-KPI
           IF WS-KPI-STATUS = "35"
              OPEN OUTPUT RENT-KPI
           END-IF
           IF WS-KPI-STATUS NOT = "00"
              DISPLAY "kpi-rentabilitaet.dat nicht verfuegbar, "
                 "Status: " WS-KPI-STATUS
              MOVE 4 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE WS-PERIODE TO RENTKPI-PERIODE
           MOVE WS-LAUFDATUM TO RENTKPI-LAUFDATUM
           MOVE WS-KUNDEN-ANZAHL TO RENTKPI-KUNDEN
           MOVE WS-KONTEN-ANZAHL TO RENTKPI-KONTEN
           MOVE WS-GES-GEBUEHREN TO RENTKPI-GEBUEHREN
           MOVE WS-GES-HABENZINS TO RENTKPI-HABENZINS
           MOVE WS-GES-SOLLZINS TO RENTKPI-SOLLZINS
           MOVE WS-GES-NETTO TO RENTKPI-NETTO
           MOVE WS-VERLUSTKUNDEN TO RENTKPI-VERLUSTKUNDEN
           MOVE WS-VERLUST-AKTIV TO RENTKPI-VERLUST-AKTIV
           MOVE WS-GES-BUCHUNGEN TO RENTKPI-BUCHUNGEN
           MOVE WS-GES-SMS TO RENTKPI-SMS
           MOVE WS-GES-DURCHSCHNITT TO RENTKPI-DURCHSCHNITT
           WRITE RENTKPI-SATZ
           CLOSE RENT-KPI
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

       END PROGRAM RENTABILITAET.

      *    Laufdatum kommt wie bei addierenZu2020 als erstes
      *    Kommandozeilenargument (JJJJMMTT); massgeblich ist
      *    dessen Monat. Konten ohne Gebuehr (0,00) werden nicht
      *    belastet.
      *    Art "S" in gebuehren.dat ist der Preis je zugestellter
      *    SMS der angegebenen Nachrichtenart (Herkunft-Spalte:
      *    T, W, A oder O wie TANAUSGANG-ART). Die im Monat
      *    zugestellten SMS des Kontos kommen aus der vom
      *    SMSGATEWAY gefuehrten sms-nutzung.dat (SMSNUTZREC.cpy);
      *    das Freikontingent PRODUKT-SMS-FREI des Kontoprodukts
      *    (PRODUKTDATEI) wird in der Reihenfolge der S-Zeilen im
      *    Gebuehrenverzeichnis angerechnet, nur der Rest wird
      *    berechnet. Die SMS-Gebuehr geht in dieselbe
      *    Gebuehrenbuchung wie Grund- und Postengebuehr ein.
      *    Die Bestandteile jeder Gebuehrenbuchung (Grundgebuehr,
      *    Posten je Herkunft, SMS je Nachrichtenart) gehen unter
      *    der Buchungsreferenz nach gebuehren-einzel.dat
      *    (GEBEINZELREC.cpy) fuer die jaehrliche
      *    ENTGELTAUFSTELLUNG.
      *    Jede Berichtszeile nennt die kontofuehrende Filiale
      *    (KONTO-FILIALE); am Berichtsende stehen die belasteten
      *    Konten und Gebuehren je Filiale mit Zwischensummen.
      *    Wiederanlauf: alle SICHERUNGSPUNKT Konten (PARMFILE,
      *    Vorgabe 100) haelt der Lauf in gebuehrenlauf-
      *    sicherungspunkt.dat (SICHPUNKTREC.cpy) fest, bis zu
      *    welchem Konto er gekommen ist, mit Zaehlern, Kontroll-
      *    summen, SMS-Summen, Filialsummen und Berichtsstand.
      *    Bricht er ab, setzt ein Neustart unter demselben
      *    Laufdatum hinter dem letzten Sicherungspunkt wieder auf;
      *    Bericht und Laufkontrolle umfassen dann den ganzen
      *    Lauf. Konten zwischen letztem Sicherungspunkt und
      *    Abbruch, deren Gebuehr fuer die Periode schon gebucht
      *    ist (Herkunft "G", Text KONTOFUEHRUNG JJJJMM zum
      *    Laufdatum), werden nur gezaehlt, nicht erneut belastet.
      *    Eine bereits abgerechnete Periode (Kontrollsaetze in
      *    lauf-kontrolle.dat) wird abgewiesen, ebenso ein Start
      *    unter einem anderen Laufdatum, solange ein abgebrochener
      *    Lauf offen ist - ausser mit dem zusaetzlichen Argument
      *    ERZWINGEN (vor oder nach dem Laufdatum), das ohne
      *    Wiederanlauf von vorn beginnt.
      *    Das CPD-Konto der Clearingstelle (PARMFILE-Schluessel
      *    CPDKONTO) fuehrt nur fremde Gelder und wird nicht
      *    belastet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "gebuehrenlauf-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT PRODUKTDATEI ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-PRODUKT-STATUS.
           SELECT SMS-NUTZUNG ASSIGN TO "sms-nutzung.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUTZUNG-STATUS.
           SELECT SMS-MONAT ASSIGN TO "sms-monat.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SMS-MONAT-STATUS.
           SELECT SMS-SORTIERDATEI ASSIGN TO "gebuehrenlauf.srt".
           SELECT GEBUEHR-EINZEL ASSIGN TO "gebuehren-einzel.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EINZEL-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.
           SELECT LAUFKONTROLLE ASSIGN TO "lauf-kontrolle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KONTROLLE-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT SICHERUNGSPUNKT
              ASSIGN TO "gebuehrenlauf-sicherungspunkt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SICHPUNKT-STATUS.
           SELECT SICHERUNGSPUNKT-NEU
              ASSIGN TO "gebuehrenlauf-sicherungspunkt.neu"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SICHPUNKT-STATUS.
           SELECT REPORT-KOPIE ASSIGN TO "gebuehrenlauf-report.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KOPIE-STATUS.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD GEBUEHREN-DATEI.
      *    Gebuehrenzeile: Art "M" (Monatsgrundgebuehr, Herkunft
      *    bleibt leer), "P" (Postengebuehr je Buchung der
      *    angegebenen TRANS-HERKUNFT) oder "S" (Preis je SMS der
      *    angegebenen Nachrichtenart), Betrag in Euro und Cent.
      *    Zeilen der Art "D" (Mahngebuehr je Stufe) liest nur
      *    der MAHNLAUF. Ab Spalte 13 darf eine Bezeichnung des
      *    Entgelts stehen, die die ENTGELTAUFSTELLUNG druckt.
       01 GEBUEHR-SATZ.
          05 GEBUEHR-ART PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-HERKUNFT PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-BETRAG PIC 9(5)V99.
          05 FILLER PIC X(01).
          05 GEBUEHR-BEZEICHNUNG PIC X(30).
       FD GEBUEHREN-REPORT.
       01 GEBUEHREN-REPORT-SATZ PIC X(100).
       FD PRODUKTDATEI.
       COPY PRODUKTREC.
       FD GEBUEHR-EINZEL.
       COPY GEBEINZELREC.
       FD SMS-NUTZUNG.
       COPY SMSNUTZREC.
      *    Die zugestellten SMS des Abrechnungsmonats, nach Konto
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
       FD FILIALDATEI.
       COPY FILIALEREC.
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD SICHERUNGSPUNKT.
       01 SICHERUNGSPUNKT-ZEILE PIC X(140).
       FD SICHERUNGSPUNKT-NEU.
       01 SICHERUNGSPUNKT-NEU-ZEILE PIC X(140).
       FD REPORT-KOPIE.
       01 REPORT-KOPIE-SATZ PIC X(100).
       FD PERIODENSTATUS.
       COPY PERIODENREC.


       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-KOMMANDOZEILE PIC X(80).
       01 WS-ARGUMENT-1 PIC X(10).
       01 WS-ARGUMENT-2 PIC X(10).
       01 WS-ERZWINGEN PIC X VALUE "N".
       01 WS-PERIODE PIC 9(06).
       01 WS-DATUM-VON PIC 9(08).
       01 WS-DATUM-BIS PIC 9(08).
             10 WS-PO-ZAEHLER PIC 9(05).
       01 WS-PO-IDX PIC 9(02).

      *    SMS-Preise je Nachrichtenart (Gebuehrenart "S") und die
      *    Zaehler des laufenden Kontos.
       01 WS-PRODUKT-STATUS PIC X(02).
       01 WS-NUTZUNG-STATUS PIC X(02).
       01 WS-SMS-MONAT-STATUS PIC X(02).
       01 WS-EINZEL-STATUS PIC X(02).
       01 WS-NUTZUNG-EOF PIC X VALUE "N".
       01 WS-SMS-MONAT-EOF PIC X VALUE "J".
       01 WS-PRODUKT-OFFEN PIC X VALUE "N".
       01 WS-SMS-PREIS-ANZAHL PIC 9(02) VALUE 0.
       01 WS-SMS-TABELLE.
          05 WS-SM-EINTRAG OCCURS 5 TIMES.
             10 WS-SM-ART PIC X(01).
             10 WS-SM-BETRAG PIC 9(5)V99.
             10 WS-SM-ZAEHLER PIC 9(05).
             10 WS-SM-BERECHNET PIC 9(05).
       01 WS-SM-IDX PIC 9(02).
       01 WS-SMS-KONTO-ANZAHL PIC 9(05).
       01 WS-SMS-FREI-REST PIC 9(05).
       01 WS-SMS-BERECHNET PIC 9(05).
       01 WS-SMS-GESAMT PIC 9(07) VALUE 0.
       01 WS-SMS-BERECHNET-GESAMT PIC 9(07) VALUE 0.
       01 WS-SMS-ANZEIGE PIC Z(4)9.
       01 WS-SMS-GESAMT-ANZEIGE PIC Z(6)9.

      *    Laufkontrolle (siehe KONTROLLREC.cpy): Anzahl und Summe
      *    der in diesem Lauf geschriebenen Umsatz- und Hauptbuch-
      *    buchungen, am Laufende als Kontrollsaetze festgehalten.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

      *    Sicherungspunkt und Wiederanlauf (siehe SICHPUNKTREC.cpy).
       01 WS-SICHPUNKT-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
       01 WS-CPD-KONTO PIC X(10) VALUE SPACES.
       01 WS-KOPIE-STATUS PIC X(02).
       COPY SICHPUNKTREC.
       01 WS-SICHPUNKT-INTERVALL PIC 9(05) VALUE 100.
       01 WS-SEIT-SICHPUNKT PIC 9(05) VALUE 0.
       01 WS-WIEDERANLAUF PIC X VALUE "N".
       01 WS-LAUF-ERLEDIGT PIC X VALUE "N".
       01 WS-LAUF-OFFEN-DATUM PIC 9(08) VALUE 0.
       01 WS-WIEDERANLAUF-KONTO PIC X(10).
       01 WS-KONTROLLE-EOF PIC X.
       01 WS-SICHPUNKT-EOF PIC X.
       01 WS-KOPIE-EOF PIC X.
       01 WS-REPORT-ZEILEN PIC 9(07) VALUE 0.
       01 WS-KOPIE-ZEILEN PIC 9(07).
       01 WS-BEREITS-GEBUCHT PIC X.
       01 WS-GEBUCHT-REF PIC X(17).
       01 WS-GEBUEHR-TEXT PIC X(30).

       01 WS-GEBUEHR-KONTO PIC X(10).
       01 WS-GEBUEHR-SUMME PIC 9(7)V99.
       01 WS-BUCHUNGS-ANZAHL PIC 9(05) VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

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
           MOVE WS-LAUFDATUM(1:6) TO WS-PERIODE
           COMPUTE WS-DATUM-VON = (WS-PERIODE * 100) + 1
           COMPUTE WS-DATUM-BIS = (WS-PERIODE * 100) + 31
           MOVE SPACES TO WS-GEBUEHR-TEXT
           STRING "KONTOFUEHRUNG " DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
             INTO WS-GEBUEHR-TEXT
           END-STRING

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
              STOP RUN
           END-IF

           MOVE "CPDKONTO" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN TO WS-CPD-KONTO
           MOVE "SICHERUNGSPUNKT" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-SICHPUNKT-INTERVALL
           END-IF
           IF WS-SICHPUNKT-INTERVALL = 0
              MOVE 100 TO WS-SICHPUNKT-INTERVALL
           END-IF

           PERFORM PRUEFE-WIEDERANLAUF
           IF WS-LAUF-ERLEDIGT = "J"
              DISPLAY "Gebuehrenlauf abgewiesen: Periode " WS-PERIODE
                 " ist bereits abgerechnet (Wiederholung nur mit "
                 "ERZWINGEN)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-LAUF-OFFEN-DATUM NOT = 0
              DISPLAY "Gebuehrenlauf abgewiesen: Lauf vom "
                 WS-LAUF-OFFEN-DATUM " ist abgebrochen und nicht "
                 "beendet (Neustart mit diesem Laufdatum oder "
                 "ERZWINGEN)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LESE-GEBUEHRENVERZEICHNIS

           IF WS-WIEDERANLAUF = "J"
              PERFORM UEBERNIMM-REPORT
              MOVE SPACES TO GEBUEHREN-REPORT-SATZ
              STRING "Wiederanlauf nach Konto " DELIMITED BY SIZE
                     WS-WIEDERANLAUF-KONTO DELIMITED BY SIZE
                INTO GEBUEHREN-REPORT-SATZ
              END-STRING
              WRITE GEBUEHREN-REPORT-SATZ
              ADD 1 TO WS-REPORT-ZEILEN
           ELSE
              OPEN OUTPUT GEBUEHREN-REPORT
              MOVE SPACES TO GEBUEHREN-REPORT-SATZ
              STRING "Gebuehrenlauf Periode " DELIMITED BY SIZE
                     WS-PERIODE DELIMITED BY SIZE
                INTO GEBUEHREN-REPORT-SATZ
              END-STRING
              WRITE GEBUEHREN-REPORT-SATZ
              MOVE "========================================"
                 TO GEBUEHREN-REPORT-SATZ
              WRITE GEBUEHREN-REPORT-SATZ
              MOVE 2 TO WS-REPORT-ZEILEN
           END-IF

           IF WS-GRUNDGEBUEHR = 0 AND WS-POSTEN-ANZAHL = 0
              AND WS-SMS-PREIS-ANZAHL = 0
              MOVE "Kein Gebuehrenverzeichnis vorhanden, nichts "
                 & "berechnet." TO GEBUEHREN-REPORT-SATZ
              WRITE GEBUEHREN-REPORT-SATZ
              STOP RUN
           END-IF

           IF WS-SMS-PREIS-ANZAHL > 0
              PERFORM BEREITE-SMS-NUTZUNG-VOR
           END-IF

      *    Ein frischer Lauf haelt sofort einen Sicherungspunkt vor
      *    dem ersten Konto fest, damit auch ein Abbruch vor dem
      *    ersten Intervall wiederanlauffaehig ist.
           IF WS-WIEDERANLAUF = "J"
              MOVE WS-WIEDERANLAUF-KONTO TO KONTO-ID
              START KONTODATEI KEY IS > KONTO-ID
                 INVALID KEY MOVE "J" TO WS-KONTO-EOF
              END-START
           ELSE
              MOVE SPACES TO KONTO-ID
              MOVE "L" TO SICHP-STATUS
              PERFORM SCHREIBE-SICHERUNGSPUNKT
           END-IF
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    PERFORM BERECHNE-KONTO-GEBUEHR
                    ADD 1 TO WS-SEIT-SICHPUNKT
                    IF WS-SEIT-SICHPUNKT >= WS-SICHPUNKT-INTERVALL
                       MOVE "L" TO SICHP-STATUS
                       PERFORM SCHREIBE-SICHERUNGSPUNKT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KONTODATEI
           IF WS-SMS-PREIS-ANZAHL > 0
              CLOSE SMS-MONAT
              IF WS-PRODUKT-OFFEN = "J"
                 CLOSE PRODUKTDATEI
              END-IF
           END-IF

           MOVE WS-BUCHUNGS-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO GEBUEHREN-REPORT-SATZ
             INTO GEBUEHREN-REPORT-SATZ
           END-STRING
           WRITE GEBUEHREN-REPORT-SATZ
           IF WS-SMS-PREIS-ANZAHL > 0
              MOVE WS-SMS-GESAMT TO WS-SMS-GESAMT-ANZEIGE
              MOVE SPACES TO GEBUEHREN-REPORT-SATZ
              STRING "SMS zugestellt:     " DELIMITED BY SIZE
                     WS-SMS-GESAMT-ANZEIGE DELIMITED BY SIZE
                INTO GEBUEHREN-REPORT-SATZ
              END-STRING
              WRITE GEBUEHREN-REPORT-SATZ
              MOVE WS-SMS-BERECHNET-GESAMT TO WS-SMS-GESAMT-ANZEIGE
              MOVE SPACES TO GEBUEHREN-REPORT-SATZ
              STRING "SMS berechnet:      " DELIMITED BY SIZE
                     WS-SMS-GESAMT-ANZEIGE DELIMITED BY SIZE
                INTO GEBUEHREN-REPORT-SATZ
              END-STRING
              WRITE GEBUEHREN-REPORT-SATZ
           END-IF
           PERFORM SCHREIBE-FILIALAUFTEILUNG
           CLOSE GEBUEHREN-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           OPEN EXTEND GEBUEHREN-REPORT
           MOVE "E" TO SICHP-STATUS
           PERFORM SCHREIBE-SICHERUNGSPUNKT
           CLOSE GEBUEHREN-REPORT
           DISPLAY "Gebuehrenlauf beendet, Buchungen: "
              WS-BUCHUNGS-ANZAHL
           STOP RUN.
                             MOVE GEBUEHR-BETRAG TO
                                WS-PO-BETRAG(WS-POSTEN-ANZAHL)
                          END-IF
                       WHEN "S"
                          IF WS-SMS-PREIS-ANZAHL < 5
                             ADD 1 TO WS-SMS-PREIS-ANZAHL
                             MOVE GEBUEHR-HERKUNFT TO
                                WS-SM-ART(WS-SMS-PREIS-ANZAHL)
                             MOVE GEBUEHR-BETRAG TO
                                WS-SM-BETRAG(WS-SMS-PREIS-ANZAHL)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           EXIT.

       BERECHNE-KONTO-GEBUEHR SECTION.
           IF WS-CPD-KONTO NOT = SPACES
              AND KONTO-ID = WS-CPD-KONTO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-KONTEN-ANZAHL
           MOVE KONTO-ID TO WS-GEBUEHR-KONTO
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              MOVE 0 TO WS-PO-ZAEHLER(WS-PO-IDX)
           END-PERFORM
           PERFORM ZAEHLE-MONATSBUCHUNGEN
           PERFORM ZAEHLE-MONATS-SMS

           MOVE WS-GRUNDGEBUEHR TO WS-GEBUEHR-SUMME
           MOVE 0 TO WS-POSTEN-GESAMT
                    * WS-PO-BETRAG(WS-PO-IDX))
              ADD WS-PO-ZAEHLER(WS-PO-IDX) TO WS-POSTEN-GESAMT
           END-PERFORM
           IF WS-SMS-KONTO-ANZAHL > 0
              PERFORM BERECHNE-SMS-GEBUEHR
           END-IF

      *    Wiederanlauf: eine vom abgebrochenen Lauf schon
      *    geschriebene Gebuehrenbuchung gilt mit ihrem Betrag.
           IF WS-WIEDERANLAUF = "J"
              PERFORM SUCHE-GEBUEHRENBUCHUNG
              IF WS-BEREITS-GEBUCHT = "J"
                 ADD 1 TO WS-BUCHUNGS-ANZAHL
                 PERFORM SCHREIBE-REPORTZEILE
                 MOVE KONTO-FILIALE TO WS-FI-SUCH-NR
                 MOVE WS-GEBUEHR-SUMME TO WS-FI-BETRAG
                 PERFORM ERFASSE-FILIALWERT
                 EXIT SECTION
              END-IF
           END-IF

           IF WS-GEBUEHR-SUMME = 0
              EXIT SECTION
           ADD 1 TO WS-BUCHUNGS-ANZAHL
           PERFORM BUCHE-GEBUEHR
           PERFORM SCHREIBE-REPORTZEILE
           MOVE KONTO-FILIALE TO WS-FI-SUCH-NR
           MOVE WS-GEBUEHR-SUMME TO WS-FI-BETRAG
           PERFORM ERFASSE-FILIALWERT
           EXIT.

       ZAEHLE-MONATSBUCHUNGEN SECTION.
           CLOSE TRANSAKTIONEN
           EXIT.

       BEREITE-SMS-NUTZUNG-VOR SECTION.
      *    Die SMS des Abrechnungsmonats nach Konto sortiert
      *    bereitstellen; die KONTODATEI wird in aufsteigender
      *    KONTO-ID gelesen, so dass ZAEHLE-MONATS-SMS die sortierte
      *    Datei im Gleichlauf abarbeitet. Das Produkt jedes Kontos
      *    wird fuer das Freikontingent im Produktstamm gelesen.
           OPEN INPUT PRODUKTDATEI
           IF WS-PRODUKT-STATUS = "00"
              MOVE "J" TO WS-PRODUKT-OFFEN
           END-IF
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
      *    Nur die im Abrechnungsmonat zugestellten Saetze gehen
      *    in die Sortierung.
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

       ZAEHLE-MONATS-SMS SECTION.
      *    Zugestellte SMS des Kontos je Nachrichtenart zaehlen;
      *    Saetze zu Konten, die nicht mehr in der KONTODATEI
      *    stehen, werden ueberlesen.
           MOVE 0 TO WS-SMS-KONTO-ANZAHL
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SMS-PREIS-ANZAHL
              MOVE 0 TO WS-SM-ZAEHLER(WS-SM-IDX)
              MOVE 0 TO WS-SM-BERECHNET(WS-SM-IDX)
           END-PERFORM
           PERFORM UNTIL WS-SMS-MONAT-EOF = "J"
              OR SMSM-KONTO-ID >= WS-GEBUEHR-KONTO
              PERFORM LIES-SMS-MONAT
           END-PERFORM
           PERFORM UNTIL WS-SMS-MONAT-EOF = "J"
              OR SMSM-KONTO-ID NOT = WS-GEBUEHR-KONTO
              ADD 1 TO WS-SMS-KONTO-ANZAHL
              PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                 UNTIL WS-SM-IDX > WS-SMS-PREIS-ANZAHL
                 IF WS-SM-ART(WS-SM-IDX) = SMSM-ART
                    ADD 1 TO WS-SM-ZAEHLER(WS-SM-IDX)
                 END-IF
              END-PERFORM
              PERFORM LIES-SMS-MONAT
           END-PERFORM
           ADD WS-SMS-KONTO-ANZAHL TO WS-SMS-GESAMT
           EXIT.

       BERECHNE-SMS-GEBUEHR SECTION.
      *    Freikontingent des Kontoprodukts in der Reihenfolge der
      *    S-Zeilen anrechnen, den Rest zum Stueckpreis berechnen;
      *    ohne Produkt oder Produktstamm gilt kein Freikontingent.
           MOVE 0 TO WS-SMS-FREI-REST
           IF WS-PRODUKT-OFFEN = "J" AND KONTO-PRODUKT NOT = SPACES
              MOVE KONTO-PRODUKT TO PRODUKT-CODE
              READ PRODUKTDATEI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PRODUKT-SMS-FREI TO WS-SMS-FREI-REST
              END-READ
           END-IF
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SMS-PREIS-ANZAHL
              IF WS-SM-ZAEHLER(WS-SM-IDX) > WS-SMS-FREI-REST
                 COMPUTE WS-SMS-BERECHNET =
                    WS-SM-ZAEHLER(WS-SM-IDX) - WS-SMS-FREI-REST
                 MOVE 0 TO WS-SMS-FREI-REST
              ELSE
                 MOVE 0 TO WS-SMS-BERECHNET
                 SUBTRACT WS-SM-ZAEHLER(WS-SM-IDX)
                    FROM WS-SMS-FREI-REST
              END-IF
              MOVE WS-SMS-BERECHNET TO WS-SM-BERECHNET(WS-SM-IDX)
              COMPUTE WS-GEBUEHR-SUMME = WS-GEBUEHR-SUMME
                 + (WS-SMS-BERECHNET * WS-SM-BETRAG(WS-SM-IDX))
              ADD WS-SMS-BERECHNET TO WS-SMS-BERECHNET-GESAMT
           END-PERFORM
           EXIT.

       BUCHE-GEBUEHR SECTION.
      *    Umsatz- und Hauptbuchbuchung unter derselben Buchungs-
      *    referenz wie im ZINSLAUF; fehlende Dateien werden wie
           ADD 1 TO WS-KONTROLL-ANZAHL-T
           ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T
           CLOSE TRANSAKTIONEN
           PERFORM SCHREIBE-GEBUEHRPOSTEN

           OPEN I-O LEDGER
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
           CLOSE LEDGER
           EXIT.

       SCHREIBE-GEBUEHRPOSTEN SECTION.
      *    Bestandteile der soeben gebuchten Gebuehr unter ihrer
      *    Buchungsreferenz festhalten (siehe GEBEINZELREC.cpy);
      *    die Datei wird nur neu angelegt, wenn sie fehlt.
           OPEN EXTEND GEBUEHR-EINZEL
           IF WS-EINZEL-STATUS = "35" THEN
              OPEN OUTPUT GEBUEHR-EINZEL
           END-IF
           IF WS-EINZEL-STATUS NOT = "00" THEN
              DISPLAY "gebuehren-einzel.dat nicht beschreibbar, "
                 "Status: " WS-EINZEL-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO GEBEINZ-SATZ
           MOVE TRANS-REF TO GEBEINZ-TRANS-REF
           MOVE WS-GEBUEHR-KONTO TO GEBEINZ-KONTO-ID
           MOVE WS-LAUFDATUM TO GEBEINZ-DATUM
           IF WS-GRUNDGEBUEHR > 0
              MOVE "M" TO GEBEINZ-ART
              MOVE SPACE TO GEBEINZ-HERKUNFT
              MOVE 1 TO GEBEINZ-ANZAHL
              MOVE WS-GRUNDGEBUEHR TO GEBEINZ-BETRAG
              WRITE GEBEINZ-SATZ
           END-IF
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-POSTEN-ANZAHL
              IF WS-PO-ZAEHLER(WS-PO-IDX) > 0
                 AND WS-PO-BETRAG(WS-PO-IDX) > 0
                 MOVE "P" TO GEBEINZ-ART
                 MOVE WS-PO-HERKUNFT(WS-PO-IDX) TO GEBEINZ-HERKUNFT
                 MOVE WS-PO-ZAEHLER(WS-PO-IDX) TO GEBEINZ-ANZAHL
                 COMPUTE GEBEINZ-BETRAG =
                    WS-PO-ZAEHLER(WS-PO-IDX) * WS-PO-BETRAG(WS-PO-IDX)
                 WRITE GEBEINZ-SATZ
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > WS-SMS-PREIS-ANZAHL
              IF WS-SM-BERECHNET(WS-SM-IDX) > 0
                 AND WS-SM-BETRAG(WS-SM-IDX) > 0
                 MOVE "S" TO GEBEINZ-ART
                 MOVE WS-SM-ART(WS-SM-IDX) TO GEBEINZ-HERKUNFT
                 MOVE WS-SM-BERECHNET(WS-SM-IDX) TO GEBEINZ-ANZAHL
                 COMPUTE GEBEINZ-BETRAG =
                    WS-SM-BERECHNET(WS-SM-IDX) * WS-SM-BETRAG(WS-SM-IDX)
                 WRITE GEBEINZ-SATZ
              END-IF
           END-PERFORM
           CLOSE GEBUEHR-EINZEL
           EXIT.

       SCHREIBE-LAUFKONTROLLE SECTION.
      *    Kontrollsaetze dieses Laufs in die gemeinsame Lauf-
      *    kontrolldatei (siehe KONTROLLREC.cpy), gegen die
           CLOSE LAUFKONTROLLE
           EXIT.

       PRUEFE-WIEDERANLAUF SECTION.
      *    Ist die Periode laut lauf-kontrolle.dat schon
      *    abgerechnet, wird WS-LAUF-ERLEDIGT gesetzt. Sonst liefert
      *    ein offener Sicherungspunkt desselben Laufdatums den
      *    Wiederanlauf mit den dort festgehaltenen Zaehlern und
      *    Filialsummen; ein offener Sicherungspunkt eines anderen
      *    Laufdatums steht in WS-LAUF-OFFEN-DATUM. Mit ERZWINGEN
      *    beginnt der Lauf ohne Pruefung von vorn.
           MOVE "N" TO WS-WIEDERANLAUF
           MOVE "N" TO WS-LAUF-ERLEDIGT
           MOVE 0 TO WS-LAUF-OFFEN-DATUM
           IF WS-ERZWINGEN = "J"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-KONTROLLE-EOF
           OPEN INPUT LAUFKONTROLLE
           IF WS-KONTROLLE-STATUS = "00"
              PERFORM UNTIL WS-KONTROLLE-EOF = "J"
                 READ LAUFKONTROLLE
                    AT END MOVE "J" TO WS-KONTROLLE-EOF
                    NOT AT END
                       IF KONTROLL-PROGRAMM = "GEBUEHRENLAUF"
                          AND KONTROLL-LAUFDATUM(1:6) = WS-PERIODE
                          MOVE "J" TO WS-LAUF-ERLEDIGT
                          MOVE "J" TO WS-KONTROLLE-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LAUFKONTROLLE
           END-IF
           IF WS-LAUF-ERLEDIGT = "J"
              EXIT SECTION
           END-IF

           OPEN INPUT SICHERUNGSPUNKT
           IF WS-SICHPUNKT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE SPACES TO SICHPUNKT-SATZ
           READ SICHERUNGSPUNKT INTO SICHPUNKT-SATZ
              AT END MOVE SPACES TO SICHPUNKT-SATZ
           END-READ
           IF SICHP-SATZART NOT = "K" OR SICHP-STATUS NOT = "L"
              CLOSE SICHERUNGSPUNKT
              EXIT SECTION
           END-IF
           IF SICHP-LAUFDATUM NOT = WS-LAUFDATUM
              MOVE SICHP-LAUFDATUM TO WS-LAUF-OFFEN-DATUM
              CLOSE SICHERUNGSPUNKT
              EXIT SECTION
           END-IF
           MOVE "J" TO WS-WIEDERANLAUF
           MOVE SICHP-LETZTE-KONTO-ID TO WS-WIEDERANLAUF-KONTO
           MOVE SICHP-KONTEN-ANZAHL TO WS-KONTEN-ANZAHL
           MOVE SICHP-BUCHUNGS-ANZAHL TO WS-BUCHUNGS-ANZAHL
           MOVE SICHP-ANZAHL-T TO WS-KONTROLL-ANZAHL-T
           MOVE SICHP-SUMME-T TO WS-KONTROLL-SUMME-T
           MOVE SICHP-ANZAHL-L TO WS-KONTROLL-ANZAHL-L
           MOVE SICHP-SUMME-L TO WS-KONTROLL-SUMME-L
           MOVE SICHP-REPORT-ZEILEN TO WS-REPORT-ZEILEN
           MOVE SICHP-ZUSATZ-1 TO WS-SMS-GESAMT
           MOVE SICHP-ZUSATZ-2 TO WS-SMS-BERECHNET-GESAMT
           MOVE SICHP-FILIAL-VOLL TO WS-FILIAL-VOLL
      *    Die Filialsaetze folgen in Filialnummernfolge.
           MOVE 0 TO WS-FILIAL-ANZAHL
           MOVE "N" TO WS-SICHPUNKT-EOF
           PERFORM UNTIL WS-SICHPUNKT-EOF = "J"
              READ SICHERUNGSPUNKT INTO SICHPUNKT-SATZ
                 AT END MOVE "J" TO WS-SICHPUNKT-EOF
                 NOT AT END
                    IF SICHP-SATZART = "F"
                       AND WS-FILIAL-ANZAHL < 100
                       ADD 1 TO WS-FILIAL-ANZAHL
                       MOVE SICHP-FI-NR
                          TO WS-FI-NR(WS-FILIAL-ANZAHL)
                       MOVE SICHP-FI-ANZAHL
                          TO WS-FI-ANZAHL(WS-FILIAL-ANZAHL)
                       MOVE SICHP-FI-SUMME
                          TO WS-FI-SUMME(WS-FILIAL-ANZAHL)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SICHERUNGSPUNKT
           DISPLAY "Gebuehrenlauf Wiederanlauf nach Konto "
              WS-WIEDERANLAUF-KONTO
           EXIT.

       UEBERNIMM-REPORT SECTION.
      *    Behaelt vom Bericht des abgebrochenen Laufs die ersten
      *    WS-REPORT-ZEILEN Zeilen (Stand des Sicherungspunkts) und
      *    oeffnet ihn zum Weiterschreiben; fehlt er, beginnt ein
      *    neuer Bericht.
           MOVE 0 TO WS-KOPIE-ZEILEN
           OPEN INPUT GEBUEHREN-REPORT
           IF WS-REPORT-STATUS NOT = "00"
              OPEN OUTPUT GEBUEHREN-REPORT
              MOVE SPACES TO GEBUEHREN-REPORT-SATZ
              STRING "Gebuehrenlauf Periode " DELIMITED BY SIZE
                     WS-PERIODE DELIMITED BY SIZE
                INTO GEBUEHREN-REPORT-SATZ
              END-STRING
              WRITE GEBUEHREN-REPORT-SATZ
              MOVE 1 TO WS-REPORT-ZEILEN
              EXIT SECTION
           END-IF
           OPEN OUTPUT REPORT-KOPIE
           MOVE "N" TO WS-KOPIE-EOF
           PERFORM UNTIL WS-KOPIE-EOF = "J"
              OR WS-KOPIE-ZEILEN >= WS-REPORT-ZEILEN
              READ GEBUEHREN-REPORT
                 AT END MOVE "J" TO WS-KOPIE-EOF
                 NOT AT END
                    MOVE GEBUEHREN-REPORT-SATZ TO REPORT-KOPIE-SATZ
                    WRITE REPORT-KOPIE-SATZ
                    ADD 1 TO WS-KOPIE-ZEILEN
              END-READ
           END-PERFORM
           CLOSE GEBUEHREN-REPORT
           CLOSE REPORT-KOPIE
           MOVE WS-KOPIE-ZEILEN TO WS-REPORT-ZEILEN
           CALL "SYSTEM" USING
              "mv gebuehrenlauf-report.tmp gebuehrenlauf-report.txt"
           OPEN EXTEND GEBUEHREN-REPORT
           EXIT.

       SUCHE-GEBUEHRENBUCHUNG SECTION.
      *    Wiederanlauf: sucht im Umsatzjournal die Gebuehren-
      *    buchung der Periode (Herkunft "G", Text wie in
      *    BUCHE-GEBUEHR) des Kontos zum Laufdatum, die der
      *    abgebrochene Lauf nach seinem letzten Sicherungspunkt
      *    noch geschrieben hat. Gefunden wird sie nur gezaehlt,
      *    in die Kontrollsummen uebernommen (Hauptbuch ueber
      *    dieselbe Buchungsreferenz) und nicht erneut gebucht.
           MOVE "N" TO WS-BEREITS-GEBUCHT
           MOVE "N" TO WS-TRANS-EOF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE WS-GEBUEHR-KONTO TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = WS-GEBUEHR-KONTO
                       OR TRANS-DATUM NOT = WS-LAUFDATUM
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       IF TRANS-HERKUNFT = "G"
                          AND TRANS-TEXT = WS-GEBUEHR-TEXT
                          MOVE "J" TO WS-BEREITS-GEBUCHT
                          MOVE "J" TO WS-TRANS-EOF
                          MOVE TRANS-REF TO WS-GEBUCHT-REF
                          COMPUTE WS-GEBUEHR-SUMME = 0 - TRANS-BETRAG
                          ADD 1 TO WS-KONTROLL-ANZAHL-T
                          ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSAKTIONEN
           IF WS-BEREITS-GEBUCHT NOT = "J"
              EXIT SECTION
           END-IF
           OPEN INPUT LEDGER
           IF WS-LEDGER-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE WS-GEBUCHT-REF TO LEDGER-TRANS-ID
           READ LEDGER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-KONTROLL-ANZAHL-L
                 ADD LEDGER-BETRAG TO WS-KONTROLL-SUMME-L
           END-READ
           CLOSE LEDGER
           EXIT.

       SCHREIBE-SICHERUNGSPUNKT SECTION.
      *    Haelt den Stand nach dem zuletzt gelesenen Konto fest
      *    (SICHP-STATUS vom Aufrufer: "L" unterwegs, "E" beendet),
      *    danach die Filialsummen. Der Bericht wird dafuer
      *    geschlossen und wieder geoeffnet, damit die gezaehlten
      *    Zeilen auf der Platte stehen; die Datei wird neu
      *    geschrieben und dann ausgetauscht.
           CLOSE GEBUEHREN-REPORT
           OPEN EXTEND GEBUEHREN-REPORT
           MOVE "K" TO SICHP-SATZART
           MOVE "GEBUEHRENLAUF" TO SICHP-PROGRAMM
           MOVE WS-LAUFDATUM TO SICHP-LAUFDATUM
           MOVE KONTO-ID TO SICHP-LETZTE-KONTO-ID
           MOVE WS-KONTEN-ANZAHL TO SICHP-KONTEN-ANZAHL
           MOVE WS-BUCHUNGS-ANZAHL TO SICHP-BUCHUNGS-ANZAHL
           MOVE WS-KONTROLL-ANZAHL-T TO SICHP-ANZAHL-T
           MOVE WS-KONTROLL-SUMME-T TO SICHP-SUMME-T
           MOVE WS-KONTROLL-ANZAHL-L TO SICHP-ANZAHL-L
           MOVE WS-KONTROLL-SUMME-L TO SICHP-SUMME-L
           MOVE WS-REPORT-ZEILEN TO SICHP-REPORT-ZEILEN
           MOVE WS-SMS-GESAMT TO SICHP-ZUSATZ-1
           MOVE WS-SMS-BERECHNET-GESAMT TO SICHP-ZUSATZ-2
           MOVE WS-FILIAL-VOLL TO SICHP-FILIAL-VOLL
           MOVE FUNCTION CURRENT-DATE(1:14) TO SICHP-GESCHRIEBEN-AM
           OPEN OUTPUT SICHERUNGSPUNKT-NEU
           IF WS-SICHPUNKT-STATUS NOT = "00"
              DISPLAY "Sicherungspunkt nicht beschreibbar, Status: "
                 WS-SICHPUNKT-STATUS
              EXIT SECTION
           END-IF
           WRITE SICHERUNGSPUNKT-NEU-ZEILE FROM SICHPUNKT-SATZ
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-FILIAL-ANZAHL
              MOVE SPACES TO SICHPUNKT-SATZ
              MOVE "F" TO SICHP-SATZART
              MOVE WS-FI-NR(WS-FI-IDX) TO SICHP-FI-NR
              MOVE WS-FI-ANZAHL(WS-FI-IDX) TO SICHP-FI-ANZAHL
              MOVE WS-FI-SUMME(WS-FI-IDX) TO SICHP-FI-SUMME
              WRITE SICHERUNGSPUNKT-NEU-ZEILE FROM SICHPUNKT-SATZ
           END-PERFORM
           CLOSE SICHERUNGSPUNKT-NEU
           CALL "SYSTEM" USING
              "mv gebuehrenlauf-sicherungspunkt.neu "
              & "gebuehrenlauf-sicherungspunkt.dat"
           MOVE 0 TO WS-SEIT-SICHPUNKT
           EXIT.

       SCHREIBE-REPORTZEILE SECTION.
           MOVE WS-GEBUEHR-SUMME TO WS-BETRAG-ANZEIGE
           MOVE WS-POSTEN-GESAMT TO WS-ANZAHL-ANZEIGE
           MOVE WS-SMS-KONTO-ANZAHL TO WS-SMS-ANZEIGE
           MOVE SPACES TO GEBUEHREN-REPORT-SATZ
           STRING "Konto " DELIMITED BY SIZE
                  WS-GEBUEHR-KONTO DELIMITED BY SIZE
                  " Posten " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " SMS " DELIMITED BY SIZE
                  WS-SMS-ANZEIGE DELIMITED BY SIZE
                  " Gebuehr " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " Filiale " DELIMITED BY SIZE
                  KONTO-FILIALE DELIMITED BY SIZE
             INTO GEBUEHREN-REPORT-SATZ
           END-STRING
           WRITE GEBUEHREN-REPORT-SATZ
           ADD 1 TO WS-REPORT-ZEILEN
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
           MOVE SPACES TO GEBUEHREN-REPORT-SATZ
           WRITE GEBUEHREN-REPORT-SATZ
           MOVE "Gebuehren nach Filialen" TO GEBUEHREN-REPORT-SATZ
           WRITE GEBUEHREN-REPORT-SATZ
           MOVE "  Fil.  Name                    "
              & "        Konten        Gebuehren"
              TO GEBUEHREN-REPORT-SATZ
           WRITE GEBUEHREN-REPORT-SATZ
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
              MOVE SPACES TO GEBUEHREN-REPORT-SATZ
              STRING "  " DELIMITED BY SIZE
                     WS-FI-NR(WS-FI-IDX) DELIMITED BY SIZE
                     "    " DELIMITED BY SIZE
                     WS-FI-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
                INTO GEBUEHREN-REPORT-SATZ
              END-STRING
              WRITE GEBUEHREN-REPORT-SATZ
           END-PERFORM
           IF WS-FILIALSTAMM-OFFEN = "J"
              CLOSE FILIALDATEI
           END-IF
           MOVE WS-FI-GESAMT-ANZAHL TO WS-FI-ANZAHL-ANZEIGE
           MOVE WS-FI-GESAMT-SUMME TO WS-FI-SUMME-ANZEIGE
           MOVE SPACES TO GEBUEHREN-REPORT-SATZ
           STRING "  Summe alle Filialen" DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO GEBUEHREN-REPORT-SATZ
           END-STRING
           WRITE GEBUEHREN-REPORT-SATZ
           IF WS-FILIAL-VOLL = "J"
              MOVE "WARNUNG: MEHR ALS 100 FILIALEN, "
                 & "AUFTEILUNG UNVOLLSTAENDIG"
                 TO GEBUEHREN-REPORT-SATZ
              WRITE GEBUEHREN-REPORT-SATZ
           END-IF
           EXIT.

       PRUEFE-PERIODE SECTION.
             INTO TRANS-REF
           END-STRING
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
       END PROGRAM GEBUEHRENLAUF.

      *    Empfaengerkonto fort und bucht sie ins indizierte
      *    Umsatzjournal (Herkunft "E") und unter derselben
      *    Buchungsreferenz ins Hauptbuch. Saetze auf unbekannte
      *    Konten oder mit ungueltiger bzw. fremder Empfaenger-IBAN
      *    werden auf dem hausinternen CPD-Konto (PARMFILE-
      *    Schluessel CPDKONTO) gutgeschrieben und als offener
      *    Posten in CPDPOSTEN gefuehrt (siehe CPDPOSTENREC.cpy),
      *    bis die Clearingstelle sie in CPDPFLEGE umbucht oder der
      *    CPDLAUF sie nach Fristablauf zurueckgibt. Nur ohne
      *    eingerichtetes CPD-Konto und bei unlesbarem Betrag geht
      *    ein Satz wie frueher in die Rueckgabedatei
      *    clearing-abgewiesen.dat. Alle drei Faelle stehen im
      *    Bericht. Vor der Buchung wird jeder Auftraggeber
      *    gegen die Sanktionsliste geprueft (SANKTIONSCHECK); ein
      *    Treffer wird nicht gebucht, sondern in SANKTIONSHALT
      *    geparkt (siehe SANKTHALTREC.cpy). Von der Compliance
      *    freigegebene Saetze stellt SANKTIONSFREIGABE in die
      *    Eingangsdatei zurueck; sie werden ohne erneute Pruefung
      *    gebucht. Nach vollstaendiger Verarbeitung wird die
      *    Eingangsdatei leer zurueckgesetzt, damit ein erneuter
      *    Lauf nicht doppelt bucht. Das Laufdatum kommt wie bei
      *    addierenZu2020 als erstes Kommandozeilenargument
      *    (JJJJMMTT); ohne Argument gilt das Tagesdatum.
      *    Traegt ein Satz die IBAN des Empfaengers, wird sie per
      *    Pruefziffer geprueft (SUBMODULE-Funktion IBANPRUEF) und
      *    das Konto aus ihr ermittelt; eine ungueltige oder
      *    fremde IBAN wird wie ein unbekanntes Konto behandelt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT SANKTIONSHALT ASSIGN TO "SANKTIONSHALT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HALT-ID
              FILE STATUS IS WS-HALT-STATUS.
           SELECT HALTSEQUENZ ASSIGN TO "sanktionshalt-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HALTSEQUENZ-STATUS.
           SELECT CPDPOSTEN ASSIGN TO "CPDPOSTEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPD-ID
              FILE STATUS IS WS-CPD-STATUS.
           SELECT CPDSEQUENZ ASSIGN TO "cpd-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CPDSEQUENZ-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARING-EINGANG.
       COPY CLEARINGREC.
       FD CLEARING-ABGEWIESEN.
       01 CLEARING-ABGEWIESEN-SATZ PIC X(135).
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD SANKTIONSHALT.
       COPY SANKTHALTREC.
       FD HALTSEQUENZ.
       01 HALTSEQUENZ-SATZ.
          05 HALTSEQUENZ-WERT PIC 9(06).
       FD CPDPOSTEN.
       COPY CPDPOSTENREC.
       FD CPDSEQUENZ.
       01 CPDSEQUENZ-SATZ.
          05 CPDSEQUENZ-WERT PIC 9(06).
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-EINGANG-STATUS PIC X(02).
       01 WS-ABGEWIESEN PIC 9(05) VALUE 0.
       01 WS-KONTO-GEFUNDEN PIC X.
       01 WS-ABWEIS-GRUND PIC X(22).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die IBAN-Pruefung des Empfaengers.
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).

      *    Sanktionspruefung (SANKTIONSCHECK) und angehaltene
      *    Zahlungen (SANKTHALTREC.cpy). Die von der Compliance
      *    freigegebenen Eingangssaetze (Status "F") werden zu
      *    Laufbeginn gemerkt und beim Wiederauftauchen ohne
      *    erneute Pruefung gebucht.
       01 WS-HALT-STATUS PIC X(02).
       01 WS-HALTSEQUENZ-STATUS PIC X(02).
       01 WS-HALT-VORHANDEN PIC X VALUE "N".
       01 WS-HALT-EOF PIC X.
       01 WS-HALT-SEQUENZ PIC 9(06).
       01 WS-SANKT-NAME PIC X(30).
       01 WS-SANKT-KENNUNG PIC X(20).
       01 WS-SANKT-TREFFER PIC X.
       01 WS-SANKT-ID PIC X(10).
       01 WS-SANKT-STATUS PIC X(02).
       01 WS-ANGEHALTEN PIC 9(05) VALUE 0.
       01 WS-FREI-ANZAHL PIC 9(03) VALUE 0.
       01 WS-FREI-TABELLE.
          05 WS-FR-EINTRAG OCCURS 100 TIMES.
             10 WS-FR-ID PIC 9(06).
             10 WS-FR-EMPFAENGER PIC X(10).
             10 WS-FR-AUFTRAGGEBER PIC X(10).
             10 WS-FR-BETRAG PIC S9(7)V99.
             10 WS-FR-DATUM PIC 9(08).
             10 WS-FR-ERLEDIGT PIC X(01).
       01 WS-FR-IDX PIC 9(03).
       01 WS-FR-TREFFER PIC 9(03).

      *    CPD-Konto fuer nicht zuordenbare Eingaenge (siehe
      *    CPDPOSTENREC.cpy); ohne PARMFILE-Schluessel CPDKONTO
      *    oder wenn das Konto fehlt, wird wie frueher
      *    zurueckgestellt.
       01 WS-CPD-KONTO PIC X(10) VALUE SPACES.
       01 WS-CPD-AKTIV PIC X VALUE "N".
       01 WS-CPD-STATUS PIC X(02).
       01 WS-CPDSEQUENZ-STATUS PIC X(02).
       01 WS-CPD-SEQUENZ PIC 9(06).
       01 WS-CPD-GEBUCHT PIC 9(05) VALUE 0.
       01 WS-ZUORDNUNG-FEHLT PIC X.
       01 WS-BUCHUNGS-KONTO PIC X(10).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OEFFNE-CPD

           OPEN I-O SANKTIONSHALT
           IF WS-HALT-STATUS = "35" THEN
              OPEN OUTPUT SANKTIONSHALT
              CLOSE SANKTIONSHALT
              OPEN I-O SANKTIONSHALT
           END-IF
           IF WS-HALT-STATUS = "00" THEN
              MOVE "J" TO WS-HALT-VORHANDEN
              PERFORM MERKE-FREIGEGEBENE
           ELSE
              DISPLAY "SANKTIONSHALT nicht verfuegbar, Status: "
                 WS-HALT-STATUS
           END-IF

           PERFORM UNTIL WS-EINGANG-EOF = "J"
              READ CLEARING-EINGANG
                    PERFORM VERARBEITE-EINGANGSSATZ
              END-READ
           END-PERFORM
           IF WS-HALT-VORHANDEN = "J"
              CLOSE SANKTIONSHALT
           END-IF
           IF WS-CPD-AKTIV = "J"
              CLOSE CPDPOSTEN
           END-IF
           CLOSE KONTODATEI
           CLOSE CLEARING-EINGANG

             INTO CLEARING-REPORT-SATZ
           END-STRING
           WRITE CLEARING-REPORT-SATZ
           MOVE WS-CPD-GEBUCHT TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO CLEARING-REPORT-SATZ
           STRING "Auf CPD-Konto gebucht:    " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO CLEARING-REPORT-SATZ
           END-STRING
           WRITE CLEARING-REPORT-SATZ
           MOVE WS-ABGEWIESEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO CLEARING-REPORT-SATZ
           STRING "Abgewiesene Saetze:       " DELIMITED BY SIZE
             INTO CLEARING-REPORT-SATZ
           END-STRING
           WRITE CLEARING-REPORT-SATZ
           MOVE WS-ANGEHALTEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO CLEARING-REPORT-SATZ
           STRING "Angehalten (Sanktionen):  " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO CLEARING-REPORT-SATZ
           END-STRING
           WRITE CLEARING-REPORT-SATZ
           CLOSE CLEARING-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           DISPLAY "Clearing-Eingangslauf beendet. Gebucht: "
              WS-GEBUCHT " CPD: " WS-CPD-GEBUCHT
              " Abgewiesen: " WS-ABGEWIESEN
           STOP RUN.

       VERARBEITE-EINGANGSSATZ SECTION.
              EXIT SECTION
           END-IF

      *    Eine nicht zuordenbare IBAN geht mit eingerichtetem
      *    CPD-Konto erst nach der Sanktionspruefung auf das
      *    CPD-Konto, sonst sofort in die Rueckgabe.
           MOVE "N" TO WS-ZUORDNUNG-FEHLT
           IF CLEARING-EMPFAENGER-IBAN NOT = SPACES
              PERFORM ORDNE-IBAN-ZU
              IF WS-SUB-STATUS NOT = "00"
                 OR WS-SUB-ERGEBNIS(1:1) NOT = "J"
                 OR WS-SUB-ERGEBNIS(2:1) NOT = "H"
                 MOVE "IBAN UNGUELTIG" TO WS-ABWEIS-GRUND
                 IF WS-CPD-AKTIV NOT = "J"
                    ADD 1 TO WS-ABGEWIESEN
                    PERFORM STELLE-ZURUECK
                    EXIT SECTION
                 END-IF
                 MOVE "J" TO WS-ZUORDNUNG-FEHLT
              END-IF
           END-IF

      *    Von der Compliance freigegeben: ohne erneute Pruefung
      *    buchen. Sonst Auftraggeber gegen die Sanktionsliste
      *    pruefen; ein Treffer wird geparkt statt gebucht.
           PERFORM SUCHE-FREIGEGEBENE
           IF WS-FR-TREFFER = 0
              MOVE CLEARING-AUFTRAGGEBER TO WS-SANKT-NAME
              MOVE CLEARING-AUFTRAGGEBER TO WS-SANKT-KENNUNG
              CALL "SANKTIONSCHECK" USING WS-SANKT-NAME
                 WS-SANKT-KENNUNG WS-SANKT-TREFFER WS-SANKT-ID
                 WS-SANKT-STATUS
      *    Ohne lesbare Sanktionsliste wird nicht ungeprueft
      *    gutgeschrieben, sondern zurueckgestellt.
              IF WS-SANKT-STATUS NOT = "00"
                 MOVE "SANKTIONSLISTE FEHLT" TO WS-ABWEIS-GRUND
                 ADD 1 TO WS-ABGEWIESEN
                 PERFORM STELLE-ZURUECK
                 EXIT SECTION
              END-IF
              IF WS-SANKT-TREFFER = "J"
                 PERFORM PARKE-EINGANG
                 EXIT SECTION
              END-IF
           END-IF

           IF WS-ZUORDNUNG-FEHLT = "J"
              PERFORM STELLE-IN-CPD
              EXIT SECTION
           END-IF

           MOVE "N" TO WS-KONTO-GEFUNDEN
           MOVE CLEARING-EMPFAENGER TO KONTO-ID
           READ KONTODATEI
           END-READ
           IF WS-KONTO-GEFUNDEN = "J"
              ADD 1 TO WS-GEBUCHT
              MOVE CLEARING-EMPFAENGER TO WS-BUCHUNGS-KONTO
              PERFORM BUCHE-GUTSCHRIFT
              PERFORM SCHREIBE-REPORTZEILE
              IF WS-FR-TREFFER > 0
                 PERFORM MELDE-FREIGEGEBENE-GEBUCHT
              END-IF
           ELSE
              MOVE "KONTO UNBEKANNT" TO WS-ABWEIS-GRUND
              PERFORM STELLE-IN-CPD
           END-IF
           EXIT.

       OEFFNE-CPD SECTION.
      *    CPD-Konto aus PARMFILE.DAT pruefen und die Postendatei
      *    oeffnen (fehlt sie, wird sie leer angelegt).
           MOVE "CPDKONTO" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN TO WS-CPD-KONTO
           IF WS-CPD-KONTO = SPACES
              EXIT SECTION
           END-IF
           MOVE WS-CPD-KONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "CPD-Konto " WS-CPD-KONTO " nicht in der "
                    "KONTODATEI, nicht zuordenbare Saetze werden "
                    "zurueckgestellt."
                 EXIT SECTION
           END-READ
           OPEN I-O CPDPOSTEN
           IF WS-CPD-STATUS = "35" THEN
              OPEN OUTPUT CPDPOSTEN
              CLOSE CPDPOSTEN
              OPEN I-O CPDPOSTEN
           END-IF
           IF WS-CPD-STATUS NOT = "00" THEN
              DISPLAY "CPDPOSTEN nicht verfuegbar, Status: "
                 WS-CPD-STATUS
              EXIT SECTION
           END-IF
           MOVE "J" TO WS-CPD-AKTIV
           EXIT.

       STELLE-IN-CPD SECTION.
      *    Nicht zuordenbarer Eingang (Grund in WS-ABWEIS-GRUND):
      *    Gutschrift auf dem CPD-Konto und offener Posten in
      *    CPDPOSTEN; ohne CPD-Konto Rueckgabe wie bisher.
           IF WS-CPD-AKTIV NOT = "J"
              ADD 1 TO WS-ABGEWIESEN
              PERFORM STELLE-ZURUECK
              EXIT SECTION
           END-IF
           MOVE WS-CPD-KONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 ADD 1 TO WS-ABGEWIESEN
                 PERFORM STELLE-ZURUECK
                 EXIT SECTION
           END-READ
           ADD CLEARING-BETRAG TO KONTO-SALDO
           REWRITE KONTO-RECORD
           ADD 1 TO WS-CPD-GEBUCHT
           MOVE WS-CPD-KONTO TO WS-BUCHUNGS-KONTO
           PERFORM BUCHE-GUTSCHRIFT

           PERFORM ERMITTLE-CPD-ID
           MOVE SPACES TO CPD-RECORD
           MOVE WS-CPD-SEQUENZ TO CPD-ID
           MOVE WS-LAUFDATUM TO CPD-EINGANGSDATUM
           MOVE TRANS-REF TO CPD-EINGANG-REF
           MOVE CLEARING-EMPFAENGER TO CPD-EMPFAENGER
           MOVE CLEARING-EMPFAENGER-IBAN TO CPD-EMPFAENGER-IBAN
           MOVE CLEARING-AUFTRAGGEBER TO CPD-AUFTRAGGEBER
           MOVE CLEARING-AUFTRAGGEBER-IBAN TO CPD-AUFTRAGGEBER-IBAN
           MOVE CLEARING-BETRAG TO CPD-BETRAG
           MOVE CLEARING-TEXT TO CPD-TEXT
           MOVE CLEARING-DATUM TO CPD-DATUM
           MOVE WS-ABWEIS-GRUND TO CPD-GRUND
           MOVE "O" TO CPD-STATUS
           MOVE 0 TO CPD-ERLEDIGT-AM
           WRITE CPD-RECORD
              INVALID KEY
                 DISPLAY "CPD-Posten " CPD-ID " bereits vorhanden, "
                    "Gutschrift " TRANS-REF " pruefen."
           END-WRITE
           IF WS-FR-TREFFER > 0
              PERFORM MELDE-FREIGEGEBENE-GEBUCHT
           END-IF

           MOVE CLEARING-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO CLEARING-REPORT-SATZ
           STRING "CPD KONTO=" DELIMITED BY SIZE
                  CLEARING-EMPFAENGER DELIMITED BY SIZE
                  " POSTEN=" DELIMITED BY SIZE
                  CPD-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " GRUND=" DELIMITED BY SIZE
                  WS-ABWEIS-GRUND DELIMITED BY SIZE
             INTO CLEARING-REPORT-SATZ
           END-STRING
           WRITE CLEARING-REPORT-SATZ
           EXIT.

       ERMITTLE-CPD-ID SECTION.
      *    Naechste laufende Nummer aus cpd-sequenz.dat, gefuehrt
      *    wie sanktionshalt-sequenz.dat.
           MOVE 0 TO WS-CPD-SEQUENZ
           OPEN INPUT CPDSEQUENZ
           IF WS-CPDSEQUENZ-STATUS = "00" THEN
              READ CPDSEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE CPDSEQUENZ-WERT TO WS-CPD-SEQUENZ
              END-READ
              CLOSE CPDSEQUENZ
           END-IF
           ADD 1 TO WS-CPD-SEQUENZ
           MOVE WS-CPD-SEQUENZ TO CPDSEQUENZ-WERT
           OPEN OUTPUT CPDSEQUENZ
           WRITE CPDSEQUENZ-SATZ
           CLOSE CPDSEQUENZ
           EXIT.

       ORDNE-IBAN-ZU SECTION.
      *    Prueft CLEARING-EMPFAENGER-IBAN; eine gueltige IBAN des
      *    Hauses ("H") liefert die KONTO-ID, die fuer die weitere
      *    Verarbeitung in CLEARING-EMPFAENGER gestellt wird.
           MOVE "IBANPRUEF" TO WS-SUB-FUNKTION
           MOVE CLEARING-EMPFAENGER-IBAN(1:20) TO WS-SUB-PARM1
           MOVE SPACES TO WS-SUB-PARM2
           MOVE CLEARING-EMPFAENGER-IBAN(21:14) TO WS-SUB-PARM2(1:14)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              AND WS-SUB-ERGEBNIS(1:2) = "JH"
              MOVE WS-SUB-ERGEBNIS(3:10) TO CLEARING-EMPFAENGER
           END-IF
           EXIT.

           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE WS-BUCHUNGS-KONTO TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           MOVE WS-LAUFDATUM TO TRANS-VALUTA
           MOVE WS-LAUFDATUM TO TRANS-ZEITSTEMPEL(1:8)
              EXIT SECTION
           END-IF
           MOVE TRANS-REF TO LEDGER-TRANS-ID
           MOVE WS-BUCHUNGS-KONTO TO LEDGER-KONTO-ID
           MOVE CLEARING-BETRAG TO LEDGER-BETRAG
           MOVE "G" TO LEDGER-STATUS
           WRITE LEDGER-SATZ
           WRITE CLEARING-REPORT-SATZ
           EXIT.

       MERKE-FREIGEGEBENE SECTION.
      *    Freigegebene, noch nicht gebuchte Clearing-Eingaenge
      *    (Quelle "E", Status "F") fuer den Abgleich merken.
           MOVE "N" TO WS-HALT-EOF
           MOVE 0 TO HALT-ID
           START SANKTIONSHALT KEY IS >= HALT-ID
              INVALID KEY MOVE "J" TO WS-HALT-EOF
           END-START
           PERFORM UNTIL WS-HALT-EOF = "J"
              READ SANKTIONSHALT NEXT RECORD
                 AT END MOVE "J" TO WS-HALT-EOF
                 NOT AT END
                    IF HALT-QUELLE = "E" AND HALT-STATUS = "F"
                       AND WS-FREI-ANZAHL < 100
                       ADD 1 TO WS-FREI-ANZAHL
                       MOVE HALT-ID TO WS-FR-ID(WS-FREI-ANZAHL)
                       MOVE HALT-EMPFAENGER
                          TO WS-FR-EMPFAENGER(WS-FREI-ANZAHL)
                       MOVE HALT-AUFTRAGGEBER
                          TO WS-FR-AUFTRAGGEBER(WS-FREI-ANZAHL)
                       MOVE HALT-BETRAG
                          TO WS-FR-BETRAG(WS-FREI-ANZAHL)
                       MOVE HALT-DATUM
                          TO WS-FR-DATUM(WS-FREI-ANZAHL)
                       MOVE "N" TO WS-FR-ERLEDIGT(WS-FREI-ANZAHL)
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       SUCHE-FREIGEGEBENE SECTION.
           MOVE 0 TO WS-FR-TREFFER
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
              UNTIL WS-FR-IDX > WS-FREI-ANZAHL
                 OR WS-FR-TREFFER > 0
              IF WS-FR-ERLEDIGT(WS-FR-IDX) = "N"
                 AND WS-FR-EMPFAENGER(WS-FR-IDX)
                    = CLEARING-EMPFAENGER
                 AND WS-FR-AUFTRAGGEBER(WS-FR-IDX)
                    = CLEARING-AUFTRAGGEBER
                 AND WS-FR-BETRAG(WS-FR-IDX) = CLEARING-BETRAG
                 AND WS-FR-DATUM(WS-FR-IDX) = CLEARING-DATUM
                 MOVE WS-FR-IDX TO WS-FR-TREFFER
              END-IF
           END-PERFORM
           EXIT.

       MELDE-FREIGEGEBENE-GEBUCHT SECTION.
           MOVE "J" TO WS-FR-ERLEDIGT(WS-FR-TREFFER)
           MOVE WS-FR-ID(WS-FR-TREFFER) TO HALT-ID
           READ SANKTIONSHALT
              INVALID KEY
                 EXIT SECTION
           END-READ
           MOVE "B" TO HALT-STATUS
           MOVE TRANS-REF TO HALT-VERWEIS
           REWRITE HALT-RECORD
           EXIT.

       PARKE-EINGANG SECTION.
      *    Sanktionstreffer: Satz nicht buchen, sondern als
      *    angehaltene Zahlung (Quelle "E") fuer die Compliance
      *    parken.
           IF WS-HALT-VORHANDEN NOT = "J"
              ADD 1 TO WS-ABGEWIESEN
              MOVE "SANKTIONSTREFFER" TO WS-ABWEIS-GRUND
              PERFORM STELLE-ZURUECK
              EXIT SECTION
           END-IF
           PERFORM ERMITTLE-HALT-ID
           MOVE SPACES TO HALT-RECORD
           MOVE WS-HALT-SEQUENZ TO HALT-ID
           MOVE "E" TO HALT-QUELLE
           MOVE CLEARING-AUFTRAGGEBER TO HALT-AUFTRAGGEBER
           MOVE CLEARING-EMPFAENGER TO HALT-EMPFAENGER
           MOVE CLEARING-EMPFAENGER-IBAN TO HALT-EMPFAENGER-IBAN
           MOVE CLEARING-AUFTRAGGEBER TO HALT-NAME
           MOVE CLEARING-BETRAG TO HALT-BETRAG
           MOVE CLEARING-TEXT TO HALT-TEXT
           MOVE CLEARING-DATUM TO HALT-DATUM
           MOVE FUNCTION CURRENT-DATE(1:14) TO HALT-ERFASST-AM
           MOVE WS-SANKT-ID TO HALT-SANKTION-ID
           MOVE "O" TO HALT-STATUS
           MOVE 0 TO HALT-ENTSCHIEDEN-AM
           WRITE HALT-RECORD
           ADD 1 TO WS-ANGEHALTEN

           MOVE CLEARING-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO CLEARING-REPORT-SATZ
           STRING "ANGEHALTEN KONTO=" DELIMITED BY SIZE
                  CLEARING-EMPFAENGER DELIMITED BY SIZE
                  " VON=" DELIMITED BY SIZE
                  CLEARING-AUFTRAGGEBER DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " LISTE=" DELIMITED BY SIZE
                  WS-SANKT-ID DELIMITED BY SIZE
             INTO CLEARING-REPORT-SATZ
           END-STRING
           WRITE CLEARING-REPORT-SATZ
           EXIT.

       ERMITTLE-HALT-ID SECTION.
      *    Naechste laufende Nummer aus sanktionshalt-sequenz.dat,
      *    gefuehrt wie freigabe-sequenz.dat.
           MOVE 0 TO WS-HALT-SEQUENZ
           OPEN INPUT HALTSEQUENZ
           IF WS-HALTSEQUENZ-STATUS = "00" THEN
              READ HALTSEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE HALTSEQUENZ-WERT TO WS-HALT-SEQUENZ
              END-READ
              CLOSE HALTSEQUENZ
           END-IF
           ADD 1 TO WS-HALT-SEQUENZ
           MOVE WS-HALT-SEQUENZ TO HALTSEQUENZ-WERT
           OPEN OUTPUT HALTSEQUENZ
           WRITE HALTSEQUENZ-SATZ
           CLOSE HALTSEQUENZ
           EXIT.

       SCHREIBE-REPORTZEILE SECTION.
           MOVE CLEARING-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO CLEARING-REPORT-SATZ
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
       END PROGRAM CLEARINGLAUF.

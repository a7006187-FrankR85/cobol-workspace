       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOABSCHLUSS.
      *    Abschlussrechnung fuer die Aufloesung eines einzelnen
      *    Kontos, gemeinsam fuer KONTOPFLEGE (Vorschau beim
      *    Vormerken der Schliessung) und FREIGABEPFLEGE
      *    (Ausfuehrung bei Freigabe der Art "K"):
      *      - anteilige Zinsen vom letzten Zinsabschluss (juengste
      *        Buchung mit Herkunft "Z", sonst erste Buchung des
      *        Kontos) bis zum Abschlusstag, Satz nach den Regeln
      *        des ZINSLAUF (Staffel des Produkts aus PRODUKTDATEI,
      *        sonst HABENZINS/SOLLZINS aus PARMFILE.DAT mit
      *        Terminwerten), tagesgenau act/365, Herkunft "Z",
      *      - anteilige Kontofuehrung des laufenden Monats aus
      *        gebuehren.dat wie im GEBUEHRENLAUF: Grundgebuehr
      *        tagesgenau anteilig plus Postengebuehren der
      *        Monatsbuchungen, Herkunft "G"; hat der GEBUEHRENLAUF
      *        den Monat schon abgerechnet, entfaellt sie,
      *      - Loeschen der Dauerauftraege, der offenen Termin-
      *        auftraege und der Empfaengervorlagen des Kontos,
      *      - Auszahlung des Schlusssaldos (Herkunft "U") auf das
      *        Auszahlungskonto: hausintern als Gutschrift, sonst
      *        an die per IBANPRUEF gepruefte fremde IBAN ueber die
      *        Clearing-Ausgangsdatei des Valutatags (VALUTATAG),
      *      - Abschlussrechnung fuer den Kunden in
      *        auszuege/abschluss-<Konto>-JJJJMMTT.txt,
      *      - erst danach Loeschen des Kontosatzes.
      *    Abgewiesen wird die Aufloesung bei wirksamen Betrags-
      *    sperren, bei laufendem Festgeld oder Darlehen mit diesem
      *    Konto, bei negativem Schlusssaldo (der Kunde muss erst
      *    ausgleichen) und bei fehlendem oder ungeeignetem
      *    Auszahlungskonto.
      *    LS-MODUS: "V" = nur berechnen und anzeigen,
      *    "A" = ausfuehren. LS-AUSZAHLUNG-KONTO ist die Konto-
      *    nummer eines Kontos des Hauses oder eine IBAN; eine
      *    unbekannte Kontonummer ohne IBAN wird abgewiesen.
      *    LS-AUSZAHLUNGSBETRAG liefert den
      *    Schlusssaldo, der ausgezahlt wird (bzw. wurde).
      *    LS-STATUS: "00" = berechnet bzw. ausgefuehrt,
      *    "04" = Konto nicht gefunden oder KONTODATEI nicht
      *    verfuegbar, "08" = Buchungsperiode abgeschlossen,
      *    "12" = Sperre, Festgeld oder Darlehen am Konto,
      *    "16" = Schlusssaldo negativ, "20" = Auszahlungskonto
      *    fehlt oder ist ungeeignet.
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
           SELECT LEDGER ASSIGN TO "LEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDGER-TRANS-ID
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT TRANSSEQUENZ ASSIGN TO "trans-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSSEQUENZ-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT PARMTERMINE ASSIGN TO "parmfile-termine.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMTERMINE-STATUS.
           SELECT PRODUKTDATEI ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-PRODUKT-STATUS.
           SELECT GEBUEHREN-DATEI ASSIGN TO "gebuehren.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEBUEHREN-STATUS.
           SELECT DAUERAUFTRAG ASSIGN TO "DAUERAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DAUER-ID
              FILE STATUS IS WS-DAUER-STATUS.
           SELECT TERMINAUFTRAG ASSIGN TO "TERMINAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TERMIN-ID
              FILE STATUS IS WS-TERMIN-STATUS.
           SELECT EMPFAENGERDATEI ASSIGN TO "EMPFAENGERDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPF-ID
              FILE STATUS IS WS-EMPF-STATUS.
           SELECT FESTGELDDATEI ASSIGN TO "FESTGELDDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FESTGELD-ID
              ALTERNATE RECORD KEY IS FESTGELD-KONTO-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-FESTGELD-STATUS.
           SELECT DARLEHENDATEI ASSIGN TO "DARLEHENDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DARLEHEN-ID
              ALTERNATE RECORD KEY IS DARLEHEN-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-DARLEHEN-STATUS.
           SELECT CLEARING-AUSGANG
              ASSIGN TO WS-CLEARING-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLEARING-STATUS.
           SELECT ABSCHLUSS-DATEI ASSIGN TO WS-ABSCHLUSS-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ABSCHLUSS-STATUS.
           SELECT LAUFKONTROLLE ASSIGN TO "lauf-kontrolle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KONTROLLE-STATUS.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD PARMFILE.
       COPY PARMFILEREC.
       FD PARMTERMINE.
       COPY PARMTERMREC.
       FD PRODUKTDATEI.
       COPY PRODUKTREC.
       FD GEBUEHREN-DATEI.
      *    Gebuehrenzeile wie im GEBUEHRENLAUF: Art "M"
      *    (Monatsgrundgebuehr) oder "P" (Postengebuehr je Buchung
      *    der angegebenen TRANS-HERKUNFT), Betrag in Euro und Cent.
       01 GEBUEHR-SATZ.
          05 GEBUEHR-ART PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-HERKUNFT PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-BETRAG PIC 9(5)V99.
       FD DAUERAUFTRAG.
       COPY DAUERREC.
       FD TERMINAUFTRAG.
       COPY TERMINREC.
       FD EMPFAENGERDATEI.
       COPY EMPFREC.
       FD FESTGELDDATEI.
       COPY FESTGELDREC.
       FD DARLEHENDATEI.
       COPY DARLEHENREC.
       FD CLEARING-AUSGANG.
       COPY CLEARINGREC.
       FD ABSCHLUSS-DATEI.
       01 ABSCHLUSS-SATZ PIC X(100).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PRODUKT-STATUS PIC X(02).
       01 WS-GEBUEHREN-STATUS PIC X(02).
       01 WS-DAUER-STATUS PIC X(02).
       01 WS-TERMIN-STATUS PIC X(02).
       01 WS-EMPF-STATUS PIC X(02).
       01 WS-FESTGELD-STATUS PIC X(02).
       01 WS-DARLEHEN-STATUS PIC X(02).
       01 WS-CLEARING-STATUS PIC X(02).
       01 WS-ABSCHLUSS-STATUS PIC X(02).
       01 WS-TRANS-EOF PIC X.
       01 WS-DATEI-EOF PIC X.
       01 WS-GEBUEHREN-EOF PIC X.
       01 WS-TRANS-SEQUENZ PIC 9(16).

       01 WS-CLEARING-DATEINAME PIC X(40).
       01 WS-ABSCHLUSS-DATEINAME PIC X(50).

       01 WS-ABSCHLUSSDATUM PIC 9(08).
       01 WS-ABSCHLUSS-TEILE REDEFINES WS-ABSCHLUSSDATUM.
          05 WS-ABSCHLUSS-JAHR PIC 9(04).
          05 WS-ABSCHLUSS-MONAT PIC 9(02).
          05 WS-ABSCHLUSS-TAG PIC 9(02).
       01 WS-PERIODE PIC 9(06).
       01 WS-MONATSERSTER PIC 9(08).
       01 WS-FOLGEMONAT PIC 9(08).
       01 WS-MONATSTAGE PIC 9(02).
       01 WS-MONATSTAG PIC 9(02).

      *    Stammdaten des aufzuloesenden Kontos; der Satzbereich
      *    der KONTODATEI wird fuer das Auszahlungskonto
      *    wiederverwendet.
       01 WS-KUNDEN-ID PIC X(10).
       01 WS-KONTO-NAME PIC X(30).
       01 WS-KONTO-PRODUKT PIC X(02).
       01 WS-KONTO-WAEHRUNG PIC X(03).
       01 WS-SALDO-VORHER PIC S9(9)V99.
       01 WS-SCHLUSSSALDO PIC S9(9)V99.

      *    Auszahlungsweg: "I" hausintern, "C" Clearing-Ausgang,
      *    "N" keine Auszahlung (Schlusssaldo 0).
      *    WS-AUSZAHLUNG-ID ist bei "I" die KONTO-ID, bei "C" die
      *    Kontonummer aus der IBAN (IBANPRUEF); WS-AUSZAHLUNG-IBAN
      *    die gepruefte IBAN in kompakter Schreibweise.
       01 WS-AUSZAHLUNGSWEG PIC X.
       01 WS-AUSZAHLUNG-WAEHRUNG PIC X(03).
       01 WS-AUSZAHLUNG-ID PIC X(10).
       01 WS-AUSZAHLUNG-IBAN PIC X(34).
       01 WS-CLEARING-TAG PIC 9(08).

      *    Zinsen: Satz in Hundertstel-Prozent wie im ZINSLAUF.
       01 WS-HABENZINS PIC 9(04).
       01 WS-SOLLZINS PIC 9(04).
       01 WS-PARMFILE-EOF PIC X.
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10).
       01 WS-PARMTERMINE-STATUS PIC X(02).
       01 WS-TERMINE-EOF PIC X.
       01 WS-PARM-STICHTAG PIC 9(08).
       01 WS-TERMIN-AB-GEFUNDEN PIC 9(08).
       01 WS-ST-IDX PIC 9(01).
       01 WS-ST-GEFUNDEN PIC 9(01).
       01 WS-BASIS-ABSOLUT PIC 9(09)V99.
       01 WS-ZINSSATZ PIC 9(04).
       01 WS-ZINS-AB PIC 9(08).
       01 WS-ZINSTAGE PIC 9(05).
       01 WS-ZINSBETRAG PIC S9(7)V99.

      *    Umsaetze des Kontos: juengster Zinsabschluss, erste
      *    Buchung und die Posten des laufenden Monats.
       01 WS-LETZTER-ZINS PIC 9(08).
       01 WS-ERSTE-BUCHUNG PIC 9(08).
       01 WS-MONAT-ABGERECHNET PIC X.

      *    Gebuehrenverzeichnis wie im GEBUEHRENLAUF.
       01 WS-GRUNDGEBUEHR PIC 9(5)V99.
       01 WS-POSTEN-ANZAHL PIC 9(02).
       01 WS-POSTEN-TABELLE.
          05 WS-PO-EINTRAG OCCURS 10 TIMES.
             10 WS-PO-HERKUNFT PIC X(01).
             10 WS-PO-BETRAG PIC 9(5)V99.
             10 WS-PO-ZAEHLER PIC 9(05).
       01 WS-PO-IDX PIC 9(02).
       01 WS-GRUNDGEBUEHR-ANTEIL PIC 9(5)V99.
       01 WS-GEBUEHR-SUMME PIC 9(7)V99.

      *    Aufzuloesende Auftraege; "J" = tatsaechlich loeschen,
      *    "N" = nur zaehlen (Vorschau).
       01 WS-LOESCHEN PIC X.
       01 WS-DAUER-ANZAHL PIC 9(03).
       01 WS-TERMIN-ANZAHL PIC 9(03).
       01 WS-EMPF-ANZAHL PIC 9(03).
       01 WS-SPERRSUMME PIC S9(9)V99.

      *    Buchung eines Umsatzes (BUCHE-UMSATZ).
       01 WS-BU-KONTO PIC X(10).
       01 WS-BU-HERKUNFT PIC X(01).
       01 WS-BU-TEXT PIC X(30).
       01 WS-BU-BETRAG PIC S9(7)V99.
       01 WS-BU-HAUPTBUCH PIC X.

      *    Laufkontrolle (siehe KONTROLLREC.cpy).
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-KONTROLL-ANZAHL-T PIC 9(05).
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05).
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99.

      *    Periodenstatus (siehe PERIODENREC.cpy).
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

       01 WS-SATZ-ANZEIGE PIC Z9.99.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-TAGE-ANZEIGE PIC Z(4)9.
       01 WS-ANZAHL-ANZEIGE PIC ZZ9.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "KONTOABSCHLUSS".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

      *    SUBMODULE-Dispatch-Bibliothek (Sperrsumme, IBAN,
      *    Valutatag).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).

       LINKAGE SECTION.
       01 LS-MODUS PIC X(01).
       01 LS-KONTO-ID PIC X(10).
       01 LS-AUSZAHLUNG-KONTO PIC X(34).
       01 LS-OPERATOR PIC X(10).
       01 LS-AUSZAHLUNGSBETRAG PIC S9(9)V99.
       01 LS-STATUS PIC X(02).

       PROCEDURE DIVISION USING LS-MODUS LS-KONTO-ID
             LS-AUSZAHLUNG-KONTO LS-OPERATOR LS-AUSZAHLUNGSBETRAG
             LS-STATUS.
           MOVE "00" TO LS-STATUS
           MOVE 0 TO LS-AUSZAHLUNGSBETRAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ABSCHLUSSDATUM
           MOVE WS-ABSCHLUSSDATUM(1:6) TO WS-PERIODE
           MOVE 0 TO WS-ZINSBETRAG
           MOVE 0 TO WS-ZINSSATZ
           MOVE 0 TO WS-ZINSTAGE
           MOVE 0 TO WS-ZINS-AB
           MOVE 0 TO WS-GEBUEHR-SUMME
           MOVE 0 TO WS-KONTROLL-ANZAHL-T
           MOVE 0 TO WS-KONTROLL-SUMME-T
           MOVE 0 TO WS-KONTROLL-ANZAHL-L
           MOVE 0 TO WS-KONTROLL-SUMME-L

           MOVE WS-PERIODE TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Kontoaufloesung abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE "08" TO LS-STATUS
              GOBACK
           END-IF

           IF LS-MODUS = "A"
              OPEN I-O KONTODATEI
           ELSE
              OPEN INPUT KONTODATEI
           END-IF
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              MOVE "04" TO LS-STATUS
              GOBACK
           END-IF
           MOVE LS-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 MOVE "04" TO LS-STATUS
                 CLOSE KONTODATEI
                 GOBACK
           END-READ
           MOVE KONTO-KUNDEN-ID TO WS-KUNDEN-ID
           MOVE KONTO-NAME TO WS-KONTO-NAME
           MOVE KONTO-PRODUKT TO WS-KONTO-PRODUKT
           MOVE KONTO-WAEHRUNG TO WS-KONTO-WAEHRUNG
           MOVE KONTO-SALDO TO WS-SALDO-VORHER

           PERFORM PRUEFE-BINDUNGEN
           IF LS-STATUS NOT = "00"
              CLOSE KONTODATEI
              GOBACK
           END-IF

           PERFORM LESE-KONTOUMSAETZE
           PERFORM BERECHNE-ZINS
           PERFORM BERECHNE-GEBUEHR
           COMPUTE WS-SCHLUSSSALDO = WS-SALDO-VORHER
              + WS-ZINSBETRAG - WS-GEBUEHR-SUMME
           MOVE WS-SCHLUSSSALDO TO LS-AUSZAHLUNGSBETRAG
           IF WS-SCHLUSSSALDO < 0
              MOVE WS-SCHLUSSSALDO TO WS-BETRAG-ANZEIGE
              DISPLAY "Kontoaufloesung abgewiesen: Schlusssaldo "
                 WS-BETRAG-ANZEIGE " ist negativ, das Konto muss "
                 "erst ausgeglichen werden."
              MOVE "16" TO LS-STATUS
              CLOSE KONTODATEI
              GOBACK
           END-IF
           PERFORM PRUEFE-AUSZAHLUNGSKONTO
           IF LS-STATUS NOT = "00"
              CLOSE KONTODATEI
              GOBACK
           END-IF

           MOVE "N" TO WS-LOESCHEN
           PERFORM LOESE-AUFTRAEGE-AUF
           PERFORM ZEIGE-ABRECHNUNG
           IF LS-MODUS NOT = "A"
              CLOSE KONTODATEI
              GOBACK
           END-IF

      *    Ausfuehrung: Zins, Gebuehr und Auszahlung buchen, die
      *    Auftraege loeschen, die Abschlussrechnung schreiben und
      *    erst dann den Kontosatz entfernen.
           IF WS-ZINSBETRAG NOT = 0
              MOVE LS-KONTO-ID TO WS-BU-KONTO
              MOVE "Z" TO WS-BU-HERKUNFT
              MOVE SPACES TO WS-BU-TEXT
              IF WS-ZINSBETRAG > 0
                 MOVE "ZINSGUTSCHRIFT ABSCHLUSS" TO WS-BU-TEXT
              ELSE
                 MOVE "ZINSBELASTUNG ABSCHLUSS" TO WS-BU-TEXT
              END-IF
              MOVE WS-ZINSBETRAG TO WS-BU-BETRAG
              MOVE "J" TO WS-BU-HAUPTBUCH
              PERFORM BUCHE-UMSATZ
           END-IF
           IF WS-GEBUEHR-SUMME > 0
              MOVE LS-KONTO-ID TO WS-BU-KONTO
              MOVE "G" TO WS-BU-HERKUNFT
              MOVE SPACES TO WS-BU-TEXT
              STRING "KONTOFUEHRUNG " DELIMITED BY SIZE
                     WS-PERIODE DELIMITED BY SIZE
                     " ANTEILIG" DELIMITED BY SIZE
                INTO WS-BU-TEXT
              END-STRING
              COMPUTE WS-BU-BETRAG = 0 - WS-GEBUEHR-SUMME
              MOVE "J" TO WS-BU-HAUPTBUCH
              PERFORM BUCHE-UMSATZ
           END-IF
           IF WS-AUSZAHLUNGSWEG NOT = "N"
              PERFORM BUCHE-AUSZAHLUNG
           END-IF

           MOVE "J" TO WS-LOESCHEN
           PERFORM LOESE-AUFTRAEGE-AUF
           PERFORM SCHREIBE-ABSCHLUSSRECHNUNG

           MOVE LS-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht mehr vorhanden."
              NOT INVALID KEY
                 DELETE KONTODATEI RECORD
           END-READ
           CLOSE KONTODATEI
           PERFORM SCHREIBE-LAUFKONTROLLE

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "KONTO AUFGELOEST K=" DELIMITED BY SIZE
                  LS-KONTO-ID DELIMITED BY SPACE
                  " AN=" DELIMITED BY SIZE
                  WS-AUSZAHLUNG-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  LS-OPERATOR DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Konto " LS-KONTO-ID " aufgeloest, "
              "Abschlussrechnung: "
              FUNCTION TRIM(WS-ABSCHLUSS-DATEINAME)
           GOBACK.

       PRUEFE-BINDUNGEN SECTION.
      *    Wirksame Betragssperren (Pfaendung) verbieten die
      *    Auszahlung; ein laufendes Festgeld oder Darlehen braucht
      *    das Konto noch fuer Rueckzahlung bzw. Rateneinzug.
           MOVE 0 TO WS-SPERRSUMME
           MOVE "SPERRSUMME" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE LS-KONTO-ID TO WS-SUB-PARM1(1:10)
           MOVE SPACES TO WS-SUB-PARM2
           MOVE WS-ABSCHLUSSDATUM TO WS-SUB-PARM2(1:8)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS-BETRAG TO WS-SPERRSUMME
           END-IF
           IF WS-SPERRSUMME > 0
              MOVE WS-SPERRSUMME TO WS-BETRAG-ANZEIGE
              DISPLAY "Kontoaufloesung abgewiesen: Betragssperren "
                 "ueber " WS-BETRAG-ANZEIGE " sind wirksam."
              MOVE "12" TO LS-STATUS
              EXIT SECTION
           END-IF

           OPEN INPUT FESTGELDDATEI
           IF WS-FESTGELD-STATUS = "00"
              MOVE "N" TO WS-DATEI-EOF
              MOVE LS-KONTO-ID TO FESTGELD-KONTO-ID
              START FESTGELDDATEI KEY IS = FESTGELD-KONTO-ID
                 INVALID KEY MOVE "J" TO WS-DATEI-EOF
              END-START
              PERFORM UNTIL WS-DATEI-EOF = "J"
                 READ FESTGELDDATEI NEXT RECORD
                    AT END MOVE "J" TO WS-DATEI-EOF
                    NOT AT END
                       IF FESTGELD-KONTO-ID NOT = LS-KONTO-ID
                          MOVE "J" TO WS-DATEI-EOF
                       ELSE
                          IF FESTGELD-STATUS = "L"
                             DISPLAY "Kontoaufloesung abgewiesen: "
                                "Festgeld " FESTGELD-ID
                                " laeuft noch."
                             MOVE "12" TO LS-STATUS
                             MOVE "J" TO WS-DATEI-EOF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FESTGELDDATEI
           END-IF
           IF LS-STATUS NOT = "00"
              EXIT SECTION
           END-IF

           OPEN INPUT DARLEHENDATEI
           IF WS-DARLEHEN-STATUS = "00"
              MOVE "N" TO WS-DATEI-EOF
              MOVE WS-KUNDEN-ID TO DARLEHEN-KUNDEN-ID
              START DARLEHENDATEI KEY IS = DARLEHEN-KUNDEN-ID
                 INVALID KEY MOVE "J" TO WS-DATEI-EOF
              END-START
              PERFORM UNTIL WS-DATEI-EOF = "J"
                 READ DARLEHENDATEI NEXT RECORD
                    AT END MOVE "J" TO WS-DATEI-EOF
                    NOT AT END
                       IF DARLEHEN-KUNDEN-ID NOT = WS-KUNDEN-ID
                          MOVE "J" TO WS-DATEI-EOF
                       ELSE
                          IF DARLEHEN-KONTO-ID = LS-KONTO-ID
                             AND (DARLEHEN-STATUS = "A"
                                OR DARLEHEN-STATUS = "R")
                             DISPLAY "Kontoaufloesung abgewiesen: "
                                "Darlehen " DARLEHEN-ID
                                " laeuft noch ueber das Konto."
                             MOVE "12" TO LS-STATUS
                             MOVE "J" TO WS-DATEI-EOF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DARLEHENDATEI
           END-IF
           EXIT.

       LESE-KONTOUMSAETZE SECTION.
      *    Ein Durchlauf ueber die Umsaetze des Kontos (Alternativ-
      *    schluessel Konto+Datum): juengster Zinsabschluss, erste
      *    Buchung, Posten des laufenden Monats je Herkunft und ob
      *    der GEBUEHRENLAUF den Monat bereits abgerechnet hat.
           MOVE 0 TO WS-LETZTER-ZINS
           MOVE 0 TO WS-ERSTE-BUCHUNG
           MOVE "N" TO WS-MONAT-ABGERECHNET
           PERFORM LESE-GEBUEHRENVERZEICHNIS
           COMPUTE WS-MONATSERSTER = (WS-PERIODE * 100) + 1
           MOVE "N" TO WS-TRANS-EOF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE LS-KONTO-ID TO TRANS-KONTO-ID
           MOVE 0 TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = LS-KONTO-ID
                       OR TRANS-DATUM > WS-ABSCHLUSSDATUM
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       IF WS-ERSTE-BUCHUNG = 0
                          MOVE TRANS-DATUM TO WS-ERSTE-BUCHUNG
                       END-IF
                       IF TRANS-HERKUNFT = "Z"
                          MOVE TRANS-DATUM TO WS-LETZTER-ZINS
                       END-IF
                       IF TRANS-DATUM >= WS-MONATSERSTER
                          PERFORM ZAEHLE-POSTEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSAKTIONEN
           EXIT.

       ZAEHLE-POSTEN SECTION.
      *    Gebuehrenbuchungen ("G") zaehlen wie im GEBUEHRENLAUF
      *    nicht als Posten; eine Kontofuehrungsbuchung des Monats
      *    zeigt, dass der Monat schon abgerechnet ist.
           IF TRANS-HERKUNFT = "G"
              IF TRANS-TEXT(1:14) = "KONTOFUEHRUNG "
                 MOVE "J" TO WS-MONAT-ABGERECHNET
              END-IF
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-POSTEN-ANZAHL
              IF WS-PO-HERKUNFT(WS-PO-IDX) = TRANS-HERKUNFT
                 ADD 1 TO WS-PO-ZAEHLER(WS-PO-IDX)
              END-IF
           END-PERFORM
           EXIT.

       BERECHNE-ZINS SECTION.
      *    Anteiliger Zins act/365 vom letzten Zinsabschluss (ohne
      *    einen solchen ab der ersten Buchung) bis zum
      *    Abschlusstag; ohne Umsaetze keine Zinsen.
           IF WS-LETZTER-ZINS > 0
              MOVE WS-LETZTER-ZINS TO WS-ZINS-AB
           ELSE
              MOVE WS-ERSTE-BUCHUNG TO WS-ZINS-AB
           END-IF
           IF WS-ZINS-AB = 0 OR WS-ZINS-AB >= WS-ABSCHLUSSDATUM
              EXIT SECTION
           END-IF
           COMPUTE WS-ZINSTAGE =
              FUNCTION INTEGER-OF-DATE(WS-ABSCHLUSSDATUM)
              - FUNCTION INTEGER-OF-DATE(WS-ZINS-AB)
           PERFORM ERMITTLE-ZINSSATZ
           COMPUTE WS-ZINSBETRAG ROUNDED =
              WS-SALDO-VORHER * WS-ZINSSATZ / 10000
              * WS-ZINSTAGE / 365
           EXIT.

       ERMITTLE-ZINSSATZ SECTION.
      *    Zinssatz wie im ZINSLAUF: Staffel des Produkts, deren
      *    Obergrenze der Saldo (ohne Vorzeichen) nicht
      *    uebersteigt, sonst die letzte belegte; ohne Produkt,
      *    bei unbekanntem Code oder ohne belegte Staffel die
      *    PARMFILE-Saetze (Vorgaben 0,50 und 9,50 Prozent).
           MOVE 50 TO WS-HABENZINS
           MOVE 950 TO WS-SOLLZINS
           MOVE WS-ABSCHLUSSDATUM TO WS-PARM-STICHTAG
           MOVE "HABENZINS" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-HABENZINS
           END-IF
           MOVE "SOLLZINS" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-SOLLZINS
           END-IF
           IF WS-SALDO-VORHER >= 0
              MOVE WS-HABENZINS TO WS-ZINSSATZ
           ELSE
              MOVE WS-SOLLZINS TO WS-ZINSSATZ
           END-IF

           IF WS-KONTO-PRODUKT = SPACES
              EXIT SECTION
           END-IF
           OPEN INPUT PRODUKTDATEI
           IF WS-PRODUKT-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE WS-KONTO-PRODUKT TO PRODUKT-CODE
           READ PRODUKTDATEI
              INVALID KEY
                 CLOSE PRODUKTDATEI
                 EXIT SECTION
           END-READ
           CLOSE PRODUKTDATEI

           COMPUTE WS-BASIS-ABSOLUT = FUNCTION ABS(WS-SALDO-VORHER)
           MOVE 0 TO WS-ST-GEFUNDEN
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > 3
              IF PRODUKT-STAFFEL-BIS(WS-ST-IDX) > 0
                 AND WS-ST-GEFUNDEN = 0
                 AND WS-BASIS-ABSOLUT
                    <= PRODUKT-STAFFEL-BIS(WS-ST-IDX)
                 MOVE WS-ST-IDX TO WS-ST-GEFUNDEN
              END-IF
           END-PERFORM
           IF WS-ST-GEFUNDEN = 0
              PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                 UNTIL WS-ST-IDX > 3
                 IF PRODUKT-STAFFEL-BIS(WS-ST-IDX) > 0
                    MOVE WS-ST-IDX TO WS-ST-GEFUNDEN
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ST-GEFUNDEN = 0
              EXIT SECTION
           END-IF
           IF WS-SALDO-VORHER >= 0
              MOVE PRODUKT-HABENZINS(WS-ST-GEFUNDEN) TO WS-ZINSSATZ
           ELSE
              MOVE PRODUKT-SOLLZINS(WS-ST-GEFUNDEN) TO WS-ZINSSATZ
           END-IF
           EXIT.

       LESE-GEBUEHRENVERZEICHNIS SECTION.
           MOVE 0 TO WS-GRUNDGEBUEHR
           MOVE 0 TO WS-POSTEN-ANZAHL
           MOVE "N" TO WS-GEBUEHREN-EOF
           OPEN INPUT GEBUEHREN-DATEI
           IF WS-GEBUEHREN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-GEBUEHREN-EOF = "J"
              READ GEBUEHREN-DATEI
                 AT END MOVE "J" TO WS-GEBUEHREN-EOF
                 NOT AT END
                    EVALUATE GEBUEHR-ART
                       WHEN "M"
                          MOVE GEBUEHR-BETRAG TO WS-GRUNDGEBUEHR
                       WHEN "P"
                          IF WS-POSTEN-ANZAHL < 10
                             ADD 1 TO WS-POSTEN-ANZAHL
                             MOVE GEBUEHR-HERKUNFT TO
                                WS-PO-HERKUNFT(WS-POSTEN-ANZAHL)
                             MOVE GEBUEHR-BETRAG TO
                                WS-PO-BETRAG(WS-POSTEN-ANZAHL)
                             MOVE 0 TO
                                WS-PO-ZAEHLER(WS-POSTEN-ANZAHL)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE GEBUEHREN-DATEI
           EXIT.

       BERECHNE-GEBUEHR SECTION.
      *    Grundgebuehr anteilig nach Kalendertagen des Monats bis
      *    einschliesslich Abschlusstag, dazu die Postengebuehren
      *    der bisherigen Monatsbuchungen.
           MOVE 0 TO WS-GEBUEHR-SUMME
           MOVE 0 TO WS-GRUNDGEBUEHR-ANTEIL
           IF WS-MONAT-ABGERECHNET = "J"
              EXIT SECTION
           END-IF
           IF WS-ABSCHLUSS-MONAT = 12
              COMPUTE WS-FOLGEMONAT =
                 ((WS-ABSCHLUSS-JAHR + 1) * 10000) + 101
           ELSE
              COMPUTE WS-FOLGEMONAT = WS-MONATSERSTER + 100
           END-IF
           COMPUTE WS-MONATSTAGE =
              FUNCTION INTEGER-OF-DATE(WS-FOLGEMONAT)
              - FUNCTION INTEGER-OF-DATE(WS-MONATSERSTER)
           MOVE WS-ABSCHLUSS-TAG TO WS-MONATSTAG
           COMPUTE WS-GRUNDGEBUEHR-ANTEIL ROUNDED =
              WS-GRUNDGEBUEHR * WS-MONATSTAG / WS-MONATSTAGE
           MOVE WS-GRUNDGEBUEHR-ANTEIL TO WS-GEBUEHR-SUMME
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-POSTEN-ANZAHL
              COMPUTE WS-GEBUEHR-SUMME = WS-GEBUEHR-SUMME
                 + (WS-PO-ZAEHLER(WS-PO-IDX)
                    * WS-PO-BETRAG(WS-PO-IDX))
           END-PERFORM
           EXIT.

       PRUEFE-AUSZAHLUNGSKONTO SECTION.
      *    Bleibt ein Guthaben, braucht es ein Auszahlungskonto:
      *    ein anderes Konto des Hauses in derselben Waehrung
      *    (Gutschrift, als Kontonummer oder IBAN des Hauses) oder
      *    eine gueltige fremde IBAN (Clearing). Eine Kontonummer,
      *    die es im Haus nicht gibt, reicht fuer das Clearing
      *    nicht.
           MOVE "N" TO WS-AUSZAHLUNGSWEG
           MOVE SPACES TO WS-AUSZAHLUNG-ID
           MOVE SPACES TO WS-AUSZAHLUNG-IBAN
           IF WS-SCHLUSSSALDO = 0
              EXIT SECTION
           END-IF
           IF LS-AUSZAHLUNG-KONTO = SPACES
              DISPLAY "Kontoaufloesung abgewiesen: fuer das "
                 "Guthaben fehlt ein Auszahlungskonto."
              MOVE "20" TO LS-STATUS
              EXIT SECTION
           END-IF
           IF LS-AUSZAHLUNG-KONTO(11:24) = SPACES
              MOVE LS-AUSZAHLUNG-KONTO(1:10) TO KONTO-ID
              READ KONTODATEI
                 NOT INVALID KEY
                    MOVE "I" TO WS-AUSZAHLUNGSWEG
                    MOVE KONTO-ID TO WS-AUSZAHLUNG-ID
                    MOVE KONTO-WAEHRUNG TO WS-AUSZAHLUNG-WAEHRUNG
              END-READ
           END-IF
           IF WS-AUSZAHLUNGSWEG = "N"
              MOVE "IBANPRUEF" TO WS-SUB-FUNKTION
              MOVE LS-AUSZAHLUNG-KONTO(1:20) TO WS-SUB-PARM1
              MOVE SPACES TO WS-SUB-PARM2
              MOVE LS-AUSZAHLUNG-KONTO(21:14) TO WS-SUB-PARM2(1:14)
              MOVE SPACES TO WS-SUB-ERGEBNIS
              CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
                 WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
              IF WS-SUB-STATUS NOT = "00"
                 OR WS-SUB-ERGEBNIS(1:1) NOT = "J"
                 DISPLAY "Kontoaufloesung abgewiesen: "
                    "Auszahlungskonto ist weder ein Konto des "
                    "Hauses noch eine gueltige IBAN."
                 MOVE "20" TO LS-STATUS
                 EXIT SECTION
              END-IF
              MOVE WS-SUB-ERGEBNIS(3:10) TO WS-AUSZAHLUNG-ID
              MOVE WS-SUB-PARM1 TO WS-AUSZAHLUNG-IBAN(1:20)
              MOVE WS-SUB-PARM2(1:14) TO WS-AUSZAHLUNG-IBAN(21:14)
              IF WS-SUB-ERGEBNIS(2:1) = "H"
                 MOVE WS-AUSZAHLUNG-ID TO KONTO-ID
                 READ KONTODATEI
                    INVALID KEY
                       DISPLAY "Kontoaufloesung abgewiesen: "
                          "IBAN des Hauses ohne Konto."
                       MOVE "20" TO LS-STATUS
                       EXIT SECTION
                 END-READ
                 MOVE "I" TO WS-AUSZAHLUNGSWEG
                 MOVE KONTO-WAEHRUNG TO WS-AUSZAHLUNG-WAEHRUNG
              ELSE
                 MOVE "C" TO WS-AUSZAHLUNGSWEG
              END-IF
           END-IF
           IF WS-AUSZAHLUNGSWEG = "I"
              AND WS-AUSZAHLUNG-ID = LS-KONTO-ID
              DISPLAY "Kontoaufloesung abgewiesen: Auszahlungskonto "
                 "ist das aufzuloesende Konto."
              MOVE "20" TO LS-STATUS
              EXIT SECTION
           END-IF
           IF WS-AUSZAHLUNGSWEG = "I"
              IF WS-AUSZAHLUNG-WAEHRUNG = SPACES
                 MOVE "EUR" TO WS-AUSZAHLUNG-WAEHRUNG
              END-IF
              IF WS-KONTO-WAEHRUNG = SPACES
                 MOVE "EUR" TO WS-KONTO-WAEHRUNG
              END-IF
              IF WS-AUSZAHLUNG-WAEHRUNG NOT = WS-KONTO-WAEHRUNG
                 DISPLAY "Kontoaufloesung abgewiesen: "
                    "Auszahlungskonto wird in "
                    WS-AUSZAHLUNG-WAEHRUNG " gefuehrt."
                 MOVE "20" TO LS-STATUS
              END-IF
           END-IF
           EXIT.

       LOESE-AUFTRAEGE-AUF SECTION.
      *    Dauerauftraege, offene Terminauftraege und Empfaenger-
      *    vorlagen des Kontos zaehlen und bei WS-LOESCHEN = "J"
      *    loeschen; ausgefuehrte und uebergangene Terminauftraege
      *    bleiben als Historie stehen.
           MOVE 0 TO WS-DAUER-ANZAHL
           MOVE 0 TO WS-TERMIN-ANZAHL
           MOVE 0 TO WS-EMPF-ANZAHL

           IF WS-LOESCHEN = "J"
              OPEN I-O DAUERAUFTRAG
           ELSE
              OPEN INPUT DAUERAUFTRAG
           END-IF
           IF WS-DAUER-STATUS = "00"
              MOVE "N" TO WS-DATEI-EOF
              MOVE LS-KONTO-ID TO DAUER-KONTO-ID
              MOVE 0 TO DAUER-LFD-NR
              START DAUERAUFTRAG KEY IS >= DAUER-ID
                 INVALID KEY MOVE "J" TO WS-DATEI-EOF
              END-START
              PERFORM UNTIL WS-DATEI-EOF = "J"
                 READ DAUERAUFTRAG NEXT RECORD
                    AT END MOVE "J" TO WS-DATEI-EOF
                    NOT AT END
                       IF DAUER-KONTO-ID NOT = LS-KONTO-ID
                          MOVE "J" TO WS-DATEI-EOF
                       ELSE
                          ADD 1 TO WS-DAUER-ANZAHL
                          IF WS-LOESCHEN = "J"
                             DELETE DAUERAUFTRAG RECORD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DAUERAUFTRAG
           END-IF

           IF WS-LOESCHEN = "J"
              OPEN I-O TERMINAUFTRAG
           ELSE
              OPEN INPUT TERMINAUFTRAG
           END-IF
           IF WS-TERMIN-STATUS = "00"
              MOVE "N" TO WS-DATEI-EOF
              MOVE LS-KONTO-ID TO TERMIN-KONTO-ID
              MOVE 0 TO TERMIN-LFD-NR
              START TERMINAUFTRAG KEY IS >= TERMIN-ID
                 INVALID KEY MOVE "J" TO WS-DATEI-EOF
              END-START
              PERFORM UNTIL WS-DATEI-EOF = "J"
                 READ TERMINAUFTRAG NEXT RECORD
                    AT END MOVE "J" TO WS-DATEI-EOF
                    NOT AT END
                       IF TERMIN-KONTO-ID NOT = LS-KONTO-ID
                          MOVE "J" TO WS-DATEI-EOF
                       ELSE
                          IF TERMIN-STATUS = "O"
                             ADD 1 TO WS-TERMIN-ANZAHL
                             IF WS-LOESCHEN = "J"
                                DELETE TERMINAUFTRAG RECORD
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERMINAUFTRAG
           END-IF

           IF WS-LOESCHEN = "J"
              OPEN I-O EMPFAENGERDATEI
           ELSE
              OPEN INPUT EMPFAENGERDATEI
           END-IF
           IF WS-EMPF-STATUS = "00"
              MOVE "N" TO WS-DATEI-EOF
              MOVE LS-KONTO-ID TO EMPF-KONTO-ID
              MOVE LOW-VALUES TO EMPF-KURZNAME
              START EMPFAENGERDATEI KEY IS >= EMPF-ID
                 INVALID KEY MOVE "J" TO WS-DATEI-EOF
              END-START
              PERFORM UNTIL WS-DATEI-EOF = "J"
                 READ EMPFAENGERDATEI NEXT RECORD
                    AT END MOVE "J" TO WS-DATEI-EOF
                    NOT AT END
                       IF EMPF-KONTO-ID NOT = LS-KONTO-ID
                          MOVE "J" TO WS-DATEI-EOF
                       ELSE
                          ADD 1 TO WS-EMPF-ANZAHL
                          IF WS-LOESCHEN = "J"
                             DELETE EMPFAENGERDATEI RECORD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPFAENGERDATEI
           END-IF
           EXIT.

       ZEIGE-ABRECHNUNG SECTION.
           DISPLAY "Abschlussrechnung Konto " LS-KONTO-ID
              " zum " WS-ABSCHLUSSDATUM
           MOVE WS-SALDO-VORHER TO WS-BETRAG-ANZEIGE
           DISPLAY "  Saldo vor Abschluss    " WS-BETRAG-ANZEIGE
           MOVE WS-ZINSBETRAG TO WS-BETRAG-ANZEIGE
           COMPUTE WS-SATZ-ANZEIGE = WS-ZINSSATZ / 100
           MOVE WS-ZINSTAGE TO WS-TAGE-ANZEIGE
           DISPLAY "  Zinsen anteilig        " WS-BETRAG-ANZEIGE
              " (" WS-TAGE-ANZEIGE " Tage zu " WS-SATZ-ANZEIGE
              " %)"
           COMPUTE WS-BETRAG-ANZEIGE = 0 - WS-GEBUEHR-SUMME
           DISPLAY "  Kontofuehrung anteilig " WS-BETRAG-ANZEIGE
           MOVE WS-SCHLUSSSALDO TO WS-BETRAG-ANZEIGE
           DISPLAY "  Auszahlungsbetrag      " WS-BETRAG-ANZEIGE
           EVALUATE WS-AUSZAHLUNGSWEG
              WHEN "I"
                 DISPLAY "  Auszahlung auf Konto   "
                    WS-AUSZAHLUNG-ID " (hausintern)"
              WHEN "C"
                 DISPLAY "  Auszahlung auf IBAN    "
                    FUNCTION TRIM(WS-AUSZAHLUNG-IBAN) " (Clearing)"
              WHEN OTHER
                 DISPLAY "  keine Auszahlung"
           END-EVALUATE
           DISPLAY "  Dauerauftraege " WS-DAUER-ANZAHL
              ", offene Terminauftraege " WS-TERMIN-ANZAHL
              ", Empfaengervorlagen " WS-EMPF-ANZAHL
              " werden geloescht."
           EXIT.

       BUCHE-AUSZAHLUNG SECTION.
      *    Belastung des aufzuloesenden Kontos mit Hauptbuch-
      *    buchung; hausintern die Gutschrift auf dem
      *    Auszahlungskonto (ohne Hauptbuchsatz, wie bei der
      *    Ueberweisung bucht das Hauptbuch nur die Belastung),
      *    sonst die Uebergabe an das Partnerinstitut.
           MOVE LS-KONTO-ID TO WS-BU-KONTO
           MOVE "U" TO WS-BU-HERKUNFT
           MOVE SPACES TO WS-BU-TEXT
           STRING "AUFLOESUNG AN " DELIMITED BY SIZE
                  WS-AUSZAHLUNG-ID DELIMITED BY SPACE
             INTO WS-BU-TEXT
           END-STRING
           COMPUTE WS-BU-BETRAG = 0 - WS-SCHLUSSSALDO
           MOVE "J" TO WS-BU-HAUPTBUCH
           PERFORM BUCHE-UMSATZ

           IF WS-AUSZAHLUNGSWEG = "I"
              MOVE WS-AUSZAHLUNG-ID TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    DISPLAY "Auszahlungskonto nicht mehr gefunden."
                    EXIT SECTION
              END-READ
              ADD WS-SCHLUSSSALDO TO KONTO-SALDO
              REWRITE KONTO-RECORD
              MOVE WS-AUSZAHLUNG-ID TO WS-BU-KONTO
              MOVE SPACES TO WS-BU-TEXT
              STRING "AUFLOESUNG VON " DELIMITED BY SIZE
                     LS-KONTO-ID DELIMITED BY SPACE
                INTO WS-BU-TEXT
              END-STRING
              MOVE WS-SCHLUSSSALDO TO WS-BU-BETRAG
              MOVE "N" TO WS-BU-HAUPTBUCH
              PERFORM BUCHE-UMSATZ
           ELSE
              PERFORM SCHREIBE-CLEARING-AUSGANG
           END-IF
           EXIT.

       BUCHE-UMSATZ SECTION.
      *    Ein Umsatz (WS-BU-...) ins Umsatzjournal und bei
      *    WS-BU-HAUPTBUCH = "J" unter derselben Buchungsreferenz
      *    ins Hauptbuch; Umsaetze des aufzuloesenden Kontos
      *    schreiben zugleich dessen Saldo fort.
           IF WS-BU-KONTO = LS-KONTO-ID
              MOVE LS-KONTO-ID TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    DISPLAY "Konto nicht mehr gefunden."
                    EXIT SECTION
              END-READ
              ADD WS-BU-BETRAG TO KONTO-SALDO
              REWRITE KONTO-RECORD
           END-IF

           OPEN I-O TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "35" THEN
              OPEN OUTPUT TRANSAKTIONEN
              CLOSE TRANSAKTIONEN
              OPEN I-O TRANSAKTIONEN
           END-IF
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              DISPLAY "Umsatzjournal nicht verfuegbar, "
                 "Umsatz nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE WS-BU-KONTO TO TRANS-KONTO-ID
           MOVE WS-ABSCHLUSSDATUM TO TRANS-DATUM
           MOVE WS-ABSCHLUSSDATUM TO TRANS-VALUTA
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANS-ZEITSTEMPEL
           MOVE WS-BU-HERKUNFT TO TRANS-HERKUNFT
           MOVE WS-BU-TEXT TO TRANS-TEXT
           MOVE WS-BU-BETRAG TO TRANS-BETRAG
           WRITE TRANSAKTIONEN-SATZ
           ADD 1 TO WS-KONTROLL-ANZAHL-T
           ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T
           CLOSE TRANSAKTIONEN
           IF WS-BU-HAUPTBUCH NOT = "J"
              EXIT SECTION
           END-IF

           OPEN I-O LEDGER
           IF WS-LEDGER-STATUS = "35" THEN
              OPEN OUTPUT LEDGER
              CLOSE LEDGER
              OPEN I-O LEDGER
           END-IF
           IF WS-LEDGER-STATUS NOT = "00" THEN
              DISPLAY "Hauptbuch nicht verfuegbar, Buchung "
                 "unterbleibt, Status: " WS-LEDGER-STATUS
              EXIT SECTION
           END-IF
           MOVE TRANS-REF TO LEDGER-TRANS-ID
           MOVE WS-BU-KONTO TO LEDGER-KONTO-ID
           MOVE WS-BU-BETRAG TO LEDGER-BETRAG
           MOVE "G" TO LEDGER-STATUS
           WRITE LEDGER-SATZ
              INVALID KEY
                 DISPLAY "Hauptbuch-Buchung abgewiesen: "
                    LEDGER-TRANS-ID
              NOT INVALID KEY
                 ADD 1 TO WS-KONTROLL-ANZAHL-L
                 ADD LEDGER-BETRAG TO WS-KONTROLL-SUMME-L
           END-WRITE
           CLOSE LEDGER
           EXIT.

       SCHREIBE-CLEARING-AUSGANG SECTION.
      *    Uebergibt die Auszahlung an das Partnerinstitut
      *    (clearing-ausgang-JJJJMMTT.dat, siehe CLEARINGREC.cpy).
      *    Datei und Clearingdatum richten sich wie bei der
      *    Ueberweisung nach dem Valutatag (SUBMODULE-Funktion
      *    VALUTATAG); ist SUBMODULE nicht erreichbar, gilt der
      *    Abschlusstag.
           MOVE WS-ABSCHLUSSDATUM TO WS-CLEARING-TAG
           MOVE "VALUTATAG" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SUB-PARM1(1:14)
           MOVE SPACES TO WS-SUB-PARM2
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS(1:8) TO WS-CLEARING-TAG
           END-IF
           MOVE SPACES TO WS-CLEARING-DATEINAME
           STRING "clearing-ausgang-" DELIMITED BY SIZE
                  WS-CLEARING-TAG DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-CLEARING-DATEINAME
           END-STRING
           OPEN EXTEND CLEARING-AUSGANG
           IF WS-CLEARING-STATUS NOT = "00" THEN
              OPEN OUTPUT CLEARING-AUSGANG
           END-IF
           IF WS-CLEARING-STATUS NOT = "00" THEN
              DISPLAY "Clearing-Ausgang nicht beschreibbar, "
                 "Status: " WS-CLEARING-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO CLEARING-SATZ
           MOVE WS-AUSZAHLUNG-ID TO CLEARING-EMPFAENGER
           MOVE WS-AUSZAHLUNG-IBAN TO CLEARING-EMPFAENGER-IBAN
           MOVE LS-KONTO-ID TO CLEARING-AUFTRAGGEBER
           MOVE WS-SCHLUSSSALDO TO CLEARING-BETRAG
           MOVE SPACES TO CLEARING-TEXT
           STRING "KONTOAUFLOESUNG " DELIMITED BY SIZE
                  LS-KONTO-ID DELIMITED BY SPACE
             INTO CLEARING-TEXT
           END-STRING
           MOVE WS-CLEARING-TAG TO CLEARING-DATUM
      *    IBAN des abgeschlossenen Kontos (SUBMODULE-Funktion
      *    IBANBILD); bleibt leer, wenn sie sich nicht bilden
      *    laesst.
           MOVE "IBANBILD" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE LS-KONTO-ID TO WS-SUB-PARM1(1:10)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS TO CLEARING-AUFTRAGGEBER-IBAN(1:20)
              MOVE WS-SUB-PARM2(1:2) TO CLEARING-AUFTRAGGEBER-IBAN(21:2)
           END-IF
           WRITE CLEARING-SATZ
           CLOSE CLEARING-AUSGANG
           EXIT.

       SCHREIBE-ABSCHLUSSRECHNUNG SECTION.
      *    Abschlussrechnung fuer den Kunden neben den Konto-
      *    auszuegen (auszuege/abschluss-<Konto>-JJJJMMTT.txt).
           MOVE SPACES TO WS-ABSCHLUSS-DATEINAME
           STRING "auszuege/abschluss-" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-KONTO-ID) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ABSCHLUSSDATUM DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-ABSCHLUSS-DATEINAME
           END-STRING
           OPEN OUTPUT ABSCHLUSS-DATEI
           IF WS-ABSCHLUSS-STATUS NOT = "00" THEN
              DISPLAY "Abschlussrechnung nicht beschreibbar, "
                 "Status: " WS-ABSCHLUSS-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Abschlussrechnung zur Kontoaufloesung, Konto "
                  DELIMITED BY SIZE
                  LS-KONTO-ID DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE "========================================"
              TO ABSCHLUSS-SATZ
           WRITE ABSCHLUSS-SATZ
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Kontoinhaber: " DELIMITED BY SIZE
                  WS-KONTO-NAME DELIMITED BY SIZE
                  " Kunde " DELIMITED BY SIZE
                  WS-KUNDEN-ID DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Abschlusstag: " DELIMITED BY SIZE
                  WS-ABSCHLUSSDATUM DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE SPACES TO ABSCHLUSS-SATZ
           WRITE ABSCHLUSS-SATZ

           MOVE WS-SALDO-VORHER TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Saldo vor Abschluss          " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE WS-ZINSBETRAG TO WS-BETRAG-ANZEIGE
           COMPUTE WS-SATZ-ANZEIGE = WS-ZINSSATZ / 100
           MOVE WS-ZINSTAGE TO WS-TAGE-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Zinsen anteilig              " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  "  ab " DELIMITED BY SIZE
                  WS-ZINS-AB DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-TAGE-ANZEIGE DELIMITED BY SIZE
                  " Tage zu " DELIMITED BY SIZE
                  WS-SATZ-ANZEIGE DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           COMPUTE WS-BETRAG-ANZEIGE = 0 - WS-GEBUEHR-SUMME
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Kontofuehrung anteilig       " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  "  Monat " DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE WS-SCHLUSSSALDO TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Schlusssaldo / Auszahlung    " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE SPACES TO ABSCHLUSS-SATZ
           EVALUATE WS-AUSZAHLUNGSWEG
              WHEN "I"
                 STRING "Ausgezahlt auf unser Konto " DELIMITED BY SIZE
                        WS-AUSZAHLUNG-ID DELIMITED BY SIZE
                   INTO ABSCHLUSS-SATZ
                 END-STRING
              WHEN "C"
                 STRING "Ueberwiesen auf IBAN " DELIMITED BY SIZE
                        WS-AUSZAHLUNG-IBAN DELIMITED BY SPACE
                        " bei einem anderen Institut"
                        DELIMITED BY SIZE
                   INTO ABSCHLUSS-SATZ
                 END-STRING
              WHEN OTHER
                 MOVE "Kein Restguthaben auszuzahlen."
                    TO ABSCHLUSS-SATZ
           END-EVALUATE
           WRITE ABSCHLUSS-SATZ
           MOVE SPACES TO ABSCHLUSS-SATZ
           WRITE ABSCHLUSS-SATZ

           MOVE WS-DAUER-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Geloeschte Dauerauftraege:        "
                  DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE WS-TERMIN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Geloeschte offene Terminauftraege:"
                  DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE WS-EMPF-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-SATZ
           STRING "Geloeschte Empfaengervorlagen:    "
                  DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO ABSCHLUSS-SATZ
           END-STRING
           WRITE ABSCHLUSS-SATZ
           MOVE SPACES TO ABSCHLUSS-SATZ
           WRITE ABSCHLUSS-SATZ
           MOVE "Das Konto ist mit dem Abschlusstag aufgeloest."
              TO ABSCHLUSS-SATZ
           WRITE ABSCHLUSS-SATZ
           CLOSE ABSCHLUSS-DATEI
           EXIT.

       SCHREIBE-LAUFKONTROLLE SECTION.
      *    Kontrollsaetze der Abschlussbuchungen in die gemeinsame
      *    Laufkontrolldatei (siehe KONTROLLREC.cpy).
           OPEN EXTEND LAUFKONTROLLE
           IF WS-KONTROLLE-STATUS NOT = "00" THEN
              OPEN OUTPUT LAUFKONTROLLE
           END-IF
           IF WS-KONTROLLE-STATUS NOT = "00" THEN
              DISPLAY "Laufkontrolle nicht beschreibbar, "
                 "Status: " WS-KONTROLLE-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO KONTROLL-SATZ
           MOVE "KONTOABSCHLUSS" TO KONTROLL-PROGRAMM
           MOVE WS-ABSCHLUSSDATUM TO KONTROLL-LAUFDATUM
           MOVE "T" TO KONTROLL-BEREICH
           MOVE WS-KONTROLL-ANZAHL-T TO KONTROLL-ANZAHL
           MOVE WS-KONTROLL-SUMME-T TO KONTROLL-SUMME
           WRITE KONTROLL-SATZ
           MOVE "L" TO KONTROLL-BEREICH
           MOVE WS-KONTROLL-ANZAHL-L TO KONTROLL-ANZAHL
           MOVE WS-KONTROLL-SUMME-L TO KONTROLL-SUMME
           WRITE KONTROLL-SATZ
           CLOSE LAUFKONTROLLE
           EXIT.

       PRUEFE-PERIODE SECTION.
      *    Prueft, ob die Periode WS-PRUEF-PERIODE in PERIODEN.DAT
      *    als geschlossen gefuehrt wird (siehe PERIODENREC.cpy);
      *    fehlt die Datei oder der Satz, gilt die Periode als
      *    offen.
           MOVE "N" TO WS-PERIODE-GESCHLOSSEN
           OPEN INPUT PERIODENSTATUS
           IF WS-PERIODENSTATUS-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE WS-PRUEF-PERIODE TO PERST-PERIODE
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

       ERMITTLE-TRANS-REF SECTION.
      *    Vergibt die naechste eindeutige Buchungsreferenz ("T"
      *    plus laufende Nummer) aus trans-sequenz.dat und stellt
      *    sie in TRANS-REF ein (wie in ueberweisung.cbl).
           MOVE 0 TO WS-TRANS-SEQUENZ
           OPEN INPUT TRANSSEQUENZ
           IF WS-TRANSSEQUENZ-STATUS = "00" THEN
              READ TRANSSEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE TRANSSEQUENZ-WERT TO WS-TRANS-SEQUENZ
              END-READ
              CLOSE TRANSSEQUENZ
           END-IF
           ADD 1 TO WS-TRANS-SEQUENZ
           MOVE WS-TRANS-SEQUENZ TO TRANSSEQUENZ-WERT
           OPEN OUTPUT TRANSSEQUENZ
           WRITE TRANSSEQUENZ-SATZ
           CLOSE TRANSSEQUENZ
           STRING "T" DELIMITED BY SIZE
                  WS-TRANS-SEQUENZ DELIMITED BY SIZE
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
           PERFORM LESE-PARMTERMIN-WERT
           EXIT.

       LESE-PARMTERMIN-WERT SECTION.
      *    Ueberlagert WS-PARMFILE-WERT-GEFUNDEN mit dem juengsten
      *    Terminwert aus parmfile-termine.dat, dessen
      *    Wirksamkeitsdatum den Stichtag WS-PARM-STICHTAG
      *    erreicht hat (siehe PARMTERMREC.cpy).
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
       END PROGRAM KONTOABSCHLUSS.

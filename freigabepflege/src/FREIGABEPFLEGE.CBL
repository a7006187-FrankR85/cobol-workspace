       PROGRAM-ID. FREIGABEPFLEGE.
      *    Entscheidung ueber offene Freigaben (Vier-Augen-Prinzip,
      *    siehe FREIGABEREC.cpy): ein Supervisor sichtet die von
      *    LIMITPFLEGE, KONTOPFLEGE, STORNO, FESTGELDPFLEGE,
      *    SPERRBETRAGPFLEGE, dem MAHNLAUF und der
      *    PRODUKTUMSTELLUNG vorgemerkten
      *    Aktionen und gibt sie
      *    frei oder lehnt sie ab. Erst die Freigabe fuehrt die
      *    Aktion tatsaechlich aus:
      *      "L" setzt das neue KONTO-LIMIT,
      *      "K" loest das Konto mit Abschlussrechnung auf
      *          (KONTOABSCHLUSS: anteilige Zinsen und Gebuehren,
      *          Auftraege und Vorlagen loeschen, Restguthaben auf
      *          das vorgemerkte Auszahlungskonto, Abschluss-
      *          rechnung, erst dann Loeschen des Kontosatzes),
      *      "S" fuehrt den Storno aus wie storno.cbl - Original
      *          auf "S", Ausgleichsbuchung mit Status "A" ins
      *          Hauptbuch, Saldo- und Empfaengerkorrektur,
      *          Ausgleichsumsaetze mit Herkunft "S" - nur ohne
      *          mobileTAN, weil hier der zweite Operator die
      *          Kontrolle ist,
      *      "F" kuendigt ein Festgeld vorzeitig: Anlagebetrag
      *          und anteilige Zinsen bis heute gehen abzueglich
      *          des Vorfaelligkeitsentgelts (Freigabebetrag) auf
      *          das Quellkonto, Umsaetze mit Herkunft "F",
      *      "P" setzt eine in SPERRBETRAGPFLEGE erfasste
      *          Betragssperre in Kraft,
      *      "E" hebt eine Betragssperre auf,
      *      "M" setzt die Zahlungssperre der letzten Mahnstufe
      *          (KONTO-MAHNSPERRE), solange das Konto laut
      *          MAHNSTATUS noch ueberzogen ist,
      *      "U" gibt eine Produktumstellung frei; Mitteilungen
      *          und Umstellung zum Stichtag fuehrt danach die
      *          PRODUKTUMSTELLUNG aus.
      *    Bei Ablehnung geht eine beantragte Sperre auf "X"
      *    (abgelehnt), eine zur Aufhebung beantragte wieder auf
      *    "A" (aktiv); eine abgelehnte Zahlungssperre vermerkt
      *    der Mahnsatz mit "A", der MAHNLAUF stellt sie dann bis
      *    zum Ausgleich nicht erneut vor.
      *    Erfasser und Entscheider muessen verschieden sein;
      *    beide Kennungen stehen im Freigabesatz und laufen ueber
      *    das AUDITLOG-Subprogramm.
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.
           SELECT FESTGELDDATEI ASSIGN TO "FESTGELDDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FESTGELD-ID
              ALTERNATE RECORD KEY IS FESTGELD-KONTO-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-FESTGELD-STATUS.
           SELECT TRANSSEQUENZ ASSIGN TO "trans-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSSEQUENZ-STATUS.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT SPERRBETRAG ASSIGN TO "SPERRBETRAG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SPERRBETRAG-ID
              FILE STATUS IS WS-SPERRBETRAG-STATUS.
           SELECT MAHNSTATUS ASSIGN TO "MAHNSTATUS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAHN-KONTO-ID
              FILE STATUS IS WS-MAHNSTATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY LEDGERREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD FESTGELDDATEI.
       COPY FESTGELDREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD SPERRBETRAG.
       COPY SPERRBETRAGREC.
       FD MAHNSTATUS.
       COPY MAHNREC.

       WORKING-STORAGE SECTION.
       01 WS-FREIGABE-STATUS PIC X(02).
       01 WS-EMPFAENGER-BEKANNT PIC X.
       01 WS-EMPFAENGER-INTERN PIC X.

      *    Vorzeitige Festgeldkuendigung: anteilige Zinsen act/365
      *    wie in FESTGELDLAUF, Buchungsdaten je Umsatz.
       01 WS-FESTGELD-STATUS PIC X(02).
       01 WS-FESTGELD-ZINS PIC S9(9)V99.
       01 WS-FESTGELD-ZINSTAGE PIC 9(05).
       01 WS-FESTGELD-GUTSCHRIFT PIC S9(9)V99.
       01 WS-FESTGELD-BUCHUNG PIC S9(7)V99.
       01 WS-FESTGELD-TEXT PIC X(30).

      *    Laufkontrolle (siehe KONTROLLREC.cpy) fuer die beim
      *    Storno geschriebenen Ausgleichsumsaetze und die
      *    Hauptbuch-Gegenbuchung.
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

      *    Betragssperren (siehe SPERRBETRAGREC.cpy).
       01 WS-SPERRBETRAG-STATUS PIC X(02).

      *    Mahnstand (siehe MAHNREC.cpy) fuer die Zahlungssperre.
       01 WS-MAHNSTATUS-STATUS PIC X(02).

      *    Kontoaufloesung ueber das Subprogramm KONTOABSCHLUSS.
       01 WS-ABSCHLUSS-MODUS PIC X(01).
       01 WS-AUSZAHLUNG-KONTO PIC X(34).
       01 WS-AUSZAHLUNGSBETRAG PIC S9(9)V99.
       01 WS-ABSCHLUSS-STATUS PIC X(02).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "FREIGABEPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
                     PERFORM FUEHRE-SCHLIESSUNG-AUS
                  WHEN "S"
                     PERFORM FUEHRE-STORNO-AUS
                  WHEN "F"
                     PERFORM FUEHRE-FESTGELDKUENDIGUNG-AUS
                  WHEN "P"
                     PERFORM FUEHRE-BETRAGSSPERRE-AUS
                  WHEN "E"
                     PERFORM FUEHRE-SPERRAUFHEBUNG-AUS
                  WHEN "M"
                     PERFORM FUEHRE-MAHNSPERRE-AUS
                  WHEN "U"
                     PERFORM FUEHRE-PRODUKTUMSTELLUNG-AUS
                  WHEN OTHER
                     DISPLAY "Unbekannte Freigabeart."
               END-EVALUATE
               END-IF
               MOVE "F" TO FREIGABE-STATUS
            ELSE
               IF FREIGABE-ART = "P" OR FREIGABE-ART = "E" THEN
                  PERFORM SETZE-SPERRE-ZURUECK
               END-IF
               IF FREIGABE-ART = "M" THEN
                  PERFORM SETZE-MAHNSPERRE-ZURUECK
               END-IF
               MOVE "A" TO FREIGABE-STATUS
            END-IF

            DISPLAY "Neues Limit gesetzt."
            EXIT.
       FUEHRE-SCHLIESSUNG-AUS SECTION.
      *    Die Abschlussrechnung wird zum Ausfuehrungszeitpunkt
      *    neu berechnet - zwischen Vormerkung und Freigabe kann
      *    gebucht worden sein. Das in KONTOPFLEGE erfasste
      *    Auszahlungskonto (Kontonummer oder IBAN) steht in
      *    FREIGABE-TRANS-ID und FREIGABE-TEXT(14:17); aeltere
      *    Vormerkungen mit dem Vermerk "KONTOSCHLIESSUNG" haben
      *    nur die Kontonummer in FREIGABE-TRANS-ID(1:10).
            MOVE "A" TO WS-ABSCHLUSS-MODUS
            MOVE SPACES TO WS-AUSZAHLUNG-KONTO
            MOVE FREIGABE-TRANS-ID TO WS-AUSZAHLUNG-KONTO(1:17)
            IF FREIGABE-TEXT NOT = "KONTOSCHLIESSUNG" THEN
               MOVE FREIGABE-TEXT(14:17) TO WS-AUSZAHLUNG-KONTO(18:17)
            END-IF
            CALL "KONTOABSCHLUSS" USING WS-ABSCHLUSS-MODUS
               FREIGABE-KONTO-ID WS-AUSZAHLUNG-KONTO
               WS-OPERATOR-ID WS-AUSZAHLUNGSBETRAG
               WS-ABSCHLUSS-STATUS
            IF WS-ABSCHLUSS-STATUS NOT = "00" THEN
               DISPLAY "Konto kann nicht geschlossen werden."
               EXIT SECTION
            END-IF
            MOVE WS-AUSZAHLUNGSBETRAG TO FREIGABE-BETRAG
            MOVE "J" TO WS-AUSGEFUEHRT
            DISPLAY "Konto geschlossen."
            EXIT.
       FUEHRE-BETRAGSSPERRE-AUS SECTION.
      *    FREIGABE-TRANS-ID(1:14) ist der Schluessel der Sperre
      *    (Konto plus laufende Nummer); "B" wird "A".
            PERFORM LIES-BETRAGSSPERRE
            IF WS-SPERRBETRAG-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            IF SPERRBETRAG-STATUS NOT = "B" THEN
               DISPLAY "Sperre ist nicht mehr beantragt."
               CLOSE SPERRBETRAG
               EXIT SECTION
            END-IF
            MOVE "A" TO SPERRBETRAG-STATUS
            REWRITE SPERRBETRAG-RECORD
            CLOSE SPERRBETRAG
            MOVE "J" TO WS-AUSGEFUEHRT
            DISPLAY "Betragssperre in Kraft gesetzt."
            EXIT.
       FUEHRE-SPERRAUFHEBUNG-AUS SECTION.
            PERFORM LIES-BETRAGSSPERRE
            IF WS-SPERRBETRAG-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            IF SPERRBETRAG-STATUS NOT = "E" THEN
               DISPLAY "Aufhebung ist nicht mehr beantragt."
               CLOSE SPERRBETRAG
               EXIT SECTION
            END-IF
            MOVE "F" TO SPERRBETRAG-STATUS
            MOVE FUNCTION CURRENT-DATE(1:8)
               TO SPERRBETRAG-AUFGEHOBEN-AM
            REWRITE SPERRBETRAG-RECORD
            CLOSE SPERRBETRAG
            MOVE "J" TO WS-AUSGEFUEHRT
            DISPLAY "Betragssperre aufgehoben."
            EXIT.
       SETZE-SPERRE-ZURUECK SECTION.
      *    Abgelehnter Antrag: eine beantragte Sperre wird nie
      *    wirksam ("X"), eine zur Aufhebung beantragte bleibt
      *    aktiv.
            PERFORM LIES-BETRAGSSPERRE
            IF WS-SPERRBETRAG-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            IF FREIGABE-ART = "P" AND SPERRBETRAG-STATUS = "B" THEN
               MOVE "X" TO SPERRBETRAG-STATUS
               REWRITE SPERRBETRAG-RECORD
            END-IF
            IF FREIGABE-ART = "E" AND SPERRBETRAG-STATUS = "E" THEN
               MOVE "A" TO SPERRBETRAG-STATUS
               REWRITE SPERRBETRAG-RECORD
            END-IF
            CLOSE SPERRBETRAG
            EXIT.
       LIES-BETRAGSSPERRE SECTION.
      *    Oeffnet SPERRBETRAG und liest die Sperre zum
      *    Freigabesatz; bei Status "00" ist die Datei offen.
            OPEN I-O SPERRBETRAG
            IF WS-SPERRBETRAG-STATUS NOT = "00" THEN
               DISPLAY "SPERRBETRAG nicht verfuegbar, Status: "
                  WS-SPERRBETRAG-STATUS
               EXIT SECTION
            END-IF
            MOVE FREIGABE-TRANS-ID(1:14) TO SPERRBETRAG-ID
            READ SPERRBETRAG
               INVALID KEY
                  DISPLAY "Sperre nicht gefunden."
                  CLOSE SPERRBETRAG
                  MOVE "23" TO WS-SPERRBETRAG-STATUS
            END-READ
            EXIT.
       FUEHRE-MAHNSPERRE-AUS SECTION.
      *    Zahlungssperre der letzten Mahnstufe: nur solange der
      *    Mahnsatz des Kontos noch auf diese Freigabe wartet; hat
      *    der Kunde inzwischen ausgeglichen, hat der MAHNLAUF den
      *    Satz geloescht und die Sperre entfaellt.
            OPEN I-O MAHNSTATUS
            IF WS-MAHNSTATUS-STATUS NOT = "00" THEN
               DISPLAY "MAHNSTATUS nicht verfuegbar, Status: "
                  WS-MAHNSTATUS-STATUS
               EXIT SECTION
            END-IF
            MOVE FREIGABE-KONTO-ID TO MAHN-KONTO-ID
            READ MAHNSTATUS
               INVALID KEY
                  DISPLAY "Konto ist nicht mehr im Mahnverfahren."
                  CLOSE MAHNSTATUS
                  EXIT SECTION
            END-READ
            IF MAHN-SPERRE NOT = "B"
               OR MAHN-FREIGABE-ID NOT = FREIGABE-ID
               DISPLAY "Zahlungssperre ist nicht mehr beantragt."
               CLOSE MAHNSTATUS
               EXIT SECTION
            END-IF
            OPEN I-O KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                  WS-KONTODATEI-STATUS
               CLOSE MAHNSTATUS
               EXIT SECTION
            END-IF
            MOVE FREIGABE-KONTO-ID TO KONTO-ID
               INVALID KEY
                  DISPLAY "Konto nicht gefunden."
                  CLOSE KONTODATEI
                  CLOSE MAHNSTATUS
                  EXIT SECTION
            END-READ
            MOVE "J" TO KONTO-MAHNSPERRE
            REWRITE KONTO-RECORD
            CLOSE KONTODATEI
            MOVE "J" TO MAHN-SPERRE
            REWRITE MAHN-RECORD
            CLOSE MAHNSTATUS
            MOVE "J" TO WS-AUSGEFUEHRT
            DISPLAY "Zahlungssperre gesetzt."
            EXIT.
       SETZE-MAHNSPERRE-ZURUECK SECTION.
      *    Abgelehnte Zahlungssperre im Mahnsatz vermerken.
            OPEN I-O MAHNSTATUS
            IF WS-MAHNSTATUS-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            MOVE FREIGABE-KONTO-ID TO MAHN-KONTO-ID
            READ MAHNSTATUS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF MAHN-SPERRE = "B"
                     AND MAHN-FREIGABE-ID = FREIGABE-ID
                     MOVE "A" TO MAHN-SPERRE
                     REWRITE MAHN-RECORD
                  END-IF
            END-READ
            CLOSE MAHNSTATUS
            EXIT.
       FUEHRE-PRODUKTUMSTELLUNG-AUS SECTION.
      *    Die Umstellung selbst laeuft im Batch: nach der Freigabe
      *    druckt PRODUKTUMSTELLUNG die Kundenmitteilungen und
      *    stellt die Konten zum Stichtag um. Die ausgewaehlten
      *    Konten stehen in produktumstellung-vorschau.txt.
            DISPLAY "Produktumstellung "
               FREIGABE-TRANS-ID(1:2) " > " FREIGABE-TRANS-ID(3:2)
               " zum " FREIGABE-TRANS-ID(5:8)
            DISPLAY "Konten laut Vorschau: " FREIGABE-TRANS-ID(13:5)
            DISPLAY "Mitteilungen und Umstellung folgen im naechsten "
               "Lauf der PRODUKTUMSTELLUNG."
            MOVE "J" TO WS-AUSGEFUEHRT
            EXIT.
       FUEHRE-STORNO-AUS SECTION.
      *    Stornoausfuehrung wie in storno.cbl, nur schreibt die
            MOVE "J" TO WS-AUSGEFUEHRT
            DISPLAY "Storno ausgefuehrt."
            EXIT.
       FUEHRE-FESTGELDKUENDIGUNG-AUS SECTION.
      *    Vorzeitige Kuendigung eines Festgelds (FREIGABE-TRANS-ID
      *    = FESTGELD-ID): Anlagebetrag und anteilige Zinsen vom
      *    Beginn bis heute zum vereinbarten Festzins gehen auf das
      *    Quellkonto, das Vorfaelligkeitsentgelt (FREIGABE-BETRAG)
      *    wird belastet; je Vorgang ein Umsatz mit Herkunft "F"
      *    und eine Hauptbuchbuchung, dazu die Laufkontrolle.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
            MOVE FUNCTION CURRENT-DATE(1:6)
               TO WS-PRUEF-PERIODE
            PERFORM PRUEFE-PERIODE
            IF WS-PERIODE-GESCHLOSSEN = "J" THEN
               DISPLAY "Kuendigung abgewiesen: die Buchungsperiode "
                  "ist bereits abgeschlossen."
               EXIT SECTION
            END-IF

            OPEN I-O FESTGELDDATEI
            IF WS-FESTGELD-STATUS NOT = "00" THEN
               DISPLAY "FESTGELDDATEI nicht verfuegbar, Status: "
                  WS-FESTGELD-STATUS
               EXIT SECTION
            END-IF
            MOVE FREIGABE-TRANS-ID TO FESTGELD-ID
            READ FESTGELDDATEI
               INVALID KEY
                  DISPLAY "Festgeld nicht gefunden."
                  CLOSE FESTGELDDATEI
                  EXIT SECTION
            END-READ
      *    Zwischen Vormerkung und Freigabe kann FESTGELDLAUF das
      *    Festgeld bereits ausgezahlt haben.
            IF FESTGELD-STATUS NOT = "L" THEN
               DISPLAY "Festgeld laeuft nicht mehr, Status "
                  FESTGELD-STATUS "."
               CLOSE FESTGELDDATEI
               EXIT SECTION
            END-IF

            OPEN I-O KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                  WS-KONTODATEI-STATUS
               CLOSE FESTGELDDATEI
               EXIT SECTION
            END-IF
            MOVE FESTGELD-KONTO-ID TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  DISPLAY "Quellkonto nicht gefunden."
                  CLOSE KONTODATEI
                  CLOSE FESTGELDDATEI
                  EXIT SECTION
            END-READ

            MOVE 0 TO WS-FESTGELD-ZINS
            IF WS-AKT-DATUM > FESTGELD-BEGINN
               COMPUTE WS-FESTGELD-ZINSTAGE =
                  FUNCTION INTEGER-OF-DATE(WS-AKT-DATUM)
                  - FUNCTION INTEGER-OF-DATE(FESTGELD-BEGINN)
               COMPUTE WS-FESTGELD-ZINS ROUNDED =
                  FESTGELD-BETRAG * FESTGELD-ZINSSATZ / 10000
                  * WS-FESTGELD-ZINSTAGE / 365
            END-IF
            COMPUTE WS-FESTGELD-GUTSCHRIFT = FESTGELD-BETRAG
               + WS-FESTGELD-ZINS - FREIGABE-BETRAG
            ADD WS-FESTGELD-GUTSCHRIFT TO KONTO-SALDO
            REWRITE KONTO-RECORD
            CLOSE KONTODATEI

            MOVE 0 TO WS-KONTROLL-ANZAHL
            MOVE 0 TO WS-KONTROLL-SUMME
            MOVE 0 TO WS-KONTROLL-ANZAHL-L
            MOVE 0 TO WS-KONTROLL-SUMME-L
            MOVE FESTGELD-BETRAG TO WS-FESTGELD-BUCHUNG
            MOVE SPACES TO WS-FESTGELD-TEXT
            STRING "FESTGELD " DELIMITED BY SIZE
                   FESTGELD-ID DELIMITED BY SPACE
              INTO WS-FESTGELD-TEXT
            END-STRING
            PERFORM BUCHE-FESTGELDUMSATZ
            IF WS-FESTGELD-ZINS > 0
               MOVE WS-FESTGELD-ZINS TO WS-FESTGELD-BUCHUNG
               MOVE SPACES TO WS-FESTGELD-TEXT
               STRING "FESTGELDZINS " DELIMITED BY SIZE
                      FESTGELD-ID DELIMITED BY SPACE
                 INTO WS-FESTGELD-TEXT
               END-STRING
               PERFORM BUCHE-FESTGELDUMSATZ
            END-IF
            IF FREIGABE-BETRAG > 0
               COMPUTE WS-FESTGELD-BUCHUNG = 0 - FREIGABE-BETRAG
               MOVE SPACES TO WS-FESTGELD-TEXT
               STRING "VORFAELLIGKEIT " DELIMITED BY SIZE
                      FESTGELD-ID DELIMITED BY SPACE
                 INTO WS-FESTGELD-TEXT
               END-STRING
               PERFORM BUCHE-FESTGELDUMSATZ
            END-IF
            PERFORM SCHREIBE-LAUFKONTROLLE

            ADD WS-FESTGELD-ZINS TO FESTGELD-ZINSEN-GESAMT
            MOVE "K" TO FESTGELD-STATUS
            MOVE WS-AKT-DATUM TO FESTGELD-ERLEDIGT-AM
            REWRITE FESTGELD-RECORD
            CLOSE FESTGELDDATEI
            MOVE "J" TO WS-AUSGEFUEHRT
            MOVE WS-FESTGELD-GUTSCHRIFT TO WS-BETRAG-ANZEIGE
            DISPLAY "Festgeld gekuendigt, Gutschrift "
               WS-BETRAG-ANZEIGE
            EXIT.
       BUCHE-FESTGELDUMSATZ SECTION.
      *    Ein Umsatz (WS-FESTGELD-BUCHUNG, WS-FESTGELD-TEXT) auf
      *    das Quellkonto mit Herkunft "F" und unter derselben
      *    Buchungsreferenz ins Hauptbuch, wie in FESTGELDLAUF.
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
            MOVE FESTGELD-KONTO-ID TO TRANS-KONTO-ID
            MOVE WS-AKT-DATUM TO TRANS-DATUM
            MOVE WS-AKT-DATUM TO TRANS-VALUTA
            MOVE FUNCTION CURRENT-DATE(1:14) TO TRANS-ZEITSTEMPEL
            MOVE "F" TO TRANS-HERKUNFT
            MOVE WS-FESTGELD-TEXT TO TRANS-TEXT
            MOVE WS-FESTGELD-BUCHUNG TO TRANS-BETRAG
            WRITE TRANSAKTIONEN-SATZ
            ADD 1 TO WS-KONTROLL-ANZAHL
            ADD TRANS-BETRAG TO WS-KONTROLL-SUMME
            CLOSE TRANSAKTIONEN

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
            MOVE FESTGELD-KONTO-ID TO LEDGER-KONTO-ID
            MOVE WS-FESTGELD-BUCHUNG TO LEDGER-BETRAG
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
       SUCHE-ORIGINAL-EMPFAENGER SECTION.
      *    Empfaenger der Originalbuchung aus TANBESTAETIGT.LOG
      *    wie in storno.cbl; nur TAN-bestaetigte Buchungen fuehren

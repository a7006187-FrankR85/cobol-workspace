       IDENTIFICATION DIVISION.
       PROGRAM-ID. DARLEHENPFLEGE.
      *    Pflege der Ratenkredite (siehe DARLEHENREC.cpy und
      *    TILGPLANREC.cpy): ein Darlehen mit Tilgungsplan anzeigen
      *    und ein neues Darlehen eroeffnen. Bei der Eroeffnung wird
      *    die gleichbleibende Monatsrate (Annuitaet) aus Betrag,
      *    Nominalzins und Laufzeit berechnet, der vollstaendige
      *    Tilgungsplan mit Zins- und Tilgungsanteil je Rate
      *    angelegt (die letzte Rate gleicht Rundungsdifferenzen
      *    aus) und der Darlehensbetrag auf das Verrechnungskonto
      *    ausgezahlt. Die Auszahlung wird wie in DAUERLAUF ins
      *    Umsatzjournal (Herkunft "K") und unter derselben
      *    Buchungsreferenz ins Hauptbuch gebucht und in der
      *    Laufkontrolle festgehalten. Erste Faelligkeit ist der
      *    Auszahlungstag im Folgemonat (Tage ueber 28 auf 28
      *    begrenzt); die Raten zieht der monatliche TILGUNGSLAUF
      *    ein. Der Zugang laeuft wie bei allen Pflegeprogrammen
      *    ueber OPSIGNON, jede Eroeffnung mit Operator-Kennung
      *    ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DARLEHENDATEI ASSIGN TO "DARLEHENDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DARLEHEN-ID
              ALTERNATE RECORD KEY IS DARLEHEN-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-DARLEHEN-STATUS.
           SELECT TILGUNGSPLAN ASSIGN TO "TILGUNGSPLAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TILGPLAN-ID
              FILE STATUS IS WS-TILGPLAN-STATUS.
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
       FD DARLEHENDATEI.
       COPY DARLEHENREC.
       FD TILGUNGSPLAN.
       COPY TILGPLANREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.

       WORKING-STORAGE SECTION.
       01 WS-DARLEHEN-STATUS PIC X(02).
       01 WS-TILGPLAN-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).
       01 WS-EOF PIC X.
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-DARLEHEN-EINGABE PIC X(10).
       01 WS-KONTO-EINGABE PIC X(10).
       01 WS-BETRAG-EINGABE PIC 9(7)V99.
       01 WS-ZINSSATZ-EINGABE PIC 9(04).
       01 WS-LAUFZEIT-EINGABE PIC 9(03).
       01 WS-BESTAETIGUNG PIC X.
       01 WS-AKT-DATUM PIC 9(08).

      *    Annuitaetenrechnung: Monatszins als Dezimalbruch und
      *    Aufzinsungsfaktor (1 + Monatszins) hoch Laufzeit.
       01 WS-MONATSZINS PIC 9V9(12).
       01 WS-AUFZINSUNG PIC 9(05)V9(12).
       01 WS-RATE PIC S9(7)V99.
       01 WS-REST PIC S9(9)V99.
       01 WS-RATE-NR PIC 9(03).

       01 WS-FAELLIG-DATUM PIC 9(08).
       01 WS-FAELLIG-G REDEFINES WS-FAELLIG-DATUM.
          05 WS-FAELLIG-JAHR PIC 9(04).
          05 WS-FAELLIG-MONAT PIC 9(02).
          05 WS-FAELLIG-TAG PIC 9(02).
       01 WS-AUSZAHLUNG-TAG PIC 9(02).

      *    Laufkontrolle (siehe KONTROLLREC.cpy) fuer die Auszahlung.
       01 WS-KONTROLL-ANZAHL-T PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-RATE-ANZEIGE PIC -(7)9.99.
       01 WS-ZINS-ANZEIGE PIC -(7)9.99.
       01 WS-TILGUNG-ANZEIGE PIC -(7)9.99.
       01 WS-SATZ-ANZEIGE PIC Z9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "DARLEHENPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O DARLEHENDATEI
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-DARLEHEN-STATUS = "35" THEN
              OPEN OUTPUT DARLEHENDATEI
              CLOSE DARLEHENDATEI
              OPEN I-O DARLEHENDATEI
           END-IF
           IF WS-DARLEHEN-STATUS NOT = "00" THEN
              DISPLAY "DARLEHENDATEI nicht verfuegbar, Status: "
                 WS-DARLEHEN-STATUS
              STOP RUN
           END-IF
           OPEN I-O TILGUNGSPLAN
           IF WS-TILGPLAN-STATUS = "35" THEN
              OPEN OUTPUT TILGUNGSPLAN
              CLOSE TILGUNGSPLAN
              OPEN I-O TILGUNGSPLAN
           END-IF
           IF WS-TILGPLAN-STATUS NOT = "00" THEN
              DISPLAY "TILGUNGSPLAN nicht verfuegbar, Status: "
                 WS-TILGPLAN-STATUS
              CLOSE DARLEHENDATEI
              STOP RUN
           END-IF
           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE TILGUNGSPLAN
              CLOSE DARLEHENDATEI
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Darlehen ---"
              DISPLAY "1 = Darlehen mit Tilgungsplan anzeigen"
              DISPLAY "2 = Darlehen eroeffnen"
              DISPLAY "3 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-DARLEHEN
                 WHEN "2"
                    PERFORM EROEFFNE-DARLEHEN
                 WHEN "3"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE TILGUNGSPLAN
           CLOSE DARLEHENDATEI
           IF WS-KONTROLL-ANZAHL-T > 0
              PERFORM SCHREIBE-LAUFKONTROLLE
           END-IF
           STOP RUN.

       ZEIGE-DARLEHEN SECTION.
           DISPLAY "Darlehensnummer:"
           ACCEPT WS-DARLEHEN-EINGABE
           MOVE WS-DARLEHEN-EINGABE TO DARLEHEN-ID
           READ DARLEHENDATEI
              INVALID KEY
                 DISPLAY "Darlehen nicht gefunden."
                 EXIT SECTION
           END-READ
           MOVE DARLEHEN-BETRAG TO WS-BETRAG-ANZEIGE
           COMPUTE WS-SATZ-ANZEIGE = DARLEHEN-ZINSSATZ / 100
           DISPLAY "Darlehen " DARLEHEN-ID " Kunde "
              DARLEHEN-KUNDEN-ID " Konto " DARLEHEN-KONTO-ID
           DISPLAY "Betrag " WS-BETRAG-ANZEIGE " Zins "
              WS-SATZ-ANZEIGE "% Laufzeit " DARLEHEN-LAUFZEIT
              " Monate Status " DARLEHEN-STATUS
           MOVE DARLEHEN-RESTSCHULD TO WS-BETRAG-ANZEIGE
           MOVE DARLEHEN-RATE TO WS-RATE-ANZEIGE
           DISPLAY "Restschuld " WS-BETRAG-ANZEIGE " Rate "
              WS-RATE-ANZEIGE " naechste Faelligkeit "
              DARLEHEN-NAECHSTE-FAELLIGKEIT
           IF DARLEHEN-RUECKSTAND-ANZAHL > 0
              MOVE DARLEHEN-RUECKSTAND-BETRAG TO WS-BETRAG-ANZEIGE
              DISPLAY "Rueckstand: " DARLEHEN-RUECKSTAND-ANZAHL
                 " Raten, " WS-BETRAG-ANZEIGE
           END-IF

           DISPLAY "Nr  Faellig        Rate        Zins     Tilgung"
              "  Restschuld        St"
           MOVE "N" TO WS-EOF
           MOVE DARLEHEN-ID TO TILGPLAN-DARLEHEN-ID
           MOVE 0 TO TILGPLAN-RATE-NR
           START TILGUNGSPLAN KEY IS > TILGPLAN-ID
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ TILGUNGSPLAN NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF TILGPLAN-DARLEHEN-ID NOT = DARLEHEN-ID
                       MOVE "J" TO WS-EOF
                    ELSE
                       MOVE TILGPLAN-RATE TO WS-RATE-ANZEIGE
                       MOVE TILGPLAN-ZINS TO WS-ZINS-ANZEIGE
                       MOVE TILGPLAN-TILGUNG TO WS-TILGUNG-ANZEIGE
                       MOVE TILGPLAN-RESTSCHULD
                          TO WS-BETRAG-ANZEIGE
                       DISPLAY TILGPLAN-RATE-NR " "
                          TILGPLAN-FAELLIG " " WS-RATE-ANZEIGE
                          " " WS-ZINS-ANZEIGE " "
                          WS-TILGUNG-ANZEIGE " "
                          WS-BETRAG-ANZEIGE " " TILGPLAN-STATUS
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       EROEFFNE-DARLEHEN SECTION.
           DISPLAY "Neue Darlehensnummer:"
           ACCEPT WS-DARLEHEN-EINGABE
           IF WS-DARLEHEN-EINGABE = SPACES
              DISPLAY "Darlehensnummer darf nicht leer sein."
              EXIT SECTION
           END-IF
           MOVE WS-DARLEHEN-EINGABE TO DARLEHEN-ID
           READ DARLEHENDATEI
              NOT INVALID KEY
                 DISPLAY "Darlehensnummer bereits vergeben."
                 EXIT SECTION
           END-READ

           DISPLAY "Verrechnungskonto (Auszahlung und Raten):"
           ACCEPT WS-KONTO-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 EXIT SECTION
           END-READ
      *    Darlehen werden in Euro gefuehrt; Auszahlung und Raten
      *    laufen nur ueber ein Euro-Konto.
           IF KONTO-WAEHRUNG NOT = "EUR" AND KONTO-WAEHRUNG NOT =
              SPACES
              DISPLAY "Verrechnungskonto muss ein EUR-Konto sein."
              EXIT SECTION
           END-IF

           DISPLAY "Darlehensbetrag (z.B. 000500000 fuer 5000,00):"
           ACCEPT WS-BETRAG-EINGABE
           IF WS-BETRAG-EINGABE IS NOT NUMERIC
              OR WS-BETRAG-EINGABE = 0
              DISPLAY "Ungueltiger Betrag."
              EXIT SECTION
           END-IF
           DISPLAY "Nominalzins p.a. in Hundertstel-Prozent "
              "(z.B. 0650 fuer 6,50%):"
           ACCEPT WS-ZINSSATZ-EINGABE
           IF WS-ZINSSATZ-EINGABE IS NOT NUMERIC
              DISPLAY "Ungueltiger Zinssatz."
              EXIT SECTION
           END-IF
           DISPLAY "Laufzeit in Monaten (001-360):"
           ACCEPT WS-LAUFZEIT-EINGABE
           IF WS-LAUFZEIT-EINGABE IS NOT NUMERIC
              OR WS-LAUFZEIT-EINGABE = 0
              OR WS-LAUFZEIT-EINGABE > 360
              DISPLAY "Ungueltige Laufzeit."
              EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           MOVE WS-AKT-DATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Periode " WS-PRUEF-PERIODE
                 " ist abgeschlossen, keine Auszahlung moeglich."
              EXIT SECTION
           END-IF

           PERFORM BERECHNE-RATE
           MOVE WS-BETRAG-EINGABE TO WS-BETRAG-ANZEIGE
           MOVE WS-RATE TO WS-RATE-ANZEIGE
           DISPLAY "Darlehen " WS-BETRAG-ANZEIGE " an Konto "
              KONTO-ID " (" KONTO-NAME ")"
           DISPLAY "Monatsrate " WS-RATE-ANZEIGE " ueber "
              WS-LAUFZEIT-EINGABE " Monate"
           DISPLAY "Darlehen eroeffnen und auszahlen? (J/N)"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J" AND WS-BESTAETIGUNG NOT = "j"
              DISPLAY "Abgebrochen."
              EXIT SECTION
           END-IF

           MOVE SPACES TO DARLEHEN-RECORD
           MOVE WS-DARLEHEN-EINGABE TO DARLEHEN-ID
           MOVE KONTO-KUNDEN-ID TO DARLEHEN-KUNDEN-ID
           MOVE KONTO-ID TO DARLEHEN-KONTO-ID
           MOVE WS-BETRAG-EINGABE TO DARLEHEN-BETRAG
           MOVE WS-ZINSSATZ-EINGABE TO DARLEHEN-ZINSSATZ
           MOVE WS-LAUFZEIT-EINGABE TO DARLEHEN-LAUFZEIT
           MOVE WS-RATE TO DARLEHEN-RATE
           MOVE WS-AKT-DATUM TO DARLEHEN-AUSGEZAHLT-AM
           MOVE WS-BETRAG-EINGABE TO DARLEHEN-RESTSCHULD
           MOVE 0 TO DARLEHEN-RUECKSTAND-ANZAHL
           MOVE 0 TO DARLEHEN-RUECKSTAND-BETRAG
           MOVE "A" TO DARLEHEN-STATUS

           PERFORM ERSTELLE-TILGUNGSPLAN
           WRITE DARLEHEN-RECORD
              INVALID KEY
                 DISPLAY "Darlehen konnte nicht angelegt werden."
                 EXIT SECTION
           END-WRITE

           ADD WS-BETRAG-EINGABE TO KONTO-SALDO
           REWRITE KONTO-RECORD
           PERFORM BUCHE-AUSZAHLUNG

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "DARLEHEN EROEFFNET " DELIMITED BY SIZE
                  DARLEHEN-ID DELIMITED BY SPACE
                  " KONTO=" DELIMITED BY SIZE
                  DARLEHEN-KONTO-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Darlehen eroeffnet und ausgezahlt, erste Rate "
              "faellig am " DARLEHEN-NAECHSTE-FAELLIGKEIT
           EXIT.

       BERECHNE-RATE SECTION.
      *    Annuitaet R = K * q * (1+q)**n / ((1+q)**n - 1) mit
      *    Monatszins q = Jahreszins / 12; zinslose Darlehen werden
      *    in gleichen Teilen getilgt.
           IF WS-ZINSSATZ-EINGABE = 0
              COMPUTE WS-RATE ROUNDED =
                 WS-BETRAG-EINGABE / WS-LAUFZEIT-EINGABE
              EXIT SECTION
           END-IF
           COMPUTE WS-MONATSZINS = WS-ZINSSATZ-EINGABE / 120000
           COMPUTE WS-AUFZINSUNG =
              (1 + WS-MONATSZINS) ** WS-LAUFZEIT-EINGABE
           COMPUTE WS-RATE ROUNDED =
              WS-BETRAG-EINGABE * WS-MONATSZINS * WS-AUFZINSUNG
              / (WS-AUFZINSUNG - 1)
           EXIT.

       ERSTELLE-TILGUNGSPLAN SECTION.
      *    Je Monatsrate ein Planeintrag: Zinsanteil auf die
      *    Restschuld vor der Rate, Tilgungsanteil als Rest der
      *    Rate; die letzte Rate tilgt genau die verbleibende
      *    Restschuld. Faellig jeweils am Auszahlungstag der
      *    Folgemonate (Tage ueber 28 auf 28 begrenzt, wie in
      *    DAUERLAUF).
           MOVE WS-BETRAG-EINGABE TO WS-REST
           MOVE WS-AKT-DATUM TO WS-FAELLIG-DATUM
           MOVE WS-FAELLIG-TAG TO WS-AUSZAHLUNG-TAG
           IF WS-AUSZAHLUNG-TAG > 28
              MOVE 28 TO WS-AUSZAHLUNG-TAG
           END-IF
           MOVE WS-AUSZAHLUNG-TAG TO WS-FAELLIG-TAG
           PERFORM VARYING WS-RATE-NR FROM 1 BY 1
                   UNTIL WS-RATE-NR > WS-LAUFZEIT-EINGABE
              ADD 1 TO WS-FAELLIG-MONAT
              IF WS-FAELLIG-MONAT > 12
                 SUBTRACT 12 FROM WS-FAELLIG-MONAT
                 ADD 1 TO WS-FAELLIG-JAHR
              END-IF
              MOVE SPACES TO TILGPLAN-RECORD
              MOVE DARLEHEN-ID TO TILGPLAN-DARLEHEN-ID
              MOVE WS-RATE-NR TO TILGPLAN-RATE-NR
              MOVE WS-FAELLIG-DATUM TO TILGPLAN-FAELLIG
              COMPUTE TILGPLAN-ZINS ROUNDED =
                 WS-REST * WS-ZINSSATZ-EINGABE / 120000
              IF WS-RATE-NR = WS-LAUFZEIT-EINGABE
                 MOVE WS-REST TO TILGPLAN-TILGUNG
              ELSE
                 COMPUTE TILGPLAN-TILGUNG = WS-RATE - TILGPLAN-ZINS
                 IF TILGPLAN-TILGUNG > WS-REST
                    MOVE WS-REST TO TILGPLAN-TILGUNG
                 END-IF
              END-IF
              COMPUTE TILGPLAN-RATE = TILGPLAN-ZINS + TILGPLAN-TILGUNG
              SUBTRACT TILGPLAN-TILGUNG FROM WS-REST
              MOVE WS-REST TO TILGPLAN-RESTSCHULD
              MOVE "O" TO TILGPLAN-STATUS
              MOVE 0 TO TILGPLAN-BEZAHLT-AM
              WRITE TILGPLAN-RECORD
                 INVALID KEY
                    REWRITE TILGPLAN-RECORD
              END-WRITE
              IF WS-RATE-NR = 1
                 MOVE WS-FAELLIG-DATUM
                    TO DARLEHEN-NAECHSTE-FAELLIGKEIT
              END-IF
           END-PERFORM
           EXIT.

       BUCHE-AUSZAHLUNG SECTION.
      *    Gutschrift des Darlehensbetrags auf dem Verrechnungskonto;
      *    Umsatz- und Hauptbuchbuchung unter derselben Buchungs-
      *    referenz wie in DAUERLAUF.
           OPEN I-O TRANSAKTIONEN
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status - etwa ein noch nicht per
      *    transmig konvertierter Altbestand - darf das
      *    Umsatzjournal nicht leer ueberschreiben.
           IF WS-TRANSAKTIONEN-STATUS = "35" THEN
              OPEN OUTPUT TRANSAKTIONEN
              CLOSE TRANSAKTIONEN
              OPEN I-O TRANSAKTIONEN
           END-IF
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              DISPLAY "Umsatzjournal nicht verfuegbar, Auszahlung "
                 "nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE DARLEHEN-KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-AKT-DATUM TO TRANS-DATUM
           MOVE WS-AKT-DATUM TO TRANS-VALUTA
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANS-ZEITSTEMPEL
           MOVE "K" TO TRANS-HERKUNFT
           STRING "DARLEHENSAUSZAHLUNG " DELIMITED BY SIZE
                  DARLEHEN-ID DELIMITED BY SPACE
             INTO TRANS-TEXT
           END-STRING
           MOVE DARLEHEN-BETRAG TO TRANS-BETRAG
           WRITE TRANSAKTIONEN-SATZ
           ADD 1 TO WS-KONTROLL-ANZAHL-T
           ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T
           CLOSE TRANSAKTIONEN

           OPEN I-O LEDGER
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status - etwa ein noch nicht per
      *    ledgermig konvertierter Altbestand - darf das Hauptbuch
      *    nicht leer ueberschreiben.
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
           MOVE DARLEHEN-KONTO-ID TO LEDGER-KONTO-ID
           MOVE DARLEHEN-BETRAG TO LEDGER-BETRAG
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

       SCHREIBE-LAUFKONTROLLE SECTION.
      *    Kontrollsaetze der Auszahlungen dieser Sitzung in die
      *    gemeinsame Laufkontrolldatei (siehe KONTROLLREC.cpy).
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
           MOVE "DARLEHENPFLEGE" TO KONTROLL-PROGRAMM
           MOVE WS-AKT-DATUM TO KONTROLL-LAUFDATUM
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
       END PROGRAM DARLEHENPFLEGE.

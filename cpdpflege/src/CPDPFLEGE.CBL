       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPDPFLEGE.
      *    Clearingstelle fuer die CPD-Posten (siehe
      *    CPDPOSTENREC.cpy): der CLEARINGLAUF schreibt Clearing-
      *    Eingaenge, die er keinem Konto zuordnen konnte, dem
      *    CPD-Konto gut (PARMFILE-Schluessel CPDKONTO) und fuehrt
      *    sie hier als offene Posten. Der Sachbearbeiter sichtet
      *    die offenen Posten mit ihrem Alter, sucht das richtige
      *    Konto in KONTODATEI und KUNDENSTAMM - nach einem
      *    eingegebenen Namen oder, ohne Eingabe, nach den Woertern
      *    des Verwendungszwecks (CLEARING-TEXT) des Postens, die
      *    gegen Kontonummer, Kontoname und Kundenname verglichen
      *    werden - und bucht den Posten auf das gefundene Konto
      *    um: Belastung des CPD-Kontos mit Hauptbuchbuchung,
      *    Gutschrift auf dem Zielkonto mit dem urspruenglichen
      *    Verwendungszweck (Herkunft "U", wie die hausinterne
      *    Ueberweisung, deren Hauptbuch nur die Belastung
      *    fuehrt), Laufkontrolle wie in FREIGABEPFLEGE.
      *    Zurueckgegeben wird hier nichts: was nach CPDRUECKTAGE
      *    Tagen noch offen ist, gibt der CPDLAUF ueber den
      *    Clearing-Ausgang an den Auftraggeber zurueck.
      *    Der Zugang laeuft ueber OPSIGNON und ist Sachbearbeitern
      *    ("O") und Supervisoren ("S") vorbehalten; jede
      *    Umbuchung laeuft mit Operator-Kennung ueber das
      *    AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPDPOSTEN ASSIGN TO "CPDPOSTEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPD-ID
              FILE STATUS IS WS-CPD-STATUS.
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
           SELECT LEDGER ASSIGN TO "LEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDGER-TRANS-ID
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT TRANSAKTIONEN ASSIGN TO "TRANSAKTIONEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRANS-REF
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.
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
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CPDPOSTEN.
       COPY CPDPOSTENREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-CPD-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-CPD-EOF PIC X.
       01 WS-KONTO-EOF PIC X.
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.
       01 WS-KUNDENSTAMM-OFFEN PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

      *    CPD-Konto und Rueckgabefrist aus PARMFILE.DAT.
       01 WS-CPD-KONTO PIC X(10).
       01 WS-RUECKGABE-TAGE PIC 9(03) VALUE 30.
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

       01 WS-ID-EINGABE PIC X(06).
       01 WS-ZIELKONTO PIC X(10).
       01 WS-BESTAETIGUNG PIC X.
       01 WS-ANZAHL PIC 9(05).
       01 WS-AKT-DATUM PIC 9(08).
       01 WS-ALTER-TAGE PIC S9(05).
       01 WS-ALTER-ANZEIGE PIC ZZZZ9.
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.
       01 WS-SUMME PIC S9(11)V99.
       01 WS-SUMME-ANZEIGE PIC -(11)9.99.
       01 WS-POSTEN-GELESEN PIC X.

      *    Kontosuche: Suchwoerter aus der Eingabe oder aus dem
      *    Verwendungszweck des Postens, Vergleich in Grossschrift
      *    gegen Kontonummer, Kontoname und Kundenname.
       01 WS-SUCH-EINGABE PIC X(30).
       01 WS-WORT-ANZAHL PIC 9(01).
       01 WS-WORT-TABELLE.
          05 WS-WORT OCCURS 6 TIMES PIC X(30).
       01 WS-WORT-IDX PIC 9(01).
       01 WS-WORT-LAENGE PIC 9(02).
       01 WS-ZERLEG-TEXT PIC X(30).
       01 WS-ZERLEG-TABELLE.
          05 WS-ZERLEG-WORT OCCURS 6 TIMES PIC X(30).
       01 WS-ZERLEG-IDX PIC 9(01).
       01 WS-VERGLEICHSTEXT PIC X(75).
       01 WS-TREFFER-ZAHL PIC 9(03).
       01 WS-KUNDEN-NAME PIC X(30).
       01 WS-TREFFER-ANZAHL PIC 9(03).

      *    Laufkontrolle (siehe KONTROLLREC.cpy) fuer die Umsaetze
      *    und die Hauptbuchbuchung einer Umbuchung.
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-KONTROLL-ANZAHL PIC 9(05).
       01 WS-KONTROLL-SUMME PIC S9(11)V99.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05).
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99.

      *    Periodenstatus (siehe PERIODENREC.cpy): Buchungen in
      *    eine geschlossene Periode werden abgewiesen.
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

      *    Ein Umsatz der Umbuchung.
       01 WS-BU-KONTO PIC X(10).
       01 WS-BU-TEXT PIC X(30).
       01 WS-BU-BETRAG PIC S9(7)V99.
       01 WS-BU-HAUPTBUCH PIC X.
       01 WS-BU-REF PIC X(17).
       01 WS-BELASTUNG-REF PIC X(17).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "CPDPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF
           IF WS-ANGEMELDET-ROLLE NOT = "O"
              AND WS-ANGEMELDET-ROLLE NOT = "S"
              DISPLAY "Nur Sachbearbeiter und Supervisoren duerfen "
                 "CPD-Posten bearbeiten."
              STOP RUN
           END-IF

           MOVE "CPDKONTO" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN TO WS-CPD-KONTO
           IF WS-CPD-KONTO = SPACES
              DISPLAY "Kein CPD-Konto eingerichtet (PARMFILE-"
                 "Schluessel CPDKONTO)."
              STOP RUN
           END-IF
           MOVE "CPDRUECKTAGE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-RUECKGABE-TAGE
           END-IF

           OPEN I-O CPDPOSTEN
           IF WS-CPD-STATUS NOT = "00" THEN
              DISPLAY "Keine CPD-Posten vorhanden, Status: "
                 WS-CPD-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- CPD-Posten (Clearingstelle) ---"
              DISPLAY "1 = Offene Posten anzeigen"
              DISPLAY "2 = Posten anzeigen"
              DISPLAY "3 = Konto suchen (Name oder Verwendungszweck)"
              DISPLAY "4 = Posten auf Konto umbuchen"
              DISPLAY "5 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-OFFENE-POSTEN
                 WHEN "2"
                    PERFORM ZEIGE-POSTEN
                 WHEN "3"
                    PERFORM SUCHE-KONTO
                 WHEN "4"
                    PERFORM BUCHE-POSTEN-UM
                 WHEN "5"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE CPDPOSTEN
           STOP RUN.

       ZEIGE-OFFENE-POSTEN SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           MOVE 0 TO WS-ANZAHL
           MOVE 0 TO WS-SUMME
           MOVE "N" TO WS-CPD-EOF
           MOVE 0 TO CPD-ID
           START CPDPOSTEN KEY IS >= CPD-ID
              INVALID KEY MOVE "J" TO WS-CPD-EOF
           END-START
           DISPLAY "Offene Posten (Rueckgabe nach " WS-RUECKGABE-TAGE
              " Tagen):"
           PERFORM UNTIL WS-CPD-EOF = "J"
              READ CPDPOSTEN NEXT RECORD
                 AT END MOVE "J" TO WS-CPD-EOF
                 NOT AT END
                    IF CPD-STATUS = "O" THEN
                       ADD 1 TO WS-ANZAHL
                       ADD CPD-BETRAG TO WS-SUMME
                       PERFORM ERMITTLE-ALTER
                       MOVE CPD-BETRAG TO WS-BETRAG-ANZEIGE
                       DISPLAY "  Nr " CPD-ID " " CPD-EINGANGSDATUM
                          " Alter " WS-ALTER-ANZEIGE " an "
                          CPD-EMPFAENGER " " WS-BETRAG-ANZEIGE
                          " " CPD-TEXT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "  keine"
           ELSE
              MOVE WS-SUMME TO WS-SUMME-ANZEIGE
              DISPLAY "  Summe " WS-ANZAHL " Posten "
                 WS-SUMME-ANZEIGE
           END-IF
           EXIT.

       ZEIGE-POSTEN SECTION.
           PERFORM LIES-POSTEN
           IF WS-POSTEN-GELESEN NOT = "J"
              EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           PERFORM ERMITTLE-ALTER
           MOVE CPD-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "Posten " CPD-ID " eingegangen " CPD-EINGANGSDATUM
              " (Alter " WS-ALTER-ANZEIGE " Tage), Buchung "
              CPD-EINGANG-REF
           DISPLAY "  an Konto " CPD-EMPFAENGER " IBAN "
              CPD-EMPFAENGER-IBAN
           DISPLAY "  von " CPD-AUFTRAGGEBER " IBAN "
              CPD-AUFTRAGGEBER-IBAN
           DISPLAY "  Betrag " WS-BETRAG-ANZEIGE " vom " CPD-DATUM
           DISPLAY "  Verwendungszweck: " CPD-TEXT
           DISPLAY "  Grund: " CPD-GRUND
           EVALUATE CPD-STATUS
              WHEN "O"
                 DISPLAY "  Status: offen"
              WHEN "U"
                 DISPLAY "  Status: umgebucht auf " CPD-ZIELKONTO
                    " (" CPD-ERLEDIGT-REF ")"
                 DISPLAY "  von " CPD-BEARBEITER " am "
                    CPD-ERLEDIGT-AM
              WHEN "R"
                 DISPLAY "  Status: an den Auftraggeber "
                    "zurueckgegeben (" CPD-ERLEDIGT-REF ") am "
                    CPD-ERLEDIGT-AM
              WHEN OTHER
                 DISPLAY "  Status: " CPD-STATUS
           END-EVALUATE
           EXIT.

       SUCHE-KONTO SECTION.
      *    Suchwoerter aus der Eingabe; ohne Eingabe die Woerter
      *    (ab vier Zeichen) aus dem Verwendungszweck eines
      *    Postens. Jedes Konto, dessen Nummer, Kontoname oder
      *    Kundenname eines der Woerter enthaelt, wird gelistet.
           MOVE 0 TO WS-WORT-ANZAHL
           MOVE SPACES TO WS-WORT-TABELLE
           DISPLAY "Suchbegriff (Name; leer = Verwendungszweck "
              "eines Postens):"
           MOVE SPACES TO WS-SUCH-EINGABE
           ACCEPT WS-SUCH-EINGABE
           IF WS-SUCH-EINGABE NOT = SPACES
              MOVE 1 TO WS-WORT-ANZAHL
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUCH-EINGABE))
                 TO WS-WORT(1)
           ELSE
              PERFORM LIES-POSTEN
              IF WS-POSTEN-GELESEN NOT = "J"
                 EXIT SECTION
              END-IF
              DISPLAY "Verwendungszweck: " CPD-TEXT
              MOVE FUNCTION UPPER-CASE(CPD-TEXT) TO WS-ZERLEG-TEXT
              PERFORM ZERLEGE-TEXT
           END-IF
           IF WS-WORT-ANZAHL = 0
              DISPLAY "Keine verwertbaren Suchwoerter."
              EXIT SECTION
           END-IF

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-KUNDENSTAMM-OFFEN
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS = "00"
              MOVE "J" TO WS-KUNDENSTAMM-OFFEN
           END-IF
           MOVE 0 TO WS-TREFFER-ANZAHL
           MOVE "N" TO WS-KONTO-EOF
           DISPLAY "Passende Konten:"
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    IF KONTO-ID NOT = WS-CPD-KONTO
                       PERFORM PRUEFE-KONTO-TREFFER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KONTODATEI
           IF WS-KUNDENSTAMM-OFFEN = "J"
              CLOSE KUNDENSTAMM
           END-IF
           IF WS-TREFFER-ANZAHL = 0
              DISPLAY "  keine"
           END-IF
           IF WS-TREFFER-ANZAHL >= 50
              DISPLAY "  (nur die ersten 50 Treffer, Suchbegriff "
                 "verfeinern)"
           END-IF
           EXIT.

       ZERLEGE-TEXT SECTION.
      *    Verwendungszweck in Woerter zerlegen; nur Woerter ab
      *    vier Zeichen taugen als Suchbegriff.
           MOVE SPACES TO WS-ZERLEG-WORT(1) WS-ZERLEG-WORT(2)
              WS-ZERLEG-WORT(3) WS-ZERLEG-WORT(4)
              WS-ZERLEG-WORT(5) WS-ZERLEG-WORT(6)
           UNSTRING FUNCTION TRIM(WS-ZERLEG-TEXT)
              DELIMITED BY ALL SPACES OR "," OR "/" OR "."
              INTO WS-ZERLEG-WORT(1) WS-ZERLEG-WORT(2)
                 WS-ZERLEG-WORT(3) WS-ZERLEG-WORT(4)
                 WS-ZERLEG-WORT(5) WS-ZERLEG-WORT(6)
           END-UNSTRING
           PERFORM VARYING WS-ZERLEG-IDX FROM 1 BY 1
              UNTIL WS-ZERLEG-IDX > 6
              IF WS-ZERLEG-WORT(WS-ZERLEG-IDX) NOT = SPACES
                 AND FUNCTION LENGTH(FUNCTION TRIM(
                    WS-ZERLEG-WORT(WS-ZERLEG-IDX))) >= 4
                 ADD 1 TO WS-WORT-ANZAHL
                 MOVE WS-ZERLEG-WORT(WS-ZERLEG-IDX)
                    TO WS-WORT(WS-WORT-ANZAHL)
              END-IF
           END-PERFORM
           EXIT.

       PRUEFE-KONTO-TREFFER SECTION.
           IF WS-TREFFER-ANZAHL >= 50
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-KUNDEN-NAME
           IF WS-KUNDENSTAMM-OFFEN = "J"
              AND KONTO-KUNDEN-ID NOT = SPACES
              MOVE KONTO-KUNDEN-ID TO KUNDEN-ID
              READ KUNDENSTAMM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE KUNDEN-NAME TO WS-KUNDEN-NAME
              END-READ
           END-IF
           MOVE SPACES TO WS-VERGLEICHSTEXT
           STRING KONTO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(KONTO-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(WS-KUNDEN-NAME)
                     DELIMITED BY SIZE
             INTO WS-VERGLEICHSTEXT
           END-STRING
           MOVE 0 TO WS-TREFFER-ZAHL
           PERFORM VARYING WS-WORT-IDX FROM 1 BY 1
              UNTIL WS-WORT-IDX > WS-WORT-ANZAHL
              COMPUTE WS-WORT-LAENGE =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-WORT(WS-WORT-IDX)))
              INSPECT WS-VERGLEICHSTEXT TALLYING WS-TREFFER-ZAHL
                 FOR ALL WS-WORT(WS-WORT-IDX)(1:WS-WORT-LAENGE)
           END-PERFORM
           IF WS-TREFFER-ZAHL > 0
              ADD 1 TO WS-TREFFER-ANZAHL
              DISPLAY "  " KONTO-ID " " KONTO-NAME " Kunde "
                 KONTO-KUNDEN-ID " " WS-KUNDEN-NAME
                 " Filiale " KONTO-FILIALE
           END-IF
           EXIT.

       BUCHE-POSTEN-UM SECTION.
           PERFORM LIES-POSTEN
           IF WS-POSTEN-GELESEN NOT = "J"
              EXIT SECTION
           END-IF
           IF CPD-STATUS NOT = "O" THEN
              DISPLAY "Posten ist nicht mehr offen."
              EXIT SECTION
           END-IF
           DISPLAY "Zielkonto:"
           MOVE SPACES TO WS-ZIELKONTO
           ACCEPT WS-ZIELKONTO
           IF WS-ZIELKONTO = SPACES OR WS-ZIELKONTO = WS-CPD-KONTO
              DISPLAY "Ungueltiges Zielkonto."
              EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           MOVE WS-AKT-DATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J" THEN
              DISPLAY "Umbuchung abgewiesen: die Buchungsperiode "
                 "ist bereits abgeschlossen."
              EXIT SECTION
           END-IF

           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-ZIELKONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Zielkonto " WS-ZIELKONTO " nicht gefunden."
                 CLOSE KONTODATEI
                 EXIT SECTION
           END-READ
      *    Clearing-Eingaenge lauten auf Euro; ein Fremdwaehrungs-
      *    konto bekommt den Posten nicht ohne Umrechnung.
           IF KONTO-WAEHRUNG NOT = SPACES
              AND KONTO-WAEHRUNG NOT = "EUR"
              DISPLAY "Zielkonto fuehrt " KONTO-WAEHRUNG
                 ", Umbuchung nur auf Euro-Konten."
              CLOSE KONTODATEI
              EXIT SECTION
           END-IF
           MOVE CPD-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "Posten " CPD-ID " " WS-BETRAG-ANZEIGE " auf "
              KONTO-ID " " KONTO-NAME " umbuchen (J/N)?"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J"
              DISPLAY "Keine Umbuchung."
              CLOSE KONTODATEI
              EXIT SECTION
           END-IF
           MOVE WS-CPD-KONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "CPD-Konto " WS-CPD-KONTO " nicht gefunden."
                 CLOSE KONTODATEI
                 EXIT SECTION
           END-READ
           SUBTRACT CPD-BETRAG FROM KONTO-SALDO
           REWRITE KONTO-RECORD
           MOVE WS-ZIELKONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Zielkonto " WS-ZIELKONTO " nicht gefunden."
                 CLOSE KONTODATEI
                 EXIT SECTION
           END-READ
           ADD CPD-BETRAG TO KONTO-SALDO
           REWRITE KONTO-RECORD
           CLOSE KONTODATEI

           MOVE 0 TO WS-KONTROLL-ANZAHL
           MOVE 0 TO WS-KONTROLL-SUMME
           MOVE 0 TO WS-KONTROLL-ANZAHL-L
           MOVE 0 TO WS-KONTROLL-SUMME-L
           MOVE WS-CPD-KONTO TO WS-BU-KONTO
           MOVE SPACES TO WS-BU-TEXT
           STRING "CPD " DELIMITED BY SIZE
                  CPD-ID DELIMITED BY SIZE
                  " AN " DELIMITED BY SIZE
                  WS-ZIELKONTO DELIMITED BY SPACE
             INTO WS-BU-TEXT
           END-STRING
           COMPUTE WS-BU-BETRAG = 0 - CPD-BETRAG
           MOVE "J" TO WS-BU-HAUPTBUCH
           PERFORM BUCHE-UMSATZ
           MOVE WS-BU-REF TO WS-BELASTUNG-REF
           MOVE WS-ZIELKONTO TO WS-BU-KONTO
           MOVE CPD-TEXT TO WS-BU-TEXT
           MOVE CPD-BETRAG TO WS-BU-BETRAG
           MOVE "N" TO WS-BU-HAUPTBUCH
           PERFORM BUCHE-UMSATZ
           PERFORM SCHREIBE-LAUFKONTROLLE

           MOVE "U" TO CPD-STATUS
           MOVE WS-ZIELKONTO TO CPD-ZIELKONTO
           MOVE WS-BELASTUNG-REF TO CPD-ERLEDIGT-REF
           MOVE WS-ANGEMELDET-ID TO CPD-BEARBEITER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CPD-ERLEDIGT-AM
           REWRITE CPD-RECORD
           DISPLAY "Posten " CPD-ID " umgebucht auf " WS-ZIELKONTO
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "CPD " DELIMITED BY SIZE
                  CPD-ID DELIMITED BY SIZE
                  " UMBUCHUNG AN=" DELIMITED BY SIZE
                  WS-ZIELKONTO DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       BUCHE-UMSATZ SECTION.
      *    Ein Umsatz (WS-BU-...) ins Umsatzjournal mit Herkunft
      *    "U" und bei WS-BU-HAUPTBUCH = "J" unter derselben
      *    Buchungsreferenz ins Hauptbuch, wie in KONTOABSCHLUSS.
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
           MOVE SPACES TO WS-BU-REF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE TRANS-REF TO WS-BU-REF
           MOVE WS-BU-KONTO TO TRANS-KONTO-ID
           MOVE WS-AKT-DATUM TO TRANS-DATUM
           MOVE WS-AKT-DATUM TO TRANS-VALUTA
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANS-ZEITSTEMPEL
           MOVE "U" TO TRANS-HERKUNFT
           MOVE WS-BU-TEXT TO TRANS-TEXT
           MOVE WS-BU-BETRAG TO TRANS-BETRAG
           WRITE TRANSAKTIONEN-SATZ
           ADD 1 TO WS-KONTROLL-ANZAHL
           ADD TRANS-BETRAG TO WS-KONTROLL-SUMME
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
           MOVE WS-BU-REF TO LEDGER-TRANS-ID
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

       LIES-POSTEN SECTION.
           MOVE "N" TO WS-POSTEN-GELESEN
           DISPLAY "Nummer des Postens:"
           MOVE SPACES TO WS-ID-EINGABE
           ACCEPT WS-ID-EINGABE
           IF FUNCTION TRIM(WS-ID-EINGABE) IS NOT NUMERIC
              DISPLAY "Ungueltige Nummer."
              EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(WS-ID-EINGABE) TO CPD-ID
           READ CPDPOSTEN
              INVALID KEY
                 DISPLAY "Posten nicht gefunden."
              NOT INVALID KEY
                 MOVE "J" TO WS-POSTEN-GELESEN
           END-READ
           EXIT.

       ERMITTLE-ALTER SECTION.
      *    Alter des Postens in Kalendertagen seit dem Eingang.
           COMPUTE WS-ALTER-TAGE =
              FUNCTION INTEGER-OF-DATE(WS-AKT-DATUM)
              - FUNCTION INTEGER-OF-DATE(CPD-EINGANGSDATUM)
           IF WS-ALTER-TAGE < 0
              MOVE 0 TO WS-ALTER-TAGE
           END-IF
           MOVE WS-ALTER-TAGE TO WS-ALTER-ANZEIGE
           EXIT.

       SCHREIBE-LAUFKONTROLLE SECTION.
      *    Kontrollsaetze in die gemeinsame Laufkontrolldatei
      *    (siehe KONTROLLREC.cpy): "T" fuer die Umsaetze und "L"
      *    fuer die Hauptbuchbuchung der Umbuchung.
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
           MOVE "CPDPFLEGE" TO KONTROLL-PROGRAMM
           MOVE WS-AKT-DATUM TO KONTROLL-LAUFDATUM
           MOVE "T" TO KONTROLL-BEREICH
           MOVE WS-KONTROLL-ANZAHL TO KONTROLL-ANZAHL
           MOVE WS-KONTROLL-SUMME TO KONTROLL-SUMME
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
           EXIT.
       END PROGRAM CPDPFLEGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KASSE.
      *    Schalterkasse: Bareinzahlungen und Barauszahlungen auf
      *    ein Konto mit Kassenlade je Kassierer (siehe
      *    KASSEREC.cpy). Der Kassierer eroeffnet seine Lade am
      *    Geschaeftstag mit dem Anfangsbestand (Vorgabe aus
      *    PARMFILE.DAT, Schluessel KASSEANFANG); jede Ein- oder
      *    Auszahlung wird ins Umsatzjournal (Herkunft "B") und
      *    unter derselben Buchungsreferenz ins Hauptbuch gebucht
      *    und in der Lade fortgeschrieben. Eine Barauszahlung
      *    muss wie in ueberweisung.cbl durch Saldo plus
      *    eingeraeumten Rahmen (KONTO-LIMIT) gedeckt sein und das
      *    vom Kunden gesetzte Tageslimit (TAGESLIMIT.DAT, "U"- und
      *    "B"-Belastungen des Tages) einhalten; Ablehnungen stehen
      *    in LIMIT-AUSNAHMEN.LOG. Beim Kassenabschluss erfasst der
      *    Kassierer den gezaehlten Bestand; Soll- und Istbestand
      *    gehen in kassenabschluss.txt, eine Differenz zusaetzlich
      *    als Satz in KASSENDIFF.DAT (siehe KASSENDIFFREC.cpy), den
      *    ein Supervisor hier sichtet und abschliesst. Zugang ueber
      *    OPSIGNON, jede Buchung ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KASSENLADE ASSIGN TO "KASSENLADE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KASSE-ID
              FILE STATUS IS WS-KASSE-STATUS.
           SELECT KASSENDIFF ASSIGN TO "KASSENDIFF.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KDIFF-ID
              FILE STATUS IS WS-KDIFF-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT TAGESLIMIT ASSIGN TO "TAGESLIMIT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAGESLIMIT-KONTO-ID
              FILE STATUS IS WS-TAGESLIMIT-STATUS.
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
           SELECT LIMIT-AUSNAHMEN ASSIGN TO "LIMIT-AUSNAHMEN.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIMIT-AUSNAHMEN-STATUS.
           SELECT KASSEN-REPORT ASSIGN TO "kassenabschluss.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
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
       FD KASSENLADE.
       COPY KASSEREC.
       FD KASSENDIFF.
       COPY KASSENDIFFREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TAGESLIMIT.
       COPY TAGESLIMITREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD LIMIT-AUSNAHMEN.
       01 LIMIT-AUSNAHMEN-SATZ PIC X(100).
       FD KASSEN-REPORT.
       01 KASSEN-REPORT-SATZ PIC X(100).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-KASSE-STATUS PIC X(02).
       01 WS-KDIFF-STATUS PIC X(02).
       01 WS-KDIFF-EOF PIC X.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-LIMIT-AUSNAHMEN-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.

       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

      *    Vorgabe fuer den Anfangsbestand der Kassenlade in ganzen
      *    Euro, falls PARMFILE.DAT fehlt oder KASSEANFANG nicht
      *    enthaelt.
       01 WS-KASSEANFANG PIC 9(07) VALUE 2000.

      *    Kundenseitiges Tageslimit (siehe TAGESLIMITREC.cpy):
      *    die "U"- und "B"-Belastungen des Tages plus die neue
      *    Barauszahlung duerfen das gesetzte Limit nicht
      *    ueberschreiten.
       01 WS-TAGESLIMIT-STATUS PIC X(02).
       01 WS-TAGESLIMIT-WERT PIC 9(7)V99.
       01 WS-TAGES-VERBRAUCH PIC 9(9)V99.
       01 WS-TAGESLIMIT-VERLETZT PIC X.
       01 WS-TL-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-AKT-DATUM PIC 9(08).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE): Summe der wirksamen Betragssperren eines
      *    Kontos (Funktion SPERRSUMME, siehe SPERRBETRAGREC.cpy).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).
       01 WS-SPERRSUMME PIC S9(9)V99 VALUE 0.
       01 WS-KASSE-OFFEN PIC X.
       01 WS-KONTO-EINGABE PIC X(10).
       01 WS-BETRAG-EINGABE PIC 9(7)V99.
       01 WS-BETRAG PIC S9(7)V99.
       01 WS-BUCHUNG-BETRAG PIC S9(7)V99.
       01 WS-BUCHUNG-TEXT PIC X(30).
       01 WS-NEUER-SALDO PIC S9(9)V99.
       01 WS-SOLLBESTAND PIC S9(9)V99.
       01 WS-BESTAETIGUNG PIC X.
       01 WS-OPERATOR-EINGABE PIC X(10).
       01 WS-DATUM-EINGABE PIC 9(08).
       01 WS-VERMERK-EINGABE PIC X(30).
       01 WS-ANZAHL PIC 9(03).

      *    Laufkontrolle (siehe KONTROLLREC.cpy) fuer die Kassen-
      *    buchungen dieser Sitzung.
       01 WS-KONTROLL-ANZAHL-T PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-SOLL-ANZEIGE PIC -(9)9.99.
       01 WS-IST-ANZEIGE PIC -(9)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "KASSE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O KASSENLADE
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-KASSE-STATUS = "35" THEN
              OPEN OUTPUT KASSENLADE
              CLOSE KASSENLADE
              OPEN I-O KASSENLADE
           END-IF
           IF WS-KASSE-STATUS NOT = "00" THEN
              DISPLAY "KASSENLADE.DAT nicht verfuegbar, Status: "
                 WS-KASSE-STATUS
              STOP RUN
           END-IF
           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE KASSENLADE
              STOP RUN
           END-IF

           MOVE "KASSEANFANG" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-KASSEANFANG
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Kasse ---"
              DISPLAY "1 = Kasse eroeffnen"
              DISPLAY "2 = Bareinzahlung"
              DISPLAY "3 = Barauszahlung"
              DISPLAY "4 = Kassenstand anzeigen"
              DISPLAY "5 = Kassenabschluss"
              DISPLAY "6 = Kassendifferenzen bearbeiten"
              DISPLAY "7 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM EROEFFNE-KASSE
                 WHEN "2"
                    PERFORM BAREINZAHLUNG
                 WHEN "3"
                    PERFORM BARAUSZAHLUNG
                 WHEN "4"
                    PERFORM ZEIGE-KASSENSTAND
                 WHEN "5"
                    PERFORM KASSENABSCHLUSS
                 WHEN "6"
                    PERFORM BEARBEITE-DIFFERENZEN
                 WHEN "7"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE KASSENLADE
           IF WS-KONTROLL-ANZAHL-T > 0
              PERFORM SCHREIBE-LAUFKONTROLLE
           END-IF
           STOP RUN.

       LIES-KASSE SECTION.
      *    Kassenlade des angemeldeten Kassierers fuer heute lesen;
      *    WS-KASSE-OFFEN = "J" nur bei eroeffneter, noch nicht
      *    abgeschlossener Lade.
           MOVE "N" TO WS-KASSE-OFFEN
           MOVE WS-ANGEMELDET-ID TO KASSE-OPERATOR-ID
           MOVE WS-AKT-DATUM TO KASSE-DATUM
           READ KASSENLADE
              INVALID KEY
                 MOVE SPACES TO KASSE-STATUS
              NOT INVALID KEY
                 IF KASSE-STATUS = "O"
                    MOVE "J" TO WS-KASSE-OFFEN
                 END-IF
           END-READ
           EXIT.

       EROEFFNE-KASSE SECTION.
           PERFORM LIES-KASSE
           IF KASSE-STATUS NOT = SPACES
              DISPLAY "Kassenlade fuer heute bereits eroeffnet."
              EXIT SECTION
           END-IF
           MOVE WS-KASSEANFANG TO WS-BETRAG-ANZEIGE
           DISPLAY "Anfangsbestand (Vorgabe " WS-BETRAG-ANZEIGE
              ", 0 = Vorgabe uebernehmen):"
           ACCEPT WS-BETRAG-EINGABE
           IF WS-BETRAG-EINGABE IS NOT NUMERIC
              DISPLAY "Ungueltiger Betrag."
              EXIT SECTION
           END-IF
           IF WS-BETRAG-EINGABE = 0
              MOVE WS-KASSEANFANG TO WS-BETRAG-EINGABE
           END-IF
           MOVE SPACES TO KASSE-RECORD
           MOVE WS-ANGEMELDET-ID TO KASSE-OPERATOR-ID
           MOVE WS-AKT-DATUM TO KASSE-DATUM
           MOVE WS-BETRAG-EINGABE TO KASSE-ANFANGSBESTAND
           MOVE 0 TO KASSE-EINZAHLUNGEN
           MOVE 0 TO KASSE-AUSZAHLUNGEN
           MOVE 0 TO KASSE-ANZAHL-EIN
           MOVE 0 TO KASSE-ANZAHL-AUS
           MOVE 0 TO KASSE-GEZAEHLT
           MOVE 0 TO KASSE-DIFFERENZ
           MOVE "O" TO KASSE-STATUS
           WRITE KASSE-RECORD
              INVALID KEY
                 DISPLAY "Kassenlade konnte nicht eroeffnet werden."
                 EXIT SECTION
           END-WRITE
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           MOVE WS-BETRAG-EINGABE TO WS-BETRAG-ANZEIGE
           STRING "KASSE EROEFFNET OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
                  " ANFANG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Kassenlade eroeffnet."
           EXIT.

       BAREINZAHLUNG SECTION.
           PERFORM PRUEFE-BUCHUNGSVORAUSSETZUNG
           IF WS-KASSE-OFFEN NOT = "J"
              EXIT SECTION
           END-IF
           DISPLAY "Einzahlungsbetrag (z.B. 000050000 fuer 500,00):"
           ACCEPT WS-BETRAG-EINGABE
           IF WS-BETRAG-EINGABE IS NOT NUMERIC
              OR WS-BETRAG-EINGABE = 0
              DISPLAY "Ungueltiger Betrag."
              EXIT SECTION
           END-IF
           MOVE WS-BETRAG-EINGABE TO WS-BETRAG
           MOVE WS-BETRAG-EINGABE TO WS-BETRAG-ANZEIGE
           DISPLAY "Bareinzahlung " WS-BETRAG-ANZEIGE " auf Konto "
              KONTO-ID " " KONTO-NAME
           DISPLAY "Buchen? (J/N)"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J" AND WS-BESTAETIGUNG NOT = "j"
              DISPLAY "Abgebrochen."
              EXIT SECTION
           END-IF

           ADD WS-BETRAG TO KONTO-SALDO
           REWRITE KONTO-RECORD
           MOVE WS-BETRAG TO WS-BUCHUNG-BETRAG
           MOVE "BAREINZAHLUNG" TO WS-BUCHUNG-TEXT
           PERFORM BUCHE-BARUMSATZ
           ADD WS-BETRAG TO KASSE-EINZAHLUNGEN
           ADD 1 TO KASSE-ANZAHL-EIN
           REWRITE KASSE-RECORD
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "BAREINZAHLUNG KONTO=" DELIMITED BY SIZE
                  KONTO-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Bareinzahlung gebucht, Referenz " TRANS-REF
           EXIT.

       BARAUSZAHLUNG SECTION.
           PERFORM PRUEFE-BUCHUNGSVORAUSSETZUNG
           IF WS-KASSE-OFFEN NOT = "J"
              EXIT SECTION
           END-IF
           DISPLAY "Auszahlungsbetrag (z.B. 000050000 fuer 500,00):"
           ACCEPT WS-BETRAG-EINGABE
           IF WS-BETRAG-EINGABE IS NOT NUMERIC
              OR WS-BETRAG-EINGABE = 0
              DISPLAY "Ungueltiger Betrag."
              EXIT SECTION
           END-IF
           MOVE WS-BETRAG-EINGABE TO WS-BETRAG
           MOVE WS-BETRAG-EINGABE TO WS-BETRAG-ANZEIGE

      *    Die Lade muss den Betrag hergeben.
           COMPUTE WS-SOLLBESTAND = KASSE-ANFANGSBESTAND
              + KASSE-EINZAHLUNGEN - KASSE-AUSZAHLUNGEN
           IF WS-BETRAG > WS-SOLLBESTAND
              DISPLAY "Kassenbestand reicht fuer die Auszahlung "
                 "nicht aus."
              EXIT SECTION
           END-IF
      *    Limitpruefung wie in ueberweisung.cbl: die Belastung
      *    darf Saldo plus eingeraeumten Rahmen (KONTO-LIMIT)
      *    abzueglich aktiver Betragssperren nicht ueberschreiten.
           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-NEUER-SALDO =
              KONTO-SALDO - WS-BETRAG - WS-SPERRSUMME
           IF WS-NEUER-SALDO < (0 - KONTO-LIMIT)
              DISPLAY "Auszahlung abgelehnt: Limit ueberschritten."
              MOVE " LIMIT ABGELEHNT" TO WS-BUCHUNG-TEXT
              PERFORM SCHREIBE-LIMIT-AUSNAHME
              EXIT SECTION
           END-IF
           PERFORM PRUEFE-TAGESLIMIT
           IF WS-TAGESLIMIT-VERLETZT = "J"
              DISPLAY "Auszahlung abgelehnt: Tageslimit des "
                 "Kunden ueberschritten."
              MOVE " TAGESLIMIT ABGELEHNT" TO WS-BUCHUNG-TEXT
              PERFORM SCHREIBE-LIMIT-AUSNAHME
              EXIT SECTION
           END-IF

           DISPLAY "Barauszahlung " WS-BETRAG-ANZEIGE " von Konto "
              KONTO-ID " " KONTO-NAME
           DISPLAY "Buchen? (J/N)"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J" AND WS-BESTAETIGUNG NOT = "j"
              DISPLAY "Abgebrochen."
              EXIT SECTION
           END-IF

           SUBTRACT WS-BETRAG FROM KONTO-SALDO
           REWRITE KONTO-RECORD
           COMPUTE WS-BUCHUNG-BETRAG = 0 - WS-BETRAG
           MOVE "BARAUSZAHLUNG" TO WS-BUCHUNG-TEXT
           PERFORM BUCHE-BARUMSATZ
           ADD WS-BETRAG TO KASSE-AUSZAHLUNGEN
           ADD 1 TO KASSE-ANZAHL-AUS
           REWRITE KASSE-RECORD
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "BARAUSZAHLUNG KONTO=" DELIMITED BY SIZE
                  KONTO-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Barauszahlung gebucht, Referenz " TRANS-REF
           EXIT.

       PRUEFE-BUCHUNGSVORAUSSETZUNG SECTION.
      *    Gemeinsame Pruefung vor jeder Kassenbuchung: offene
      *    Lade, offene Periode, vorhandenes EUR-Konto. Bei
      *    Fehlschlag steht WS-KASSE-OFFEN auf "N".
           PERFORM LIES-KASSE
           IF WS-KASSE-OFFEN NOT = "J"
              DISPLAY "Keine offene Kassenlade fuer heute - "
                 "bitte zuerst Kasse eroeffnen."
              EXIT SECTION
           END-IF
           MOVE WS-AKT-DATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Periode " WS-PRUEF-PERIODE
                 " ist abgeschlossen, keine Buchung moeglich."
              MOVE "N" TO WS-KASSE-OFFEN
              EXIT SECTION
           END-IF
           DISPLAY "Konto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 MOVE "N" TO WS-KASSE-OFFEN
                 EXIT SECTION
           END-READ
           IF KONTO-WAEHRUNG NOT = "EUR" AND KONTO-WAEHRUNG NOT =
              SPACES
              DISPLAY "Barverkehr nur auf EUR-Konten."
              MOVE "N" TO WS-KASSE-OFFEN
           END-IF
           EXIT.

       ZEIGE-KASSENSTAND SECTION.
           PERFORM LIES-KASSE
           IF KASSE-STATUS = SPACES
              DISPLAY "Keine Kassenlade fuer heute eroeffnet."
              EXIT SECTION
           END-IF
           COMPUTE WS-SOLLBESTAND = KASSE-ANFANGSBESTAND
              + KASSE-EINZAHLUNGEN - KASSE-AUSZAHLUNGEN
           MOVE KASSE-ANFANGSBESTAND TO WS-BETRAG-ANZEIGE
           DISPLAY "Anfangsbestand:   " WS-BETRAG-ANZEIGE
           MOVE KASSE-EINZAHLUNGEN TO WS-BETRAG-ANZEIGE
           MOVE KASSE-ANZAHL-EIN TO WS-ANZAHL-ANZEIGE
           DISPLAY "Einzahlungen:     " WS-BETRAG-ANZEIGE
              " (" WS-ANZAHL-ANZEIGE ")"
           MOVE KASSE-AUSZAHLUNGEN TO WS-BETRAG-ANZEIGE
           MOVE KASSE-ANZAHL-AUS TO WS-ANZAHL-ANZEIGE
           DISPLAY "Auszahlungen:     " WS-BETRAG-ANZEIGE
              " (" WS-ANZAHL-ANZEIGE ")"
           MOVE WS-SOLLBESTAND TO WS-BETRAG-ANZEIGE
           DISPLAY "Sollbestand:      " WS-BETRAG-ANZEIGE
           IF KASSE-STATUS = "A"
              MOVE KASSE-GEZAEHLT TO WS-BETRAG-ANZEIGE
              DISPLAY "Gezaehlt:         " WS-BETRAG-ANZEIGE
              MOVE KASSE-DIFFERENZ TO WS-BETRAG-ANZEIGE
              DISPLAY "Differenz:        " WS-BETRAG-ANZEIGE
              DISPLAY "Kassenlade ist abgeschlossen."
           END-IF
           EXIT.

       KASSENABSCHLUSS SECTION.
           PERFORM LIES-KASSE
           IF WS-KASSE-OFFEN NOT = "J"
              DISPLAY "Keine offene Kassenlade fuer heute."
              EXIT SECTION
           END-IF
           COMPUTE WS-SOLLBESTAND = KASSE-ANFANGSBESTAND
              + KASSE-EINZAHLUNGEN - KASSE-AUSZAHLUNGEN
           DISPLAY "Gezaehlter Kassenbestand (z.B. 000200000 "
              "fuer 2000,00):"
           ACCEPT WS-BETRAG-EINGABE
           IF WS-BETRAG-EINGABE IS NOT NUMERIC
              DISPLAY "Ungueltiger Betrag."
              EXIT SECTION
           END-IF
           MOVE WS-BETRAG-EINGABE TO KASSE-GEZAEHLT
           COMPUTE KASSE-DIFFERENZ = KASSE-GEZAEHLT - WS-SOLLBESTAND
           MOVE WS-SOLLBESTAND TO WS-SOLL-ANZEIGE
           MOVE KASSE-GEZAEHLT TO WS-IST-ANZEIGE
           MOVE KASSE-DIFFERENZ TO WS-BETRAG-ANZEIGE
           DISPLAY "Soll " WS-SOLL-ANZEIGE " Ist " WS-IST-ANZEIGE
              " Differenz " WS-BETRAG-ANZEIGE
           DISPLAY "Kasse abschliessen? (J/N)"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J" AND WS-BESTAETIGUNG NOT = "j"
              DISPLAY "Abgebrochen."
              EXIT SECTION
           END-IF
           MOVE "A" TO KASSE-STATUS
           REWRITE KASSE-RECORD
           PERFORM DRUCKE-KASSENABSCHLUSS
           IF KASSE-DIFFERENZ NOT = 0
              PERFORM SCHREIBE-KASSENDIFFERENZ
           END-IF
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "KASSENABSCHLUSS OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
                  " DIFF=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Kassenlade abgeschlossen."
           EXIT.

       DRUCKE-KASSENABSCHLUSS SECTION.
      *    Abschlussblock je Kassierer in kassenabschluss.txt; die
      *    Datei wird fortgeschrieben, damit alle Laden des Tages
      *    untereinander stehen.
           OPEN EXTEND KASSEN-REPORT
           IF WS-REPORT-STATUS NOT = "00" THEN
              OPEN OUTPUT KASSEN-REPORT
           END-IF
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "kassenabschluss.txt nicht beschreibbar, "
                 "Status: " WS-REPORT-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO KASSEN-REPORT-SATZ
           STRING "Kassenabschluss " DELIMITED BY SIZE
                  KASSE-DATUM DELIMITED BY SIZE
                  " Kassierer " DELIMITED BY SIZE
                  KASSE-OPERATOR-ID DELIMITED BY SIZE
             INTO KASSEN-REPORT-SATZ
           END-STRING
           WRITE KASSEN-REPORT-SATZ
           MOVE "========================================"
              TO KASSEN-REPORT-SATZ
           WRITE KASSEN-REPORT-SATZ
           MOVE KASSE-ANFANGSBESTAND TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO KASSEN-REPORT-SATZ
           STRING "Anfangsbestand:      " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO KASSEN-REPORT-SATZ
           END-STRING
           WRITE KASSEN-REPORT-SATZ
           MOVE KASSE-EINZAHLUNGEN TO WS-BETRAG-ANZEIGE
           MOVE KASSE-ANZAHL-EIN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO KASSEN-REPORT-SATZ
           STRING "Einzahlungen:        " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " Anzahl " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO KASSEN-REPORT-SATZ
           END-STRING
           WRITE KASSEN-REPORT-SATZ
           MOVE KASSE-AUSZAHLUNGEN TO WS-BETRAG-ANZEIGE
           MOVE KASSE-ANZAHL-AUS TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO KASSEN-REPORT-SATZ
           STRING "Auszahlungen:        " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " Anzahl " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO KASSEN-REPORT-SATZ
           END-STRING
           WRITE KASSEN-REPORT-SATZ
           MOVE SPACES TO KASSEN-REPORT-SATZ
           STRING "Sollbestand:         " DELIMITED BY SIZE
                  WS-SOLL-ANZEIGE DELIMITED BY SIZE
             INTO KASSEN-REPORT-SATZ
           END-STRING
           WRITE KASSEN-REPORT-SATZ
           MOVE SPACES TO KASSEN-REPORT-SATZ
           STRING "Gezaehlter Bestand:  " DELIMITED BY SIZE
                  WS-IST-ANZEIGE DELIMITED BY SIZE
             INTO KASSEN-REPORT-SATZ
           END-STRING
           WRITE KASSEN-REPORT-SATZ
           MOVE KASSE-DIFFERENZ TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO KASSEN-REPORT-SATZ
           EVALUATE TRUE
              WHEN KASSE-DIFFERENZ > 0
                 STRING "Kassenueberschuss:   " DELIMITED BY SIZE
                        WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                   INTO KASSEN-REPORT-SATZ
                 END-STRING
              WHEN KASSE-DIFFERENZ < 0
                 STRING "Kassenfehlbetrag:    " DELIMITED BY SIZE
                        WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                   INTO KASSEN-REPORT-SATZ
                 END-STRING
              WHEN OTHER
                 MOVE "Kasse stimmt." TO KASSEN-REPORT-SATZ
           END-EVALUATE
           WRITE KASSEN-REPORT-SATZ
           MOVE SPACES TO KASSEN-REPORT-SATZ
           WRITE KASSEN-REPORT-SATZ
           CLOSE KASSEN-REPORT
           EXIT.

       SCHREIBE-KASSENDIFFERENZ SECTION.
      *    Ueberschuss oder Fehlbetrag als offener Vorgang fuer den
      *    Supervisor (siehe KASSENDIFFREC.cpy).
           OPEN I-O KASSENDIFF
           IF WS-KDIFF-STATUS = "35" THEN
              OPEN OUTPUT KASSENDIFF
              CLOSE KASSENDIFF
              OPEN I-O KASSENDIFF
           END-IF
           IF WS-KDIFF-STATUS NOT = "00" THEN
              DISPLAY "KASSENDIFF.DAT nicht verfuegbar, Status: "
                 WS-KDIFF-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO KDIFF-RECORD
           MOVE KASSE-OPERATOR-ID TO KDIFF-OPERATOR-ID
           MOVE KASSE-DATUM TO KDIFF-DATUM
           MOVE WS-SOLLBESTAND TO KDIFF-SOLL
           MOVE KASSE-GEZAEHLT TO KDIFF-IST
           MOVE KASSE-DIFFERENZ TO KDIFF-BETRAG
           MOVE "O" TO KDIFF-STATUS
           WRITE KDIFF-RECORD
              INVALID KEY
                 DISPLAY "Kassendifferenz konnte nicht "
                    "gespeichert werden."
              NOT INVALID KEY
                 DISPLAY "Kassendifferenz an den Supervisor "
                    "gemeldet."
           END-WRITE
           CLOSE KASSENDIFF
           EXIT.

       BEARBEITE-DIFFERENZEN SECTION.
      *    Offene Kassendifferenzen aller Kassierer anzeigen und
      *    mit Vermerk abschliessen - nur fuer Supervisoren, und
      *    nie die eigene Lade.
           IF WS-ANGEMELDET-ROLLE NOT = "S"
              DISPLAY "Nur Supervisoren duerfen Kassendifferenzen "
                 "bearbeiten."
              EXIT SECTION
           END-IF
           OPEN I-O KASSENDIFF
           IF WS-KDIFF-STATUS NOT = "00" THEN
              DISPLAY "Keine Kassendifferenzen vorhanden."
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-KDIFF-EOF
           MOVE LOW-VALUES TO KDIFF-ID
           START KASSENDIFF KEY IS >= KDIFF-ID
              INVALID KEY MOVE "J" TO WS-KDIFF-EOF
           END-START
           DISPLAY "Offene Kassendifferenzen:"
           PERFORM UNTIL WS-KDIFF-EOF = "J"
              READ KASSENDIFF NEXT RECORD
                 AT END MOVE "J" TO WS-KDIFF-EOF
                 NOT AT END
                    IF KDIFF-STATUS = "O"
                       ADD 1 TO WS-ANZAHL
                       MOVE KDIFF-SOLL TO WS-SOLL-ANZEIGE
                       MOVE KDIFF-IST TO WS-IST-ANZEIGE
                       MOVE KDIFF-BETRAG TO WS-BETRAG-ANZEIGE
                       DISPLAY "  " KDIFF-OPERATOR-ID " "
                          KDIFF-DATUM " Soll " WS-SOLL-ANZEIGE
                          " Ist " WS-IST-ANZEIGE
                          " Diff " WS-BETRAG-ANZEIGE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "  keine"
              CLOSE KASSENDIFF
              EXIT SECTION
           END-IF

           DISPLAY "Kassierer der abzuschliessenden Differenz "
              "(leer = keine):"
           ACCEPT WS-OPERATOR-EINGABE
           IF WS-OPERATOR-EINGABE = SPACES
              CLOSE KASSENDIFF
              EXIT SECTION
           END-IF
           IF WS-OPERATOR-EINGABE = WS-ANGEMELDET-ID
              DISPLAY "Die eigene Kassendifferenz darf nicht selbst "
                 "abgeschlossen werden."
              CLOSE KASSENDIFF
              EXIT SECTION
           END-IF
           DISPLAY "Geschaeftstag (JJJJMMTT):"
           ACCEPT WS-DATUM-EINGABE
           MOVE WS-OPERATOR-EINGABE TO KDIFF-OPERATOR-ID
           MOVE WS-DATUM-EINGABE TO KDIFF-DATUM
           READ KASSENDIFF
              INVALID KEY
                 DISPLAY "Kassendifferenz nicht gefunden."
                 CLOSE KASSENDIFF
                 EXIT SECTION
           END-READ
           IF KDIFF-STATUS NOT = "O"
              DISPLAY "Kassendifferenz ist bereits erledigt."
              CLOSE KASSENDIFF
              EXIT SECTION
           END-IF
           DISPLAY "Vermerk:"
           ACCEPT WS-VERMERK-EINGABE
           MOVE "E" TO KDIFF-STATUS
           MOVE WS-ANGEMELDET-ID TO KDIFF-BEARBEITER
           MOVE WS-VERMERK-EINGABE TO KDIFF-VERMERK
           REWRITE KDIFF-RECORD
           CLOSE KASSENDIFF
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "KASSENDIFFERENZ ERLEDIGT " DELIMITED BY SIZE
                  KDIFF-OPERATOR-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  KDIFF-DATUM DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Kassendifferenz erledigt."
           EXIT.

       PRUEFE-TAGESLIMIT SECTION.
      *    Haelt die Summe der "U"- und "B"-Belastungen des Tages
      *    (Alternativschluessel Konto+Datum) plus die neue
      *    Barauszahlung gegen das vom Kunden gesetzte Tageslimit
      *    (0 oder fehlender Satz = kein Limit), wie in
      *    ueberweisung.cbl.
           MOVE "N" TO WS-TAGESLIMIT-VERLETZT
           MOVE 0 TO WS-TAGESLIMIT-WERT
           OPEN INPUT TAGESLIMIT
           IF WS-TAGESLIMIT-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE KONTO-ID TO TAGESLIMIT-KONTO-ID
           READ TAGESLIMIT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE TAGESLIMIT-BETRAG TO WS-TAGESLIMIT-WERT
           END-READ
           CLOSE TAGESLIMIT
           IF WS-TAGESLIMIT-WERT = 0
              EXIT SECTION
           END-IF

           MOVE 0 TO WS-TAGES-VERBRAUCH
           MOVE "N" TO WS-TL-EOF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "00" THEN
              MOVE KONTO-ID TO TRANS-KONTO-ID
              MOVE WS-AKT-DATUM TO TRANS-DATUM
              START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
                 INVALID KEY MOVE "J" TO WS-TL-EOF
              END-START
              PERFORM UNTIL WS-TL-EOF = "J"
                 READ TRANSAKTIONEN NEXT RECORD
                    AT END MOVE "J" TO WS-TL-EOF
                    NOT AT END
                       IF TRANS-KONTO-ID NOT = KONTO-ID
                          OR TRANS-DATUM NOT = WS-AKT-DATUM
                          MOVE "J" TO WS-TL-EOF
                       ELSE
                          IF (TRANS-HERKUNFT = "U"
                             OR TRANS-HERKUNFT = "B")
                             AND TRANS-BETRAG < 0
                             COMPUTE WS-TAGES-VERBRAUCH =
                                WS-TAGES-VERBRAUCH
                                + FUNCTION ABS(TRANS-BETRAG)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSAKTIONEN
           END-IF
           IF (WS-TAGES-VERBRAUCH + WS-BETRAG)
              > WS-TAGESLIMIT-WERT
              MOVE "J" TO WS-TAGESLIMIT-VERLETZT
           END-IF
           EXIT.

       SCHREIBE-LIMIT-AUSNAHME SECTION.
      *    Abgelehnte Barauszahlung in derselben Tagesliste wie die
      *    Limitverstoesse aus ueberweisung.cbl; WS-BUCHUNG-TEXT
      *    traegt das Kennwort (LIMIT bzw. TAGESLIMIT).
           OPEN EXTEND LIMIT-AUSNAHMEN
           IF WS-LIMIT-AUSNAHMEN-STATUS NOT = "00" THEN
              OPEN OUTPUT LIMIT-AUSNAHMEN
           END-IF
           MOVE SPACES TO LIMIT-AUSNAHMEN-SATZ
           STRING WS-AKT-DATUM DELIMITED BY SIZE
                  " KASSE KONTO=" DELIMITED BY SIZE
                  KONTO-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  WS-BUCHUNG-TEXT DELIMITED BY SIZE
             INTO LIMIT-AUSNAHMEN-SATZ
           END-STRING
           WRITE LIMIT-AUSNAHMEN-SATZ
           CLOSE LIMIT-AUSNAHMEN
           EXIT.

       BUCHE-BARUMSATZ SECTION.
      *    Ein- oder Auszahlung (WS-BUCHUNG-BETRAG) als Umsatz mit
      *    Herkunft "B" und unter derselben Buchungsreferenz ins
      *    Hauptbuch, wie in DAUERLAUF.
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
              DISPLAY "Umsatzjournal nicht verfuegbar, Buchung "
                 "nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-AKT-DATUM TO TRANS-DATUM
           MOVE WS-AKT-DATUM TO TRANS-VALUTA
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANS-ZEITSTEMPEL
           MOVE "B" TO TRANS-HERKUNFT
           STRING WS-BUCHUNG-TEXT DELIMITED BY SPACE
                  " KASSE " DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO TRANS-TEXT
           END-STRING
           MOVE WS-BUCHUNG-BETRAG TO TRANS-BETRAG
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
           MOVE KONTO-ID TO LEDGER-KONTO-ID
           MOVE WS-BUCHUNG-BETRAG TO LEDGER-BETRAG
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
      *    Kontrollsaetze der Kassenbuchungen dieser Sitzung in die
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
           MOVE "KASSE" TO KONTROLL-PROGRAMM
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

       ERMITTLE-SPERRSUMME SECTION.
      *    Summe der am Buchungstag wirksamen Betragssperren des
      *    gelesenen Kontos; ist SUBMODULE nicht erreichbar, wird
      *    wie ohne Sperre gerechnet.
           MOVE 0 TO WS-SPERRSUMME
           MOVE "SPERRSUMME" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE KONTO-ID TO WS-SUB-PARM1(1:10)
           MOVE SPACES TO WS-SUB-PARM2
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUB-PARM2(1:8)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS-BETRAG TO WS-SPERRSUMME
           END-IF
           EXIT.

       END PROGRAM KASSE.

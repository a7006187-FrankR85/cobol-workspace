       IDENTIFICATION DIVISION.
       PROGRAM-ID. FESTGELDPFLEGE.
      *    Pflege der Festgeldanlagen (siehe FESTGELDREC.cpy):
      *    Anlagen eines Kontos anzeigen, ein Festgeld anlegen, die
      *    Anweisung bei Faelligkeit (Auszahlung/Prolongation)
      *    aendern und eine vorzeitige Kuendigung beantragen.
      *    Bei der Anlage wird der Betrag vom Quellkonto abgebucht
      *    (Umsatzjournal Herkunft "F" und Hauptbuch unter
      *    derselben Buchungsreferenz wie in DAUERLAUF, dazu die
      *    Laufkontrolle); der Rahmen (KONTO-LIMIT) darf dafuer
      *    nicht in Anspruch genommen werden. Der Festzins kommt
      *    je Laufzeit aus PARMFILE.DAT (FESTGELDZINS03/06/12).
      *    Eine vorzeitige Kuendigung wird nur in der Freigabe-
      *    datei vorgemerkt (Freigabeart "F", siehe
      *    FREIGABEREC.cpy) - mit dem Vorfaelligkeitsentgelt
      *    (PARMFILE-Schluessel FESTGELDSTRAFE, Hundertstel-Prozent
      *    des Anlagebetrags) als Freigabebetrag; ausgefuehrt wird
      *    sie erst, wenn ein zweiter Operator sie in
      *    FREIGABEPFLEGE freigibt. Der Zugang laeuft wie bei allen
      *    Pflegeprogrammen ueber OPSIGNON, jede Aenderung mit
      *    Operator-Kennung ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FESTGELDDATEI ASSIGN TO "FESTGELDDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FESTGELD-ID
              ALTERNATE RECORD KEY IS FESTGELD-KONTO-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-FESTGELD-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT FREIGABE ASSIGN TO "FREIGABE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FREIGABE-ID
              FILE STATUS IS WS-FREIGABE-STATUS.
           SELECT FREIGABESEQUENZ ASSIGN TO "freigabe-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREIGABESEQUENZ-STATUS.
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
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FESTGELDDATEI.
       COPY FESTGELDREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD FREIGABE.
       COPY FREIGABEREC.
       FD FREIGABESEQUENZ.
       01 FREIGABESEQUENZ-SATZ.
          05 FREIGABESEQUENZ-WERT PIC 9(06).
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
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-FESTGELD-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-FREIGABE-STATUS PIC X(02).
       01 WS-FREIGABESEQUENZ-STATUS PIC X(02).
       01 WS-FREIGABE-SEQUENZ PIC 9(06).
       01 WS-FREIGABE-EOF PIC X.
       01 WS-KUENDIGUNG-OFFEN PIC X.
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).
       01 WS-EOF PIC X.
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.

       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

      *    Festzinssaetze je Laufzeit und Vorfaelligkeitsentgelt in
      *    Hundertstel-Prozent; Vorgaben, falls PARMFILE.DAT fehlt
      *    oder die Schluessel fehlen.
       01 WS-FESTGELDZINS PIC 9(04).
       01 WS-FESTGELDSTRAFE PIC 9(04) VALUE 100.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-FESTGELD-EINGABE PIC X(10).
       01 WS-KONTO-EINGABE PIC X(10).
       01 WS-BETRAG-EINGABE PIC 9(7)V99.
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
       01 WS-LAUFZEIT-EINGABE PIC 9(02).
       01 WS-ANWEISUNG-EINGABE PIC X.
       01 WS-BESTAETIGUNG PIC X.
       01 WS-ANZAHL PIC 9(03).
       01 WS-AKT-DATUM PIC 9(08).
       01 WS-STRAFE PIC S9(9)V99.

       01 WS-FAELLIG-DATUM PIC 9(08).
       01 WS-FAELLIG-G REDEFINES WS-FAELLIG-DATUM.
          05 WS-FAELLIG-JAHR PIC 9(04).
          05 WS-FAELLIG-MONAT PIC 9(02).
          05 WS-FAELLIG-TAG PIC 9(02).

      *    Laufkontrolle (siehe KONTROLLREC.cpy) fuer die Anlagen.
       01 WS-KONTROLL-ANZAHL-T PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-SATZ-ANZEIGE PIC Z9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "FESTGELDPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O FESTGELDDATEI
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-FESTGELD-STATUS = "35" THEN
              OPEN OUTPUT FESTGELDDATEI
              CLOSE FESTGELDDATEI
              OPEN I-O FESTGELDDATEI
           END-IF
           IF WS-FESTGELD-STATUS NOT = "00" THEN
              DISPLAY "FESTGELDDATEI nicht verfuegbar, Status: "
                 WS-FESTGELD-STATUS
              STOP RUN
           END-IF
           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE FESTGELDDATEI
              STOP RUN
           END-IF

           MOVE "FESTGELDSTRAFE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-FESTGELDSTRAFE
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Festgeld ---"
              DISPLAY "1 = Festgelder eines Kontos anzeigen"
              DISPLAY "2 = Festgeld anlegen"
              DISPLAY "3 = Anweisung bei Faelligkeit aendern"
              DISPLAY "4 = Vorzeitige Kuendigung beantragen"
              DISPLAY "5 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-FESTGELDER
                 WHEN "2"
                    PERFORM LEGE-FESTGELD-AN
                 WHEN "3"
                    PERFORM AENDERE-ANWEISUNG
                 WHEN "4"
                    PERFORM BEANTRAGE-KUENDIGUNG
                 WHEN "5"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE FESTGELDDATEI
           IF WS-KONTROLL-ANZAHL-T > 0
              PERFORM SCHREIBE-LAUFKONTROLLE
           END-IF
           STOP RUN.

       ZEIGE-FESTGELDER SECTION.
           DISPLAY "Quellkonto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-EOF
           MOVE WS-KONTO-EINGABE TO FESTGELD-KONTO-ID
           START FESTGELDDATEI KEY IS = FESTGELD-KONTO-ID
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ FESTGELDDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF FESTGELD-KONTO-ID NOT = WS-KONTO-EINGABE
                       MOVE "J" TO WS-EOF
                    ELSE
                       ADD 1 TO WS-ANZAHL
                       MOVE FESTGELD-BETRAG TO WS-BETRAG-ANZEIGE
                       COMPUTE WS-SATZ-ANZEIGE =
                          FESTGELD-ZINSSATZ / 100
                       DISPLAY "  " FESTGELD-ID " "
                          WS-BETRAG-ANZEIGE " " WS-SATZ-ANZEIGE
                          "% " FESTGELD-BEGINN "-"
                          FESTGELD-FAELLIG " Anw "
                          FESTGELD-ANWEISUNG " Status "
                          FESTGELD-STATUS
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "Keine Festgelder zu diesem Konto."
           END-IF
           EXIT.

       LEGE-FESTGELD-AN SECTION.
           DISPLAY "Neue Festgeldnummer:"
           ACCEPT WS-FESTGELD-EINGABE
           IF WS-FESTGELD-EINGABE = SPACES
              DISPLAY "Festgeldnummer darf nicht leer sein."
              EXIT SECTION
           END-IF
           MOVE WS-FESTGELD-EINGABE TO FESTGELD-ID
           READ FESTGELDDATEI
              NOT INVALID KEY
                 DISPLAY "Festgeldnummer bereits vergeben."
                 EXIT SECTION
           END-READ

           DISPLAY "Quellkonto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 EXIT SECTION
           END-READ
           IF KONTO-WAEHRUNG NOT = "EUR" AND KONTO-WAEHRUNG NOT =
              SPACES
              DISPLAY "Festgeld nur von einem EUR-Konto."
              EXIT SECTION
           END-IF

           DISPLAY "Anlagebetrag (z.B. 000500000 fuer 5000,00):"
           ACCEPT WS-BETRAG-EINGABE
           IF WS-BETRAG-EINGABE IS NOT NUMERIC
              OR WS-BETRAG-EINGABE = 0
              DISPLAY "Ungueltiger Betrag."
              EXIT SECTION
           END-IF
      *    Die Anlage muss aus Guthaben erfolgen; der Dispositions-
      *    rahmen wird dafuer nicht herangezogen, gesperrte
      *    Betraege ebenso wenig.
           PERFORM ERMITTLE-SPERRSUMME
           IF WS-BETRAG-EINGABE > KONTO-SALDO - WS-SPERRSUMME
              DISPLAY "Guthaben reicht fuer die Anlage nicht aus."
              EXIT SECTION
           END-IF
           DISPLAY "Laufzeit in Monaten (03, 06 oder 12):"
           ACCEPT WS-LAUFZEIT-EINGABE
           EVALUATE WS-LAUFZEIT-EINGABE
              WHEN 3
                 MOVE "FESTGELDZINS03"
                    TO WS-PARMFILE-SCHLUESSEL-GESUCHT
                 MOVE 150 TO WS-FESTGELDZINS
              WHEN 6
                 MOVE "FESTGELDZINS06"
                    TO WS-PARMFILE-SCHLUESSEL-GESUCHT
                 MOVE 200 TO WS-FESTGELDZINS
              WHEN 12
                 MOVE "FESTGELDZINS12"
                    TO WS-PARMFILE-SCHLUESSEL-GESUCHT
                 MOVE 250 TO WS-FESTGELDZINS
              WHEN OTHER
                 DISPLAY "Ungueltige Laufzeit."
                 EXIT SECTION
           END-EVALUATE
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-FESTGELDZINS
           END-IF
           DISPLAY "Bei Faelligkeit: A = auszahlen, "
              "P = prolongieren:"
           ACCEPT WS-ANWEISUNG-EINGABE
           IF WS-ANWEISUNG-EINGABE NOT = "A"
              AND WS-ANWEISUNG-EINGABE NOT = "P"
              DISPLAY "Ungueltige Anweisung."
              EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           MOVE WS-AKT-DATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Periode " WS-PRUEF-PERIODE
                 " ist abgeschlossen, keine Anlage moeglich."
              EXIT SECTION
           END-IF

      *    Faelligkeit: derselbe Tag nach Ablauf der Laufzeit, Tage
      *    ueber 28 auf 28 begrenzt (wie in DAUERLAUF); faellt er
      *    auf keinen Arbeitstag, verschiebt FESTGELDLAUF die
      *    Auszahlung.
           MOVE WS-AKT-DATUM TO WS-FAELLIG-DATUM
           ADD WS-LAUFZEIT-EINGABE TO WS-FAELLIG-MONAT
           IF WS-FAELLIG-MONAT > 12
              SUBTRACT 12 FROM WS-FAELLIG-MONAT
              ADD 1 TO WS-FAELLIG-JAHR
           END-IF
           IF WS-FAELLIG-TAG > 28
              MOVE 28 TO WS-FAELLIG-TAG
           END-IF

           MOVE WS-BETRAG-EINGABE TO WS-BETRAG-ANZEIGE
           COMPUTE WS-SATZ-ANZEIGE = WS-FESTGELDZINS / 100
           DISPLAY "Festgeld " WS-BETRAG-ANZEIGE " zu "
              WS-SATZ-ANZEIGE "% bis " WS-FAELLIG-DATUM
              " von Konto " KONTO-ID
           DISPLAY "Festgeld anlegen? (J/N)"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J" AND WS-BESTAETIGUNG NOT = "j"
              DISPLAY "Abgebrochen."
              EXIT SECTION
           END-IF

           MOVE SPACES TO FESTGELD-RECORD
           MOVE WS-FESTGELD-EINGABE TO FESTGELD-ID
           MOVE KONTO-ID TO FESTGELD-KONTO-ID
           MOVE WS-BETRAG-EINGABE TO FESTGELD-BETRAG
           MOVE WS-AKT-DATUM TO FESTGELD-BEGINN
           MOVE WS-FAELLIG-DATUM TO FESTGELD-FAELLIG
           MOVE WS-LAUFZEIT-EINGABE TO FESTGELD-LAUFZEIT
           MOVE WS-FESTGELDZINS TO FESTGELD-ZINSSATZ
           MOVE WS-ANWEISUNG-EINGABE TO FESTGELD-ANWEISUNG
           MOVE "L" TO FESTGELD-STATUS
           MOVE 0 TO FESTGELD-ERLEDIGT-AM
           MOVE 0 TO FESTGELD-ZINSEN-GESAMT
           WRITE FESTGELD-RECORD
              INVALID KEY
                 DISPLAY "Festgeld konnte nicht angelegt werden."
                 EXIT SECTION
           END-WRITE

           SUBTRACT WS-BETRAG-EINGABE FROM KONTO-SALDO
           REWRITE KONTO-RECORD
           PERFORM BUCHE-ANLAGE

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "FESTGELD ANGELEGT " DELIMITED BY SIZE
                  FESTGELD-ID DELIMITED BY SPACE
                  " KONTO=" DELIMITED BY SIZE
                  FESTGELD-KONTO-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Festgeld angelegt."
           EXIT.

       AENDERE-ANWEISUNG SECTION.
           DISPLAY "Festgeldnummer:"
           ACCEPT WS-FESTGELD-EINGABE
           MOVE WS-FESTGELD-EINGABE TO FESTGELD-ID
           READ FESTGELDDATEI
              INVALID KEY
                 DISPLAY "Festgeld nicht gefunden."
                 EXIT SECTION
           END-READ
           IF FESTGELD-STATUS NOT = "L"
              DISPLAY "Festgeld laeuft nicht mehr."
              EXIT SECTION
           END-IF
           DISPLAY "Aktuelle Anweisung: " FESTGELD-ANWEISUNG
           DISPLAY "Neue Anweisung: A = auszahlen, "
              "P = prolongieren:"
           ACCEPT WS-ANWEISUNG-EINGABE
           IF WS-ANWEISUNG-EINGABE NOT = "A"
              AND WS-ANWEISUNG-EINGABE NOT = "P"
              DISPLAY "Ungueltige Anweisung."
              EXIT SECTION
           END-IF
           MOVE WS-ANWEISUNG-EINGABE TO FESTGELD-ANWEISUNG
           REWRITE FESTGELD-RECORD
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "FESTGELD ANWEISUNG " DELIMITED BY SIZE
                  FESTGELD-ANWEISUNG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FESTGELD-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Anweisung geaendert."
           EXIT.

       BEANTRAGE-KUENDIGUNG SECTION.
      *    Vier-Augen-Prinzip: die vorzeitige Kuendigung wird nur
      *    in der Freigabedatei vorgemerkt; Auszahlung, anteilige
      *    Zinsen und Vorfaelligkeitsentgelt bucht FREIGABEPFLEGE
      *    bei der Freigabe.
           DISPLAY "Festgeldnummer:"
           ACCEPT WS-FESTGELD-EINGABE
           MOVE WS-FESTGELD-EINGABE TO FESTGELD-ID
           READ FESTGELDDATEI
              INVALID KEY
                 DISPLAY "Festgeld nicht gefunden."
                 EXIT SECTION
           END-READ
           IF FESTGELD-STATUS NOT = "L"
              DISPLAY "Festgeld laeuft nicht mehr."
              EXIT SECTION
           END-IF

           OPEN I-O FREIGABE
           IF WS-FREIGABE-STATUS = "35" THEN
              OPEN OUTPUT FREIGABE
              CLOSE FREIGABE
              OPEN I-O FREIGABE
           END-IF
           IF WS-FREIGABE-STATUS NOT = "00" THEN
              DISPLAY "Freigabedatei nicht verfuegbar, Status: "
                 WS-FREIGABE-STATUS
              EXIT SECTION
           END-IF
           PERFORM PRUEFE-OFFENE-KUENDIGUNG
           IF WS-KUENDIGUNG-OFFEN = "J"
              DISPLAY "Kuendigung ist bereits zur Freigabe "
                 "vorgemerkt."
              CLOSE FREIGABE
              EXIT SECTION
           END-IF

           COMPUTE WS-STRAFE ROUNDED =
              FESTGELD-BETRAG * WS-FESTGELDSTRAFE / 10000
           MOVE WS-STRAFE TO WS-BETRAG-ANZEIGE
           DISPLAY "Vorfaelligkeitsentgelt: " WS-BETRAG-ANZEIGE
           DISPLAY "Kuendigung zur Freigabe vormerken? (J/N)"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J" AND WS-BESTAETIGUNG NOT = "j"
              DISPLAY "Abgebrochen."
              CLOSE FREIGABE
              EXIT SECTION
           END-IF

           PERFORM ERMITTLE-FREIGABE-ID
           MOVE SPACES TO FREIGABE-RECORD
           MOVE WS-FREIGABE-SEQUENZ TO FREIGABE-ID
           MOVE "F" TO FREIGABE-ART
           MOVE FESTGELD-KONTO-ID TO FREIGABE-KONTO-ID
           MOVE FESTGELD-ID TO FREIGABE-TRANS-ID
           MOVE WS-STRAFE TO FREIGABE-BETRAG
           STRING "FESTGELDKUENDIGUNG " DELIMITED BY SIZE
                  FESTGELD-ID DELIMITED BY SPACE
             INTO FREIGABE-TEXT
           END-STRING
           MOVE WS-ANGEMELDET-ID TO FREIGABE-ERFASSER
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO FREIGABE-ERFASST-AM
           MOVE "O" TO FREIGABE-STATUS
           MOVE SPACES TO FREIGABE-ENTSCHEIDER
           MOVE 0 TO FREIGABE-ENTSCHIEDEN-AM
           WRITE FREIGABE-RECORD
           CLOSE FREIGABE
           DISPLAY "Kuendigung zur Freigabe vorgemerkt, Nr "
              WS-FREIGABE-SEQUENZ
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "FESTGELDKUENDIGUNG VORGEMERKT " DELIMITED BY SIZE
                  FESTGELD-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       PRUEFE-OFFENE-KUENDIGUNG SECTION.
      *    Steht fuer dieses Festgeld schon eine offene Kuendigung
      *    in der Freigabedatei, wird keine zweite vorgemerkt.
           MOVE "N" TO WS-KUENDIGUNG-OFFEN
           MOVE "N" TO WS-FREIGABE-EOF
           MOVE 0 TO FREIGABE-ID
           START FREIGABE KEY IS >= FREIGABE-ID
              INVALID KEY MOVE "J" TO WS-FREIGABE-EOF
           END-START
           PERFORM UNTIL WS-FREIGABE-EOF = "J"
              READ FREIGABE NEXT RECORD
                 AT END MOVE "J" TO WS-FREIGABE-EOF
                 NOT AT END
                    IF FREIGABE-ART = "F"
                       AND FREIGABE-STATUS = "O"
                       AND FREIGABE-TRANS-ID = FESTGELD-ID
                       MOVE "J" TO WS-KUENDIGUNG-OFFEN
                       MOVE "J" TO WS-FREIGABE-EOF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       ERMITTLE-FREIGABE-ID SECTION.
      *    Naechste laufende Freigabenummer aus
      *    freigabe-sequenz.dat, gefuehrt wie trans-sequenz.dat.
           MOVE 0 TO WS-FREIGABE-SEQUENZ
           OPEN INPUT FREIGABESEQUENZ
           IF WS-FREIGABESEQUENZ-STATUS = "00" THEN
              READ FREIGABESEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE FREIGABESEQUENZ-WERT
                       TO WS-FREIGABE-SEQUENZ
              END-READ
              CLOSE FREIGABESEQUENZ
           END-IF
           ADD 1 TO WS-FREIGABE-SEQUENZ
           MOVE WS-FREIGABE-SEQUENZ TO FREIGABESEQUENZ-WERT
           OPEN OUTPUT FREIGABESEQUENZ
           WRITE FREIGABESEQUENZ-SATZ
           CLOSE FREIGABESEQUENZ
           EXIT.

       BUCHE-ANLAGE SECTION.
      *    Belastung des Quellkontos mit dem Anlagebetrag;
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
              DISPLAY "Umsatzjournal nicht verfuegbar, Anlage "
                 "nicht protokolliert, Status: "
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
           STRING "FESTGELDANLAGE " DELIMITED BY SIZE
                  FESTGELD-ID DELIMITED BY SPACE
             INTO TRANS-TEXT
           END-STRING
           COMPUTE TRANS-BETRAG = 0 - FESTGELD-BETRAG
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
           MOVE FESTGELD-KONTO-ID TO LEDGER-KONTO-ID
           COMPUTE LEDGER-BETRAG = 0 - FESTGELD-BETRAG
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
      *    Kontrollsaetze der Anlagen dieser Sitzung in die
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
           MOVE "FESTGELDPFLEGE" TO KONTROLL-PROGRAMM
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
      *    Summe der heute wirksamen Betragssperren des gelesenen
      *    Kontos; ist SUBMODULE nicht erreichbar, wird wie ohne
      *    Sperre gerechnet.
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
       END PROGRAM FESTGELDPFLEGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILGUNGSLAUF.
      *    Monatlicher Ratenlauf fuer Darlehen unter BATCHLAUF:
      *    geht alle laufenden und rueckstaendigen Darlehen der
      *    DARLEHENDATEI (siehe DARLEHENREC.cpy) durch und zieht
      *    jede bis zum Laufdatum faellige, noch nicht bezahlte
      *    Rate des Tilgungsplans (siehe TILGPLANREC.cpy) vom
      *    Verrechnungskonto ein. Jede Rate wird getrennt nach
      *    Zinsanteil und Tilgungsanteil ins indizierte Umsatz-
      *    journal (Herkunft "K") und unter derselben Buchungs-
      *    referenz ins Hauptbuch gebucht; die Tilgung mindert die
      *    Restschuld des Darlehens. Valuta ist die Faelligkeit der
      *    Rate, bei nachgeholten Rueckstaenden das Laufdatum.
      *    Reicht Saldo plus eingeraeumter Rahmen (KONTO-LIMIT)
      *    abzueglich wirksamer Betragssperren nicht, wird die
      *    Rate als rueckstaendig markiert, das
      *    Darlehen auf Status "R" gesetzt, die Rate im Bericht
      *    gemeldet und ins Limit-Ausnahmeprotokoll geschrieben;
      *    der naechste Lauf versucht den Einzug erneut. Ist die
      *    letzte Rate bezahlt, gilt das Darlehen als getilgt
      *    (Status "G"). Das Laufdatum kommt wie bei addierenZu2020
      *    als erstes Kommandozeilenargument (JJJJMMTT); ohne
      *    Argument gilt das Tagesdatum.
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
           SELECT LIMIT-AUSNAHMEN ASSIGN TO "LIMIT-AUSNAHMEN.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIMIT-AUSNAHMEN-STATUS.
           SELECT TILGUNGS-REPORT ASSIGN TO "tilgungslauf-report.txt"
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
       FD LIMIT-AUSNAHMEN.
       01 LIMIT-AUSNAHMEN-SATZ PIC X(100).
       FD TILGUNGS-REPORT.
       01 TILGUNGS-REPORT-SATZ PIC X(100).
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
       01 WS-LIMIT-AUSNAHMEN-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-DARLEHEN-EOF PIC X VALUE "N".
       01 WS-PLAN-EOF PIC X VALUE "N".
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

      *    Laufkontrolle (siehe KONTROLLREC.cpy): Anzahl und Summe
      *    der in diesem Lauf geschriebenen Umsatz- und Hauptbuch-
      *    buchungen, am Laufende als Kontrollsaetze festgehalten.
       01 WS-KONTROLLE-STATUS PIC X(02).

      *    Periodenstatus (siehe PERIODENREC.cpy): Buchungen in
      *    eine geschlossene Periode werden abgewiesen.
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).
       01 WS-KONTROLL-ANZAHL-T PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

      *    Daten der gerade zu buchenden Zins- oder Tilgungsbuchung.
       01 WS-BUCHUNG-BETRAG PIC S9(7)V99.
       01 WS-BUCHUNG-TEXT PIC X(30).
       01 WS-BUCHUNG-VALUTA PIC 9(08).
       01 WS-BUCHUNG-ART PIC X(10).

       01 WS-NEUER-SALDO PIC S9(9)V99.
      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die Summe der Betragssperren.
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).
      *    Summe der wirksamen Betragssperren (SUBMODULE-Funktion
      *    SPERRSUMME, siehe SPERRBETRAGREC.cpy).
       01 WS-SPERRSUMME PIC S9(9)V99 VALUE 0.
       01 WS-NAECHSTE-FAELLIG PIC 9(08).
       01 WS-EINGEZOGEN PIC 9(05) VALUE 0.
       01 WS-EINGEZOGEN-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-ZINS-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-TILGUNG-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-RUECKSTAENDIG PIC 9(05) VALUE 0.
       01 WS-RUECKSTAND-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-GETILGT PIC 9(05) VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.
       01 WS-SUMME-ANZEIGE PIC -(11)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Tilgungslauf abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TILGUNGS-REPORT
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "Tilgungslauf Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           MOVE "========================================"
              TO TILGUNGS-REPORT-SATZ
           WRITE TILGUNGS-REPORT-SATZ

           OPEN I-O DARLEHENDATEI
           IF WS-DARLEHEN-STATUS NOT = "00" THEN
              MOVE "Keine Darlehen vorhanden, nichts zu tun."
                 TO TILGUNGS-REPORT-SATZ
              WRITE TILGUNGS-REPORT-SATZ
              CLOSE TILGUNGS-REPORT
              STOP RUN
           END-IF
           OPEN I-O TILGUNGSPLAN
           IF WS-TILGPLAN-STATUS NOT = "00" THEN
              MOVE "TILGUNGSPLAN nicht verfuegbar."
                 TO TILGUNGS-REPORT-SATZ
              WRITE TILGUNGS-REPORT-SATZ
              CLOSE DARLEHENDATEI
              CLOSE TILGUNGS-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              MOVE "KONTODATEI nicht verfuegbar."
                 TO TILGUNGS-REPORT-SATZ
              WRITE TILGUNGS-REPORT-SATZ
              CLOSE TILGUNGSPLAN
              CLOSE DARLEHENDATEI
              CLOSE TILGUNGS-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-DARLEHEN-EOF = "J"
              READ DARLEHENDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-DARLEHEN-EOF
                 NOT AT END
                    IF DARLEHEN-STATUS = "A" OR DARLEHEN-STATUS = "R"
                       PERFORM VERARBEITE-DARLEHEN
                    END-IF
              END-READ
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE TILGUNGSPLAN
           CLOSE DARLEHENDATEI

           MOVE WS-EINGEZOGEN TO WS-ANZAHL-ANZEIGE
           MOVE WS-EINGEZOGEN-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "Eingezogene Raten:   " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Summe " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           MOVE WS-ZINS-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "  davon Zinsen:      " DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           MOVE WS-TILGUNG-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "  davon Tilgung:     " DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           MOVE WS-RUECKSTAENDIG TO WS-ANZAHL-ANZEIGE
           MOVE WS-RUECKSTAND-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "Rueckstaendige Raten:" DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Summe " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           MOVE WS-GETILGT TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "Vollstaendig getilgt:" DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           CLOSE TILGUNGS-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           DISPLAY "Tilgungslauf beendet. Eingezogen: "
              WS-EINGEZOGEN " Rueckstaendig: " WS-RUECKSTAENDIG
           STOP RUN.

       VERARBEITE-DARLEHEN SECTION.
      *    Alle bis zum Laufdatum faelligen, nicht bezahlten Raten
      *    des Darlehens in Ratenfolge einziehen; danach naechste
      *    Faelligkeit und Darlehensstatus fortschreiben.
           MOVE "N" TO WS-PLAN-EOF
           MOVE 0 TO WS-NAECHSTE-FAELLIG
           MOVE DARLEHEN-ID TO TILGPLAN-DARLEHEN-ID
           MOVE 0 TO TILGPLAN-RATE-NR
           START TILGUNGSPLAN KEY IS > TILGPLAN-ID
              INVALID KEY MOVE "J" TO WS-PLAN-EOF
           END-START
           PERFORM UNTIL WS-PLAN-EOF = "J"
              READ TILGUNGSPLAN NEXT RECORD
                 AT END MOVE "J" TO WS-PLAN-EOF
                 NOT AT END
                    IF TILGPLAN-DARLEHEN-ID NOT = DARLEHEN-ID
                       MOVE "J" TO WS-PLAN-EOF
                    ELSE
                       IF TILGPLAN-STATUS NOT = "B"
                          AND TILGPLAN-FAELLIG NOT > WS-LAUFDATUM
                          PERFORM ZIEHE-RATE-EIN
                       END-IF
                       IF TILGPLAN-STATUS NOT = "B"
                          AND WS-NAECHSTE-FAELLIG = 0
                          MOVE TILGPLAN-FAELLIG
                             TO WS-NAECHSTE-FAELLIG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE WS-NAECHSTE-FAELLIG TO DARLEHEN-NAECHSTE-FAELLIGKEIT
           EVALUATE TRUE
              WHEN WS-NAECHSTE-FAELLIG = 0
                 MOVE "G" TO DARLEHEN-STATUS
                 ADD 1 TO WS-GETILGT
                 MOVE SPACES TO TILGUNGS-REPORT-SATZ
                 STRING "GETILGT DARLEHEN=" DELIMITED BY SIZE
                        DARLEHEN-ID DELIMITED BY SIZE
                        " KONTO=" DELIMITED BY SIZE
                        DARLEHEN-KONTO-ID DELIMITED BY SIZE
                   INTO TILGUNGS-REPORT-SATZ
                 END-STRING
                 WRITE TILGUNGS-REPORT-SATZ
              WHEN DARLEHEN-RUECKSTAND-ANZAHL > 0
                 MOVE "R" TO DARLEHEN-STATUS
              WHEN OTHER
                 MOVE "A" TO DARLEHEN-STATUS
           END-EVALUATE
           REWRITE DARLEHEN-RECORD
           EXIT.

       ZIEHE-RATE-EIN SECTION.
           MOVE DARLEHEN-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 MOVE SPACES TO TILGUNGS-REPORT-SATZ
                 STRING "FEHLER DARLEHEN=" DELIMITED BY SIZE
                        DARLEHEN-ID DELIMITED BY SIZE
                        " VERRECHNUNGSKONTO " DELIMITED BY SIZE
                        DARLEHEN-KONTO-ID DELIMITED BY SIZE
                        " NICHT GEFUNDEN" DELIMITED BY SIZE
                   INTO TILGUNGS-REPORT-SATZ
                 END-STRING
                 WRITE TILGUNGS-REPORT-SATZ
                 EXIT SECTION
           END-READ
      *    Limitpruefung wie in ueberweisung.cbl: die Belastung
      *    darf Saldo plus eingeraeumten Rahmen (KONTO-LIMIT)
      *    nicht ueberschreiten; gesperrte Betraege stehen fuer
      *    den Einzug nicht zur Verfuegung.
           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-NEUER-SALDO =
              KONTO-SALDO - WS-SPERRSUMME - TILGPLAN-RATE
           IF WS-NEUER-SALDO < (0 - KONTO-LIMIT)
              PERFORM MELDE-RUECKSTAND
              EXIT SECTION
           END-IF

           IF TILGPLAN-STATUS = "R"
              MOVE WS-LAUFDATUM TO WS-BUCHUNG-VALUTA
              SUBTRACT 1 FROM DARLEHEN-RUECKSTAND-ANZAHL
              SUBTRACT TILGPLAN-RATE FROM DARLEHEN-RUECKSTAND-BETRAG
           ELSE
              MOVE TILGPLAN-FAELLIG TO WS-BUCHUNG-VALUTA
           END-IF
           SUBTRACT TILGPLAN-RATE FROM KONTO-SALDO
           REWRITE KONTO-RECORD

           IF TILGPLAN-ZINS NOT = 0
              COMPUTE WS-BUCHUNG-BETRAG = 0 - TILGPLAN-ZINS
              MOVE "DARLEHENSZINS" TO WS-BUCHUNG-ART
              PERFORM BUCHE-RATENANTEIL
           END-IF
           COMPUTE WS-BUCHUNG-BETRAG = 0 - TILGPLAN-TILGUNG
           MOVE "TILGUNG" TO WS-BUCHUNG-ART
           PERFORM BUCHE-RATENANTEIL
           MOVE TRANS-REF TO TILGPLAN-TRANS-REF

           SUBTRACT TILGPLAN-TILGUNG FROM DARLEHEN-RESTSCHULD
           MOVE "B" TO TILGPLAN-STATUS
           MOVE WS-LAUFDATUM TO TILGPLAN-BEZAHLT-AM
           REWRITE TILGPLAN-RECORD

           ADD 1 TO WS-EINGEZOGEN
           ADD TILGPLAN-RATE TO WS-EINGEZOGEN-SUMME
           ADD TILGPLAN-ZINS TO WS-ZINS-SUMME
           ADD TILGPLAN-TILGUNG TO WS-TILGUNG-SUMME
           MOVE TILGPLAN-RATE TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "EINGEZOGEN DARLEHEN=" DELIMITED BY SIZE
                  DARLEHEN-ID DELIMITED BY SIZE
                  " RATE=" DELIMITED BY SIZE
                  TILGPLAN-RATE-NR DELIMITED BY SIZE
                  " KONTO=" DELIMITED BY SIZE
                  DARLEHEN-KONTO-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           EXIT.

       MELDE-RUECKSTAND SECTION.
      *    Rate mangels Deckung nicht eingezogen: beim ersten
      *    Fehlversuch wird sie als rueckstaendig gezaehlt, bei
      *    jedem Lauf erneut gemeldet.
           IF TILGPLAN-STATUS NOT = "R"
              MOVE "R" TO TILGPLAN-STATUS
              REWRITE TILGPLAN-RECORD
              ADD 1 TO DARLEHEN-RUECKSTAND-ANZAHL
              ADD TILGPLAN-RATE TO DARLEHEN-RUECKSTAND-BETRAG
           END-IF
           ADD 1 TO WS-RUECKSTAENDIG
           ADD TILGPLAN-RATE TO WS-RUECKSTAND-SUMME
           MOVE TILGPLAN-RATE TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO TILGUNGS-REPORT-SATZ
           STRING "RUECKSTAND DARLEHEN=" DELIMITED BY SIZE
                  DARLEHEN-ID DELIMITED BY SIZE
                  " RATE=" DELIMITED BY SIZE
                  TILGPLAN-RATE-NR DELIMITED BY SIZE
                  " FAELLIG=" DELIMITED BY SIZE
                  TILGPLAN-FAELLIG DELIMITED BY SIZE
                  " KONTO=" DELIMITED BY SIZE
                  DARLEHEN-KONTO-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO TILGUNGS-REPORT-SATZ
           END-STRING
           WRITE TILGUNGS-REPORT-SATZ
           PERFORM SCHREIBE-LIMIT-AUSNAHME
           EXIT.

       BUCHE-RATENANTEIL SECTION.
      *    Zins- oder Tilgungsanteil (WS-BUCHUNG-BETRAG, negativ)
      *    als eigene Umsatz- und Hauptbuchbuchung unter derselben
      *    Buchungsreferenz wie in DAUERLAUF.
           MOVE SPACES TO WS-BUCHUNG-TEXT
           STRING WS-BUCHUNG-ART DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  DARLEHEN-ID DELIMITED BY SPACE
                  " RATE " DELIMITED BY SIZE
                  TILGPLAN-RATE-NR DELIMITED BY SIZE
             INTO WS-BUCHUNG-TEXT
           END-STRING
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
              DISPLAY "Umsatzjournal nicht verfuegbar, Rate "
                 "nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE DARLEHEN-KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           MOVE WS-BUCHUNG-VALUTA TO TRANS-VALUTA
           MOVE WS-LAUFDATUM TO TRANS-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TRANS-ZEITSTEMPEL(9:6)
           MOVE "K" TO TRANS-HERKUNFT
           MOVE WS-BUCHUNG-TEXT TO TRANS-TEXT
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
           MOVE DARLEHEN-KONTO-ID TO LEDGER-KONTO-ID
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
      *    Kontrollsaetze dieses Laufs in die gemeinsame Lauf-
      *    kontrolldatei (siehe KONTROLLREC.cpy), gegen die
      *    KONTROLLCHECK den Tagesbestand abstimmt.
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
           MOVE "TILGUNGSLAUF" TO KONTROLL-PROGRAMM
           MOVE WS-LAUFDATUM TO KONTROLL-LAUFDATUM
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

       SCHREIBE-LIMIT-AUSNAHME SECTION.
      *    Tagesliste der Limitverstoesse fuer die Filiale, dasselbe
      *    Protokoll wie in ueberweisung.cbl.
           OPEN EXTEND LIMIT-AUSNAHMEN
           IF WS-LIMIT-AUSNAHMEN-STATUS NOT = "00" THEN
              OPEN OUTPUT LIMIT-AUSNAHMEN
           END-IF
           MOVE TILGPLAN-RATE TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO LIMIT-AUSNAHMEN-SATZ
           STRING WS-LAUFDATUM DELIMITED BY SIZE
                  " TILGUNGSLAUF KONTO=" DELIMITED BY SIZE
                  DARLEHEN-KONTO-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " ABGELEHNT" DELIMITED BY SIZE
             INTO LIMIT-AUSNAHMEN-SATZ
           END-STRING
           WRITE LIMIT-AUSNAHMEN-SATZ
           CLOSE LIMIT-AUSNAHMEN
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
      *    Summe der am Laufdatum wirksamen Betragssperren des
      *    gelesenen Kontos; ist SUBMODULE nicht erreichbar, wird
      *    wie ohne Sperre gerechnet.
           MOVE 0 TO WS-SPERRSUMME
           MOVE "SPERRSUMME" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE KONTO-ID TO WS-SUB-PARM1(1:10)
           MOVE SPACES TO WS-SUB-PARM2
           MOVE WS-LAUFDATUM TO WS-SUB-PARM2(1:8)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS-BETRAG TO WS-SPERRSUMME
           END-IF
           EXIT.
       END PROGRAM TILGUNGSLAUF.

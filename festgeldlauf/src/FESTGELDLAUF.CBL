       IDENTIFICATION DIVISION.
       PROGRAM-ID. FESTGELDLAUF.
      *    Taeglicher Faelligkeitslauf fuer Festgelder unter
      *    BATCHLAUF: geht alle laufenden Festgelder der
      *    FESTGELDDATEI (siehe FESTGELDREC.cpy) durch und fuehrt
      *    jedes aus, dessen Faelligkeit - auf den naechsten
      *    Arbeitstag verschoben wie in TERMINLAUF (SUBMODULE-
      *    Funktion NAECHSTARB, feiertage.dat) - das Laufdatum
      *    erreicht hat. Die Zinsen werden taggenau (act/365) vom
      *    Beginn bis zur vereinbarten Faelligkeit zum Festzins
      *    gerechnet und dem Quellkonto gutgeschrieben. Bei
      *    Anweisung "A" geht auch der Anlagebetrag zurueck, das
      *    Festgeld ist erledigt (Status "E"); bei Anweisung "P"
      *    wird der Betrag fuer dieselbe Laufzeit zum am Laufdatum
      *    gueltigen Zinssatz (PARMFILE.DAT/parmfile-termine.dat,
      *    FESTGELDZINS03/06/12) neu angelegt. Jede Gutschrift
      *    geht ins indizierte Umsatzjournal (Herkunft "F") und
      *    unter derselben Buchungsreferenz ins Hauptbuch; Valuta
      *    ist der Ausfuehrungstag. Das Laufdatum kommt wie bei
      *    addierenZu2020 als erstes Kommandozeilenargument
      *    (JJJJMMTT); ohne Argument gilt das Tagesdatum.
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
           SELECT FESTGELD-REPORT ASSIGN TO "festgeldlauf-report.txt"
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
           SELECT PARMTERMINE ASSIGN TO "parmfile-termine.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMTERMINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FESTGELDDATEI.
       COPY FESTGELDREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD FESTGELD-REPORT.
       01 FESTGELD-REPORT-SATZ PIC X(100).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD PARMTERMINE.
       COPY PARMTERMREC.

       WORKING-STORAGE SECTION.
       01 WS-FESTGELD-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-FESTGELD-EOF PIC X VALUE "N".
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

      *    Festzins fuer Prolongationen aus PARMFILE.DAT, zum
      *    Laufdatum wirksame Terminwerte (PARMTERMREC.cpy)
      *    ueberschreiben den Stand aus PARMFILE.DAT.
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
       01 WS-PARMTERMINE-STATUS PIC X(02).
       01 WS-TERMINE-EOF PIC X.
       01 WS-PARM-STICHTAG PIC 9(08).
       01 WS-TERMIN-AB-GEFUNDEN PIC 9(08).
       01 WS-FESTGELDZINS PIC 9(04).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die Arbeitstagsverschiebung: faellt die
      *    Faelligkeit auf ein Wochenende oder einen Feiertag aus
      *    feiertage.dat, wird das Festgeld erst am naechsten
      *    Arbeitstag ausgezahlt (wie in TERMINLAUF).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM1-DATUM REDEFINES WS-SUB-PARM1 PIC X(08).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).
       01 WS-AUSFUEHRUNGSTAG PIC 9(08).

      *    Daten der gerade zu buchenden Gutschrift.
       01 WS-BUCHUNG-BETRAG PIC S9(7)V99.
       01 WS-BUCHUNG-ART PIC X(12).
       01 WS-ZINS PIC S9(9)V99.
       01 WS-ZINSTAGE PIC 9(05).

       01 WS-FAELLIG-DATUM PIC 9(08).
       01 WS-FAELLIG-G REDEFINES WS-FAELLIG-DATUM.
          05 WS-FAELLIG-JAHR PIC 9(04).
          05 WS-FAELLIG-MONAT PIC 9(02).
          05 WS-FAELLIG-TAG PIC 9(02).

       01 WS-AUSGEZAHLT PIC 9(05) VALUE 0.
       01 WS-AUSGEZAHLT-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-PROLONGIERT PIC 9(05) VALUE 0.
       01 WS-PROLONGIERT-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-ZINS-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-FEHLER PIC 9(05) VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
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
           MOVE WS-LAUFDATUM TO WS-PARM-STICHTAG

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Festgeldlauf abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FESTGELD-REPORT
           MOVE SPACES TO FESTGELD-REPORT-SATZ
           STRING "Festgeldlauf Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO FESTGELD-REPORT-SATZ
           END-STRING
           WRITE FESTGELD-REPORT-SATZ
           MOVE "========================================"
              TO FESTGELD-REPORT-SATZ
           WRITE FESTGELD-REPORT-SATZ

           OPEN I-O FESTGELDDATEI
           IF WS-FESTGELD-STATUS NOT = "00" THEN
              MOVE "Keine Festgelder vorhanden, nichts zu tun."
                 TO FESTGELD-REPORT-SATZ
              WRITE FESTGELD-REPORT-SATZ
              CLOSE FESTGELD-REPORT
              STOP RUN
           END-IF
           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              MOVE "KONTODATEI nicht verfuegbar."
                 TO FESTGELD-REPORT-SATZ
              WRITE FESTGELD-REPORT-SATZ
              CLOSE FESTGELDDATEI
              CLOSE FESTGELD-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-FESTGELD-EOF = "J"
              READ FESTGELDDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-FESTGELD-EOF
                 NOT AT END
                    IF FESTGELD-STATUS = "L"
                       PERFORM ERMITTLE-AUSFUEHRUNGSTAG
                       IF WS-AUSFUEHRUNGSTAG NOT > WS-LAUFDATUM
                          PERFORM VERARBEITE-FESTGELD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE FESTGELDDATEI

           MOVE WS-AUSGEZAHLT TO WS-ANZAHL-ANZEIGE
           MOVE WS-AUSGEZAHLT-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO FESTGELD-REPORT-SATZ
           STRING "Ausgezahlt:          " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Summe " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO FESTGELD-REPORT-SATZ
           END-STRING
           WRITE FESTGELD-REPORT-SATZ
           MOVE WS-PROLONGIERT TO WS-ANZAHL-ANZEIGE
           MOVE WS-PROLONGIERT-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO FESTGELD-REPORT-SATZ
           STRING "Prolongiert:         " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Summe " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO FESTGELD-REPORT-SATZ
           END-STRING
           WRITE FESTGELD-REPORT-SATZ
           MOVE WS-ZINS-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO FESTGELD-REPORT-SATZ
           STRING "Zinsen gutgeschrieben:" DELIMITED BY SIZE
                  "           " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO FESTGELD-REPORT-SATZ
           END-STRING
           WRITE FESTGELD-REPORT-SATZ
           MOVE WS-FEHLER TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO FESTGELD-REPORT-SATZ
           STRING "Fehler:              " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO FESTGELD-REPORT-SATZ
           END-STRING
           WRITE FESTGELD-REPORT-SATZ
           CLOSE FESTGELD-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           DISPLAY "Festgeldlauf beendet. Ausgezahlt: "
              WS-AUSGEZAHLT " Prolongiert: " WS-PROLONGIERT
           IF WS-FEHLER > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ERMITTLE-AUSFUEHRUNGSTAG SECTION.
      *    Naechster Arbeitstag ab der Faelligkeit ueber die
      *    SUBMODULE-Funktion NAECHSTARB; ist SUBMODULE nicht
      *    erreichbar, gilt die Faelligkeit unveraendert.
           MOVE FESTGELD-FAELLIG TO WS-AUSFUEHRUNGSTAG
           MOVE "NAECHSTARB" TO WS-SUB-FUNKTION
           MOVE FESTGELD-FAELLIG TO WS-SUB-PARM1-DATUM
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              AND WS-SUB-ERGEBNIS(1:8) IS NUMERIC
              MOVE WS-SUB-ERGEBNIS(1:8) TO WS-AUSFUEHRUNGSTAG
           END-IF
           EXIT.

       VERARBEITE-FESTGELD SECTION.
           MOVE FESTGELD-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 ADD 1 TO WS-FEHLER
                 MOVE SPACES TO FESTGELD-REPORT-SATZ
                 STRING "FEHLER FESTGELD=" DELIMITED BY SIZE
                        FESTGELD-ID DELIMITED BY SIZE
                        " QUELLKONTO " DELIMITED BY SIZE
                        FESTGELD-KONTO-ID DELIMITED BY SIZE
                        " NICHT GEFUNDEN" DELIMITED BY SIZE
                   INTO FESTGELD-REPORT-SATZ
                 END-STRING
                 WRITE FESTGELD-REPORT-SATZ
                 EXIT SECTION
           END-READ

      *    Taggenaue Zinsen act/365 vom Beginn bis zur vereinbarten
      *    Faelligkeit; die Arbeitstagsverschiebung verlaengert
      *    den Zinslauf nicht.
           COMPUTE WS-ZINSTAGE =
              FUNCTION INTEGER-OF-DATE(FESTGELD-FAELLIG)
              - FUNCTION INTEGER-OF-DATE(FESTGELD-BEGINN)
           COMPUTE WS-ZINS ROUNDED =
              FESTGELD-BETRAG * FESTGELD-ZINSSATZ / 10000
              * WS-ZINSTAGE / 365

           IF WS-ZINS > 0
              MOVE WS-ZINS TO WS-BUCHUNG-BETRAG
              MOVE "FESTGELDZINS" TO WS-BUCHUNG-ART
              PERFORM BUCHE-GUTSCHRIFT
              ADD WS-ZINS TO KONTO-SALDO
              ADD WS-ZINS TO FESTGELD-ZINSEN-GESAMT
              ADD WS-ZINS TO WS-ZINS-SUMME
           END-IF

           IF FESTGELD-ANWEISUNG = "P"
              PERFORM PROLONGIERE-FESTGELD
           ELSE
              MOVE FESTGELD-BETRAG TO WS-BUCHUNG-BETRAG
              MOVE "FESTGELD" TO WS-BUCHUNG-ART
              PERFORM BUCHE-GUTSCHRIFT
              ADD FESTGELD-BETRAG TO KONTO-SALDO
              MOVE "E" TO FESTGELD-STATUS
              MOVE WS-LAUFDATUM TO FESTGELD-ERLEDIGT-AM
              ADD 1 TO WS-AUSGEZAHLT
              ADD FESTGELD-BETRAG TO WS-AUSGEZAHLT-SUMME
              MOVE FESTGELD-BETRAG TO WS-BETRAG-ANZEIGE
              MOVE SPACES TO FESTGELD-REPORT-SATZ
              STRING "AUSGEZAHLT FESTGELD=" DELIMITED BY SIZE
                     FESTGELD-ID DELIMITED BY SIZE
                     " KONTO=" DELIMITED BY SIZE
                     FESTGELD-KONTO-ID DELIMITED BY SIZE
                     " BETRAG=" DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                INTO FESTGELD-REPORT-SATZ
              END-STRING
              WRITE FESTGELD-REPORT-SATZ
           END-IF
           REWRITE KONTO-RECORD
           REWRITE FESTGELD-RECORD
           EXIT.

       PROLONGIERE-FESTGELD SECTION.
      *    Neuanlage fuer dieselbe Laufzeit ab der bisherigen
      *    Faelligkeit zum am Laufdatum gueltigen Festzins; ohne
      *    Parameter bleibt der bisherige Satz.
           MOVE FESTGELD-ZINSSATZ TO WS-FESTGELDZINS
           EVALUATE FESTGELD-LAUFZEIT
              WHEN 3
                 MOVE "FESTGELDZINS03"
                    TO WS-PARMFILE-SCHLUESSEL-GESUCHT
              WHEN 6
                 MOVE "FESTGELDZINS06"
                    TO WS-PARMFILE-SCHLUESSEL-GESUCHT
              WHEN OTHER
                 MOVE "FESTGELDZINS12"
                    TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           END-EVALUATE
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-FESTGELDZINS
           END-IF

      *    Neue Faelligkeit wie bei der Anlage in FESTGELDPFLEGE:
      *    Tage ueber 28 auf 28 begrenzt (wie in DAUERLAUF).
           MOVE FESTGELD-FAELLIG TO WS-FAELLIG-DATUM
           ADD FESTGELD-LAUFZEIT TO WS-FAELLIG-MONAT
           IF WS-FAELLIG-MONAT > 12
              SUBTRACT 12 FROM WS-FAELLIG-MONAT
              ADD 1 TO WS-FAELLIG-JAHR
           END-IF
           IF WS-FAELLIG-TAG > 28
              MOVE 28 TO WS-FAELLIG-TAG
           END-IF
           MOVE FESTGELD-FAELLIG TO FESTGELD-BEGINN
           MOVE WS-FAELLIG-DATUM TO FESTGELD-FAELLIG
           MOVE WS-FESTGELDZINS TO FESTGELD-ZINSSATZ

           ADD 1 TO WS-PROLONGIERT
           ADD FESTGELD-BETRAG TO WS-PROLONGIERT-SUMME
           MOVE FESTGELD-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO FESTGELD-REPORT-SATZ
           STRING "PROLONGIERT FESTGELD=" DELIMITED BY SIZE
                  FESTGELD-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " ZINS=" DELIMITED BY SIZE
                  FESTGELD-ZINSSATZ DELIMITED BY SIZE
                  " BIS=" DELIMITED BY SIZE
                  FESTGELD-FAELLIG DELIMITED BY SIZE
             INTO FESTGELD-REPORT-SATZ
           END-STRING
           WRITE FESTGELD-REPORT-SATZ
           EXIT.

       BUCHE-GUTSCHRIFT SECTION.
      *    Gutschrift (WS-BUCHUNG-BETRAG) auf das Quellkonto als
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
              DISPLAY "Umsatzjournal nicht verfuegbar, Gutschrift "
                 "nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE FESTGELD-KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           MOVE WS-LAUFDATUM TO TRANS-VALUTA
           MOVE WS-LAUFDATUM TO TRANS-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TRANS-ZEITSTEMPEL(9:6)
           MOVE "F" TO TRANS-HERKUNFT
           STRING WS-BUCHUNG-ART DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FESTGELD-ID DELIMITED BY SPACE
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
           MOVE FESTGELD-KONTO-ID TO LEDGER-KONTO-ID
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
           MOVE "FESTGELDLAUF" TO KONTROLL-PROGRAMM
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
      *    erreicht hat (siehe PARMTERMREC.cpy); ohne Treffer
      *    bleibt der Stand aus PARMFILE.DAT erhalten.
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
       END PROGRAM FESTGELDLAUF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LASTSCHRIFTLAUF.
      *    Naechtlicher Lastschriftlauf unter BATCHLAUF: liest die
      *    vom Partnerinstitut gelieferte Lastschrift-Eingangsdatei
      *    lastschrift-eingang.dat (Satzaufbau siehe
      *    LASTSCHRIFTREC.cpy) und loest jede am Laufdatum faellige
      *    Lastschrift ein, wenn
      *      - ein aktives Mandat zu Glaeubiger-ID und Mandats-
      *        referenz auf genau dieses Schuldnerkonto besteht
      *        (MANDATDATEI, siehe MANDATREC.cpy) und vor der
      *        Faelligkeit unterschrieben wurde,
      *      - die Belastung Saldo plus eingeraeumten Rahmen
      *        (KONTO-LIMIT) nicht ueberschreitet und
      *      - die Periode des Valutatags (Faelligkeit) in
      *        PERIODEN.DAT nicht abgeschlossen ist.
      *    Eingeloeste Lastschriften werden wie in DAUERLAUF
      *    ins indizierte Umsatzjournal (Herkunft "L", Valuta
      *    gleich Faelligkeit) und unter derselben Buchungs-
      *    referenz ins Hauptbuch gebucht, KONTO-SALDO wird
      *    fortgeschrieben. Nicht einloesbare Lastschriften gehen
      *    mit Rueckgabegrund in die Rueckgabedatei
      *    lastschrift-rueckgabe.dat an das Partnerinstitut:
      *      "AC01" Schuldnerkonto unbekannt,
      *      "MD01" kein gueltiges Mandat (fehlt, widerrufen,
      *             anderes Konto oder nach Faelligkeit
      *             unterschrieben),
      *      "AM04" keine Deckung,
      *      "AG02" Valutaperiode abgeschlossen,
      *      "FF01" Satz fehlerhaft (Betrag oder Datum).
      *    Saetze mit spaeterer Faelligkeit bleiben in der
      *    Eingangsdatei stehen; alle anderen werden nach der
      *    Verarbeitung daraus entfernt, damit ein erneuter Lauf
      *    nicht doppelt bucht. Das Laufdatum kommt wie bei
      *    addierenZu2020 als erstes Kommandozeilenargument
      *    (JJJJMMTT); ohne Argument gilt das Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LASTSCHRIFT-EINGANG
              ASSIGN TO "lastschrift-eingang.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EINGANG-STATUS.
           SELECT LASTSCHRIFT-WARTEND
              ASSIGN TO "lastschrift-wartend.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WARTEND-STATUS.
           SELECT LASTSCHRIFT-RUECKGABE
              ASSIGN TO "lastschrift-rueckgabe.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUECKGABE-STATUS.
           SELECT MANDATDATEI ASSIGN TO "MANDATDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MANDAT-ID
              ALTERNATE RECORD KEY IS MANDAT-KONTO-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-MANDAT-STATUS.
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
           SELECT LASTSCHRIFT-REPORT
              ASSIGN TO "lastschriftlauf-report.txt"
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
       FD LASTSCHRIFT-EINGANG.
       COPY LASTSCHRIFTREC.
       FD LASTSCHRIFT-WARTEND.
       01 LASTSCHRIFT-WARTEND-SATZ PIC X(95).
      *    Rueckgabesatz: der unveraenderte Eingangssatz, dahinter
      *    Rueckgabegrund und Laufdatum der Rueckgabe.
       FD LASTSCHRIFT-RUECKGABE.
       01 RUECKGABE-SATZ.
          05 RUECKGABE-LASTSCHRIFT PIC X(95).
          05 RUECKGABE-GRUND PIC X(04).
          05 RUECKGABE-DATUM PIC 9(08).
       FD MANDATDATEI.
       COPY MANDATREC.
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
       FD LASTSCHRIFT-REPORT.
       01 LASTSCHRIFT-REPORT-SATZ PIC X(100).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.

       WORKING-STORAGE SECTION.
       01 WS-EINGANG-STATUS PIC X(02).
       01 WS-WARTEND-STATUS PIC X(02).
       01 WS-RUECKGABE-STATUS PIC X(02).
       01 WS-MANDAT-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-LIMIT-AUSNAHMEN-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-EINGANG-EOF PIC X VALUE "N".
       01 WS-WARTEND-EOF PIC X VALUE "N".
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.
       01 WS-MANDATE-VORHANDEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

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

       01 WS-EINGELOEST PIC 9(05) VALUE 0.
       01 WS-ZURUECKGEGEBEN PIC 9(05) VALUE 0.
       01 WS-WARTEND PIC 9(05) VALUE 0.
       01 WS-EINGELOEST-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-NEUER-SALDO PIC S9(9)V99.
       01 WS-RUECKGABE-GRUND PIC X(04).
       01 WS-ABWEIS-GRUND PIC X(22).
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
              DISPLAY "Lastschriftlauf abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LASTSCHRIFT-REPORT
           MOVE SPACES TO LASTSCHRIFT-REPORT-SATZ
           STRING "Lastschriftlauf Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO LASTSCHRIFT-REPORT-SATZ
           END-STRING
           WRITE LASTSCHRIFT-REPORT-SATZ
           MOVE "========================================"
              TO LASTSCHRIFT-REPORT-SATZ
           WRITE LASTSCHRIFT-REPORT-SATZ

           OPEN INPUT LASTSCHRIFT-EINGANG
           IF WS-EINGANG-STATUS NOT = "00" THEN
              MOVE "Keine Eingangsdatei vorhanden, nichts zu tun."
                 TO LASTSCHRIFT-REPORT-SATZ
              WRITE LASTSCHRIFT-REPORT-SATZ
              CLOSE LASTSCHRIFT-REPORT
              STOP RUN
           END-IF

           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              MOVE "KONTODATEI nicht verfuegbar."
                 TO LASTSCHRIFT-REPORT-SATZ
              WRITE LASTSCHRIFT-REPORT-SATZ
              CLOSE LASTSCHRIFT-EINGANG
              CLOSE LASTSCHRIFT-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    Ohne Mandatsdatei gibt es kein gueltiges Mandat; jede
      *    faellige Lastschrift geht dann mit "MD01" zurueck.
           OPEN I-O MANDATDATEI
           IF WS-MANDAT-STATUS = "00" THEN
              MOVE "J" TO WS-MANDATE-VORHANDEN
           ELSE
              MOVE "MANDATDATEI nicht verfuegbar, alle faelligen "
                 & "Lastschriften gehen zurueck."
                 TO LASTSCHRIFT-REPORT-SATZ
              WRITE LASTSCHRIFT-REPORT-SATZ
           END-IF

           OPEN OUTPUT LASTSCHRIFT-WARTEND

           PERFORM UNTIL WS-EINGANG-EOF = "J"
              READ LASTSCHRIFT-EINGANG
                 AT END MOVE "J" TO WS-EINGANG-EOF
                 NOT AT END
                    PERFORM VERARBEITE-LASTSCHRIFT
              END-READ
           END-PERFORM
           CLOSE LASTSCHRIFT-WARTEND
           CLOSE LASTSCHRIFT-EINGANG
           IF WS-MANDATE-VORHANDEN = "J"
              CLOSE MANDATDATEI
           END-IF
           CLOSE KONTODATEI

           PERFORM UEBERNEHME-WARTENDE

           MOVE WS-EINGELOEST TO WS-ANZAHL-ANZEIGE
           MOVE WS-EINGELOEST-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO LASTSCHRIFT-REPORT-SATZ
           STRING "Eingeloeste Lastschriften: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " Summe " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO LASTSCHRIFT-REPORT-SATZ
           END-STRING
           WRITE LASTSCHRIFT-REPORT-SATZ
           MOVE WS-ZURUECKGEGEBEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO LASTSCHRIFT-REPORT-SATZ
           STRING "Zurueckgegeben:            " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO LASTSCHRIFT-REPORT-SATZ
           END-STRING
           WRITE LASTSCHRIFT-REPORT-SATZ
           MOVE WS-WARTEND TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO LASTSCHRIFT-REPORT-SATZ
           STRING "Noch nicht faellig:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO LASTSCHRIFT-REPORT-SATZ
           END-STRING
           WRITE LASTSCHRIFT-REPORT-SATZ
           CLOSE LASTSCHRIFT-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           DISPLAY "Lastschriftlauf beendet. Eingeloest: "
              WS-EINGELOEST " Zurueckgegeben: " WS-ZURUECKGEGEBEN
           STOP RUN.

       VERARBEITE-LASTSCHRIFT SECTION.
      *    Betrag und Faelligkeit kommen aus der Lieferdatei des
      *    Partnerinstituts und werden wie in CLEARINGLAUF vor
      *    jeder Verwendung auf Numerik geprueft.
           IF LASTSCHRIFT-BETRAG IS NOT NUMERIC
              OR LASTSCHRIFT-FAELLIG IS NOT NUMERIC
              MOVE "FF01" TO WS-RUECKGABE-GRUND
              MOVE "SATZ FEHLERHAFT" TO WS-ABWEIS-GRUND
              PERFORM STELLE-ZURUECK
              EXIT SECTION
           END-IF
           IF LASTSCHRIFT-BETRAG NOT > 0
              MOVE "FF01" TO WS-RUECKGABE-GRUND
              MOVE "BETRAG UNGUELTIG" TO WS-ABWEIS-GRUND
              PERFORM STELLE-ZURUECK
              EXIT SECTION
           END-IF

      *    Noch nicht faellig: Satz bleibt fuer einen spaeteren
      *    Lauf in der Eingangsdatei stehen.
           IF LASTSCHRIFT-FAELLIG > WS-LAUFDATUM
              MOVE LASTSCHRIFT-SATZ TO LASTSCHRIFT-WARTEND-SATZ
              WRITE LASTSCHRIFT-WARTEND-SATZ
              ADD 1 TO WS-WARTEND
              EXIT SECTION
           END-IF

           MOVE LASTSCHRIFT-FAELLIG(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              MOVE "AG02" TO WS-RUECKGABE-GRUND
              MOVE "PERIODE GESCHLOSSEN" TO WS-ABWEIS-GRUND
              PERFORM STELLE-ZURUECK
              EXIT SECTION
           END-IF

           PERFORM PRUEFE-MANDAT
           IF WS-RUECKGABE-GRUND NOT = SPACES
              PERFORM STELLE-ZURUECK
              EXIT SECTION
           END-IF

           MOVE LASTSCHRIFT-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 MOVE "AC01" TO WS-RUECKGABE-GRUND
                 MOVE "KONTO UNBEKANNT" TO WS-ABWEIS-GRUND
                 PERFORM STELLE-ZURUECK
                 EXIT SECTION
           END-READ
      *    Limitpruefung wie in ueberweisung.cbl: die Belastung
      *    darf Saldo plus eingeraeumten Rahmen (KONTO-LIMIT)
      *    abzueglich aktiver Betragssperren nicht ueberschreiten.
           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-NEUER-SALDO =
              KONTO-SALDO - LASTSCHRIFT-BETRAG - WS-SPERRSUMME
           IF WS-NEUER-SALDO < (0 - KONTO-LIMIT)
              MOVE "AM04" TO WS-RUECKGABE-GRUND
              MOVE "KEINE DECKUNG" TO WS-ABWEIS-GRUND
              PERFORM STELLE-ZURUECK
              PERFORM SCHREIBE-LIMIT-AUSNAHME
              EXIT SECTION
           END-IF

           SUBTRACT LASTSCHRIFT-BETRAG FROM KONTO-SALDO
           REWRITE KONTO-RECORD
           PERFORM BUCHE-LASTSCHRIFT
           MOVE WS-LAUFDATUM TO MANDAT-LETZTE-NUTZUNG
           REWRITE MANDAT-RECORD
           ADD 1 TO WS-EINGELOEST
           ADD LASTSCHRIFT-BETRAG TO WS-EINGELOEST-SUMME
           PERFORM SCHREIBE-REPORTZEILE
           EXIT.

       PRUEFE-MANDAT SECTION.
      *    Liefert in WS-RUECKGABE-GRUND "MD01" (mit Klartext in
      *    WS-ABWEIS-GRUND), wenn kein gueltiges Mandat die
      *    Lastschrift deckt; SPACES, wenn das Mandat passt. Der
      *    Mandatssatz bleibt fuer die Fortschreibung der letzten
      *    Nutzung gelesen.
           MOVE SPACES TO WS-RUECKGABE-GRUND
           IF WS-MANDATE-VORHANDEN NOT = "J"
              MOVE "MD01" TO WS-RUECKGABE-GRUND
              MOVE "KEIN MANDAT" TO WS-ABWEIS-GRUND
              EXIT SECTION
           END-IF
           MOVE LASTSCHRIFT-GLAEUBIGER-ID TO MANDAT-GLAEUBIGER-ID
           MOVE LASTSCHRIFT-MANDAT-REF TO MANDAT-REFERENZ
           READ MANDATDATEI
              INVALID KEY
                 MOVE "MD01" TO WS-RUECKGABE-GRUND
                 MOVE "KEIN MANDAT" TO WS-ABWEIS-GRUND
                 EXIT SECTION
           END-READ
           IF MANDAT-STATUS NOT = "A"
              MOVE "MD01" TO WS-RUECKGABE-GRUND
              MOVE "MANDAT WIDERRUFEN" TO WS-ABWEIS-GRUND
              EXIT SECTION
           END-IF
           IF MANDAT-KONTO-ID NOT = LASTSCHRIFT-KONTO-ID
              MOVE "MD01" TO WS-RUECKGABE-GRUND
              MOVE "MANDAT ANDERES KONTO" TO WS-ABWEIS-GRUND
              EXIT SECTION
           END-IF
           IF MANDAT-UNTERSCHRIFT-AM > LASTSCHRIFT-FAELLIG
              MOVE "MD01" TO WS-RUECKGABE-GRUND
              MOVE "UNTERSCHRIFT ZU SPAET" TO WS-ABWEIS-GRUND
              EXIT SECTION
           END-IF
           EXIT.

       BUCHE-LASTSCHRIFT SECTION.
      *    Umsatz- und Hauptbuchbuchung unter derselben Buchungs-
      *    referenz wie in DAUERLAUF; Buchungstag ist das Lauf-
      *    datum, Valuta die Faelligkeit der Lastschrift.
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
              DISPLAY "Umsatzjournal nicht verfuegbar, Lastschrift "
                 "nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE LASTSCHRIFT-KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           MOVE LASTSCHRIFT-FAELLIG TO TRANS-VALUTA
           MOVE WS-LAUFDATUM TO TRANS-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TRANS-ZEITSTEMPEL(9:6)
           MOVE "L" TO TRANS-HERKUNFT
           MOVE LASTSCHRIFT-TEXT TO TRANS-TEXT
           COMPUTE TRANS-BETRAG = 0 - LASTSCHRIFT-BETRAG
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
           MOVE LASTSCHRIFT-KONTO-ID TO LEDGER-KONTO-ID
      *    Hauptbuch fuehrt die vorzeichenbehaftete Saldoaenderung
      *    (Belastung negativ, siehe LEDGERREC.cpy).
           COMPUTE LEDGER-BETRAG = 0 - LASTSCHRIFT-BETRAG
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

       STELLE-ZURUECK SECTION.
      *    Nicht einloesbare Lastschrift (Rueckgabegrund in
      *    WS-RUECKGABE-GRUND, Klartext in WS-ABWEIS-GRUND): der
      *    Eingangssatz geht mit Grund in die Rueckgabedatei an
      *    das Partnerinstitut und wird im Bericht gemeldet.
           ADD 1 TO WS-ZURUECKGEGEBEN
           OPEN EXTEND LASTSCHRIFT-RUECKGABE
           IF WS-RUECKGABE-STATUS NOT = "00" THEN
              OPEN OUTPUT LASTSCHRIFT-RUECKGABE
           END-IF
           MOVE SPACES TO RUECKGABE-SATZ
           MOVE LASTSCHRIFT-SATZ TO RUECKGABE-LASTSCHRIFT
           MOVE WS-RUECKGABE-GRUND TO RUECKGABE-GRUND
           MOVE WS-LAUFDATUM TO RUECKGABE-DATUM
           WRITE RUECKGABE-SATZ
           CLOSE LASTSCHRIFT-RUECKGABE

           IF LASTSCHRIFT-BETRAG IS NUMERIC
              MOVE LASTSCHRIFT-BETRAG TO WS-BETRAG-ANZEIGE
           ELSE
              MOVE 0 TO WS-BETRAG-ANZEIGE
           END-IF
           MOVE SPACES TO LASTSCHRIFT-REPORT-SATZ
           STRING "RUECKGABE KONTO=" DELIMITED BY SIZE
                  LASTSCHRIFT-KONTO-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " GRUND=" DELIMITED BY SIZE
                  WS-RUECKGABE-GRUND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABWEIS-GRUND DELIMITED BY SIZE
             INTO LASTSCHRIFT-REPORT-SATZ
           END-STRING
           WRITE LASTSCHRIFT-REPORT-SATZ
           EXIT.

       UEBERNEHME-WARTENDE SECTION.
      *    Die noch nicht faelligen Saetze ersetzen den Inhalt der
      *    Eingangsdatei; alle verarbeiteten (eingeloesten oder
      *    zurueckgegebenen) Saetze sind damit entfernt.
           MOVE "N" TO WS-WARTEND-EOF
           OPEN OUTPUT LASTSCHRIFT-EINGANG
           OPEN INPUT LASTSCHRIFT-WARTEND
           IF WS-WARTEND-STATUS = "00"
              PERFORM UNTIL WS-WARTEND-EOF = "J"
                 READ LASTSCHRIFT-WARTEND
                    AT END MOVE "J" TO WS-WARTEND-EOF
                    NOT AT END
                       MOVE LASTSCHRIFT-WARTEND-SATZ
                          TO LASTSCHRIFT-SATZ
                       WRITE LASTSCHRIFT-SATZ
                 END-READ
              END-PERFORM
              CLOSE LASTSCHRIFT-WARTEND
           END-IF
           CLOSE LASTSCHRIFT-EINGANG
           EXIT.

       SCHREIBE-REPORTZEILE SECTION.
           MOVE LASTSCHRIFT-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO LASTSCHRIFT-REPORT-SATZ
           STRING "EINGELOEST KONTO=" DELIMITED BY SIZE
                  LASTSCHRIFT-KONTO-ID DELIMITED BY SIZE
                  " GLAEUBIGER=" DELIMITED BY SIZE
                  LASTSCHRIFT-GLAEUBIGER-ID DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO LASTSCHRIFT-REPORT-SATZ
           END-STRING
           WRITE LASTSCHRIFT-REPORT-SATZ
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
           MOVE "LASTSCHRIFTLAUF" TO KONTROLL-PROGRAMM
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
           MOVE LASTSCHRIFT-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO LIMIT-AUSNAHMEN-SATZ
           STRING WS-LAUFDATUM DELIMITED BY SIZE
                  " LASTSCHRIFTLAUF KONTO=" DELIMITED BY SIZE
                  LASTSCHRIFT-KONTO-ID DELIMITED BY SIZE
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
      *    Summe der am Buchungstag wirksamen Betragssperren des
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

       END PROGRAM LASTSCHRIFTLAUF.

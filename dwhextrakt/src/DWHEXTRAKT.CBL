       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWHEXTRAKT.
      *    Naechtlicher Stammdaten-Extrakt fuer das Data Warehouse
      *    unter BATCHLAUF: liest KUNDENSTAMM, KONTODATEI und
      *    PRODUKTDATEI vollstaendig in Schluesselfolge, schreibt
      *    daraus das heutige Extraktabbild dwh-abbild.neu und
      *    vergleicht es im Mischlauf mit dem Abbild des letzten
      *    Laufs dwh-abbild.dat. Jeder neue, geaenderte oder
      *    entfallene Satz geht mit Aenderungszeitstempel in die
      *    Deltadatei dwh-delta-JJJJMMTT.dat (siehe DWHREC.cpy), am
      *    Ende folgt ein Kontrollsatz mit den Anzahlen je Satztyp.
      *    Kontodaten werden ohne Passwort-Pruefwert und Passwort-
      *    datum uebernommen. Ein vom LOESCHLAUF anonymisierter
      *    Kunde (KUNDEN-NAME "GELOESCHT") bleibt im KUNDENSTAMM
      *    stehen und geht deshalb als Aenderung mit dem Kennzeichen
      *    "A" hinaus; ein entfallener Satz traegt nur den
      *    Schluessel. Der Ablauf ist wiederanlauffaehig: der
      *    Fortschritt steht in dwh-extrakt-status.dat ("K" = Delta
      *    fertig, Abbild noch zu uebernehmen, "F" = fertig). Bricht
      *    der Schritt vor dem Kontrollsatz ab, erstellt der
      *    Wiederholungslauf Abbild und Delta vollstaendig neu, weil
      *    das alte Abbild noch unveraendert ist; bricht er danach
      *    ab, wird nur noch das neue Abbild uebernommen. Ein
      *    bereits fertig extrahiertes Laufdatum wird nicht erneut
      *    extrahiert.
      *    Das Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT) wie bei addierenZu2020; der Bericht steht in
      *    dwhextrakt-report.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT PRODUKTDATEI ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-PRODUKT-STATUS.
           SELECT ABBILD-ALT ASSIGN TO "dwh-abbild.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ABBILD-ALT-STATUS.
           SELECT ABBILD-NEU ASSIGN TO "dwh-abbild.neu"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ABBILD-NEU-STATUS.
           SELECT DWH-DELTA ASSIGN TO WS-DELTA-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DELTA-STATUS.
           SELECT EXTRAKT-STATUS ASSIGN TO "dwh-extrakt-status.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRAKT-STATUS-STATUS.
           SELECT DWH-REPORT ASSIGN TO "dwhextrakt-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD PRODUKTDATEI.
       COPY PRODUKTREC.
      *    Extraktabbild: je Satz Typ und Schluessel wie in der
      *    Deltadatei, dahinter der Datenteil im Layout von
      *    DWH-DATEN. Die Saetze stehen nach Typ (KD, KT, PR) und
      *    Schluessel aufsteigend, darauf beruht der Mischlauf.
       FD ABBILD-ALT.
       01 ABBILD-ALT-SATZ.
          05 ABB-ALT-SCHLUESSEL.
             10 ABB-ALT-TYP PIC X(02).
             10 ABB-ALT-ID PIC X(10).
          05 ABB-ALT-DATEN PIC X(150).
       FD ABBILD-NEU.
       01 ABBILD-NEU-SATZ.
          05 ABB-NEU-SCHLUESSEL.
             10 ABB-NEU-TYP PIC X(02).
             10 ABB-NEU-ID PIC X(10).
          05 ABB-NEU-DATEN PIC X(150).
       FD DWH-DELTA.
       COPY DWHREC.
       FD EXTRAKT-STATUS.
       01 EXTRAKT-STATUS-SATZ.
          05 EXST-KENNZEICHEN PIC X(01).
          05 EXST-LAUFDATUM PIC 9(08).
       FD DWH-REPORT.
       01 DWH-REPORT-SATZ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-PRODUKT-STATUS PIC X(02).
       01 WS-ABBILD-ALT-STATUS PIC X(02).
       01 WS-ABBILD-NEU-STATUS PIC X(02).
       01 WS-DELTA-STATUS PIC X(02).
       01 WS-EXTRAKT-STATUS-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-STAMM-EOF PIC X VALUE "N".
       01 WS-ALT-EOF PIC X VALUE "N".
       01 WS-NEU-EOF PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-ZEITSTEMPEL PIC 9(14).
       01 WS-DELTA-DATEINAME PIC X(40) VALUE SPACES.
       01 WS-ABBILD-TAUSCH-BEFEHL PIC X(40) VALUE
          "mv dwh-abbild.neu dwh-abbild.dat".

      *    Stand aus dwh-extrakt-status.dat (Leerzeichen = noch
      *    kein Lauf).
       01 WS-LETZTES-KENNZEICHEN PIC X(01) VALUE SPACE.
       01 WS-LETZTES-LAUFDATUM PIC 9(08) VALUE 0.

      *    Mischschluessel: Typ plus Schluessel, HIGH-VALUES am
      *    Dateiende.
       01 WS-ALT-SCHLUESSEL PIC X(12).
       01 WS-NEU-SCHLUESSEL PIC X(12).

      *    Zaehler je Satztyp: 1 = KD, 2 = KT, 3 = PR.
       01 WS-ZAEHLER-TABELLE.
          05 WS-ZAEHLER OCCURS 3 TIMES.
             10 WS-ZL-TYP PIC X(02).
             10 WS-ZL-EINGEFUEGT PIC 9(07).
             10 WS-ZL-GEAENDERT PIC 9(07).
             10 WS-ZL-GELOESCHT PIC 9(07).
             10 WS-ZL-ANONYM PIC 9(07).
             10 WS-ZL-ABBILD PIC 9(07).
       01 WS-ZL-IDX PIC 9(01).
       01 WS-DELTA-GESAMT PIC 9(07) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           MOVE WS-LAUFDATUM TO WS-ZEITSTEMPEL(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-ZEITSTEMPEL(9:6)

           PERFORM LESE-EXTRAKTSTATUS
      *    Ein abgebrochener Lauf, dessen Delta bereits vollstaendig
      *    ist, wird zuerst abgeschlossen, damit das naechste Delta
      *    gegen das richtige Abbild rechnet.
           IF WS-LETZTES-KENNZEICHEN = "K"
              PERFORM UEBERNIMM-ABBILD
              DISPLAY "DWH-Extrakt " WS-LETZTES-LAUFDATUM
                 ": Abbild nach Wiederanlauf uebernommen."
           END-IF
           IF WS-LETZTES-KENNZEICHEN = "F"
              AND WS-LETZTES-LAUFDATUM = WS-LAUFDATUM
              DISPLAY "DWH-Extrakt fuer " WS-LAUFDATUM
                 " ist bereits erstellt."
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-LETZTES-KENNZEICHEN = "F"
              AND WS-LETZTES-LAUFDATUM > WS-LAUFDATUM
              DISPLAY "DWH-Extrakt abgewiesen: Laufdatum "
                 WS-LAUFDATUM " liegt vor dem letzten Extrakt "
                 WS-LETZTES-LAUFDATUM "."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "KD" TO WS-ZL-TYP(1)
           MOVE "KT" TO WS-ZL-TYP(2)
           MOVE "PR" TO WS-ZL-TYP(3)
           PERFORM VARYING WS-ZL-IDX FROM 1 BY 1 UNTIL WS-ZL-IDX > 3
              MOVE 0 TO WS-ZL-EINGEFUEGT(WS-ZL-IDX)
              MOVE 0 TO WS-ZL-GEAENDERT(WS-ZL-IDX)
              MOVE 0 TO WS-ZL-GELOESCHT(WS-ZL-IDX)
              MOVE 0 TO WS-ZL-ANONYM(WS-ZL-IDX)
              MOVE 0 TO WS-ZL-ABBILD(WS-ZL-IDX)
           END-PERFORM

           OPEN OUTPUT DWH-REPORT
           MOVE SPACES TO DWH-REPORT-SATZ
           STRING "DWH-Stammdatenextrakt, Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO DWH-REPORT-SATZ
           END-STRING
           WRITE DWH-REPORT-SATZ
           MOVE "========================================"
              TO DWH-REPORT-SATZ
           WRITE DWH-REPORT-SATZ

           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS NOT = "00" THEN
              MOVE "KUNDENSTAMM nicht verfuegbar."
                 TO DWH-REPORT-SATZ
              WRITE DWH-REPORT-SATZ
              CLOSE DWH-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              MOVE "KONTODATEI nicht verfuegbar."
                 TO DWH-REPORT-SATZ
              WRITE DWH-REPORT-SATZ
              CLOSE KUNDENSTAMM
              CLOSE DWH-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-DELTA-DATEINAME
           STRING "dwh-delta-" DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-DELTA-DATEINAME
           END-STRING
           OPEN OUTPUT DWH-DELTA
           OPEN OUTPUT ABBILD-NEU

           PERFORM ERSTELLE-KUNDENABBILD
           PERFORM ERSTELLE-KONTOABBILD
           PERFORM ERSTELLE-PRODUKTABBILD
           CLOSE KUNDENSTAMM
           CLOSE KONTODATEI
           CLOSE ABBILD-NEU

           PERFORM VERGLEICHE-ABBILDER
           PERFORM SCHREIBE-KONTROLLSATZ
           CLOSE DWH-DELTA

      *    Ab hier ist das Delta vollstaendig; ein Abbruch bis zum
      *    Abschluss wiederholt nur noch die Uebernahme.
           MOVE "K" TO WS-LETZTES-KENNZEICHEN
           MOVE WS-LAUFDATUM TO WS-LETZTES-LAUFDATUM
           PERFORM SCHREIBE-EXTRAKTSTATUS
           PERFORM UEBERNIMM-ABBILD

           PERFORM SCHREIBE-SUMMEN
           CLOSE DWH-REPORT
           DISPLAY "DWH-Extrakt beendet, Deltasaetze: "
              WS-DELTA-GESAMT
           STOP RUN.

       ERSTELLE-KUNDENABBILD SECTION.
           MOVE "N" TO WS-STAMM-EOF
           PERFORM UNTIL WS-STAMM-EOF = "J"
              READ KUNDENSTAMM NEXT RECORD
                 AT END MOVE "J" TO WS-STAMM-EOF
                 NOT AT END
                    MOVE SPACES TO DWH-DATEN
                    MOVE KUNDEN-NAME TO DWH-KD-NAME
                    MOVE KUNDEN-STRASSE TO DWH-KD-STRASSE
                    MOVE KUNDEN-PLZ TO DWH-KD-PLZ
                    MOVE KUNDEN-ORT TO DWH-KD-ORT
                    MOVE KUNDEN-TELEFON TO DWH-KD-TELEFON
                    MOVE KUNDEN-FILIALE TO DWH-KD-FILIALE
                    MOVE "KD" TO ABB-NEU-TYP
                    MOVE KUNDEN-ID TO ABB-NEU-ID
                    MOVE DWH-DATEN TO ABB-NEU-DATEN
                    WRITE ABBILD-NEU-SATZ
                    ADD 1 TO WS-ZL-ABBILD(1)
              END-READ
           END-PERFORM
           EXIT.

       ERSTELLE-KONTOABBILD SECTION.
      *    Passwort-Pruefwert und Passwortdatum gehoeren nicht ins
      *    Warehouse und werden nicht uebernommen.
           MOVE "N" TO WS-STAMM-EOF
           PERFORM UNTIL WS-STAMM-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-STAMM-EOF
                 NOT AT END
                    MOVE SPACES TO DWH-DATEN
                    MOVE KONTO-KUNDEN-ID TO DWH-KT-KUNDEN-ID
                    MOVE KONTO-NAME TO DWH-KT-NAME
                    MOVE KONTO-SALDO TO DWH-KT-SALDO
                    MOVE KONTO-LIMIT TO DWH-KT-LIMIT
                    MOVE KONTO-RUHEND TO DWH-KT-RUHEND
                    MOVE KONTO-PRODUKT TO DWH-KT-PRODUKT
                    MOVE KONTO-WAEHRUNG TO DWH-KT-WAEHRUNG
                    MOVE KONTO-MAHNSPERRE TO DWH-KT-MAHNSPERRE
                    MOVE KONTO-FILIALE TO DWH-KT-FILIALE
                    MOVE "KT" TO ABB-NEU-TYP
                    MOVE KONTO-ID TO ABB-NEU-ID
                    MOVE DWH-DATEN TO ABB-NEU-DATEN
                    WRITE ABBILD-NEU-SATZ
                    ADD 1 TO WS-ZL-ABBILD(2)
              END-READ
           END-PERFORM
           EXIT.

       ERSTELLE-PRODUKTABBILD SECTION.
      *    Ohne PRODUKTDATEI (noch kein Produkt angelegt) enthaelt
      *    das Abbild keine Produktsaetze.
           OPEN INPUT PRODUKTDATEI
           IF WS-PRODUKT-STATUS NOT = "00" THEN
              MOVE "PRODUKTDATEI nicht vorhanden, keine Produkte."
                 TO DWH-REPORT-SATZ
              WRITE DWH-REPORT-SATZ
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-STAMM-EOF
           PERFORM UNTIL WS-STAMM-EOF = "J"
              READ PRODUKTDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-STAMM-EOF
                 NOT AT END
                    MOVE SPACES TO DWH-DATEN
                    MOVE PRODUKT-BEZEICHNUNG TO DWH-PR-BEZEICHNUNG
                    PERFORM VARYING WS-ZL-IDX FROM 1 BY 1
                       UNTIL WS-ZL-IDX > 3
                       MOVE PRODUKT-STAFFEL-BIS(WS-ZL-IDX)
                          TO DWH-PR-STAFFEL-BIS(WS-ZL-IDX)
                       MOVE PRODUKT-HABENZINS(WS-ZL-IDX)
                          TO DWH-PR-HABENZINS(WS-ZL-IDX)
                       MOVE PRODUKT-SOLLZINS(WS-ZL-IDX)
                          TO DWH-PR-SOLLZINS(WS-ZL-IDX)
                    END-PERFORM
                    MOVE PRODUKT-SMS-FREI TO DWH-PR-SMS-FREI
                    MOVE "PR" TO ABB-NEU-TYP
                    MOVE PRODUKT-CODE TO ABB-NEU-ID
                    MOVE DWH-DATEN TO ABB-NEU-DATEN
                    WRITE ABBILD-NEU-SATZ
                    ADD 1 TO WS-ZL-ABBILD(3)
              END-READ
           END-PERFORM
           CLOSE PRODUKTDATEI
           EXIT.

       VERGLEICHE-ABBILDER SECTION.
      *    Mischlauf altes gegen neues Abbild. Fehlt das alte Abbild
      *    (erster Lauf), gehen alle Saetze als Einfuegung hinaus.
           MOVE "N" TO WS-ALT-EOF
           MOVE "N" TO WS-NEU-EOF
           OPEN INPUT ABBILD-ALT
           IF WS-ABBILD-ALT-STATUS NOT = "00" THEN
              MOVE "J" TO WS-ALT-EOF
              MOVE HIGH-VALUES TO WS-ALT-SCHLUESSEL
              MOVE "Kein Vortagesabbild, Erstabzug."
                 TO DWH-REPORT-SATZ
              WRITE DWH-REPORT-SATZ
           ELSE
              PERFORM LIES-ALTES-ABBILD
           END-IF
           OPEN INPUT ABBILD-NEU
           PERFORM LIES-NEUES-ABBILD

           PERFORM UNTIL WS-ALT-EOF = "J" AND WS-NEU-EOF = "J"
              EVALUATE TRUE
                 WHEN WS-ALT-SCHLUESSEL < WS-NEU-SCHLUESSEL
                    MOVE "D" TO DWH-AENDERUNG
                    MOVE ABB-ALT-TYP TO DWH-TYP
                    MOVE ABB-ALT-ID TO DWH-SCHLUESSEL
                    MOVE SPACES TO DWH-DATEN
                    PERFORM SCHREIBE-DELTASATZ
                    PERFORM LIES-ALTES-ABBILD
                 WHEN WS-ALT-SCHLUESSEL > WS-NEU-SCHLUESSEL
                    MOVE "I" TO DWH-AENDERUNG
                    MOVE ABB-NEU-TYP TO DWH-TYP
                    MOVE ABB-NEU-ID TO DWH-SCHLUESSEL
                    MOVE ABB-NEU-DATEN TO DWH-DATEN
                    PERFORM SCHREIBE-DELTASATZ
                    PERFORM LIES-NEUES-ABBILD
                 WHEN OTHER
                    IF ABB-ALT-DATEN NOT = ABB-NEU-DATEN
                       MOVE "U" TO DWH-AENDERUNG
                       MOVE ABB-NEU-TYP TO DWH-TYP
                       MOVE ABB-NEU-ID TO DWH-SCHLUESSEL
                       MOVE ABB-NEU-DATEN TO DWH-DATEN
                       PERFORM SCHREIBE-DELTASATZ
                    END-IF
                    PERFORM LIES-ALTES-ABBILD
                    PERFORM LIES-NEUES-ABBILD
              END-EVALUATE
           END-PERFORM

           IF WS-ABBILD-ALT-STATUS NOT = "35" THEN
              CLOSE ABBILD-ALT
           END-IF
           CLOSE ABBILD-NEU
           EXIT.

       LIES-ALTES-ABBILD SECTION.
           IF WS-ALT-EOF = "J"
              EXIT SECTION
           END-IF
           READ ABBILD-ALT
              AT END
                 MOVE "J" TO WS-ALT-EOF
                 MOVE HIGH-VALUES TO WS-ALT-SCHLUESSEL
              NOT AT END
                 MOVE ABB-ALT-SCHLUESSEL TO WS-ALT-SCHLUESSEL
           END-READ
           EXIT.

       LIES-NEUES-ABBILD SECTION.
           IF WS-NEU-EOF = "J"
              EXIT SECTION
           END-IF
           READ ABBILD-NEU
              AT END
                 MOVE "J" TO WS-NEU-EOF
                 MOVE HIGH-VALUES TO WS-NEU-SCHLUESSEL
              NOT AT END
                 MOVE ABB-NEU-SCHLUESSEL TO WS-NEU-SCHLUESSEL
           END-READ
           EXIT.

       SCHREIBE-DELTASATZ SECTION.
      *    DWH-AENDERUNG, DWH-TYP, DWH-SCHLUESSEL und DWH-DATEN sind
      *    gesetzt; ergaenzt Satzart, Zeitstempel und die
      *    Anonymisierungskennung und zaehlt je Satztyp.
           MOVE "D" TO DWH-SATZART
           MOVE WS-ZEITSTEMPEL TO DWH-ZEITSTEMPEL
           MOVE SPACE TO DWH-ANONYM
           EVALUATE DWH-TYP
              WHEN "KD"
                 MOVE 1 TO WS-ZL-IDX
              WHEN "KT"
                 MOVE 2 TO WS-ZL-IDX
              WHEN OTHER
                 MOVE 3 TO WS-ZL-IDX
           END-EVALUATE
           IF DWH-TYP = "KD" AND DWH-AENDERUNG NOT = "D"
              AND DWH-KD-NAME = "GELOESCHT"
              MOVE "A" TO DWH-ANONYM
              ADD 1 TO WS-ZL-ANONYM(WS-ZL-IDX)
           END-IF
           EVALUATE DWH-AENDERUNG
              WHEN "I"
                 ADD 1 TO WS-ZL-EINGEFUEGT(WS-ZL-IDX)
              WHEN "U"
                 ADD 1 TO WS-ZL-GEAENDERT(WS-ZL-IDX)
              WHEN OTHER
                 ADD 1 TO WS-ZL-GELOESCHT(WS-ZL-IDX)
           END-EVALUATE
           WRITE DWH-DELTA-SATZ
           ADD 1 TO WS-DELTA-GESAMT
           EXIT.

       SCHREIBE-KONTROLLSATZ SECTION.
           MOVE SPACES TO DWH-DELTA-SATZ
           MOVE "K" TO DWH-SATZART
           MOVE WS-ZEITSTEMPEL TO DWH-ZEITSTEMPEL
           MOVE WS-LAUFDATUM TO DWH-KTL-LAUFDATUM
           MOVE WS-DELTA-GESAMT TO DWH-KTL-GESAMT
           PERFORM VARYING WS-ZL-IDX FROM 1 BY 1 UNTIL WS-ZL-IDX > 3
              MOVE WS-ZL-TYP(WS-ZL-IDX) TO DWH-KTL-TYP(WS-ZL-IDX)
              MOVE WS-ZL-EINGEFUEGT(WS-ZL-IDX)
                 TO DWH-KTL-EINGEFUEGT(WS-ZL-IDX)
              MOVE WS-ZL-GEAENDERT(WS-ZL-IDX)
                 TO DWH-KTL-GEAENDERT(WS-ZL-IDX)
              MOVE WS-ZL-GELOESCHT(WS-ZL-IDX)
                 TO DWH-KTL-GELOESCHT(WS-ZL-IDX)
              MOVE WS-ZL-ANONYM(WS-ZL-IDX)
                 TO DWH-KTL-ANONYM(WS-ZL-IDX)
           END-PERFORM
           WRITE DWH-DELTA-SATZ
           EXIT.

       UEBERNIMM-ABBILD SECTION.
      *    Das neue Abbild ersetzt das alte (Tausch wie in
      *    SALDORECON); erst danach gilt der Lauf als fertig. Ist
      *    der Tausch bei einem Wiederanlauf schon geschehen, fehlt
      *    die .neu-Datei und das Abbild bleibt, wie es ist.
           CALL "SYSTEM" USING WS-ABBILD-TAUSCH-BEFEHL
           MOVE "F" TO WS-LETZTES-KENNZEICHEN
           PERFORM SCHREIBE-EXTRAKTSTATUS
           EXIT.

       LESE-EXTRAKTSTATUS SECTION.
           MOVE SPACE TO WS-LETZTES-KENNZEICHEN
           MOVE 0 TO WS-LETZTES-LAUFDATUM
           OPEN INPUT EXTRAKT-STATUS
           IF WS-EXTRAKT-STATUS-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           READ EXTRAKT-STATUS
              AT END CONTINUE
              NOT AT END
                 IF EXST-LAUFDATUM IS NUMERIC
                    MOVE EXST-KENNZEICHEN TO WS-LETZTES-KENNZEICHEN
                    MOVE EXST-LAUFDATUM TO WS-LETZTES-LAUFDATUM
                 END-IF
           END-READ
           CLOSE EXTRAKT-STATUS
           EXIT.

       SCHREIBE-EXTRAKTSTATUS SECTION.
           OPEN OUTPUT EXTRAKT-STATUS
           IF WS-EXTRAKT-STATUS-STATUS NOT = "00" THEN
              DISPLAY "dwh-extrakt-status.dat nicht beschreibbar, "
                 "Status: " WS-EXTRAKT-STATUS-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-LETZTES-KENNZEICHEN TO EXST-KENNZEICHEN
           MOVE WS-LETZTES-LAUFDATUM TO EXST-LAUFDATUM
           WRITE EXTRAKT-STATUS-SATZ
           CLOSE EXTRAKT-STATUS
           EXIT.

       SCHREIBE-SUMMEN SECTION.
           MOVE SPACES TO DWH-REPORT-SATZ
           WRITE DWH-REPORT-SATZ
           MOVE "Typ  Bestand  Neu      Geaendert Entfallen Anonym"
              TO DWH-REPORT-SATZ
           WRITE DWH-REPORT-SATZ
           PERFORM VARYING WS-ZL-IDX FROM 1 BY 1 UNTIL WS-ZL-IDX > 3
              MOVE SPACES TO DWH-REPORT-SATZ
              MOVE WS-ZL-TYP(WS-ZL-IDX) TO DWH-REPORT-SATZ(1:2)
              MOVE WS-ZL-ABBILD(WS-ZL-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE WS-ANZAHL-ANZEIGE TO DWH-REPORT-SATZ(4:7)
              MOVE WS-ZL-EINGEFUEGT(WS-ZL-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE WS-ANZAHL-ANZEIGE TO DWH-REPORT-SATZ(13:7)
              MOVE WS-ZL-GEAENDERT(WS-ZL-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE WS-ANZAHL-ANZEIGE TO DWH-REPORT-SATZ(22:7)
              MOVE WS-ZL-GELOESCHT(WS-ZL-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE WS-ANZAHL-ANZEIGE TO DWH-REPORT-SATZ(32:7)
              MOVE WS-ZL-ANONYM(WS-ZL-IDX) TO WS-ANZAHL-ANZEIGE
              MOVE WS-ANZAHL-ANZEIGE TO DWH-REPORT-SATZ(42:7)
              WRITE DWH-REPORT-SATZ
           END-PERFORM
           MOVE WS-DELTA-GESAMT TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO DWH-REPORT-SATZ
           STRING "Deltasaetze gesamt: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  Datei " DELIMITED BY SIZE
                  WS-DELTA-DATEINAME DELIMITED BY SPACE
             INTO DWH-REPORT-SATZ
           END-STRING
           WRITE DWH-REPORT-SATZ
           EXIT.
       END PROGRAM DWHEXTRAKT.

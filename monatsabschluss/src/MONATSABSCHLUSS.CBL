      *    eine Sortierung der Buchungen nach KONTO-ID mit
      *    Gruppenwechsel statt ueber eine Tabelle fester Groesse;
      *    der Abschluss skaliert damit mit dem Kontenbestand und
      *    kennt keine Kontenobergrenze mehr. Zusaetzlich druckt er
      *    aus dem Sachkontenplan (SACHKONTOREC.cpy) die Summen-
      *    und Saldenliste der Periode, beweist Soll = Haben und
      *    gleicht die Summe aller KONTO-SALDO gegen das
      *    Kundeneinlagen-Sammelkonto (PARMFILE-Schluessel
      *    SACHKTOEINLAGEN) ab; eine Abweichung setzt Returncode 4.
      *    Danach wird der Sachkontensaldo als neuer Vortrag
      *    vorgetragen und die Periodenumsaetze auf null gesetzt.
      *    Das Laufdatum kommt
      *    wie bei addierenZu2020 als erstes Kommandozeilenargument
      *    (JJJJMMTT); ohne Argument gilt das Tagesdatum.
      *    Der Abschlussbericht nennt je Konto die kontofuehrende
      *    Filiale (KONTO-FILIALE) und schliesst mit den Vortraegen
      *    je Filiale und ihren Zwischensummen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT SACHKONTEN ASSIGN TO "SACHKONTEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SACHKONTO-NR
              FILE STATUS IS WS-SACHKONTEN-STATUS.
           SELECT SALDENLISTE ASSIGN TO "summen-saldenliste.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SALDENLISTE-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ABSCHLUSS-REPORT-SATZ PIC X(80).
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD SACHKONTEN.
       COPY SACHKONTOREC.
       FD SALDENLISTE.
       01 SALDENLISTE-SATZ PIC X(132).
       FD PARMFILE.
       COPY PARMFILEREC.
       FD FILIALDATEI.
       COPY FILIALEREC.
       SD SORTIERDATEI.
       01 SORTIER-SATZ.
          05 SORT-KONTO-ID PIC X(10).
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-GESAMT-ANZEIGE PIC -(11)9.99.

      *    Summen- und Saldenliste aus dem Sachkontenplan.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-SACHKONTEN-STATUS PIC X(02).
       01 WS-SALDENLISTE-STATUS PIC X(02).
       01 WS-SACHKONTEN-EOF PIC X.
       01 WS-KONTO-EOF PIC X.
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
       01 WS-EINLAGENKONTO PIC X(06) VALUE "3000".
       01 WS-EINLAGEN-GEFUNDEN PIC X VALUE "N".
       01 WS-SACHKONTO-SALDO PIC S9(13)V99.
       01 WS-EINLAGEN-SALDO PIC S9(13)V99 VALUE 0.
       01 WS-SUMME-VORTRAG PIC S9(13)V99 VALUE 0.
       01 WS-SUMME-SOLL PIC S9(13)V99 VALUE 0.
       01 WS-SUMME-HABEN PIC S9(13)V99 VALUE 0.
       01 WS-SUMME-SALDO PIC S9(13)V99 VALUE 0.
       01 WS-SUMME-KONTOSALDEN PIC S9(13)V99 VALUE 0.
       01 WS-ABWEICHUNG PIC S9(13)V99.
       01 WS-LISTE-VORTRAG PIC -(13)9.99.
       01 WS-LISTE-SOLL PIC -(13)9.99.
       01 WS-LISTE-HABEN PIC -(13)9.99.
       01 WS-LISTE-SALDO PIC -(13)9.99.

      *    Filiale je Vortragskonto: die KONTODATEI ist waehrend
      *    der Sortierausgabe zum Nachlesen geoeffnet.
       01 WS-KONTODATEI-OFFEN PIC X VALUE "N".

      *    Filialaufteilung am Berichtsende: je Filiale Anzahl
      *    und Summe, aufsteigend nach Filialnummer; Konten ohne
      *    Filiale stehen unter "--". Namen aus dem Filialstamm.
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-FILIALSTAMM-OFFEN PIC X VALUE "N".
       01 WS-FILIAL-ANZAHL PIC 9(03) VALUE 0.
       01 WS-FILIAL-TABELLE.
          05 WS-FI-EINTRAG OCCURS 100 TIMES.
             10 WS-FI-NR PIC X(02).
             10 WS-FI-ANZAHL PIC 9(07).
             10 WS-FI-SUMME PIC S9(11)V99.
       01 WS-FILIAL-VOLL PIC X VALUE "N".
       01 WS-FI-IDX PIC 9(03).
       01 WS-FI-GEFUNDEN PIC 9(03).
       01 WS-FI-SCHIEBE PIC 9(03).
       01 WS-FI-NEU PIC X.
       01 WS-FI-SUCH-NR PIC X(02).
       01 WS-FI-BETRAG PIC S9(11)V99.
       01 WS-FI-GESAMT-ANZAHL PIC 9(07).
       01 WS-FI-GESAMT-SUMME PIC S9(11)V99.
       01 WS-FI-NAME PIC X(30).
       01 WS-FI-ANZAHL-ANZEIGE PIC Z(6)9.
       01 WS-FI-SUMME-ANZEIGE PIC -(11)9.99.

       PROCEDURE DIVISION.
       STEUERUNG SECTION.
           MOVE SPACES TO WS-LAUFDATUM-ARG

           OPEN OUTPUT ABSCHLUSS-REPORT
           PERFORM SCHREIBE-BERICHTSKOPF
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS = "00"
              MOVE "J" TO WS-KONTODATEI-OFFEN
           END-IF

      *    Buchungen nach KONTO-ID sortieren: die Eingabephase
      *    liest das Hauptbuch einmal sequentiell und schreibt
              INPUT PROCEDURE IS UEBERGABE-AN-SORT
              OUTPUT PROCEDURE IS UEBERNAHME-AUS-SORT

           IF WS-KONTODATEI-OFFEN = "J"
              CLOSE KONTODATEI
           END-IF
           PERFORM SCHREIBE-BERICHTSFUSS
           CLOSE ABSCHLUSS-REPORT
           PERFORM ERSTELLE-SALDENLISTE
           PERFORM SCHLIESSE-PERIODE
           DISPLAY "Monatsabschluss " WS-PERIODE " beendet."
           STOP RUN.
           MOVE "V" TO LEDGER-STATUS
           WRITE LEDGER-SATZ

           MOVE SPACES TO KONTO-FILIALE
           IF WS-KONTODATEI-OFFEN = "J"
              MOVE WS-GRUPPEN-KONTO TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY MOVE SPACES TO KONTO-FILIALE
              END-READ
           END-IF
           MOVE KONTO-FILIALE TO WS-FI-SUCH-NR
           MOVE WS-GRUPPEN-SUMME TO WS-FI-BETRAG
           PERFORM ERFASSE-FILIALWERT

           MOVE WS-GRUPPEN-SUMME TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-REPORT-SATZ
           STRING "Konto " DELIMITED BY SIZE
                  WS-GRUPPEN-KONTO DELIMITED BY SIZE
                  " Vortrag " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " Filiale " DELIMITED BY SIZE
                  WS-FI-SUCH-NR DELIMITED BY SIZE
             INTO ABSCHLUSS-REPORT-SATZ
           END-STRING
           WRITE ABSCHLUSS-REPORT-SATZ
             INTO ABSCHLUSS-REPORT-SATZ
           END-STRING
           WRITE ABSCHLUSS-REPORT-SATZ
           PERFORM SCHREIBE-FILIALAUFTEILUNG
           EXIT.

       ERFASSE-FILIALWERT SECTION.
      *    Zaehlt ein Konto der Filiale WS-FI-SUCH-NR mit dem
      *    Betrag WS-FI-BETRAG in die Filialtabelle; neue Filialen
      *    werden an der Sortierstelle eingeschoben.
           IF WS-FI-SUCH-NR = SPACES
              MOVE "--" TO WS-FI-SUCH-NR
           END-IF
           MOVE 0 TO WS-FI-GEFUNDEN
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-FILIAL-ANZAHL
                 OR WS-FI-GEFUNDEN > 0
              IF WS-FI-NR(WS-FI-IDX) >= WS-FI-SUCH-NR
                 MOVE WS-FI-IDX TO WS-FI-GEFUNDEN
              END-IF
           END-PERFORM
           MOVE "N" TO WS-FI-NEU
           IF WS-FI-GEFUNDEN = 0
              COMPUTE WS-FI-GEFUNDEN = WS-FILIAL-ANZAHL + 1
              MOVE "J" TO WS-FI-NEU
           ELSE
              IF WS-FI-NR(WS-FI-GEFUNDEN) NOT = WS-FI-SUCH-NR
                 MOVE "J" TO WS-FI-NEU
              END-IF
           END-IF
           IF WS-FI-NEU = "J"
              IF WS-FILIAL-ANZAHL >= 100
                 MOVE "J" TO WS-FILIAL-VOLL
                 EXIT SECTION
              END-IF
              PERFORM VARYING WS-FI-SCHIEBE FROM WS-FILIAL-ANZAHL BY -1
                 UNTIL WS-FI-SCHIEBE < WS-FI-GEFUNDEN
                 MOVE WS-FI-EINTRAG(WS-FI-SCHIEBE)
                    TO WS-FI-EINTRAG(WS-FI-SCHIEBE + 1)
              END-PERFORM
              ADD 1 TO WS-FILIAL-ANZAHL
              MOVE WS-FI-SUCH-NR TO WS-FI-NR(WS-FI-GEFUNDEN)
              MOVE 0 TO WS-FI-ANZAHL(WS-FI-GEFUNDEN)
              MOVE 0 TO WS-FI-SUMME(WS-FI-GEFUNDEN)
           END-IF
           ADD 1 TO WS-FI-ANZAHL(WS-FI-GEFUNDEN)
           ADD WS-FI-BETRAG TO WS-FI-SUMME(WS-FI-GEFUNDEN)
           EXIT.

       SCHREIBE-FILIALAUFTEILUNG SECTION.
      *    Druckt die Filialtabelle mit Zwischensumme je Filiale
      *    und Gesamtzeile an das Berichtsende.
           MOVE SPACES TO ABSCHLUSS-REPORT-SATZ
           WRITE ABSCHLUSS-REPORT-SATZ
           MOVE "Vortrag nach Filialen" TO ABSCHLUSS-REPORT-SATZ
           WRITE ABSCHLUSS-REPORT-SATZ
           MOVE "  Fil.  Name                    "
              & "        Konten          Vortrag"
              TO ABSCHLUSS-REPORT-SATZ
           WRITE ABSCHLUSS-REPORT-SATZ
           MOVE "N" TO WS-FILIALSTAMM-OFFEN
           OPEN INPUT FILIALDATEI
           IF WS-FILIAL-STATUS = "00"
              MOVE "J" TO WS-FILIALSTAMM-OFFEN
           END-IF
           MOVE 0 TO WS-FI-GESAMT-ANZAHL
           MOVE 0 TO WS-FI-GESAMT-SUMME
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-FILIAL-ANZAHL
              MOVE SPACES TO WS-FI-NAME
              IF WS-FI-NR(WS-FI-IDX) = "--"
                 MOVE "ohne Filiale" TO WS-FI-NAME
              ELSE
                 IF WS-FILIALSTAMM-OFFEN = "J"
                    MOVE WS-FI-NR(WS-FI-IDX) TO FILIALE-NR
                    READ FILIALDATEI
                       NOT INVALID KEY
                          MOVE FILIALE-NAME TO WS-FI-NAME
                    END-READ
                 END-IF
              END-IF
              ADD WS-FI-ANZAHL(WS-FI-IDX) TO WS-FI-GESAMT-ANZAHL
              ADD WS-FI-SUMME(WS-FI-IDX) TO WS-FI-GESAMT-SUMME
              MOVE WS-FI-ANZAHL(WS-FI-IDX) TO WS-FI-ANZAHL-ANZEIGE
              MOVE WS-FI-SUMME(WS-FI-IDX) TO WS-FI-SUMME-ANZEIGE
              MOVE SPACES TO ABSCHLUSS-REPORT-SATZ
              STRING "  " DELIMITED BY SIZE
                     WS-FI-NR(WS-FI-IDX) DELIMITED BY SIZE
                     "    " DELIMITED BY SIZE
                     WS-FI-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
                INTO ABSCHLUSS-REPORT-SATZ
              END-STRING
              WRITE ABSCHLUSS-REPORT-SATZ
           END-PERFORM
           IF WS-FILIALSTAMM-OFFEN = "J"
              CLOSE FILIALDATEI
           END-IF
           MOVE WS-FI-GESAMT-ANZAHL TO WS-FI-ANZAHL-ANZEIGE
           MOVE WS-FI-GESAMT-SUMME TO WS-FI-SUMME-ANZEIGE
           MOVE SPACES TO ABSCHLUSS-REPORT-SATZ
           STRING "  Summe alle Filialen" DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO ABSCHLUSS-REPORT-SATZ
           END-STRING
           WRITE ABSCHLUSS-REPORT-SATZ
           IF WS-FILIAL-VOLL = "J"
              MOVE "WARNUNG: MEHR ALS 100 FILIALEN, "
                 & "AUFTEILUNG UNVOLLSTAENDIG"
                 TO ABSCHLUSS-REPORT-SATZ
              WRITE ABSCHLUSS-REPORT-SATZ
           END-IF
           EXIT.
       ERSTELLE-SALDENLISTE SECTION.
      *    Summen- und Saldenliste: je Sachkonto Vortrag, Soll- und
      *    Habenumsatz der Periode und Saldo, dazu die Summen.
      *    Sind Soll- und Habensumme verschieden, ist die doppelte
      *    Buchfuehrung verletzt; ebenso, wenn die Summe aller
      *    KONTO-SALDO nicht dem Habensaldo des Kundeneinlagen-
      *    Sammelkontos entspricht. Beides wird gemeldet und setzt
      *    Returncode 4. Anschliessend wird jedes Sachkonto fuer
      *    die neue Periode vorgetragen. Ohne Sachkontenplan wird
      *    die Liste mit einem Hinweis uebersprungen.
           OPEN I-O SACHKONTEN
           IF WS-SACHKONTEN-STATUS NOT = "00" THEN
              DISPLAY "SACHKONTEN.DAT nicht verfuegbar, Summen- und "
                 "Saldenliste entfaellt. Status: "
                 WS-SACHKONTEN-STATUS
              EXIT SECTION
           END-IF
           MOVE "SACHKTOEINLAGEN" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-EINLAGENKONTO
           END-IF

           OPEN OUTPUT SALDENLISTE
           MOVE SPACES TO SALDENLISTE-SATZ
           STRING "Summen- und Saldenliste, Periode "
                  DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
             INTO SALDENLISTE-SATZ
           END-STRING
           WRITE SALDENLISTE-SATZ
           MOVE SPACES TO SALDENLISTE-SATZ
           STRING "Konto  Bezeichnung                    A"
                  DELIMITED BY SIZE
                  "           Vortrag              Soll"
                  DELIMITED BY SIZE
                  "             Haben             Saldo"
                  DELIMITED BY SIZE
             INTO SALDENLISTE-SATZ
           END-STRING
           WRITE SALDENLISTE-SATZ
           MOVE ALL "=" TO SALDENLISTE-SATZ
           WRITE SALDENLISTE-SATZ

           MOVE "N" TO WS-SACHKONTEN-EOF
           MOVE LOW-VALUES TO SACHKONTO-NR
           START SACHKONTEN KEY IS NOT LESS THAN SACHKONTO-NR
              INVALID KEY MOVE "J" TO WS-SACHKONTEN-EOF
           END-START
           PERFORM UNTIL WS-SACHKONTEN-EOF = "J"
              READ SACHKONTEN NEXT RECORD
                 AT END MOVE "J" TO WS-SACHKONTEN-EOF
                 NOT AT END
                    PERFORM SCHREIBE-SALDENZEILE
              END-READ
           END-PERFORM

           MOVE ALL "-" TO SALDENLISTE-SATZ
           WRITE SALDENLISTE-SATZ
           MOVE WS-SUMME-VORTRAG TO WS-LISTE-VORTRAG
           MOVE WS-SUMME-SOLL TO WS-LISTE-SOLL
           MOVE WS-SUMME-HABEN TO WS-LISTE-HABEN
           MOVE WS-SUMME-SALDO TO WS-LISTE-SALDO
           MOVE SPACES TO SALDENLISTE-SATZ
           STRING "Summe                                  "
                  DELIMITED BY SIZE
                  WS-LISTE-VORTRAG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LISTE-SOLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LISTE-HABEN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LISTE-SALDO DELIMITED BY SIZE
             INTO SALDENLISTE-SATZ
           END-STRING
           WRITE SALDENLISTE-SATZ
           MOVE SPACES TO SALDENLISTE-SATZ
           IF WS-SUMME-SOLL = WS-SUMME-HABEN
              AND WS-SUMME-SALDO = 0
              MOVE "Soll = Haben: abgestimmt." TO SALDENLISTE-SATZ
           ELSE
              MOVE "FEHLER: Soll und Haben nicht ausgeglichen."
                 TO SALDENLISTE-SATZ
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE SALDENLISTE-SATZ

           PERFORM ABGLEICH-KUNDENEINLAGEN

           CLOSE SALDENLISTE
           PERFORM TRAGE-SACHKONTEN-VOR
           CLOSE SACHKONTEN
           EXIT.

       SCHREIBE-SALDENZEILE SECTION.
           COMPUTE WS-SACHKONTO-SALDO = SACHKONTO-VORTRAG
              + SACHKONTO-SOLL - SACHKONTO-HABEN
           ADD SACHKONTO-VORTRAG TO WS-SUMME-VORTRAG
           ADD SACHKONTO-SOLL TO WS-SUMME-SOLL
           ADD SACHKONTO-HABEN TO WS-SUMME-HABEN
           ADD WS-SACHKONTO-SALDO TO WS-SUMME-SALDO
           IF SACHKONTO-NR = WS-EINLAGENKONTO
              MOVE WS-SACHKONTO-SALDO TO WS-EINLAGEN-SALDO
              MOVE "J" TO WS-EINLAGEN-GEFUNDEN
           END-IF
           MOVE SACHKONTO-VORTRAG TO WS-LISTE-VORTRAG
           MOVE SACHKONTO-SOLL TO WS-LISTE-SOLL
           MOVE SACHKONTO-HABEN TO WS-LISTE-HABEN
           MOVE WS-SACHKONTO-SALDO TO WS-LISTE-SALDO
           MOVE SPACES TO SALDENLISTE-SATZ
           STRING SACHKONTO-NR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SACHKONTO-BEZEICHNUNG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SACHKONTO-ART DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LISTE-VORTRAG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LISTE-SOLL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LISTE-HABEN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LISTE-SALDO DELIMITED BY SIZE
             INTO SALDENLISTE-SATZ
           END-STRING
           WRITE SALDENLISTE-SATZ
           EXIT.

       ABGLEICH-KUNDENEINLAGEN SECTION.
      *    Die Kundeneinlagen stehen im Haben: der Saldo des
      *    Sammelkontos ist negativ und muss betragsgleich mit der
      *    Summe aller KONTO-SALDO sein.
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              MOVE "KONTODATEI nicht lesbar, Abgleich entfaellt."
                 TO SALDENLISTE-SATZ
              WRITE SALDENLISTE-SATZ
              MOVE 4 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-KONTO-EOF
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    ADD KONTO-SALDO TO WS-SUMME-KONTOSALDEN
              END-READ
           END-PERFORM
           CLOSE KONTODATEI

           COMPUTE WS-ABWEICHUNG =
              WS-SUMME-KONTOSALDEN + WS-EINLAGEN-SALDO
           MOVE WS-SUMME-KONTOSALDEN TO WS-LISTE-SOLL
           MOVE SPACES TO SALDENLISTE-SATZ
           STRING "Summe KONTO-SALDO:           " DELIMITED BY SIZE
                  WS-LISTE-SOLL DELIMITED BY SIZE
             INTO SALDENLISTE-SATZ
           END-STRING
           WRITE SALDENLISTE-SATZ
           MOVE WS-EINLAGEN-SALDO TO WS-LISTE-SALDO
           MOVE SPACES TO SALDENLISTE-SATZ
           STRING "Saldo Kundeneinlagen " DELIMITED BY SIZE
                  WS-EINLAGENKONTO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-LISTE-SALDO DELIMITED BY SIZE
             INTO SALDENLISTE-SATZ
           END-STRING
           WRITE SALDENLISTE-SATZ
           MOVE SPACES TO SALDENLISTE-SATZ
           IF WS-EINLAGEN-GEFUNDEN = "N"
              MOVE "FEHLER: Kundeneinlagenkonto fehlt im Kontenplan."
                 TO SALDENLISTE-SATZ
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-ABWEICHUNG = 0
                 MOVE "Kundeneinlagen abgestimmt."
                    TO SALDENLISTE-SATZ
              ELSE
                 MOVE WS-ABWEICHUNG TO WS-LISTE-HABEN
                 STRING "FEHLER: Abweichung Kundeneinlagen "
                        DELIMITED BY SIZE
                        WS-LISTE-HABEN DELIMITED BY SIZE
                   INTO SALDENLISTE-SATZ
                 END-STRING
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE SALDENLISTE-SATZ
           EXIT.

       TRAGE-SACHKONTEN-VOR SECTION.
      *    Saldo als Vortrag der neuen Periode, Umsaetze auf null.
           MOVE "N" TO WS-SACHKONTEN-EOF
           MOVE LOW-VALUES TO SACHKONTO-NR
           START SACHKONTEN KEY IS NOT LESS THAN SACHKONTO-NR
              INVALID KEY MOVE "J" TO WS-SACHKONTEN-EOF
           END-START
           PERFORM UNTIL WS-SACHKONTEN-EOF = "J"
              READ SACHKONTEN NEXT RECORD
                 AT END MOVE "J" TO WS-SACHKONTEN-EOF
                 NOT AT END
                    COMPUTE SACHKONTO-VORTRAG = SACHKONTO-VORTRAG
                       + SACHKONTO-SOLL - SACHKONTO-HABEN
                    MOVE 0 TO SACHKONTO-SOLL
                    MOVE 0 TO SACHKONTO-HABEN
                    REWRITE SACHKONTO-RECORD
              END-READ
           END-PERFORM
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
       END PROGRAM MONATSABSCHLUSS.

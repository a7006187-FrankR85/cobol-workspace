      *    ZAHLEN-REPORT (siehe addierenZu2020) in einer einzigen
      *    Ausgabedatei zusammen, statt dass die Betreiber jede
      *    Rohdatei einzeln durchsehen muessen.
      *    Dazu kommen Kontenbestand und Einlagen je Filiale aus
      *    der KONTODATEI (KONTO-FILIALE) mit Zwischensummen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              FILE STATUS IS WS-ZR-STATUS.
           SELECT TAGESBERICHT ASSIGN TO "tagesbericht.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.
           SELECT KPI-HISTORIE ASSIGN TO "kpi-historie.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KPI-STATUS.
       01 ZAHLEN-REPORT-SATZ PIC X(80).
       FD TAGESBERICHT.
       01 TAGESBERICHT-SATZ PIC X(80).
       FD KONTODATEI.
       COPY KONTOREC.
       FD FILIALDATEI.
       COPY FILIALEREC.
       FD KPI-HISTORIE.
      *    Ein datierter Kennzahlensatz je Dashboard-Lauf; der
      *    Trendbericht KPITREND wertet die Historie aus.
       01 WS-ZAHLEN-SUMME PIC 9(09) VALUE ZERO.
       01 WS-SUMME-TEXT PIC X(10).

       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X VALUE "N".

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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUF-ZEITSTEMPEL

           PERFORM AUSWERTEN-LOGIN-AUDIT
           PERFORM AUSWERTEN-HIGHSCORES
           PERFORM UEBERNEHMEN-ZAHLEN-REPORT
           PERFORM AUSWERTEN-KONTEN
           PERFORM SCHREIBE-KPI-HISTORIE

           CLOSE TAGESBERICHT
              WRITE TAGESBERICHT-SATZ
           END-IF
           EXIT.

       AUSWERTEN-KONTEN SECTION.
      *    Ein Durchlauf ueber die KONTODATEI: Anzahl Konten und
      *    Saldensumme je kontofuehrender Filiale.
           MOVE "N" TO WS-KONTO-EOF
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00"
              MOVE SPACES TO TAGESBERICHT-SATZ
              WRITE TAGESBERICHT-SATZ
              MOVE "  KONTODATEI nicht verfuegbar." TO
                 TAGESBERICHT-SATZ
              WRITE TAGESBERICHT-SATZ
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-KONTO-EOF = "Y"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "Y" TO WS-KONTO-EOF
                 NOT AT END
                    MOVE KONTO-FILIALE TO WS-FI-SUCH-NR
                    MOVE KONTO-SALDO TO WS-FI-BETRAG
                    PERFORM ERFASSE-FILIALWERT
              END-READ
           END-PERFORM
           CLOSE KONTODATEI
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
           MOVE SPACES TO TAGESBERICHT-SATZ
           WRITE TAGESBERICHT-SATZ
           MOVE "-- Konten nach Filialen --" TO TAGESBERICHT-SATZ
           WRITE TAGESBERICHT-SATZ
           MOVE "  Fil.  Name                    "
              & "        Konten            Saldo"
              TO TAGESBERICHT-SATZ
           WRITE TAGESBERICHT-SATZ
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
              MOVE SPACES TO TAGESBERICHT-SATZ
              STRING "  " DELIMITED BY SIZE
                     WS-FI-NR(WS-FI-IDX) DELIMITED BY SIZE
                     "    " DELIMITED BY SIZE
                     WS-FI-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
                INTO TAGESBERICHT-SATZ
              END-STRING
              WRITE TAGESBERICHT-SATZ
           END-PERFORM
           IF WS-FILIALSTAMM-OFFEN = "J"
              CLOSE FILIALDATEI
           END-IF
           MOVE WS-FI-GESAMT-ANZAHL TO WS-FI-ANZAHL-ANZEIGE
           MOVE WS-FI-GESAMT-SUMME TO WS-FI-SUMME-ANZEIGE
           MOVE SPACES TO TAGESBERICHT-SATZ
           STRING "  Summe alle Filialen" DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS-FI-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FI-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO TAGESBERICHT-SATZ
           END-STRING
           WRITE TAGESBERICHT-SATZ
           IF WS-FILIAL-VOLL = "J"
              MOVE "WARNUNG: MEHR ALS 100 FILIALEN, "
                 & "AUFTEILUNG UNVOLLSTAENDIG"
                 TO TAGESBERICHT-SATZ
              WRITE TAGESBERICHT-SATZ
           END-IF
           EXIT.
       END PROGRAM DASHBOARD.

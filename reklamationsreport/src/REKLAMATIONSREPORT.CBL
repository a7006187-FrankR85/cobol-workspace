       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKLAMATIONSREPORT.
      *    Woechentliche Altersliste der Reklamationen unter
      *    BATCHLAUF: alle offenen Faelle aus REKLAMATIONEN (siehe
      *    REKLAMATIONREC.cpy, Status "O", "B" oder "W"), deren
      *    Frist REKL-FAELLIG vor dem Laufdatum liegt, sortiert
      *    nach Bearbeiter und Faelligkeit, mit Tagen ueber der
      *    Frist je Fall und Zwischensumme je Bearbeiter, dazu
      *    die Gesamtzahl der offenen Faelle. Bericht nach
      *    reklamation-aging.txt; das Laufdatum kommt als erstes
      *    Kommandozeilenargument (JJJJMMTT), ohne Argument gilt
      *    das Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REKLAMATIONEN ASSIGN TO "REKLAMATIONEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REKL-ID
              FILE STATUS IS WS-REKL-STATUS.
           SELECT AGING-REPORT ASSIGN TO "reklamation-aging.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORTIERDATEI ASSIGN TO "reklamationsreport.srt".

       DATA DIVISION.
       FILE SECTION.
       FD REKLAMATIONEN.
       COPY REKLAMATIONREC.
       FD AGING-REPORT.
       01 AGING-REPORT-SATZ PIC X(120).
       SD SORTIERDATEI.
       01 SORTIER-SATZ.
          05 SORT-BEARBEITER PIC X(10).
          05 SORT-FAELLIG PIC 9(08).
          05 SORT-REKL-ID PIC 9(06).
          05 SORT-KONTO-ID PIC X(10).
          05 SORT-TRANS-REF PIC X(17).
          05 SORT-KATEGORIE PIC X(02).
          05 SORT-STATUS PIC X(01).
          05 SORT-TAGE PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-REKL-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-REKL-EOF PIC X.
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

       01 WS-OFFEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-UEBERFAELLIG-ANZAHL PIC 9(05) VALUE 0.
       01 WS-GRUPPEN-BEARBEITER PIC X(10).
       01 WS-GRUPPEN-ANZAHL PIC 9(05).
       01 WS-GRUPPEN-MAX-TAGE PIC 9(05).
       01 WS-GRUPPE-OFFEN PIC X VALUE "N".
       01 WS-BEARBEITER-ANZAHL PIC 9(05) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.
       01 WS-TAGE-ANZEIGE PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO AGING-REPORT-SATZ
           STRING "Ueberfaellige Reklamationen je Bearbeiter, Stand "
                     DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO AGING-REPORT-SATZ
           END-STRING
           WRITE AGING-REPORT-SATZ
           MOVE "========================================"
              TO AGING-REPORT-SATZ
           WRITE AGING-REPORT-SATZ

      *    Ohne Datei wurde noch nie eine Reklamation erfasst.
           OPEN INPUT REKLAMATIONEN
           IF WS-REKL-STATUS NOT = "00" THEN
              MOVE "Keine Reklamationen vorhanden."
                 TO AGING-REPORT-SATZ
              WRITE AGING-REPORT-SATZ
              CLOSE AGING-REPORT
              DISPLAY "Reklamationsbericht: keine Reklamationen."
              STOP RUN
           END-IF

           SORT SORTIERDATEI
              ON ASCENDING KEY SORT-BEARBEITER SORT-FAELLIG
                 SORT-REKL-ID
              INPUT PROCEDURE IS UEBERGABE-AN-SORT
              OUTPUT PROCEDURE IS UEBERNAHME-AUS-SORT

           CLOSE REKLAMATIONEN
           PERFORM SCHREIBE-SUMMEN
           CLOSE AGING-REPORT
           DISPLAY "Reklamationsbericht " WS-LAUFDATUM ": "
              WS-UEBERFAELLIG-ANZAHL " ueberfaellig von "
              WS-OFFEN-ANZAHL " offen."
           STOP RUN.

       UEBERGABE-AN-SORT SECTION.
      *    Offene Faelle zaehlen, die ueberfaelligen an den SORT.
           MOVE "N" TO WS-REKL-EOF
           MOVE 0 TO REKL-ID
           START REKLAMATIONEN KEY IS >= REKL-ID
              INVALID KEY MOVE "J" TO WS-REKL-EOF
           END-START
           PERFORM UNTIL WS-REKL-EOF = "J"
              READ REKLAMATIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-REKL-EOF
                 NOT AT END
                    IF REKL-STATUS = "O" OR REKL-STATUS = "B"
                       OR REKL-STATUS = "W"
                       ADD 1 TO WS-OFFEN-ANZAHL
                       IF REKL-FAELLIG < WS-LAUFDATUM
                          MOVE REKL-BEARBEITER TO SORT-BEARBEITER
                          MOVE REKL-FAELLIG TO SORT-FAELLIG
                          MOVE REKL-ID TO SORT-REKL-ID
                          MOVE REKL-KONTO-ID TO SORT-KONTO-ID
                          MOVE REKL-TRANS-REF TO SORT-TRANS-REF
                          MOVE REKL-KATEGORIE TO SORT-KATEGORIE
                          MOVE REKL-STATUS TO SORT-STATUS
                          COMPUTE SORT-TAGE =
                             FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM)
                             - FUNCTION INTEGER-OF-DATE(REKL-FAELLIG)
                          RELEASE SORTIER-SATZ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       UEBERNAHME-AUS-SORT SECTION.
           MOVE "N" TO WS-SORT-EOF
           MOVE "N" TO WS-GRUPPE-OFFEN
           PERFORM UNTIL WS-SORT-EOF = "J"
              RETURN SORTIERDATEI
                 AT END
                    MOVE "J" TO WS-SORT-EOF
                    IF WS-GRUPPE-OFFEN = "J"
                       PERFORM SCHLIESSE-GRUPPE
                    END-IF
                 NOT AT END
                    IF WS-GRUPPE-OFFEN = "J"
                       AND SORT-BEARBEITER NOT = WS-GRUPPEN-BEARBEITER
                       PERFORM SCHLIESSE-GRUPPE
                    END-IF
                    IF WS-GRUPPE-OFFEN = "N"
                       PERFORM OEFFNE-GRUPPE
                    END-IF
                    PERFORM SCHREIBE-FALLZEILE
              END-RETURN
           END-PERFORM
           EXIT.

       OEFFNE-GRUPPE SECTION.
           MOVE SORT-BEARBEITER TO WS-GRUPPEN-BEARBEITER
           MOVE 0 TO WS-GRUPPEN-ANZAHL
           MOVE 0 TO WS-GRUPPEN-MAX-TAGE
           MOVE "J" TO WS-GRUPPE-OFFEN
           ADD 1 TO WS-BEARBEITER-ANZAHL
           MOVE SPACES TO AGING-REPORT-SATZ
           WRITE AGING-REPORT-SATZ
           MOVE SPACES TO AGING-REPORT-SATZ
           STRING "Bearbeiter " DELIMITED BY SIZE
                  WS-GRUPPEN-BEARBEITER DELIMITED BY SIZE
             INTO AGING-REPORT-SATZ
           END-STRING
           WRITE AGING-REPORT-SATZ
           EXIT.

       SCHREIBE-FALLZEILE SECTION.
           ADD 1 TO WS-GRUPPEN-ANZAHL
           ADD 1 TO WS-UEBERFAELLIG-ANZAHL
           IF SORT-TAGE > WS-GRUPPEN-MAX-TAGE
              MOVE SORT-TAGE TO WS-GRUPPEN-MAX-TAGE
           END-IF
           MOVE SORT-TAGE TO WS-TAGE-ANZEIGE
           MOVE SPACES TO AGING-REPORT-SATZ
           STRING "  Nr " DELIMITED BY SIZE
                  SORT-REKL-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORT-KATEGORIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SORT-STATUS DELIMITED BY SIZE
                  " KONTO=" DELIMITED BY SIZE
                  SORT-KONTO-ID DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  SORT-TRANS-REF DELIMITED BY SIZE
                  " FAELLIG=" DELIMITED BY SIZE
                  SORT-FAELLIG DELIMITED BY SIZE
                  " TAGE UEBER FRIST=" DELIMITED BY SIZE
                  WS-TAGE-ANZEIGE DELIMITED BY SIZE
             INTO AGING-REPORT-SATZ
           END-STRING
           WRITE AGING-REPORT-SATZ
           EXIT.

       SCHLIESSE-GRUPPE SECTION.
           MOVE WS-GRUPPEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-GRUPPEN-MAX-TAGE TO WS-TAGE-ANZEIGE
           MOVE SPACES TO AGING-REPORT-SATZ
           STRING "  Summe " DELIMITED BY SIZE
                  WS-GRUPPEN-BEARBEITER DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " ueberfaellig, laengste Ueberschreitung "
                     DELIMITED BY SIZE
                  WS-TAGE-ANZEIGE DELIMITED BY SIZE
                  " Tage" DELIMITED BY SIZE
             INTO AGING-REPORT-SATZ
           END-STRING
           WRITE AGING-REPORT-SATZ
           MOVE "N" TO WS-GRUPPE-OFFEN
           EXIT.

       SCHREIBE-SUMMEN SECTION.
           MOVE SPACES TO AGING-REPORT-SATZ
           WRITE AGING-REPORT-SATZ
           IF WS-UEBERFAELLIG-ANZAHL = 0
              MOVE "Keine ueberfaelligen Reklamationen."
                 TO AGING-REPORT-SATZ
              WRITE AGING-REPORT-SATZ
           END-IF
           MOVE WS-UEBERFAELLIG-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO AGING-REPORT-SATZ
           STRING "Ueberfaellig gesamt:       " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO AGING-REPORT-SATZ
           END-STRING
           WRITE AGING-REPORT-SATZ
           MOVE WS-BEARBEITER-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO AGING-REPORT-SATZ
           STRING "Betroffene Bearbeiter:     " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO AGING-REPORT-SATZ
           END-STRING
           WRITE AGING-REPORT-SATZ
           MOVE WS-OFFEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO AGING-REPORT-SATZ
           STRING "Offene Faelle gesamt:      " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO AGING-REPORT-SATZ
           END-STRING
           WRITE AGING-REPORT-SATZ
           EXIT.
       END PROGRAM REKLAMATIONSREPORT.

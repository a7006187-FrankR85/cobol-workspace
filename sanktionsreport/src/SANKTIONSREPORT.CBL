       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSREPORT.
      *    Taeglicher Bericht der Sanktionspruefung unter BATCHLAUF:
      *    listet aus SANKTIONSHALT (siehe SANKTHALTREC.cpy) alle
      *    am Laufdatum wegen eines Sanktionstreffers angehaltenen
      *    Zahlungen mit getroffenem Listeneintrag und alle am
      *    Laufdatum von der Compliance getroffenen Entscheidungen
      *    (Freigabe oder Ablehnung mit Entscheider und
      *    Begruendung), dazu die Zahl der insgesamt noch offenen
      *    Zahlungen mit dem aeltesten Anhaltedatum. Bericht nach
      *    sanktions-report.txt; das Laufdatum kommt als erstes
      *    Kommandozeilenargument (JJJJMMTT), ohne Argument gilt
      *    das Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANKTIONSHALT ASSIGN TO "SANKTIONSHALT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HALT-ID
              FILE STATUS IS WS-HALT-STATUS.
           SELECT SANKTIONS-REPORT ASSIGN TO "sanktions-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SANKTIONSHALT.
       COPY SANKTHALTREC.
       FD SANKTIONS-REPORT.
       01 SANKTIONS-REPORT-SATZ PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HALT-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-HALT-EOF PIC X.
       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

       01 WS-ANGEHALTEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-ANGEHALTEN-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-FREIGEGEBEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-ABGELEHNT-ANZAHL PIC 9(05) VALUE 0.
       01 WS-OFFEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-AELTESTES-DATUM PIC 9(08) VALUE 0.
       01 WS-ENTSCHEIDUNG-TEXT PIC X(10).
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           OPEN OUTPUT SANKTIONS-REPORT
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           STRING "Sanktionspruefung Tagesbericht " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO SANKTIONS-REPORT-SATZ
           END-STRING
           WRITE SANKTIONS-REPORT-SATZ
           MOVE "========================================"
              TO SANKTIONS-REPORT-SATZ
           WRITE SANKTIONS-REPORT-SATZ

      *    Ohne Datei wurde noch nie eine Zahlung angehalten.
           OPEN INPUT SANKTIONSHALT
           IF WS-HALT-STATUS NOT = "00" THEN
              MOVE "Keine angehaltenen Zahlungen vorhanden."
                 TO SANKTIONS-REPORT-SATZ
              WRITE SANKTIONS-REPORT-SATZ
              CLOSE SANKTIONS-REPORT
              DISPLAY "Sanktionsbericht: keine angehaltenen "
                 "Zahlungen."
              STOP RUN
           END-IF

           MOVE "Angehaltene Zahlungen:" TO SANKTIONS-REPORT-SATZ
           WRITE SANKTIONS-REPORT-SATZ
           PERFORM LISTE-ANGEHALTENE

           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           WRITE SANKTIONS-REPORT-SATZ
           MOVE "Entscheidungen der Compliance:"
              TO SANKTIONS-REPORT-SATZ
           WRITE SANKTIONS-REPORT-SATZ
           PERFORM LISTE-ENTSCHEIDUNGEN

           CLOSE SANKTIONSHALT
           PERFORM SCHREIBE-SUMMEN
           CLOSE SANKTIONS-REPORT
           DISPLAY "Sanktionsbericht " WS-LAUFDATUM ": "
              WS-ANGEHALTEN-ANZAHL " angehalten, "
              WS-OFFEN-ANZAHL " offen."
           STOP RUN.

       LISTE-ANGEHALTENE SECTION.
      *    Am Laufdatum angehaltene Zahlungen; im selben Durchgang
      *    werden die noch offenen Zahlungen gezaehlt.
           MOVE "N" TO WS-HALT-EOF
           MOVE 0 TO HALT-ID
           START SANKTIONSHALT KEY IS >= HALT-ID
              INVALID KEY MOVE "J" TO WS-HALT-EOF
           END-START
           PERFORM UNTIL WS-HALT-EOF = "J"
              READ SANKTIONSHALT NEXT RECORD
                 AT END MOVE "J" TO WS-HALT-EOF
                 NOT AT END
                    IF HALT-STATUS = "O"
                       ADD 1 TO WS-OFFEN-ANZAHL
                       IF WS-AELTESTES-DATUM = 0
                          OR HALT-ERFASST-AM(1:8)
                             < WS-AELTESTES-DATUM
                          MOVE HALT-ERFASST-AM(1:8)
                             TO WS-AELTESTES-DATUM
                       END-IF
                    END-IF
                    IF HALT-ERFASST-AM(1:8) = WS-LAUFDATUM
                       ADD 1 TO WS-ANGEHALTEN-ANZAHL
                       ADD HALT-BETRAG TO WS-ANGEHALTEN-SUMME
                       MOVE HALT-BETRAG TO WS-BETRAG-ANZEIGE
                       MOVE SPACES TO SANKTIONS-REPORT-SATZ
                       STRING "  Nr " DELIMITED BY SIZE
                              HALT-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HALT-QUELLE DELIMITED BY SIZE
                              " VON=" DELIMITED BY SIZE
                              HALT-AUFTRAGGEBER DELIMITED BY SIZE
                              " AN=" DELIMITED BY SIZE
                              HALT-EMPFAENGER DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                              " LISTE=" DELIMITED BY SIZE
                              HALT-SANKTION-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HALT-NAME DELIMITED BY SIZE
                         INTO SANKTIONS-REPORT-SATZ
                       END-STRING
                       WRITE SANKTIONS-REPORT-SATZ
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANGEHALTEN-ANZAHL = 0
              MOVE "  keine" TO SANKTIONS-REPORT-SATZ
              WRITE SANKTIONS-REPORT-SATZ
           END-IF
           EXIT.

       LISTE-ENTSCHEIDUNGEN SECTION.
           MOVE "N" TO WS-HALT-EOF
           MOVE 0 TO HALT-ID
           START SANKTIONSHALT KEY IS >= HALT-ID
              INVALID KEY MOVE "J" TO WS-HALT-EOF
           END-START
           PERFORM UNTIL WS-HALT-EOF = "J"
              READ SANKTIONSHALT NEXT RECORD
                 AT END MOVE "J" TO WS-HALT-EOF
                 NOT AT END
                    IF HALT-STATUS NOT = "O"
                       AND HALT-ENTSCHIEDEN-AM(1:8) = WS-LAUFDATUM
                       PERFORM SCHREIBE-ENTSCHEIDUNG
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FREIGEGEBEN-ANZAHL + WS-ABGELEHNT-ANZAHL = 0
              MOVE "  keine" TO SANKTIONS-REPORT-SATZ
              WRITE SANKTIONS-REPORT-SATZ
           END-IF
           EXIT.

       SCHREIBE-ENTSCHEIDUNG SECTION.
           IF HALT-STATUS = "A"
              MOVE "ABGELEHNT" TO WS-ENTSCHEIDUNG-TEXT
              ADD 1 TO WS-ABGELEHNT-ANZAHL
           ELSE
              MOVE "FREIGEGEBEN" TO WS-ENTSCHEIDUNG-TEXT
              ADD 1 TO WS-FREIGEGEBEN-ANZAHL
           END-IF
           MOVE HALT-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           STRING "  Nr " DELIMITED BY SIZE
                  HALT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENTSCHEIDUNG-TEXT DELIMITED BY SIZE
                  " VON=" DELIMITED BY SIZE
                  HALT-AUFTRAGGEBER DELIMITED BY SIZE
                  " AN=" DELIMITED BY SIZE
                  HALT-EMPFAENGER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  HALT-ENTSCHEIDER DELIMITED BY SIZE
                  " VERWEIS=" DELIMITED BY SIZE
                  HALT-VERWEIS DELIMITED BY SIZE
             INTO SANKTIONS-REPORT-SATZ
           END-STRING
           WRITE SANKTIONS-REPORT-SATZ
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           STRING "       Begruendung: " DELIMITED BY SIZE
                  HALT-BEGRUENDUNG DELIMITED BY SIZE
             INTO SANKTIONS-REPORT-SATZ
           END-STRING
           WRITE SANKTIONS-REPORT-SATZ
           EXIT.

       SCHREIBE-SUMMEN SECTION.
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           WRITE SANKTIONS-REPORT-SATZ
           MOVE WS-ANGEHALTEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-ANGEHALTEN-SUMME TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           STRING "Angehalten am Laufdatum:  " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  Summe " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO SANKTIONS-REPORT-SATZ
           END-STRING
           WRITE SANKTIONS-REPORT-SATZ
           MOVE WS-FREIGEGEBEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           STRING "Freigegeben:              " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO SANKTIONS-REPORT-SATZ
           END-STRING
           WRITE SANKTIONS-REPORT-SATZ
           MOVE WS-ABGELEHNT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           STRING "Abgelehnt:                " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO SANKTIONS-REPORT-SATZ
           END-STRING
           WRITE SANKTIONS-REPORT-SATZ
           MOVE WS-OFFEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO SANKTIONS-REPORT-SATZ
           IF WS-OFFEN-ANZAHL > 0
              STRING "Noch offen:               " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     "  aelteste seit " DELIMITED BY SIZE
                     WS-AELTESTES-DATUM DELIMITED BY SIZE
                INTO SANKTIONS-REPORT-SATZ
              END-STRING
           ELSE
              STRING "Noch offen:               " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                INTO SANKTIONS-REPORT-SATZ
              END-STRING
           END-IF
           WRITE SANKTIONS-REPORT-SATZ
           EXIT.
       END PROGRAM SANKTIONSREPORT.

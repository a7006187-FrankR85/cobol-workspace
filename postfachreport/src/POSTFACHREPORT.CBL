       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTFACHREPORT.
      *    Monatliche Liste der ungelesenen Postfach-Dokumente unter
      *    BATCHLAUF: alle Dokumente in POSTFACH (siehe
      *    POSTFACHREC.cpy), die der Kunde mehr als 30 Tage nach
      *    der Zustellung noch nicht geoeffnet hat, mit Name und
      *    Anschrift aus dem KUNDENSTAMM, damit die Poststelle
      *    eine Papierkopie versendet. Ausgewiesene Dokumente
      *    bekommen POSTFACH-PAPIER-AM gleich dem Laufdatum und
      *    erscheinen in spaeteren Monaten nicht mehr; ein
      *    Wiederholungslauf fuer dasselbe Laufdatum listet sie
      *    erneut. Bericht nach postfach-report.txt; das Laufdatum
      *    kommt als erstes Kommandozeilenargument (JJJJMMTT),
      *    ohne Argument gilt das Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTFACH ASSIGN TO "POSTFACH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POSTFACH-SCHLUESSEL
              FILE STATUS IS WS-POSTFACH-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT POSTFACH-REPORT ASSIGN TO "postfach-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTFACH.
       COPY POSTFACHREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD POSTFACH-REPORT.
       01 POSTFACH-REPORT-SATZ PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-POSTFACH-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-POSTFACH-EOF PIC X.
       01 WS-KUNDENSTAMM-VORHANDEN PIC X VALUE "N".
       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

      *    Ungelesen seit mehr als WS-FRIST-TAGE Tagen.
       01 WS-FRIST-TAGE PIC 9(03) VALUE 30.
       01 WS-STICHTAG PIC 9(08).
       01 WS-LETZTER-KUNDE PIC X(10) VALUE SPACES.
       01 WS-DOKUMENT-ANZAHL PIC 9(05) VALUE 0.
       01 WS-KUNDEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-UNGELESEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-ART-TEXT PIC X(20).
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           COMPUTE WS-STICHTAG = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM) - WS-FRIST-TAGE)

           OPEN OUTPUT POSTFACH-REPORT
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           STRING "Ungelesene Postfach-Dokumente fuer Papierversand "
                     DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO POSTFACH-REPORT-SATZ
           END-STRING
           WRITE POSTFACH-REPORT-SATZ
           MOVE "========================================"
              TO POSTFACH-REPORT-SATZ
           WRITE POSTFACH-REPORT-SATZ

      *    Ohne Datei wurde noch kein Dokument zugestellt.
           OPEN I-O POSTFACH
           IF WS-POSTFACH-STATUS NOT = "00" THEN
              MOVE "Keine Postfach-Dokumente vorhanden."
                 TO POSTFACH-REPORT-SATZ
              WRITE POSTFACH-REPORT-SATZ
              CLOSE POSTFACH-REPORT
              DISPLAY "Postfachbericht: keine Dokumente."
              STOP RUN
           END-IF
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS = "00" THEN
              MOVE "J" TO WS-KUNDENSTAMM-VORHANDEN
           END-IF

           MOVE "N" TO WS-POSTFACH-EOF
           MOVE LOW-VALUES TO POSTFACH-SCHLUESSEL
           START POSTFACH KEY IS >= POSTFACH-SCHLUESSEL
              INVALID KEY MOVE "J" TO WS-POSTFACH-EOF
           END-START
           PERFORM UNTIL WS-POSTFACH-EOF = "J"
              READ POSTFACH NEXT RECORD
                 AT END MOVE "J" TO WS-POSTFACH-EOF
                 NOT AT END
                    PERFORM PRUEFE-DOKUMENT
              END-READ
           END-PERFORM

           IF WS-KUNDENSTAMM-VORHANDEN = "J"
              CLOSE KUNDENSTAMM
           END-IF
           CLOSE POSTFACH
           PERFORM SCHREIBE-SUMMEN
           CLOSE POSTFACH-REPORT
           DISPLAY "Postfachbericht " WS-LAUFDATUM ": "
              WS-DOKUMENT-ANZAHL " Dokumente fuer "
              WS-KUNDEN-ANZAHL " Kunden zum Papierversand."
           STOP RUN.

       PRUEFE-DOKUMENT SECTION.
           IF POSTFACH-GELESEN = "J"
              EXIT SECTION
           END-IF
           ADD 1 TO WS-UNGELESEN-ANZAHL
           IF POSTFACH-ZUGESTELLT-AM >= WS-STICHTAG
              EXIT SECTION
           END-IF
      *    Bereits in einem frueheren Lauf auf Papier versandt.
           IF POSTFACH-PAPIER-AM NOT = 0
              AND POSTFACH-PAPIER-AM NOT = WS-LAUFDATUM
              EXIT SECTION
           END-IF

           IF POSTFACH-KUNDEN-ID NOT = WS-LETZTER-KUNDE
              MOVE POSTFACH-KUNDEN-ID TO WS-LETZTER-KUNDE
              ADD 1 TO WS-KUNDEN-ANZAHL
              PERFORM SCHREIBE-KUNDENKOPF
           END-IF
           ADD 1 TO WS-DOKUMENT-ANZAHL
           IF POSTFACH-ART = "A"
              MOVE "Kontoauszug" TO WS-ART-TEXT
           ELSE
              MOVE "Steuerbescheinigung" TO WS-ART-TEXT
           END-IF
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           STRING "  " DELIMITED BY SIZE
                  WS-ART-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POSTFACH-PERIODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POSTFACH-KONTO-ID DELIMITED BY SIZE
                  " ZUGESTELLT=" DELIMITED BY SIZE
                  POSTFACH-ZUGESTELLT-AM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POSTFACH-DATEINAME DELIMITED BY SPACE
             INTO POSTFACH-REPORT-SATZ
           END-STRING
           WRITE POSTFACH-REPORT-SATZ
           MOVE WS-LAUFDATUM TO POSTFACH-PAPIER-AM
           REWRITE POSTFACH-RECORD
           EXIT.

       SCHREIBE-KUNDENKOPF SECTION.
      *    Versandanschrift aus dem KUNDENSTAMM; fehlt der Kunde
      *    (Postfach unter einer Kontonummer), steht nur die
      *    Kennung im Bericht.
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           WRITE POSTFACH-REPORT-SATZ
           MOVE SPACES TO KUNDEN-RECORD
           IF WS-KUNDENSTAMM-VORHANDEN = "J"
              MOVE POSTFACH-KUNDEN-ID TO KUNDEN-ID
              READ KUNDENSTAMM
                 INVALID KEY MOVE SPACES TO KUNDEN-RECORD
              END-READ
           END-IF
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           STRING "Kunde " DELIMITED BY SIZE
                  POSTFACH-KUNDEN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KUNDEN-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KUNDEN-STRASSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KUNDEN-PLZ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KUNDEN-ORT DELIMITED BY SIZE
             INTO POSTFACH-REPORT-SATZ
           END-STRING
           WRITE POSTFACH-REPORT-SATZ
           EXIT.

       SCHREIBE-SUMMEN SECTION.
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           WRITE POSTFACH-REPORT-SATZ
           MOVE WS-DOKUMENT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           STRING "Dokumente zum Papierversand: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO POSTFACH-REPORT-SATZ
           END-STRING
           WRITE POSTFACH-REPORT-SATZ
           MOVE WS-KUNDEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           STRING "Betroffene Kunden:           " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO POSTFACH-REPORT-SATZ
           END-STRING
           WRITE POSTFACH-REPORT-SATZ
           MOVE WS-UNGELESEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO POSTFACH-REPORT-SATZ
           STRING "Ungelesen insgesamt:         " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO POSTFACH-REPORT-SATZ
           END-STRING
           WRITE POSTFACH-REPORT-SATZ
           EXIT.
       END PROGRAM POSTFACHREPORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCPRUEFUNG.
      *    Monatliche KYC-Ueberpruefung: liest LEGITIMATION (siehe
      *    LEGITIMATIONREC.cpy) und den KUNDENSTAMM und listet in
      *    kyc-pruefung-report.txt
      *    - Kunden, deren Ausweisdokument zum Laufdatum
      *      abgelaufen ist,
      *    - Kunden, deren periodische Ueberpruefung faellig ist;
      *      der Abstand in Monaten haengt an der Risikoklasse
      *      (PARMFILE-Schluessel KYCPRUEFHOCH, KYCPRUEFMITTEL,
      *      KYCPRUEFNIEDRIG, Vorgaben 12, 24 und 60 Monate);
      *      faellig ist sie ab dem Monat, der um den Abstand nach
      *      dem Monat der letzten Pruefung liegt,
      *    - Kunden des KUNDENSTAMM ganz ohne Legitimation.
      *    Die Liste wird in LEGITIMATIONSPFLEGE abgearbeitet
      *    (Legitimation erneuern bzw. Pruefung bestaetigen).
      *    Das Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT), sonst gilt das Tagesdatum. Ohne KUNDENSTAMM
      *    bricht der Lauf mit Returncode 8 ab.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGITIMATION ASSIGN TO "LEGITIMATION"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEGI-KUNDEN-ID
              FILE STATUS IS WS-LEGITIMATION-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT KYC-REPORT ASSIGN TO "kyc-pruefung-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGITIMATION.
       COPY LEGITIMATIONREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD KYC-REPORT.
       01 KYC-REPORT-SATZ PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-LEGITIMATION-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-KUNDE-EOF PIC X VALUE "N".
      *    Merker, ob LEGITIMATION offen ist (fehlt die Datei,
      *    gilt jeder Kunde als ohne Legitimation).
       01 WS-LEGI-OFFEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-LAUFDATUM-R REDEFINES WS-LAUFDATUM.
          05 WS-LAUF-JAHR PIC 9(04).
          05 WS-LAUF-MONAT PIC 9(02).
          05 WS-LAUF-TAG PIC 9(02).
       01 WS-LAUF-MONATSINDEX PIC 9(06).

      *    Pruefabstand in Monaten je Risikoklasse.
       01 WS-ABSTAND-HOCH PIC 9(03) VALUE 12.
       01 WS-ABSTAND-MITTEL PIC 9(03) VALUE 24.
       01 WS-ABSTAND-NIEDRIG PIC 9(03) VALUE 60.
       01 WS-ABSTAND PIC 9(03).

       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

      *    Faelligkeit der naechsten Pruefung (Monatsindex
      *    JJJJ * 12 + MM - 1 und als JJJJMM).
       01 WS-PRUEF-DATUM PIC 9(08).
       01 WS-PRUEF-DATUM-R REDEFINES WS-PRUEF-DATUM.
          05 WS-PRUEF-JAHR PIC 9(04).
          05 WS-PRUEF-MONAT PIC 9(02).
          05 WS-PRUEF-TAG PIC 9(02).
       01 WS-FAELLIG-INDEX PIC 9(06).
       01 WS-FAELLIG-JAHR PIC 9(04).
       01 WS-FAELLIG-MONAT PIC 9(02).

       01 WS-ABGELAUFEN PIC X(01).
       01 WS-PRUEFUNG-FAELLIG PIC X(01).
       01 WS-GRUND PIC X(30).

       01 WS-KUNDEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-ABGELAUFEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-FAELLIG-ANZAHL PIC 9(05) VALUE 0.
       01 WS-OHNE-ANZAHL PIC 9(05) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

       01 WS-ZEILE.
          05 WS-Z-KUNDEN-ID PIC X(10).
          05 FILLER PIC X(01) VALUE SPACE.
          05 WS-Z-NAME PIC X(30).
          05 FILLER PIC X(01) VALUE SPACE.
          05 WS-Z-RISIKO PIC X(02).
          05 FILLER PIC X(01) VALUE SPACE.
          05 WS-Z-GUELTIG-BIS PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Z-LETZTE-PRUEFUNG PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Z-FAELLIG PIC X(06).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-Z-GRUND PIC X(30).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           COMPUTE WS-LAUF-MONATSINDEX =
              WS-LAUF-JAHR * 12 + WS-LAUF-MONAT - 1

           MOVE "KYCPRUEFHOCH" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-ABSTAND-HOCH
           END-IF
           MOVE "KYCPRUEFMITTEL" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-ABSTAND-MITTEL
           END-IF
           MOVE "KYCPRUEFNIEDRIG" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-ABSTAND-NIEDRIG
           END-IF

           OPEN OUTPUT KYC-REPORT
           MOVE SPACES TO KYC-REPORT-SATZ
           STRING "KYC-Ueberpruefung, Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO KYC-REPORT-SATZ
           END-STRING
           WRITE KYC-REPORT-SATZ
           MOVE "========================================"
              TO KYC-REPORT-SATZ
           WRITE KYC-REPORT-SATZ
           MOVE SPACES TO KYC-REPORT-SATZ
           STRING "Pruefabstand Monate: H=" DELIMITED BY SIZE
                  WS-ABSTAND-HOCH DELIMITED BY SIZE
                  " M=" DELIMITED BY SIZE
                  WS-ABSTAND-MITTEL DELIMITED BY SIZE
                  " N=" DELIMITED BY SIZE
                  WS-ABSTAND-NIEDRIG DELIMITED BY SIZE
             INTO KYC-REPORT-SATZ
           END-STRING
           WRITE KYC-REPORT-SATZ

           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS NOT = "00" THEN
              MOVE "KUNDENSTAMM nicht verfuegbar, Lauf abgebrochen."
                 TO KYC-REPORT-SATZ
              WRITE KYC-REPORT-SATZ
              CLOSE KYC-REPORT
              DISPLAY "KYCPRUEFUNG: KUNDENSTAMM nicht verfuegbar, "
                 "Status: " WS-KUNDENSTAMM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT LEGITIMATION
           IF WS-LEGITIMATION-STATUS = "00"
              MOVE "J" TO WS-LEGI-OFFEN
           ELSE
              MOVE "WARNUNG: LEGITIMATION nicht verfuegbar, alle "
                 & "Kunden ohne Legitimation" TO KYC-REPORT-SATZ
              WRITE KYC-REPORT-SATZ
           END-IF

           MOVE SPACES TO KYC-REPORT-SATZ
           WRITE KYC-REPORT-SATZ
           MOVE SPACES TO WS-ZEILE
           MOVE "KUNDE" TO WS-Z-KUNDEN-ID
           MOVE "NAME" TO WS-Z-NAME
           MOVE "RK" TO WS-Z-RISIKO
           MOVE "GUELTIG" TO WS-Z-GUELTIG-BIS
           MOVE "GEPRUEFT" TO WS-Z-LETZTE-PRUEFUNG
           MOVE "FAELL." TO WS-Z-FAELLIG
           MOVE "GRUND" TO WS-Z-GRUND
           MOVE WS-ZEILE TO KYC-REPORT-SATZ
           WRITE KYC-REPORT-SATZ

           PERFORM UNTIL WS-KUNDE-EOF = "J"
              READ KUNDENSTAMM NEXT RECORD
                 AT END MOVE "J" TO WS-KUNDE-EOF
                 NOT AT END
                    PERFORM PRUEFE-KUNDE
              END-READ
           END-PERFORM

           IF WS-LEGI-OFFEN = "J"
              CLOSE LEGITIMATION
           END-IF
           CLOSE KUNDENSTAMM

           MOVE SPACES TO KYC-REPORT-SATZ
           WRITE KYC-REPORT-SATZ
           MOVE WS-KUNDEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO KYC-REPORT-SATZ
           STRING "Gepruefte Kunden:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO KYC-REPORT-SATZ
           END-STRING
           WRITE KYC-REPORT-SATZ
           MOVE WS-ABGELAUFEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO KYC-REPORT-SATZ
           STRING "Dokument abgelaufen:     " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO KYC-REPORT-SATZ
           END-STRING
           WRITE KYC-REPORT-SATZ
           MOVE WS-FAELLIG-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO KYC-REPORT-SATZ
           STRING "Pruefung faellig:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO KYC-REPORT-SATZ
           END-STRING
           WRITE KYC-REPORT-SATZ
           MOVE WS-OHNE-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO KYC-REPORT-SATZ
           STRING "Ohne Legitimation:       " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO KYC-REPORT-SATZ
           END-STRING
           WRITE KYC-REPORT-SATZ
           CLOSE KYC-REPORT
           DISPLAY "KYC-Pruefung beendet, abgelaufen: "
              WS-ABGELAUFEN-ANZAHL ", faellig: " WS-FAELLIG-ANZAHL
              ", ohne Legitimation: " WS-OHNE-ANZAHL
           STOP RUN.

       PRUEFE-KUNDE SECTION.
      *    Ein Kunde des KUNDENSTAMM: Legitimation lesen, Ablauf
      *    und Pruefungsfaelligkeit bestimmen, bei Befund eine
      *    Zeile schreiben.
           ADD 1 TO WS-KUNDEN-ANZAHL
           MOVE SPACES TO WS-ZEILE
           MOVE KUNDEN-ID TO WS-Z-KUNDEN-ID
           MOVE KUNDEN-NAME TO WS-Z-NAME
           IF WS-LEGI-OFFEN = "J"
              MOVE KUNDEN-ID TO LEGI-KUNDEN-ID
              READ LEGITIMATION
                 INVALID KEY CONTINUE
              END-READ
           END-IF
           IF WS-LEGI-OFFEN NOT = "J"
              OR WS-LEGITIMATION-STATUS NOT = "00"
              MOVE "OHNE LEGITIMATION" TO WS-Z-GRUND
              ADD 1 TO WS-OHNE-ANZAHL
              MOVE WS-ZEILE TO KYC-REPORT-SATZ
              WRITE KYC-REPORT-SATZ
              EXIT SECTION
           END-IF

           MOVE "N" TO WS-ABGELAUFEN
           IF LEGI-GUELTIG-BIS < WS-LAUFDATUM
              MOVE "J" TO WS-ABGELAUFEN
              ADD 1 TO WS-ABGELAUFEN-ANZAHL
           END-IF

      *    Unbekannte Risikoklasse wird wie "H" behandelt.
           EVALUATE LEGI-RISIKOKLASSE
              WHEN "N"
                 MOVE WS-ABSTAND-NIEDRIG TO WS-ABSTAND
              WHEN "M"
                 MOVE WS-ABSTAND-MITTEL TO WS-ABSTAND
              WHEN OTHER
                 MOVE WS-ABSTAND-HOCH TO WS-ABSTAND
           END-EVALUATE
           MOVE LEGI-LETZTE-PRUEFUNG TO WS-PRUEF-DATUM
           IF LEGI-LETZTE-PRUEFUNG IS NOT NUMERIC
              OR LEGI-LETZTE-PRUEFUNG = 0
              MOVE LEGI-IDENTIFIZIERT-AM TO WS-PRUEF-DATUM
           END-IF
           COMPUTE WS-FAELLIG-INDEX =
              WS-PRUEF-JAHR * 12 + WS-PRUEF-MONAT - 1 + WS-ABSTAND
           DIVIDE WS-FAELLIG-INDEX BY 12 GIVING WS-FAELLIG-JAHR
              REMAINDER WS-FAELLIG-MONAT
           ADD 1 TO WS-FAELLIG-MONAT
           MOVE "N" TO WS-PRUEFUNG-FAELLIG
           IF WS-FAELLIG-INDEX <= WS-LAUF-MONATSINDEX
              MOVE "J" TO WS-PRUEFUNG-FAELLIG
              ADD 1 TO WS-FAELLIG-ANZAHL
           END-IF

           IF WS-ABGELAUFEN = "N" AND WS-PRUEFUNG-FAELLIG = "N"
              EXIT SECTION
           END-IF
           EVALUATE TRUE
              WHEN WS-ABGELAUFEN = "J" AND WS-PRUEFUNG-FAELLIG = "J"
                 MOVE "DOKUMENT ABGELAUFEN, PRUEFUNG" TO WS-GRUND
              WHEN WS-ABGELAUFEN = "J"
                 MOVE "DOKUMENT ABGELAUFEN" TO WS-GRUND
              WHEN OTHER
                 MOVE "PRUEFUNG FAELLIG" TO WS-GRUND
           END-EVALUATE
           MOVE LEGI-RISIKOKLASSE TO WS-Z-RISIKO
           MOVE LEGI-GUELTIG-BIS TO WS-Z-GUELTIG-BIS
           MOVE WS-PRUEF-DATUM TO WS-Z-LETZTE-PRUEFUNG
           MOVE SPACES TO WS-Z-FAELLIG
           STRING WS-FAELLIG-JAHR DELIMITED BY SIZE
                  WS-FAELLIG-MONAT DELIMITED BY SIZE
             INTO WS-Z-FAELLIG
           END-STRING
           MOVE WS-GRUND TO WS-Z-GRUND
           MOVE WS-ZEILE TO KYC-REPORT-SATZ
           WRITE KYC-REPORT-SATZ
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
       END PROGRAM KYCPRUEFUNG.

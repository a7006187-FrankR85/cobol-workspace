      *    Bestandsdatei unveraendert stehen. Die Wieder-
      *    herstellung laeuft mit Operator-Kennung ueber das
      *    AUDITLOG-Subprogramm.
      *    Offene Sicherungspunkte von ZINSLAUF und GEBUEHRENLAUF
      *    werden verworfen, weil sie sich auf den ersetzten
      *    Bestand beziehen; der Lauf beginnt danach von vorn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD SPERRDATEI.
       COPY SPERRREC.
       FD SICHERUNG.
       01 SICHERUNG-SATZ PIC X(133).

       WORKING-STORAGE SECTION.
       01 WS-ZIEL-STATUS PIC X(02).
            MOVE 5 TO WS-DATEI-KENNUNG
            MOVE "sperrdatei" TO WS-DATEI-NAME
            PERFORM STELLE-EINE-DATEI-HER
            CALL "SYSTEM" USING
               "rm -f zinslauf-sicherungspunkt.dat "
               & "gebuehrenlauf-sicherungspunkt.dat"

            STRING "RUECKSICHERUNG GEN=" DELIMITED BY SIZE
                   WS-DATUM-EINGABE DELIMITED BY SIZE
                           LEDGER-TRANS-ID
                  END-WRITE
               WHEN 4
                  MOVE SICHERUNG-SATZ(1:133) TO DAUER-RECORD
                  WRITE DAUER-RECORD
                     INVALID KEY
                        DISPLAY "Satz abgewiesen: " DAUER-ID

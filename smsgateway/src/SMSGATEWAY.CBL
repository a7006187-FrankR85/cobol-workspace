      *    gescheiterte ("F") Saetze werden dabei bereinigt und im
      *    Bericht gezaehlt, damit die Datei nicht unbegrenzt
      *    waechst.
      *    Jede zugestellte Nachricht mit Konto (TANAUSGANG-KONTO-ID)
      *    wird zusaetzlich mit ihrer Art in die SMS-Nutzungsdatei
      *    sms-nutzung.dat (SMSNUTZREC.cpy) geschrieben, aus der der
      *    GEBUEHRENLAUF die SMS-Gebuehren abrechnet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATEWAY-REPORT ASSIGN TO "smsgateway-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT SMS-NUTZUNG ASSIGN TO "sms-nutzung.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUTZUNG-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
          05 TA-NEU-TEXT PIC X(50).
          05 TA-NEU-ZEITSTEMPEL PIC 9(14).
          05 TA-NEU-STATUS PIC X(01).
          05 TA-NEU-KONTO-ID PIC X(10).
          05 TA-NEU-ART PIC X(01).
       FD GATEWAY-SPOOL.
       01 GATEWAY-SPOOL-SATZ.
          05 SPOOL-RUFNUMMER PIC X(15).
          05 SPOOL-ZEITSTEMPEL PIC 9(14).
       FD GATEWAY-REPORT.
       01 GATEWAY-REPORT-SATZ PIC X(100).
       FD SMS-NUTZUNG.
       COPY SMSNUTZREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       01 WS-SPOOL-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-NUTZUNG-STATUS PIC X(02).
       01 WS-TANAUSGANG-EOF PIC X VALUE "N".

       01 WS-MAX-VERSUCHE PIC 9(01) VALUE 3.
       01 WS-VERSENDET PIC 9(05) VALUE 0.
       01 WS-UNZUSTELLBAR PIC 9(05) VALUE 0.
       01 WS-BEREINIGT PIC 9(05) VALUE 0.
       01 WS-BERECHENBAR PIC 9(05) VALUE 0.
       01 WS-LAUF-ZEITSTEMPEL PIC 9(14).
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.
       01 WS-TAUSCH-BEFEHL PIC X(40) VALUE
          "mv tanausgang.neu TANAUSGANG.DAT".
              CLOSE TANAUSGANG
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUF-ZEITSTEMPEL
           OPEN EXTEND SMS-NUTZUNG
           IF WS-NUTZUNG-STATUS = "35"
              OPEN OUTPUT SMS-NUTZUNG
           END-IF
           IF WS-NUTZUNG-STATUS NOT = "00"
              DISPLAY "sms-nutzung.dat nicht beschreibbar, Status: "
                 WS-NUTZUNG-STATUS
              CLOSE TANAUSGANG-NEU
              CLOSE TANAUSGANG
              STOP RUN
           END-IF

           OPEN OUTPUT GATEWAY-REPORT
           MOVE "Unzustellbare TAN-Nachrichten"
           END-PERFORM
           CLOSE TANAUSGANG-NEU
           CLOSE TANAUSGANG
           CLOSE SMS-NUTZUNG

           MOVE WS-UNZUSTELLBAR TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO GATEWAY-REPORT-SATZ
             INTO GATEWAY-REPORT-SATZ
           END-STRING
           WRITE GATEWAY-REPORT-SATZ
           MOVE WS-BERECHENBAR TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO GATEWAY-REPORT-SATZ
           STRING "Kontobezogen erfasst: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO GATEWAY-REPORT-SATZ
           END-STRING
           WRITE GATEWAY-REPORT-SATZ
           CLOSE GATEWAY-REPORT

           CALL "SYSTEM" USING WS-TAUSCH-BEFEHL
           IF WS-UEBERGEBEN = "J"
              MOVE "V" TO TA-NEU-STATUS
              ADD 1 TO WS-VERSENDET
              IF TANAUSGANG-KONTO-ID NOT = SPACES
                 AND TANAUSGANG-ART NOT = "B"
                 PERFORM ERFASSE-NUTZUNG
              END-IF
           ELSE
              MOVE "F" TO TA-NEU-STATUS
              ADD 1 TO WS-UNZUSTELLBAR
           WRITE TANAUSGANG-NEU-SATZ
           EXIT.

       ERFASSE-NUTZUNG SECTION.
      *    Zugestellte kontobezogene Nachricht fuer die Abrechnung
      *    im GEBUEHRENLAUF festhalten.
           MOVE SPACES TO SMSNUTZ-SATZ
           MOVE TANAUSGANG-KONTO-ID TO SMSNUTZ-KONTO-ID
           MOVE TANAUSGANG-ART TO SMSNUTZ-ART
           MOVE WS-LAUF-ZEITSTEMPEL TO SMSNUTZ-ZUGESTELLT-AM
           MOVE TANAUSGANG-ZEITSTEMPEL TO SMSNUTZ-AUSGESTELLT
           WRITE SMSNUTZ-SATZ
           ADD 1 TO WS-BERECHENBAR
           EXIT.

       UEBERGEBE-AN-GATEWAY SECTION.
      *    Stellt die Nachricht in den Uebergabespool des Gateways;
      *    ein nicht beschreibbarer Spool gilt als voruebergehender

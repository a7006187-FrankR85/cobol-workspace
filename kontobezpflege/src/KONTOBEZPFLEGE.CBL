       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOBEZPFLEGE.
      *    Pflege der Kontobeziehungen (siehe KONTOBEZREC.cpy):
      *    Mitinhaber eines Gemeinschaftskontos und Bevollmaech-
      *    tigte zu einem Konto anzeigen, anlegen oder aendern und
      *    eine Beziehung zum Stichtag beenden. Der Kunde muss im
      *    KUNDENSTAMM stehen und darf nicht der Kontoinhaber aus
      *    KONTO-KUNDEN-ID selbst sein. Fuer Mitinhaber wird der
      *    Anteil in Prozent erfasst; die am Gueltig-ab-Tag
      *    wirksamen Mitinhaberanteile duerfen zusammen 100 nicht
      *    ueberschreiten, den Rest haelt der Inhaber. Beendet
      *    wird eine Beziehung durch Setzen von GUELTIG-BIS, nicht
      *    durch Loeschen, damit die Steuerbescheinigung des
      *    laufenden Jahres sie noch findet. Der Zugang laeuft wie
      *    bei allen Pflegeprogrammen ueber OPSIGNON, jede
      *    Aenderung mit Operator-Kennung ueber das AUDITLOG-
      *    Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOBEZIEHUNG ASSIGN TO "KONTOBEZIEHUNG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTOBEZ-ID
              ALTERNATE RECORD KEY IS KONTOBEZ-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-KONTOBEZ-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOBEZIEHUNG.
       COPY KONTOBEZREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.

       WORKING-STORAGE SECTION.
       01 WS-KONTOBEZ-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-KONTO-EINGABE PIC X(10).
       01 WS-KUNDE-EINGABE PIC X(10).
       01 WS-ROLLE-EINGABE PIC X.
       01 WS-ANTEIL-EINGABE PIC 9(03)V99.
       01 WS-DATUM-EINGABE PIC X(08).
       01 WS-GUELTIG-AB PIC 9(08).
       01 WS-GUELTIG-BIS PIC 9(08).
       01 WS-AKT-DATUM PIC 9(08).
       01 WS-NEU PIC X.
       01 WS-ANZAHL PIC 9(03).
       01 WS-INHABER PIC X(10).

      *    Summe der am Stichtag wirksamen Mitinhaberanteile eines
      *    Kontos ohne die gerade bearbeitete Beziehung.
       01 WS-STICHTAG PIC 9(08).
       01 WS-ANTEIL-SUMME PIC 9(05)V99.
       01 WS-ANTEIL-ANZEIGE PIC ZZ9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "KONTOBEZPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O KONTOBEZIEHUNG
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-KONTOBEZ-STATUS = "35" THEN
              OPEN OUTPUT KONTOBEZIEHUNG
              CLOSE KONTOBEZIEHUNG
              OPEN I-O KONTOBEZIEHUNG
           END-IF
           IF WS-KONTOBEZ-STATUS NOT = "00" THEN
              DISPLAY "KONTOBEZIEHUNG nicht verfuegbar, Status: "
                 WS-KONTOBEZ-STATUS
              STOP RUN
           END-IF
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE KONTOBEZIEHUNG
              STOP RUN
           END-IF
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS NOT = "00" THEN
              DISPLAY "KUNDENSTAMM nicht verfuegbar, Status: "
                 WS-KUNDENSTAMM-STATUS
              CLOSE KONTODATEI
              CLOSE KONTOBEZIEHUNG
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Kontobeziehungen ---"
              DISPLAY "1 = Beziehungen eines Kontos anzeigen"
              DISPLAY "2 = Mitinhaber/Vollmacht anlegen oder aendern"
              DISPLAY "3 = Beziehung beenden"
              DISPLAY "4 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-BEZIEHUNGEN
                 WHEN "2"
                    PERFORM PFLEGE-BEZIEHUNG
                 WHEN "3"
                    PERFORM BEENDE-BEZIEHUNG
                 WHEN "4"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE KUNDENSTAMM
           CLOSE KONTODATEI
           CLOSE KONTOBEZIEHUNG
           STOP RUN.

       ZEIGE-BEZIEHUNGEN SECTION.
           DISPLAY "Konto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 EXIT SECTION
           END-READ
           DISPLAY "  I " KONTO-KUNDEN-ID " Kontoinhaber"
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-EOF
           MOVE WS-KONTO-EINGABE TO KONTOBEZ-KONTO-ID
           MOVE LOW-VALUES TO KONTOBEZ-KUNDEN-ID
           START KONTOBEZIEHUNG KEY IS NOT LESS THAN KONTOBEZ-ID
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ KONTOBEZIEHUNG NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF KONTOBEZ-KONTO-ID NOT = WS-KONTO-EINGABE
                       MOVE "J" TO WS-EOF
                    ELSE
                       ADD 1 TO WS-ANZAHL
                       MOVE KONTOBEZ-ANTEIL TO WS-ANTEIL-ANZEIGE
                       DISPLAY "  " KONTOBEZ-ROLLE " "
                          KONTOBEZ-KUNDEN-ID " Anteil "
                          WS-ANTEIL-ANZEIGE "% gueltig "
                          KONTOBEZ-GUELTIG-AB "-"
                          KONTOBEZ-GUELTIG-BIS
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "Keine weiteren Beziehungen zu diesem Konto."
           END-IF
           EXIT.

       PFLEGE-BEZIEHUNG SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           DISPLAY "Konto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 EXIT SECTION
           END-READ
           MOVE KONTO-KUNDEN-ID TO WS-INHABER
           DISPLAY "Kunden-ID des Mitinhabers/Bevollmaechtigten:"
           ACCEPT WS-KUNDE-EINGABE
           IF WS-KUNDE-EINGABE = WS-INHABER
              DISPLAY "Der Kunde ist bereits Kontoinhaber."
              EXIT SECTION
           END-IF
           MOVE WS-KUNDE-EINGABE TO KUNDEN-ID
           READ KUNDENSTAMM
              INVALID KEY
                 DISPLAY "Kunde nicht im Kundenstamm."
                 EXIT SECTION
           END-READ
           DISPLAY "Kunde: " KUNDEN-NAME

           MOVE "N" TO WS-NEU
           MOVE WS-KONTO-EINGABE TO KONTOBEZ-KONTO-ID
           MOVE WS-KUNDE-EINGABE TO KONTOBEZ-KUNDEN-ID
           READ KONTOBEZIEHUNG
              INVALID KEY
                 MOVE "J" TO WS-NEU
           END-READ

           DISPLAY "Rolle (M=Mitinhaber, V=Bevollmaechtigter):"
           ACCEPT WS-ROLLE-EINGABE
           IF WS-ROLLE-EINGABE NOT = "M" AND WS-ROLLE-EINGABE NOT = "V"
              DISPLAY "Ungueltige Rolle."
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-ANTEIL-EINGABE
           IF WS-ROLLE-EINGABE = "M"
              DISPLAY "Anteil in Prozent (z.B. 05000 fuer 50,00):"
              ACCEPT WS-ANTEIL-EINGABE
              IF WS-ANTEIL-EINGABE IS NOT NUMERIC
                 OR WS-ANTEIL-EINGABE = 0
                 OR WS-ANTEIL-EINGABE > 100
                 DISPLAY "Ungueltiger Anteil."
                 EXIT SECTION
              END-IF
           END-IF
           DISPLAY "Gueltig ab (JJJJMMTT, leer = heute):"
           ACCEPT WS-DATUM-EINGABE
           IF WS-DATUM-EINGABE = SPACES
              MOVE WS-AKT-DATUM TO WS-GUELTIG-AB
           ELSE
              IF WS-DATUM-EINGABE IS NOT NUMERIC
                 DISPLAY "Ungueltiges Datum."
                 EXIT SECTION
              END-IF
              MOVE WS-DATUM-EINGABE TO WS-GUELTIG-AB
           END-IF
           DISPLAY "Gueltig bis (JJJJMMTT, leer = unbefristet):"
           ACCEPT WS-DATUM-EINGABE
           IF WS-DATUM-EINGABE = SPACES
              MOVE 99999999 TO WS-GUELTIG-BIS
           ELSE
              IF WS-DATUM-EINGABE IS NOT NUMERIC
                 DISPLAY "Ungueltiges Datum."
                 EXIT SECTION
              END-IF
              MOVE WS-DATUM-EINGABE TO WS-GUELTIG-BIS
           END-IF
           IF WS-GUELTIG-BIS < WS-GUELTIG-AB
              DISPLAY "Gueltig bis liegt vor gueltig ab."
              EXIT SECTION
           END-IF

      *    Mitinhaberanteile zusammen hoechstens 100 Prozent.
           IF WS-ROLLE-EINGABE = "M"
              MOVE WS-GUELTIG-AB TO WS-STICHTAG
              PERFORM SUMMIERE-ANTEILE
              IF WS-ANTEIL-SUMME + WS-ANTEIL-EINGABE > 100
                 MOVE WS-ANTEIL-SUMME TO WS-ANTEIL-ANZEIGE
                 DISPLAY "Anteile der Mitinhaber ueberschreiten "
                    "100 Prozent (bereits vergeben: "
                    WS-ANTEIL-ANZEIGE ")."
                 EXIT SECTION
              END-IF
           END-IF

           MOVE WS-KONTO-EINGABE TO KONTOBEZ-KONTO-ID
           MOVE WS-KUNDE-EINGABE TO KONTOBEZ-KUNDEN-ID
           MOVE WS-ROLLE-EINGABE TO KONTOBEZ-ROLLE
           MOVE WS-ANTEIL-EINGABE TO KONTOBEZ-ANTEIL
           MOVE WS-GUELTIG-AB TO KONTOBEZ-GUELTIG-AB
           MOVE WS-GUELTIG-BIS TO KONTOBEZ-GUELTIG-BIS
           MOVE WS-ANGEMELDET-ID TO KONTOBEZ-ANGELEGT-DURCH
           IF WS-NEU = "J"
              WRITE KONTOBEZ-RECORD
                 INVALID KEY
                    DISPLAY "Beziehung konnte nicht angelegt werden."
                    EXIT SECTION
              END-WRITE
           ELSE
              REWRITE KONTOBEZ-RECORD
                 INVALID KEY
                    DISPLAY "Beziehung konnte nicht geaendert werden."
                    EXIT SECTION
              END-REWRITE
           END-IF

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "KONTOBEZ " DELIMITED BY SIZE
                  WS-KONTO-EINGABE DELIMITED BY SPACE
                  " KUNDE=" DELIMITED BY SIZE
                  WS-KUNDE-EINGABE DELIMITED BY SPACE
                  " ROLLE=" DELIMITED BY SIZE
                  WS-ROLLE-EINGABE DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Beziehung gespeichert."
           EXIT.

       SUMMIERE-ANTEILE SECTION.
      *    Summe der am Stichtag wirksamen Mitinhaberanteile des
      *    Kontos WS-KONTO-EINGABE ohne den Kunden WS-KUNDE-EINGABE.
           MOVE 0 TO WS-ANTEIL-SUMME
           MOVE "N" TO WS-EOF
           MOVE WS-KONTO-EINGABE TO KONTOBEZ-KONTO-ID
           MOVE LOW-VALUES TO KONTOBEZ-KUNDEN-ID
           START KONTOBEZIEHUNG KEY IS NOT LESS THAN KONTOBEZ-ID
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ KONTOBEZIEHUNG NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF KONTOBEZ-KONTO-ID NOT = WS-KONTO-EINGABE
                       MOVE "J" TO WS-EOF
                    ELSE
                       IF KONTOBEZ-ROLLE = "M"
                          AND KONTOBEZ-KUNDEN-ID NOT =
                             WS-KUNDE-EINGABE
                          AND KONTOBEZ-GUELTIG-AB <= WS-STICHTAG
                          AND KONTOBEZ-GUELTIG-BIS >= WS-STICHTAG
                          ADD KONTOBEZ-ANTEIL TO WS-ANTEIL-SUMME
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       BEENDE-BEZIEHUNG SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           DISPLAY "Konto:"
           ACCEPT WS-KONTO-EINGABE
           DISPLAY "Kunden-ID:"
           ACCEPT WS-KUNDE-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTOBEZ-KONTO-ID
           MOVE WS-KUNDE-EINGABE TO KONTOBEZ-KUNDEN-ID
           READ KONTOBEZIEHUNG
              INVALID KEY
                 DISPLAY "Beziehung nicht gefunden."
                 EXIT SECTION
           END-READ
           DISPLAY "Letzter Gueltigkeitstag (JJJJMMTT, leer = heute):"
           ACCEPT WS-DATUM-EINGABE
           IF WS-DATUM-EINGABE = SPACES
              MOVE WS-AKT-DATUM TO WS-GUELTIG-BIS
           ELSE
              IF WS-DATUM-EINGABE IS NOT NUMERIC
                 DISPLAY "Ungueltiges Datum."
                 EXIT SECTION
              END-IF
              MOVE WS-DATUM-EINGABE TO WS-GUELTIG-BIS
           END-IF
           IF WS-GUELTIG-BIS < KONTOBEZ-GUELTIG-AB
              DISPLAY "Datum liegt vor dem Beginn der Beziehung."
              EXIT SECTION
           END-IF
           MOVE WS-GUELTIG-BIS TO KONTOBEZ-GUELTIG-BIS
           REWRITE KONTOBEZ-RECORD
              INVALID KEY
                 DISPLAY "Beziehung konnte nicht beendet werden."
                 EXIT SECTION
           END-REWRITE

           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "KONTOBEZ BEENDET " DELIMITED BY SIZE
                  WS-KONTO-EINGABE DELIMITED BY SPACE
                  " KUNDE=" DELIMITED BY SIZE
                  WS-KUNDE-EINGABE DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           DISPLAY "Beziehung beendet zum " WS-GUELTIG-BIS "."
           EXIT.
       END PROGRAM KONTOBEZPFLEGE.

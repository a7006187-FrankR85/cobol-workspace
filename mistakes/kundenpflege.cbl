      *    ueber die gemeinsame Operator-Anmeldung OPSIGNON; jede
      *    Aenderung laeuft mit Operator-Kennung ueber das
      *    gemeinsame AUDITLOG-Subprogramm.
      *    Jeder Kunde hat eine Heimatfiliale (KUNDEN-FILIALE, muss
      *    im Filialstamm stehen). Nach der Anmeldung arbeitet das
      *    Programm zunaechst nur mit Kunden der Filiale des
      *    Operators (OPERATOR-FILIALE, ermittelt ueber die
      *    SUBMODULE-Funktion OPFILIALE); der Filter kann im Menue
      *    gewechselt oder aufgehoben werden, der Wechsel wird
      *    protokolliert. Operatoren der Zentrale sehen alle Kunden.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD FILIALDATEI.
       COPY FILIALEREC.

       WORKING-STORAGE SECTION.
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-FILIALSTAMM-VORHANDEN PIC X VALUE "N".
       01 WS-EOF PIC X.
       01 WS-ANZAHL PIC 9(05).

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
       01 WS-PLZ-EINGABE PIC X(05).
       01 WS-ORT-EINGABE PIC X(30).
       01 WS-TELEFON-EINGABE PIC X(15).
       01 WS-FILIALE-EINGABE PIC X(02).

      *    Filialfilter: Leerzeichen = alle Filialen.
       01 WS-FILTER-FILIALE PIC X(02) VALUE SPACES.
       01 WS-FILTER-OK PIC X.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "KUNDENPFLEGE".
               STOP RUN
            END-IF

            OPEN INPUT FILIALDATEI
            IF WS-FILIAL-STATUS = "00" THEN
               MOVE "J" TO WS-FILIALSTAMM-VORHANDEN
            END-IF
            MOVE "OPFILIALE" TO WS-SUB-FUNKTION
            MOVE WS-ANGEMELDET-ID TO WS-SUB-PARM1
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            IF WS-SUB-STATUS = "00" THEN
               MOVE WS-SUB-ERGEBNIS(1:2) TO WS-FILTER-FILIALE
            END-IF

            PERFORM UNTIL MENUE-BEENDET
               DISPLAY " "
               DISPLAY "--- Kundenpflege ---"
               IF WS-FILTER-FILIALE = SPACES
                  DISPLAY "Filialfilter: alle Filialen"
               ELSE
                  DISPLAY "Filialfilter: " WS-FILTER-FILIALE
               END-IF
               DISPLAY "1 = Kunde anlegen"
               DISPLAY "2 = Kundendaten aendern"
               DISPLAY "3 = Kunde anzeigen"
               DISPLAY "4 = Kunden der Filiale auflisten"
               DISPLAY "5 = Filialfilter wechseln"
               DISPLAY "6 = Beenden"
               DISPLAY "Bitte waehlen:"
               ACCEPT WS-MENUE-WAHL
               EVALUATE WS-MENUE-WAHL
                  WHEN "3"
                     PERFORM ZEIGE-KUNDE
                  WHEN "4"
                     PERFORM LISTE-KUNDEN
                  WHEN "5"
                     PERFORM WECHSLE-FILIALFILTER
                  WHEN "6"
                     MOVE "J" TO WS-MENUE-ENDE
                  WHEN OTHER
                     DISPLAY "Ungueltige Auswahl."
            END-PERFORM

            CLOSE KUNDENSTAMM
            IF WS-FILIALSTAMM-VORHANDEN = "J" THEN
               CLOSE FILIALDATEI
            END-IF
            STOP RUN.
       LEGE-KUNDE-AN SECTION.
            DISPLAY "Neue Kunden-ID:"

            MOVE SPACES TO KUNDEN-RECORD
            MOVE WS-KUNDEN-ID-EINGABE TO KUNDEN-ID
      *    Ohne Angabe wird der Kunde der Filiale im Filter
      *    zugeordnet.
            IF WS-FILIALE-EINGABE = SPACES
               MOVE WS-FILTER-FILIALE TO WS-FILIALE-EINGABE
            END-IF
            PERFORM UEBERNEHME-KUNDENDATEN
            WRITE KUNDEN-RECORD
               INVALID KEY
                  DISPLAY "Kunde nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            DISPLAY "Bisheriger Name: " KUNDEN-NAME
            DISPLAY "Bisherige Filiale: " KUNDEN-FILIALE

            PERFORM ERFASSE-KUNDENDATEN
            IF WS-NAME-EINGABE = SPACES THEN
               EXIT SECTION
            END-IF
      *    Ohne Angabe bleibt die bisherige Filiale.
            IF WS-FILIALE-EINGABE = SPACES
               MOVE KUNDEN-FILIALE TO WS-FILIALE-EINGABE
            END-IF
            PERFORM UEBERNEHME-KUNDENDATEN
            REWRITE KUNDEN-RECORD
            DISPLAY "Kundendaten geaendert."
                  DISPLAY "Kunde nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            DISPLAY "Kunde:   " KUNDEN-ID
            DISPLAY "Name:    " KUNDEN-NAME
            DISPLAY "Strasse: " KUNDEN-STRASSE
            DISPLAY "PLZ/Ort: " KUNDEN-PLZ " " KUNDEN-ORT
            DISPLAY "Telefon: " KUNDEN-TELEFON
            DISPLAY "Filiale: " KUNDEN-FILIALE
            EXIT.
       ERFASSE-KUNDENDATEN SECTION.
      *    Gemeinsame Erfassung fuer Anlage und Aenderung; ein leerer
            ACCEPT WS-ORT-EINGABE
            DISPLAY "Telefon:"
            ACCEPT WS-TELEFON-EINGABE
      *    Heimatfiliale; leer = Vorgabe (bei Anlage die Filiale im
      *    Filter, bei Aenderung die bisherige). Eine angegebene
      *    Filiale muss im Filialstamm stehen.
            DISPLAY "Filiale (leer = Vorgabe):"
            ACCEPT WS-FILIALE-EINGABE
            IF WS-FILIALE-EINGABE NOT = SPACES
               MOVE "N" TO WS-FILTER-OK
               IF WS-FILIALSTAMM-VORHANDEN = "J"
                  MOVE WS-FILIALE-EINGABE TO FILIALE-NR
                  READ FILIALDATEI
                     NOT INVALID KEY
                        MOVE "J" TO WS-FILTER-OK
                  END-READ
               END-IF
               IF WS-FILTER-OK NOT = "J"
                  DISPLAY "Filiale " WS-FILIALE-EINGABE
                     " steht nicht im Filialstamm."
                  MOVE SPACES TO WS-NAME-EINGABE
                  EXIT SECTION
               END-IF
            END-IF
            EXIT.
       UEBERNEHME-KUNDENDATEN SECTION.
            MOVE WS-NAME-EINGABE TO KUNDEN-NAME
            MOVE WS-PLZ-EINGABE TO KUNDEN-PLZ
            MOVE WS-ORT-EINGABE TO KUNDEN-ORT
            MOVE WS-TELEFON-EINGABE TO KUNDEN-TELEFON
            MOVE WS-FILIALE-EINGABE TO KUNDEN-FILIALE
            EXIT.
       PRUEFE-FILIALFILTER SECTION.
      *    Kunden anderer Filialen werden bei gesetztem Filter
      *    weder angezeigt noch geaendert.
            MOVE "J" TO WS-FILTER-OK
            IF WS-FILTER-FILIALE NOT = SPACES
               AND KUNDEN-FILIALE NOT = WS-FILTER-FILIALE
               MOVE "N" TO WS-FILTER-OK
               DISPLAY "Kunde gehoert zu Filiale " KUNDEN-FILIALE
                  "; erst den Filialfilter wechseln."
            END-IF
            EXIT.
       LISTE-KUNDEN SECTION.
            MOVE 0 TO WS-ANZAHL
            MOVE "N" TO WS-EOF
            MOVE LOW-VALUES TO KUNDEN-ID
            START KUNDENSTAMM KEY IS NOT LESS THAN KUNDEN-ID
               INVALID KEY MOVE "J" TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = "J"
               READ KUNDENSTAMM NEXT RECORD
                  AT END MOVE "J" TO WS-EOF
                  NOT AT END
                     IF WS-FILTER-FILIALE = SPACES
                        OR KUNDEN-FILIALE = WS-FILTER-FILIALE
                        ADD 1 TO WS-ANZAHL
                        DISPLAY "  " KUNDEN-ID " " KUNDEN-NAME " "
                           KUNDEN-FILIALE
                     END-IF
               END-READ
            END-PERFORM
            DISPLAY "Kunden: " WS-ANZAHL
            EXIT.
       WECHSLE-FILIALFILTER SECTION.
            DISPLAY "Filiale fuer den Filter (leer = alle):"
            ACCEPT WS-FILIALE-EINGABE
            IF WS-FILIALE-EINGABE NOT = SPACES
               MOVE "N" TO WS-FILTER-OK
               IF WS-FILIALSTAMM-VORHANDEN = "J"
                  MOVE WS-FILIALE-EINGABE TO FILIALE-NR
                  READ FILIALDATEI
                     NOT INVALID KEY
                        MOVE "J" TO WS-FILTER-OK
                  END-READ
               END-IF
               IF WS-FILTER-OK NOT = "J"
                  DISPLAY "Filiale " WS-FILIALE-EINGABE
                     " steht nicht im Filialstamm."
                  EXIT SECTION
               END-IF
            END-IF
            MOVE WS-FILIALE-EINGABE TO WS-FILTER-FILIALE
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "FILIALFILTER GEWECHSELT FILIALE=" DELIMITED BY SIZE
                   WS-FILTER-FILIALE DELIMITED BY SIZE
                   " OP=" DELIMITED BY SIZE
                   WS-ANGEMELDET-ID DELIMITED BY SPACE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            DISPLAY "Filialfilter gesetzt."
            EXIT.
       END PROGRAM KUNDENPFLEGE.

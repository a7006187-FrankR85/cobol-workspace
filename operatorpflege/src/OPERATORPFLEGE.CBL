       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATORPFLEGE.
      *    Pflege des Operatorstamms (siehe OPERATORREC.cpy):
      *    anlegen, Passwort setzen, Rolle aendern, Filiale
      *    zuordnen und loeschen. Die Filiale (leer = Zentrale)
      *    muss im Filialstamm stehen (FILIALPFLEGE).
      *    Der Zugang laeuft wie bei allen Pflegeprogrammen ueber
      *    OPSIGNON und verlangt die Supervisor-Rolle; nur zur
      *    Erstausstattung - wenn der Operatorstamm noch fehlt oder
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORDATEI.
       COPY OPERATORREC.
       FD FILIALDATEI.
       COPY FILIALEREC.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC X(02).
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-BESTAND-LEER PIC X VALUE "J".
       01 WS-EOF PIC X.

       01 WS-NAME-EINGABE PIC X(30).
       01 WS-PASSWORT-EINGABE PIC X(06).
       01 WS-ROLLE-EINGABE PIC X(01).
       01 WS-FILIALE-EINGABE PIC X(02).
       01 WS-FILIALE-OK PIC X.

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer den Passwort-Pruefwert (PWHASH).
               DISPLAY "3 = Passwort setzen"
               DISPLAY "4 = Rolle aendern"
               DISPLAY "5 = Operator loeschen"
               DISPLAY "6 = Filiale zuordnen"
               DISPLAY "7 = Beenden"
               DISPLAY "Bitte waehlen:"
               ACCEPT WS-MENUE-WAHL
               EVALUATE WS-MENUE-WAHL
                  WHEN "5"
                     PERFORM LOESCHE-OPERATOR
                  WHEN "6"
                     PERFORM ORDNE-FILIALE-ZU
                  WHEN "7"
                     MOVE "J" TO WS-MENUE-ENDE
                  WHEN OTHER
                     DISPLAY "Ungueltige Auswahl."
                  NOT AT END
                     DISPLAY "  " OPERATOR-ID " "
                        OPERATOR-NAME " Rolle " OPERATOR-ROLLE
                        " Filiale " OPERATOR-FILIALE
               END-READ
            END-PERFORM
            EXIT.
            DISPLAY "Startpasswort (6 Zeichen):"
            ACCEPT WS-PASSWORT-EINGABE
            PERFORM ERFASSE-ROLLE
            PERFORM ERFASSE-FILIALE

            MOVE SPACES TO OPERATOR-RECORD
            MOVE WS-ID-EINGABE TO OPERATOR-ID
            MOVE WS-NAME-EINGABE TO OPERATOR-NAME
            PERFORM BERECHNE-PASSWORT-HASH
            MOVE WS-ROLLE-EINGABE TO OPERATOR-ROLLE
            MOVE WS-FILIALE-EINGABE TO OPERATOR-FILIALE
            WRITE OPERATOR-RECORD
               INVALID KEY
                  DISPLAY "Operator konnte nicht angelegt werden, "
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       ORDNE-FILIALE-ZU SECTION.
            DISPLAY "Operator-Kennung:"
            ACCEPT WS-ID-EINGABE
            MOVE WS-ID-EINGABE TO OPERATOR-ID
            READ OPERATORDATEI
               INVALID KEY
                  DISPLAY "Operator nicht gefunden."
                  EXIT SECTION
            END-READ
            DISPLAY "Bisherige Filiale: " OPERATOR-FILIALE
            PERFORM ERFASSE-FILIALE
            MOVE WS-FILIALE-EINGABE TO OPERATOR-FILIALE
            REWRITE OPERATOR-RECORD
            DISPLAY "Filiale zugeordnet."
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "FILIALE GEAENDERT ID=" DELIMITED BY SIZE
                   WS-ID-EINGABE DELIMITED BY SPACE
                   " FILIALE=" DELIMITED BY SIZE
                   WS-FILIALE-EINGABE DELIMITED BY SIZE
                   " OP=" DELIMITED BY SIZE
                   WS-ANGEMELDET-ID DELIMITED BY SPACE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       ERFASSE-FILIALE SECTION.
      *    Leer = Zentrale (sieht alle Filialen); sonst wird so
      *    lange gefragt, bis eine Filiale aus dem Filialstamm
      *    angegeben ist.
            MOVE "N" TO WS-FILIALE-OK
            PERFORM UNTIL WS-FILIALE-OK = "J"
               DISPLAY "Filiale (leer = Zentrale):"
               MOVE SPACES TO WS-FILIALE-EINGABE
               ACCEPT WS-FILIALE-EINGABE
               IF WS-FILIALE-EINGABE = SPACES
                  MOVE "J" TO WS-FILIALE-OK
               ELSE
                  OPEN INPUT FILIALDATEI
                  IF WS-FILIAL-STATUS = "00"
                     MOVE WS-FILIALE-EINGABE TO FILIALE-NR
                     READ FILIALDATEI
                        NOT INVALID KEY
                           MOVE "J" TO WS-FILIALE-OK
                     END-READ
                     CLOSE FILIALDATEI
                  END-IF
                  IF WS-FILIALE-OK NOT = "J"
                     DISPLAY "Filiale " WS-FILIALE-EINGABE
                        " steht nicht im Filialstamm."
                  END-IF
               END-IF
            END-PERFORM
            EXIT.
       ERFASSE-ROLLE SECTION.
            MOVE SPACE TO WS-ROLLE-EINGABE
            PERFORM UNTIL WS-ROLLE-EINGABE = "S"
               OR WS-ROLLE-EINGABE = "O"
               OR WS-ROLLE-EINGABE = "C"
               OR WS-ROLLE-EINGABE = "R"
               DISPLAY "Rolle (S = Supervisor, O = Sachbearbeiter, "
                  "C = Compliance, R = Revision):"
               ACCEPT WS-ROLLE-EINGABE
            END-PERFORM
            EXIT.

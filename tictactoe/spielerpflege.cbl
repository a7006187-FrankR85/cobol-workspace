       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPIELERPFLEGE.
      *    Pflege des Spielerverzeichnisses spieler.dat von ttt.cbl
      *    (siehe copybooks/SPIELERREC.cpy): Spieler mit Nickname
      *    und PIN (4 bis 6 Ziffern, gespeichert nur als Einweg-
      *    Pruefwert ueber die SUBMODULE-Funktion PWHASH wie
      *    KONTO-PASSWORT-HASH) registrieren, registrierte Spieler
      *    anzeigen, PIN zuruecksetzen und Nicknamen stilllegen
      *    bzw. wieder freigeben. Registrieren kann sich jeder
      *    Spieler selbst; PIN zuruecksetzen und Stilllegen
      *    verlangen die Operator-Anmeldung OPSIGNON. Jede Aenderung
      *    laeuft ueber das AUDITLOG-Subprogramm, die PIN erscheint
      *    nie im Protokoll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPIELERDATEI ASSIGN TO "spieler.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SPIELER-NICK
              FILE STATUS IS WS-SPIELER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPIELERDATEI.
       COPY SPIELERREC.

       WORKING-STORAGE SECTION.
       01 WS-SPIELER-STATUS PIC X(02).
       01 WS-SPIELER-EOF PIC X VALUE "N".

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Operator-Anmeldung (OPSIGNON) erst bei Bedarf.
       01 WS-ANGEMELDET-ID PIC X(10) VALUE SPACES.
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02) VALUE "99".

       01 WS-NICK-EINGABE PIC X(20).
       01 WS-PIN-EINGABE PIC X(06).
       01 WS-PIN-WIEDERHOLUNG PIC X(06).
       01 WS-PIN-GUELTIG PIC X VALUE "N".
       01 WS-PIN-LAENGE PIC 9(02).
       01 WS-PIN-HASH PIC 9(10).
       01 WS-HEUTE PIC 9(08).
       01 WS-ANZAHL PIC 9(05).
       01 WS-AUDIT-AKTION PIC X(12).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "SPIELERPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

      *    SUBMODULE-Dispatch-Bibliothek (Namensvalidierung, PIN-
      *    Pruefwert).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-HASH REDEFINES WS-SUB-ERGEBNIS PIC 9(10).
       01 WS-SUB-STATUS PIC X(02).

       PROCEDURE DIVISION.
            OPEN I-O SPIELERDATEI
            IF WS-SPIELER-STATUS = "35" THEN
               OPEN OUTPUT SPIELERDATEI
               CLOSE SPIELERDATEI
               OPEN I-O SPIELERDATEI
            END-IF
            IF WS-SPIELER-STATUS NOT = "00" THEN
               DISPLAY "Spielerverzeichnis nicht verfuegbar, Status: "
                  WS-SPIELER-STATUS
               STOP RUN
            END-IF

            PERFORM UNTIL MENUE-BEENDET
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE
               DISPLAY " "
               DISPLAY "--- Spielerverzeichnis ---"
               DISPLAY "1 = Spieler registrieren"
               DISPLAY "2 = Registrierte Spieler anzeigen"
               DISPLAY "3 = PIN zuruecksetzen (Operator)"
               DISPLAY "4 = Nickname stilllegen (Operator)"
               DISPLAY "5 = Nickname wieder freigeben (Operator)"
               DISPLAY "6 = Beenden"
               DISPLAY "Bitte waehlen:"
               ACCEPT WS-MENUE-WAHL
               EVALUATE WS-MENUE-WAHL
                  WHEN "1"
                     PERFORM REGISTRIERE-SPIELER
                  WHEN "2"
                     PERFORM ZEIGE-SPIELER
                  WHEN "3"
                     PERFORM SETZE-PIN-ZURUECK
                  WHEN "4"
                     PERFORM LEGE-SPIELER-STILL
                  WHEN "5"
                     PERFORM GIB-SPIELER-FREI
                  WHEN "6"
                     MOVE "J" TO WS-MENUE-ENDE
                  WHEN OTHER
                     DISPLAY "Ungueltige Auswahl."
               END-EVALUATE
            END-PERFORM

            CLOSE SPIELERDATEI
            STOP RUN.
       REGISTRIERE-SPIELER SECTION.
            DISPLAY "Nickname:"
            MOVE SPACES TO WS-NICK-EINGABE
            ACCEPT WS-NICK-EINGABE
            MOVE "VALNAME" TO WS-SUB-FUNKTION
            MOVE WS-NICK-EINGABE TO WS-SUB-PARM1
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            IF WS-SUB-STATUS = "00" AND WS-SUB-ERGEBNIS NOT = "J"
               DISPLAY "Name darf nicht leer sein."
               EXIT SECTION
            END-IF
      *    "Computer" ist der Name des CPU-Gegners in ttt.cbl.
            IF WS-NICK-EINGABE = "Computer"
               DISPLAY "Dieser Name ist fuer den Computer reserviert."
               EXIT SECTION
            END-IF
            MOVE WS-NICK-EINGABE TO SPIELER-NICK
            READ SPIELERDATEI
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "Nickname ist bereits vergeben."
                  EXIT SECTION
            END-READ
            PERFORM ERFASSE-PIN
            IF WS-PIN-GUELTIG NOT = "J"
               EXIT SECTION
            END-IF
            MOVE SPACES TO SPIELER-SATZ
            MOVE WS-NICK-EINGABE TO SPIELER-NICK
            MOVE WS-PIN-HASH TO SPIELER-PIN-HASH
            MOVE WS-HEUTE TO SPIELER-REGISTRIERT-AM
            MOVE WS-HEUTE TO SPIELER-PIN-GEAENDERT-AM
            MOVE "J" TO SPIELER-AKTIV
            WRITE SPIELER-SATZ
               INVALID KEY
                  DISPLAY "Spieler konnte nicht registriert werden, "
                     "Status: " WS-SPIELER-STATUS
                  EXIT SECTION
            END-WRITE
            DISPLAY "Spieler " FUNCTION TRIM(SPIELER-NICK)
               " registriert."
            MOVE "REGISTRIERT" TO WS-AUDIT-AKTION
            PERFORM SCHREIBE-AUDIT
            EXIT.
       ZEIGE-SPIELER SECTION.
            MOVE 0 TO WS-ANZAHL
            MOVE "N" TO WS-SPIELER-EOF
            MOVE LOW-VALUES TO SPIELER-NICK
            START SPIELERDATEI KEY IS > SPIELER-NICK
               INVALID KEY MOVE "J" TO WS-SPIELER-EOF
            END-START
            DISPLAY "Registrierte Spieler (Nickname, registriert am, "
               "aktiv):"
            PERFORM UNTIL WS-SPIELER-EOF = "J"
               READ SPIELERDATEI NEXT RECORD
                  AT END MOVE "J" TO WS-SPIELER-EOF
                  NOT AT END
                     ADD 1 TO WS-ANZAHL
                     DISPLAY "  " SPIELER-NICK " "
                        SPIELER-REGISTRIERT-AM " " SPIELER-AKTIV
               END-READ
            END-PERFORM
            DISPLAY WS-ANZAHL " Spieler."
            EXIT.
       SETZE-PIN-ZURUECK SECTION.
            PERFORM MELDE-OPERATOR-AN
            IF WS-SIGNON-STATUS NOT = "00"
               EXIT SECTION
            END-IF
            PERFORM LIES-SPIELER
            IF WS-SPIELER-STATUS NOT = "00"
               EXIT SECTION
            END-IF
            DISPLAY "Neue PIN fuer " FUNCTION TRIM(SPIELER-NICK) ":"
            PERFORM ERFASSE-PIN
            IF WS-PIN-GUELTIG NOT = "J"
               EXIT SECTION
            END-IF
            MOVE WS-PIN-HASH TO SPIELER-PIN-HASH
            MOVE WS-HEUTE TO SPIELER-PIN-GEAENDERT-AM
            REWRITE SPIELER-SATZ
               INVALID KEY
                  DISPLAY "PIN konnte nicht gespeichert werden, "
                     "Status: " WS-SPIELER-STATUS
                  EXIT SECTION
            END-REWRITE
            DISPLAY "PIN fuer " FUNCTION TRIM(SPIELER-NICK)
               " zurueckgesetzt."
            MOVE "PIN-RESET" TO WS-AUDIT-AKTION
            PERFORM SCHREIBE-AUDIT
            EXIT.
       LEGE-SPIELER-STILL SECTION.
            PERFORM MELDE-OPERATOR-AN
            IF WS-SIGNON-STATUS NOT = "00"
               EXIT SECTION
            END-IF
            PERFORM LIES-SPIELER
            IF WS-SPIELER-STATUS NOT = "00"
               EXIT SECTION
            END-IF
            IF SPIELER-AKTIV = "N"
               DISPLAY "Nickname ist bereits stillgelegt."
               EXIT SECTION
            END-IF
            MOVE "N" TO SPIELER-AKTIV
            REWRITE SPIELER-SATZ
               INVALID KEY
                  DISPLAY "Spieler konnte nicht gespeichert werden, "
                     "Status: " WS-SPIELER-STATUS
                  EXIT SECTION
            END-REWRITE
            DISPLAY "Nickname " FUNCTION TRIM(SPIELER-NICK)
               " stillgelegt."
            MOVE "STILLGELEGT" TO WS-AUDIT-AKTION
            PERFORM SCHREIBE-AUDIT
            EXIT.
       GIB-SPIELER-FREI SECTION.
            PERFORM MELDE-OPERATOR-AN
            IF WS-SIGNON-STATUS NOT = "00"
               EXIT SECTION
            END-IF
            PERFORM LIES-SPIELER
            IF WS-SPIELER-STATUS NOT = "00"
               EXIT SECTION
            END-IF
            IF SPIELER-AKTIV = "J"
               DISPLAY "Nickname ist aktiv."
               EXIT SECTION
            END-IF
            MOVE "J" TO SPIELER-AKTIV
            REWRITE SPIELER-SATZ
               INVALID KEY
                  DISPLAY "Spieler konnte nicht gespeichert werden, "
                     "Status: " WS-SPIELER-STATUS
                  EXIT SECTION
            END-REWRITE
            DISPLAY "Nickname " FUNCTION TRIM(SPIELER-NICK)
               " wieder freigegeben."
            MOVE "FREIGEGEBEN" TO WS-AUDIT-AKTION
            PERFORM SCHREIBE-AUDIT
            EXIT.
       ERFASSE-PIN SECTION.
      *    PIN zweimal abfragen; gueltig sind 4 bis 6 Ziffern.
      *    Ergebnis WS-PIN-GUELTIG "J" und Pruefwert in WS-PIN-HASH.
            MOVE "N" TO WS-PIN-GUELTIG
            DISPLAY "PIN (4-6 Ziffern):"
            MOVE SPACES TO WS-PIN-EINGABE
            ACCEPT WS-PIN-EINGABE
            MOVE 0 TO WS-PIN-LAENGE
            INSPECT WS-PIN-EINGABE TALLYING WS-PIN-LAENGE
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-PIN-LAENGE < 4
               DISPLAY "PIN muss aus 4 bis 6 Ziffern bestehen."
               EXIT SECTION
            END-IF
            IF WS-PIN-EINGABE(1:WS-PIN-LAENGE) IS NOT NUMERIC
               DISPLAY "PIN muss aus 4 bis 6 Ziffern bestehen."
               EXIT SECTION
            END-IF
            IF WS-PIN-LAENGE < 6
               IF WS-PIN-EINGABE(WS-PIN-LAENGE + 1:) NOT = SPACES
                  DISPLAY "PIN muss aus 4 bis 6 Ziffern bestehen."
                  EXIT SECTION
               END-IF
            END-IF
            DISPLAY "PIN wiederholen:"
            MOVE SPACES TO WS-PIN-WIEDERHOLUNG
            ACCEPT WS-PIN-WIEDERHOLUNG
            IF WS-PIN-WIEDERHOLUNG NOT = WS-PIN-EINGABE
               DISPLAY "PIN-Eingaben stimmen nicht ueberein."
               EXIT SECTION
            END-IF
            MOVE "PWHASH" TO WS-SUB-FUNKTION
            MOVE WS-PIN-EINGABE TO WS-SUB-PARM1
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            MOVE SPACES TO WS-PIN-EINGABE WS-PIN-WIEDERHOLUNG
               WS-SUB-PARM1
            IF WS-SUB-STATUS NOT = "00"
               DISPLAY "PIN-Pruefwert nicht verfuegbar, Status: "
                  WS-SUB-STATUS
               EXIT SECTION
            END-IF
            MOVE WS-SUB-ERGEBNIS-HASH TO WS-PIN-HASH
            MOVE "J" TO WS-PIN-GUELTIG
            EXIT.
       LIES-SPIELER SECTION.
            DISPLAY "Nickname:"
            MOVE SPACES TO WS-NICK-EINGABE
            ACCEPT WS-NICK-EINGABE
            MOVE WS-NICK-EINGABE TO SPIELER-NICK
            READ SPIELERDATEI
               INVALID KEY
                  DISPLAY "Nickname ist nicht registriert."
            END-READ
            EXIT.
       MELDE-OPERATOR-AN SECTION.
      *    Einmalige Operator-Anmeldung fuer die geschuetzten
      *    Funktionen; danach gilt sie fuer die ganze Sitzung.
            IF WS-SIGNON-STATUS = "00"
               EXIT SECTION
            END-IF
            CALL "OPSIGNON" USING WS-ANGEMELDET-ID
               WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
            IF WS-SIGNON-STATUS NOT = "00"
               DISPLAY "Funktion nur nach Operator-Anmeldung."
            END-IF
            EXIT.
       SCHREIBE-AUDIT SECTION.
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            IF WS-ANGEMELDET-ID = SPACES
               STRING "SPIELER " DELIMITED BY SIZE
                      WS-AUDIT-AKTION DELIMITED BY SPACE
                      " NICK=" DELIMITED BY SIZE
                      SPIELER-NICK DELIMITED BY SPACE
                 INTO WS-AUDITLOG-EREIGNIS
               END-STRING
            ELSE
               STRING "SPIELER " DELIMITED BY SIZE
                      WS-AUDIT-AKTION DELIMITED BY SPACE
                      " NICK=" DELIMITED BY SIZE
                      SPIELER-NICK DELIMITED BY SPACE
                      " OP=" DELIMITED BY SIZE
                      WS-ANGEMELDET-ID DELIMITED BY SPACE
                 INTO WS-AUDITLOG-EREIGNIS
               END-STRING
            END-IF
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSFREIGABE.
      *    Entscheidung ueber die wegen eines Sanktionstreffers
      *    angehaltenen Zahlungen (siehe SANKTHALTREC.cpy): offene
      *    Zahlungen sichten, eine Zahlung mit dem getroffenen
      *    Listeneintrag anzeigen und sie freigeben oder ablehnen,
      *    beides mit Begruendung. Eine freigegebene Ueberweisung
      *    oder Sammelposition wird als Terminueberweisung zum
      *    Freigabetag in TERMINAUFTRAG.DAT gestellt und vom
      *    naechsten TERMINLAUF ausgefuehrt; ein freigegebener
      *    Clearing-Eingang wird in clearing-eingang.dat
      *    zurueckgestellt und vom naechsten CLEARINGLAUF ohne
      *    erneute Pruefung gebucht. Eine abgelehnte Zahlung wird
      *    nicht ausgefuehrt. Der Zugang laeuft ueber OPSIGNON und
      *    ist der Compliance-Rolle ("C") vorbehalten; jede
      *    Entscheidung laeuft mit Operator-Kennung ueber das
      *    AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANKTIONSHALT ASSIGN TO "SANKTIONSHALT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HALT-ID
              FILE STATUS IS WS-HALT-STATUS.
           SELECT SANKTIONSLISTE ASSIGN TO "SANKTIONSLISTE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SANKTION-ID
              FILE STATUS IS WS-SANKTION-STATUS.
           SELECT TERMINAUFTRAG ASSIGN TO "TERMINAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TERMIN-ID
              FILE STATUS IS WS-TERMIN-STATUS.
           SELECT CLEARING-EINGANG ASSIGN TO "clearing-eingang.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EINGANG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SANKTIONSHALT.
       COPY SANKTHALTREC.
       FD SANKTIONSLISTE.
       COPY SANKTIONREC.
       FD TERMINAUFTRAG.
       COPY TERMINREC.
       FD CLEARING-EINGANG.
       COPY CLEARINGREC.

       WORKING-STORAGE SECTION.
       01 WS-HALT-STATUS PIC X(02).
       01 WS-SANKTION-STATUS PIC X(02).
       01 WS-TERMIN-STATUS PIC X(02).
       01 WS-EINGANG-STATUS PIC X(02).
       01 WS-HALT-EOF PIC X.
       01 WS-TERMIN-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-ID-EINGABE PIC X(06).
       01 WS-ENTSCHEIDUNG PIC X.
       01 WS-BEGRUENDUNG PIC X(40).
       01 WS-ANZAHL PIC 9(05).
       01 WS-AKT-DATUM PIC 9(08).
       01 WS-NAECHSTE-LFD-NR PIC 9(03).
       01 WS-AUSFUEHRUNG-OK PIC X.
       01 WS-QUELLE-TEXT PIC X(12).
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "SANKTIONSFREIGABE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF
           IF WS-ANGEMELDET-ROLLE NOT = "C" THEN
              DISPLAY "Nur die Compliance darf angehaltene "
                 "Zahlungen entscheiden."
              STOP RUN
           END-IF

           OPEN I-O SANKTIONSHALT
           IF WS-HALT-STATUS NOT = "00" THEN
              DISPLAY "Keine angehaltenen Zahlungen vorhanden, "
                 "Status: " WS-HALT-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Angehaltene Zahlungen (Sanktionen) ---"
              DISPLAY "1 = Offene Zahlungen anzeigen"
              DISPLAY "2 = Zahlung anzeigen"
              DISPLAY "3 = Zahlung entscheiden"
              DISPLAY "4 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-OFFENE-ZAHLUNGEN
                 WHEN "2"
                    PERFORM ZEIGE-ZAHLUNG
                 WHEN "3"
                    PERFORM ENTSCHEIDE-ZAHLUNG
                 WHEN "4"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE SANKTIONSHALT
           STOP RUN.

       ZEIGE-OFFENE-ZAHLUNGEN SECTION.
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-HALT-EOF
           MOVE 0 TO HALT-ID
           START SANKTIONSHALT KEY IS >= HALT-ID
              INVALID KEY MOVE "J" TO WS-HALT-EOF
           END-START
           DISPLAY "Offene Zahlungen:"
           PERFORM UNTIL WS-HALT-EOF = "J"
              READ SANKTIONSHALT NEXT RECORD
                 AT END MOVE "J" TO WS-HALT-EOF
                 NOT AT END
                    IF HALT-STATUS = "O" THEN
                       ADD 1 TO WS-ANZAHL
                       MOVE HALT-BETRAG TO WS-BETRAG-ANZEIGE
                       DISPLAY "  Nr " HALT-ID " " HALT-QUELLE
                          " " HALT-AUFTRAGGEBER " an "
                          HALT-EMPFAENGER " " WS-BETRAG-ANZEIGE
                          " Liste " HALT-SANKTION-ID
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "  keine"
           END-IF
           EXIT.

       ZEIGE-ZAHLUNG SECTION.
           PERFORM LIES-ZAHLUNG
           IF WS-HALT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           EVALUATE HALT-QUELLE
              WHEN "U"
                 MOVE "Ueberweisung" TO WS-QUELLE-TEXT
              WHEN "S"
                 MOVE "Sammelposten" TO WS-QUELLE-TEXT
              WHEN OTHER
                 MOVE "Clearing" TO WS-QUELLE-TEXT
           END-EVALUATE
           MOVE HALT-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "Zahlung " HALT-ID " (" WS-QUELLE-TEXT ")"
              " vom " HALT-DATUM
           DISPLAY "  von " HALT-AUFTRAGGEBER " an "
              HALT-EMPFAENGER " " HALT-NAME
           DISPLAY "  Betrag " WS-BETRAG-ANZEIGE " Text " HALT-TEXT
           DISPLAY "  Status " HALT-STATUS
           OPEN INPUT SANKTIONSLISTE
           IF WS-SANKTION-STATUS = "00"
              MOVE HALT-SANKTION-ID TO SANKTION-ID
              READ SANKTIONSLISTE
                 INVALID KEY
                    DISPLAY "  Listeneintrag " HALT-SANKTION-ID
                       " nicht mehr vorhanden"
                 NOT INVALID KEY
                    DISPLAY "  Treffer " SANKTION-ID " "
                       SANKTION-LISTE " " SANKTION-NAME
                    IF SANKTION-KENNUNG NOT = SPACES
                       DISPLAY "           Kennung "
                          SANKTION-KENNUNG
                    END-IF
              END-READ
              CLOSE SANKTIONSLISTE
           END-IF
           IF HALT-STATUS NOT = "O"
              DISPLAY "  entschieden von " HALT-ENTSCHEIDER
                 " am " HALT-ENTSCHIEDEN-AM
              DISPLAY "  Begruendung: " HALT-BEGRUENDUNG
              IF HALT-VERWEIS NOT = SPACES
                 DISPLAY "  Verweis: " HALT-VERWEIS
              END-IF
           END-IF
           EXIT.

       ENTSCHEIDE-ZAHLUNG SECTION.
           PERFORM LIES-ZAHLUNG
           IF WS-HALT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF HALT-STATUS NOT = "O" THEN
              DISPLAY "Zahlung ist bereits entschieden."
              EXIT SECTION
           END-IF
           MOVE HALT-BETRAG TO WS-BETRAG-ANZEIGE
           DISPLAY "Zahlung " HALT-ID " von " HALT-AUFTRAGGEBER
              " an " HALT-EMPFAENGER " " WS-BETRAG-ANZEIGE
           DISPLAY "F = freigeben, A = ablehnen:"
           ACCEPT WS-ENTSCHEIDUNG
           IF WS-ENTSCHEIDUNG NOT = "F"
              AND WS-ENTSCHEIDUNG NOT = "A"
              DISPLAY "Keine Entscheidung getroffen."
              EXIT SECTION
           END-IF
           DISPLAY "Begruendung:"
           MOVE SPACES TO WS-BEGRUENDUNG
           ACCEPT WS-BEGRUENDUNG
           IF WS-BEGRUENDUNG = SPACES
              DISPLAY "Ohne Begruendung keine Entscheidung."
              EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           IF WS-ENTSCHEIDUNG = "A"
              MOVE "A" TO HALT-STATUS
           ELSE
              MOVE "N" TO WS-AUSFUEHRUNG-OK
              IF HALT-QUELLE = "E"
                 PERFORM STELLE-CLEARING-ZURUECK
              ELSE
                 PERFORM STELLE-TERMINAUFTRAG
              END-IF
              IF WS-AUSFUEHRUNG-OK NOT = "J"
                 DISPLAY "Freigabe nicht moeglich, Zahlung bleibt "
                    "angehalten."
                 EXIT SECTION
              END-IF
           END-IF
           MOVE WS-ANGEMELDET-ID TO HALT-ENTSCHEIDER
           MOVE FUNCTION CURRENT-DATE(1:14) TO HALT-ENTSCHIEDEN-AM
           MOVE WS-BEGRUENDUNG TO HALT-BEGRUENDUNG
           REWRITE HALT-RECORD
           DISPLAY "Zahlung " HALT-ID " entschieden: " HALT-STATUS
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "SANKTIONSHALT " DELIMITED BY SIZE
                  HALT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENTSCHEIDUNG DELIMITED BY SIZE
                  " VON=" DELIMITED BY SIZE
                  HALT-AUFTRAGGEBER DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       STELLE-TERMINAUFTRAG SECTION.
      *    Freigegebene Ueberweisung bzw. Sammelposition als
      *    Terminueberweisung zum heutigen Tag; den Rest (Deckung,
      *    Buchung, Clearing-Ausgang) uebernimmt der TERMINLAUF.
           OPEN I-O TERMINAUFTRAG
           IF WS-TERMIN-STATUS = "35" THEN
              OPEN OUTPUT TERMINAUFTRAG
              CLOSE TERMINAUFTRAG
              OPEN I-O TERMINAUFTRAG
           END-IF
           IF WS-TERMIN-STATUS NOT = "00" THEN
              DISPLAY "TERMINAUFTRAG.DAT nicht verfuegbar, Status: "
                 WS-TERMIN-STATUS
              EXIT SECTION
           END-IF
           PERFORM ERMITTLE-NAECHSTE-LFD-NR
           IF WS-NAECHSTE-LFD-NR = 0 THEN
              DISPLAY "Kein freier Terminauftragsplatz fuer Konto "
                 HALT-AUFTRAGGEBER
              CLOSE TERMINAUFTRAG
              EXIT SECTION
           END-IF
           MOVE SPACES TO TERMIN-RECORD
           MOVE HALT-AUFTRAGGEBER TO TERMIN-KONTO-ID
           MOVE WS-NAECHSTE-LFD-NR TO TERMIN-LFD-NR
           MOVE HALT-EMPFAENGER TO TERMIN-EMPFAENGER
           MOVE HALT-EMPFAENGER-IBAN TO TERMIN-EMPFAENGER-IBAN
           MOVE HALT-BETRAG TO TERMIN-BETRAG
           MOVE HALT-TEXT TO TERMIN-TEXT
           MOVE WS-AKT-DATUM TO TERMIN-AUSFUEHRUNG
           MOVE "O" TO TERMIN-STATUS
           WRITE TERMIN-RECORD
              INVALID KEY
                 CLOSE TERMINAUFTRAG
                 EXIT SECTION
           END-WRITE
           CLOSE TERMINAUFTRAG
           MOVE "B" TO HALT-STATUS
           MOVE TERMIN-ID TO HALT-VERWEIS
           MOVE "J" TO WS-AUSFUEHRUNG-OK
           EXIT.

       ERMITTLE-NAECHSTE-LFD-NR SECTION.
      *    Hoechste vergebene laufende Nummer des Auftraggeber-
      *    kontos suchen und um 1 erhoehen (0 = kein Platz mehr
      *    frei), wie in terminpflege.cbl.
           MOVE 0 TO WS-NAECHSTE-LFD-NR
           MOVE "N" TO WS-TERMIN-EOF
           MOVE HALT-AUFTRAGGEBER TO TERMIN-KONTO-ID
           MOVE 0 TO TERMIN-LFD-NR
           START TERMINAUFTRAG KEY IS >= TERMIN-ID
              INVALID KEY MOVE "J" TO WS-TERMIN-EOF
           END-START
           PERFORM UNTIL WS-TERMIN-EOF = "J"
              READ TERMINAUFTRAG NEXT RECORD
                 AT END MOVE "J" TO WS-TERMIN-EOF
                 NOT AT END
                    IF TERMIN-KONTO-ID NOT = HALT-AUFTRAGGEBER
                       MOVE "J" TO WS-TERMIN-EOF
                    ELSE
                       MOVE TERMIN-LFD-NR TO WS-NAECHSTE-LFD-NR
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NAECHSTE-LFD-NR >= 999
              MOVE 0 TO WS-NAECHSTE-LFD-NR
           ELSE
              ADD 1 TO WS-NAECHSTE-LFD-NR
           END-IF
           EXIT.

       STELLE-CLEARING-ZURUECK SECTION.
      *    Freigegebenen Clearing-Eingang unveraendert an die
      *    Eingangsdatei anhaengen; der CLEARINGLAUF erkennt ihn
      *    am Status "F" und bucht ihn ohne erneute Pruefung.
           OPEN EXTEND CLEARING-EINGANG
           IF WS-EINGANG-STATUS NOT = "00" THEN
              OPEN OUTPUT CLEARING-EINGANG
           END-IF
           IF WS-EINGANG-STATUS NOT = "00" THEN
              DISPLAY "clearing-eingang.dat nicht beschreibbar, "
                 "Status: " WS-EINGANG-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO CLEARING-SATZ
           MOVE HALT-EMPFAENGER TO CLEARING-EMPFAENGER
           MOVE HALT-AUFTRAGGEBER TO CLEARING-AUFTRAGGEBER
           MOVE HALT-BETRAG TO CLEARING-BETRAG
           MOVE HALT-TEXT TO CLEARING-TEXT
           MOVE HALT-DATUM TO CLEARING-DATUM
           MOVE HALT-EMPFAENGER-IBAN TO CLEARING-EMPFAENGER-IBAN
           WRITE CLEARING-SATZ
           CLOSE CLEARING-EINGANG
           MOVE "F" TO HALT-STATUS
           MOVE "J" TO WS-AUSFUEHRUNG-OK
           EXIT.

       LIES-ZAHLUNG SECTION.
           DISPLAY "Nummer der Zahlung:"
           MOVE SPACES TO WS-ID-EINGABE
           ACCEPT WS-ID-EINGABE
           IF FUNCTION TRIM(WS-ID-EINGABE) IS NOT NUMERIC
              DISPLAY "Ungueltige Nummer."
              MOVE "23" TO WS-HALT-STATUS
              EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(WS-ID-EINGABE) TO HALT-ID
           READ SANKTIONSHALT
              INVALID KEY
                 DISPLAY "Zahlung nicht gefunden."
           END-READ
           EXIT.
       END PROGRAM SANKTIONSFREIGABE.

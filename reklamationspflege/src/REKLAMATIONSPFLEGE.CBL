       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKLAMATIONSPFLEGE.
      *    Erfassung und Bearbeitung der Kundenreklamationen zu
      *    Buchungen in REKLAMATIONEN (siehe REKLAMATIONREC.cpy):
      *    Fall mit Konto, Buchungsreferenz und Kategorie anlegen
      *    (Frist REKLFRIST aus PARMFILE.DAT, Vorgabe 15 Tage),
      *    offene Faelle sichten, Fall mit Statusverlauf anzeigen,
      *    Vermerk eintragen, an einen anderen Operator abgeben,
      *    mit dem Storno der strittigen Buchung verknuepfen und
      *    abschliessen. Der Storno selbst laeuft weiter ueber
      *    STORNO (oberhalb FREIGABEGRENZE als Freigabesatz in
      *    FREIGABE.DAT); die Verknuepfung prueft, ob die Buchung
      *    in LEDGER.DAT bereits storniert ist ("S") oder ein
      *    Storno-Freigabesatz (Art "S") dafuer vorliegt, und
      *    fuehrt den Fall auf "S" bzw. "W". Abstimmdifferenzen
      *    ohne Kundenbezug bleiben in DIFFPFLEGE.
      *    Zugang ueber OPSIGNON fuer Supervisor ("S") und
      *    Sachbearbeiter ("O"); jede Aenderung laeuft mit
      *    Operator-Kennung ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REKLAMATIONEN ASSIGN TO "REKLAMATIONEN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REKL-ID
              FILE STATUS IS WS-REKL-STATUS.
           SELECT REKLSEQUENZ ASSIGN TO "reklamation-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REKLSEQUENZ-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT TRANSAKTIONEN ASSIGN TO "TRANSAKTIONEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRANS-REF
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.
           SELECT LEDGER ASSIGN TO "LEDGER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDGER-TRANS-ID
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT FREIGABE ASSIGN TO "FREIGABE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FREIGABE-ID
              FILE STATUS IS WS-FREIGABE-STATUS.
           SELECT OPERATORDATEI ASSIGN TO "OPERATORDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REKLAMATIONEN.
       COPY REKLAMATIONREC.
       FD REKLSEQUENZ.
       01 REKLSEQUENZ-SATZ.
          05 REKLSEQUENZ-WERT PIC 9(06).
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD FREIGABE.
       COPY FREIGABEREC.
       FD OPERATORDATEI.
       COPY OPERATORREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-REKL-STATUS PIC X(02).
       01 WS-REKLSEQUENZ-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-FREIGABE-STATUS PIC X(02).
       01 WS-OPERATOR-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-FALL-EOF PIC X.
       01 WS-FREIGABE-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

      *    Bearbeitungsfrist in Kalendertagen (PARMFILE REKLFRIST).
       01 WS-FRIST-TAGE PIC 9(03) VALUE 15.
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

       01 WS-REKL-SEQUENZ PIC 9(06).
       01 WS-ID-EINGABE PIC X(06).
       01 WS-KONTO-EINGABE PIC X(10).
       01 WS-REF-EINGABE PIC X(17).
       01 WS-KATEGORIE PIC X(02).
          88 KATEGORIE-GUELTIG VALUE "DB" "BF" "NA" "GE" "NE" "SO".
       01 WS-BESCHREIBUNG PIC X(50).
       01 WS-DATUM-EINGABE PIC X(08).
       01 WS-EINGANG PIC 9(08).
       01 WS-HEUTE PIC 9(08).
       01 WS-ENTSCHEIDUNG PIC X.
       01 WS-ERGEBNIS PIC X(40).
       01 WS-OPERATOR-EINGABE PIC X(10).
       01 WS-LEDGER-ID PIC X(17).
       01 WS-ANZAHL PIC 9(05).
       01 WS-IDX PIC 9(02).
       01 WS-UEBERFAELLIG PIC X(01).

      *    Neuer Eintrag fuer den Statusverlauf (TRAGE-VERLAUF-EIN).
       01 WS-VERLAUF-STATUS PIC X(01).
       01 WS-VERLAUF-VERMERK PIC X(30).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "REKLAMATIONSPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).
       01 WS-AUDIT-AKTION PIC X(10).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF
           IF WS-ANGEMELDET-ROLLE NOT = "S"
              AND WS-ANGEMELDET-ROLLE NOT = "O" THEN
              DISPLAY "Reklamationen bearbeiten nur Supervisor "
                 "und Sachbearbeiter."
              STOP RUN
           END-IF

           MOVE "REKLFRIST" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-FRIST-TAGE
           END-IF

           OPEN I-O REKLAMATIONEN
           IF WS-REKL-STATUS = "35" THEN
              OPEN OUTPUT REKLAMATIONEN
              CLOSE REKLAMATIONEN
              OPEN I-O REKLAMATIONEN
           END-IF
           IF WS-REKL-STATUS NOT = "00" THEN
              DISPLAY "Reklamationsdatei nicht verfuegbar, Status: "
                 WS-REKL-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE
              DISPLAY " "
              DISPLAY "--- Reklamationen ---"
              DISPLAY "1 = Reklamation erfassen"
              DISPLAY "2 = Offene Faelle anzeigen"
              DISPLAY "3 = Fall mit Verlauf anzeigen"
              DISPLAY "4 = Vermerk eintragen"
              DISPLAY "5 = Fall an anderen Operator abgeben"
              DISPLAY "6 = Storno verknuepfen"
              DISPLAY "7 = Fall abschliessen"
              DISPLAY "8 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ERFASSE-FALL
                 WHEN "2"
                    PERFORM ZEIGE-OFFENE-FAELLE
                 WHEN "3"
                    PERFORM ZEIGE-FALL
                 WHEN "4"
                    PERFORM VERMERKE-FALL
                 WHEN "5"
                    PERFORM GIB-FALL-AB
                 WHEN "6"
                    PERFORM VERKNUEPFE-STORNO
                 WHEN "7"
                    PERFORM SCHLIESSE-FALL
                 WHEN "8"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE REKLAMATIONEN
           STOP RUN.

       ERFASSE-FALL SECTION.
           DISPLAY "Konto-ID:"
           MOVE SPACES TO WS-KONTO-EINGABE
           ACCEPT WS-KONTO-EINGABE
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "Kontodatei nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
           END-READ
           CLOSE KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00"
              EXIT SECTION
           END-IF

      *    Die Buchungsreferenz muss zum Konto gehoeren; leer
      *    bleibt sie nur, wenn keine Buchung vorliegt (etwa
      *    eine nicht eingegangene Zahlung).
           DISPLAY "Buchungsreferenz (TRANS-REF, leer = ohne):"
           MOVE SPACES TO WS-REF-EINGABE
           ACCEPT WS-REF-EINGABE
           IF WS-REF-EINGABE NOT = SPACES
              OPEN INPUT TRANSAKTIONEN
              IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
                 DISPLAY "Umsatzjournal nicht verfuegbar, Status: "
                    WS-TRANSAKTIONEN-STATUS
                 EXIT SECTION
              END-IF
              MOVE WS-REF-EINGABE TO TRANS-REF
              READ TRANSAKTIONEN
                 INVALID KEY
                    DISPLAY "Buchung nicht gefunden."
              END-READ
              CLOSE TRANSAKTIONEN
              IF WS-TRANSAKTIONEN-STATUS NOT = "00"
                 EXIT SECTION
              END-IF
              IF TRANS-KONTO-ID NOT = WS-KONTO-EINGABE
                 DISPLAY "Buchung gehoert nicht zu Konto "
                    WS-KONTO-EINGABE
                 EXIT SECTION
              END-IF
              DISPLAY "  " TRANS-DATUM " " TRANS-HERKUNFT " "
                 TRANS-TEXT
           END-IF

           DISPLAY "Kategorie (DB Doppelbuchung, BF falscher "
              "Betrag, NA nicht autorisiert,"
           DISPLAY "  GE Gebuehr/Zins, NE nicht eingegangen, "
              "SO Sonstiges):"
           MOVE SPACES TO WS-KATEGORIE
           ACCEPT WS-KATEGORIE
           MOVE FUNCTION UPPER-CASE(WS-KATEGORIE) TO WS-KATEGORIE
           IF NOT KATEGORIE-GUELTIG
              DISPLAY "Ungueltige Kategorie."
              EXIT SECTION
           END-IF
           IF WS-REF-EINGABE = SPACES
              AND WS-KATEGORIE NOT = "NE"
              AND WS-KATEGORIE NOT = "SO"
              DISPLAY "Kategorie " WS-KATEGORIE
                 " braucht eine Buchungsreferenz."
              EXIT SECTION
           END-IF
           DISPLAY "Beschreibung:"
           MOVE SPACES TO WS-BESCHREIBUNG
           ACCEPT WS-BESCHREIBUNG
           IF WS-BESCHREIBUNG = SPACES
              DISPLAY "Ohne Beschreibung keine Erfassung."
              EXIT SECTION
           END-IF
           DISPLAY "Eingangsdatum (JJJJMMTT, leer = heute):"
           MOVE SPACES TO WS-DATUM-EINGABE
           ACCEPT WS-DATUM-EINGABE
           IF WS-DATUM-EINGABE = SPACES
              MOVE WS-HEUTE TO WS-EINGANG
           ELSE
              IF WS-DATUM-EINGABE IS NOT NUMERIC
                 OR WS-DATUM-EINGABE > WS-HEUTE
                 OR FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WS-DATUM-EINGABE)) NOT = 0
                 DISPLAY "Ungueltiges Eingangsdatum."
                 EXIT SECTION
              END-IF
              MOVE WS-DATUM-EINGABE TO WS-EINGANG
           END-IF

           PERFORM ERMITTLE-FALL-ID
           MOVE SPACES TO REKLAMATION-RECORD
           MOVE WS-REKL-SEQUENZ TO REKL-ID
           MOVE WS-KONTO-EINGABE TO REKL-KONTO-ID
           MOVE WS-REF-EINGABE TO REKL-TRANS-REF
           MOVE WS-KATEGORIE TO REKL-KATEGORIE
           MOVE WS-BESCHREIBUNG TO REKL-BESCHREIBUNG
           MOVE WS-EINGANG TO REKL-EINGANG
           COMPUTE REKL-FAELLIG = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-EINGANG) + WS-FRIST-TAGE)
           MOVE "O" TO REKL-STATUS
           MOVE WS-ANGEMELDET-ID TO REKL-BEARBEITER
           MOVE 0 TO REKL-FREIGABE-ID
           MOVE 0 TO REKL-ERLEDIGT-AM
           MOVE 0 TO REKL-VERLAUF-ANZAHL
           MOVE "O" TO WS-VERLAUF-STATUS
           MOVE "ERFASST" TO WS-VERLAUF-VERMERK
           PERFORM TRAGE-VERLAUF-EIN
           WRITE REKLAMATION-RECORD
              INVALID KEY
                 DISPLAY "Fall " WS-REKL-SEQUENZ
                    " konnte nicht angelegt werden."
                 EXIT SECTION
           END-WRITE
           DISPLAY "Reklamation " REKL-ID " erfasst, faellig am "
              REKL-FAELLIG
           MOVE "ERFASST" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       ZEIGE-OFFENE-FAELLE SECTION.
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-FALL-EOF
           MOVE 0 TO REKL-ID
           START REKLAMATIONEN KEY IS >= REKL-ID
              INVALID KEY MOVE "J" TO WS-FALL-EOF
           END-START
           DISPLAY "Offene Faelle (* = ueberfaellig):"
           PERFORM UNTIL WS-FALL-EOF = "J"
              READ REKLAMATIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-FALL-EOF
                 NOT AT END
                    IF REKL-STATUS = "O" OR REKL-STATUS = "B"
                       OR REKL-STATUS = "W"
                       ADD 1 TO WS-ANZAHL
                       MOVE " " TO WS-UEBERFAELLIG
                       IF REKL-FAELLIG < WS-HEUTE
                          MOVE "*" TO WS-UEBERFAELLIG
                       END-IF
                       DISPLAY " " WS-UEBERFAELLIG "Nr " REKL-ID
                          " " REKL-KATEGORIE " " REKL-STATUS
                          " Konto " REKL-KONTO-ID
                          " faellig " REKL-FAELLIG
                          " " REKL-BEARBEITER
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "  keine"
           END-IF
           EXIT.

       ZEIGE-FALL SECTION.
           PERFORM LIES-FALL
           IF WS-REKL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "Reklamation " REKL-ID " Kategorie "
              REKL-KATEGORIE " Status " REKL-STATUS
           DISPLAY "  Konto " REKL-KONTO-ID " Buchung "
              REKL-TRANS-REF
           DISPLAY "  " REKL-BESCHREIBUNG
           DISPLAY "  Eingang " REKL-EINGANG " faellig "
              REKL-FAELLIG " Bearbeiter " REKL-BEARBEITER
           IF REKL-FREIGABE-ID NOT = 0
              DISPLAY "  Storno-Freigabe Nr " REKL-FREIGABE-ID
           END-IF
           IF REKL-STORNO-REF NOT = SPACES
              DISPLAY "  Storniert: " REKL-STORNO-REF
           END-IF
           IF REKL-ERLEDIGT-AM NOT = 0
              DISPLAY "  Erledigt am " REKL-ERLEDIGT-AM ": "
                 REKL-ERGEBNIS
           END-IF
           DISPLAY "Verlauf:"
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > REKL-VERLAUF-ANZAHL
              DISPLAY "  " REKL-VERLAUF-ZEITPUNKT(WS-IDX)
                 " " REKL-VERLAUF-STATUS(WS-IDX)
                 " " REKL-VERLAUF-OPERATOR(WS-IDX)
                 " " REKL-VERLAUF-VERMERK(WS-IDX)
           END-PERFORM
           EXIT.

       VERMERKE-FALL SECTION.
      *    Vermerk zum Fall; ein offener Fall geht damit in
      *    Bearbeitung ("B").
           PERFORM LIES-OFFENEN-FALL
           IF WS-REKL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "Vermerk:"
           MOVE SPACES TO WS-VERLAUF-VERMERK
           ACCEPT WS-VERLAUF-VERMERK
           IF WS-VERLAUF-VERMERK = SPACES
              DISPLAY "Kein Vermerk eingetragen."
              EXIT SECTION
           END-IF
           IF REKL-STATUS = "O"
              MOVE "B" TO REKL-STATUS
           END-IF
           MOVE REKL-STATUS TO WS-VERLAUF-STATUS
           PERFORM TRAGE-VERLAUF-EIN
           REWRITE REKLAMATION-RECORD
           DISPLAY "Vermerk zu Fall " REKL-ID " eingetragen."
           MOVE "VERMERK" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       GIB-FALL-AB SECTION.
           PERFORM LIES-OFFENEN-FALL
           IF WS-REKL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "Neuer Bearbeiter (Operator-ID):"
           MOVE SPACES TO WS-OPERATOR-EINGABE
           ACCEPT WS-OPERATOR-EINGABE
           IF WS-OPERATOR-EINGABE = REKL-BEARBEITER
              DISPLAY "Fall liegt bereits bei " REKL-BEARBEITER
              EXIT SECTION
           END-IF
           OPEN INPUT OPERATORDATEI
           IF WS-OPERATOR-STATUS NOT = "00" THEN
              DISPLAY "Operatorstamm nicht verfuegbar, Status: "
                 WS-OPERATOR-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-OPERATOR-EINGABE TO OPERATOR-ID
           READ OPERATORDATEI
              INVALID KEY
                 DISPLAY "Operator nicht gefunden."
           END-READ
           CLOSE OPERATORDATEI
           IF WS-OPERATOR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF OPERATOR-ROLLE NOT = "S" AND OPERATOR-ROLLE NOT = "O"
              DISPLAY "Operator " WS-OPERATOR-EINGABE
                 " bearbeitet keine Reklamationen."
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-VERLAUF-VERMERK
           STRING "ABGEGEBEN AN " DELIMITED BY SIZE
                  WS-OPERATOR-EINGABE DELIMITED BY SPACE
             INTO WS-VERLAUF-VERMERK
           END-STRING
           MOVE WS-OPERATOR-EINGABE TO REKL-BEARBEITER
           MOVE REKL-STATUS TO WS-VERLAUF-STATUS
           PERFORM TRAGE-VERLAUF-EIN
           REWRITE REKLAMATION-RECORD
           DISPLAY "Fall " REKL-ID " liegt jetzt bei "
              REKL-BEARBEITER
           MOVE "ABGABE" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       VERKNUEPFE-STORNO SECTION.
      *    Ist die strittige Buchung in LEDGER.DAT bereits
      *    storniert, ist der Fall erledigt ("S"). Sonst wird in
      *    FREIGABE.DAT ein Storno-Freigabesatz (Art "S") zur
      *    Buchung gesucht: offen -> "W", freigegeben -> "S",
      *    abgelehnt -> keine Verknuepfung. Die Ledger-ID einer
      *    TAN-Ueberweisung (Konto plus TAN-Sequenz) weicht von
      *    der TRANS-REF ab und kann deshalb eingegeben werden.
      *    Ein Fall in "W" wird hier auch nachgefuehrt, sobald
      *    ueber die Freigabe entschieden ist.
           PERFORM LIES-OFFENEN-FALL
           IF WS-REKL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF REKL-STATUS = "W"
              MOVE REKL-STORNO-REF TO WS-LEDGER-ID
           ELSE
              DISPLAY "Stornierte Buchung (Ledger-ID, leer = "
                 FUNCTION TRIM(REKL-TRANS-REF) "):"
              MOVE SPACES TO WS-LEDGER-ID
              ACCEPT WS-LEDGER-ID
              IF WS-LEDGER-ID = SPACES
                 MOVE REKL-TRANS-REF TO WS-LEDGER-ID
              END-IF
           END-IF
           IF WS-LEDGER-ID = SPACES
              DISPLAY "Keine Buchung angegeben."
              EXIT SECTION
           END-IF

           OPEN INPUT LEDGER
           IF WS-LEDGER-STATUS NOT = "00" THEN
              DISPLAY "Hauptbuch nicht verfuegbar, Status: "
                 WS-LEDGER-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-LEDGER-ID TO LEDGER-TRANS-ID
           READ LEDGER
              INVALID KEY
                 DISPLAY "Buchung " WS-LEDGER-ID
                    " nicht im Hauptbuch."
           END-READ
           CLOSE LEDGER
           IF WS-LEDGER-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF LEDGER-KONTO-ID NOT = REKL-KONTO-ID
              DISPLAY "Buchung gehoert nicht zu Konto "
                 REKL-KONTO-ID
              EXIT SECTION
           END-IF
           IF LEDGER-STATUS = "S"
              MOVE "S" TO REKL-STATUS
              MOVE WS-LEDGER-ID TO REKL-STORNO-REF
              MOVE WS-HEUTE TO REKL-ERLEDIGT-AM
              MOVE "STORNO AUSGEFUEHRT" TO REKL-ERGEBNIS
              MOVE "STORNO AUSGEFUEHRT" TO WS-VERLAUF-VERMERK
              PERFORM SCHREIBE-STORNO-STAND
              EXIT SECTION
           END-IF

           MOVE "N" TO WS-FREIGABE-EOF
           OPEN INPUT FREIGABE
           IF WS-FREIGABE-STATUS NOT = "00" THEN
              DISPLAY "Buchung ist nicht storniert, kein "
                 "Storno-Antrag vorhanden."
              EXIT SECTION
           END-IF
           IF REKL-FREIGABE-ID NOT = 0
              MOVE REKL-FREIGABE-ID TO FREIGABE-ID
              READ FREIGABE
                 INVALID KEY MOVE "J" TO WS-FREIGABE-EOF
              END-READ
           ELSE
              MOVE "J" TO WS-FREIGABE-EOF
              MOVE 0 TO FREIGABE-ID
              START FREIGABE KEY IS >= FREIGABE-ID
                 INVALID KEY MOVE "E" TO WS-FREIGABE-EOF
              END-START
              PERFORM UNTIL WS-FREIGABE-EOF NOT = "J"
                 READ FREIGABE NEXT RECORD
                    AT END MOVE "E" TO WS-FREIGABE-EOF
                    NOT AT END
                       IF FREIGABE-ART = "S"
                          AND FREIGABE-TRANS-ID = WS-LEDGER-ID
                          AND FREIGABE-STATUS NOT = "A"
                          MOVE "N" TO WS-FREIGABE-EOF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FREIGABE
           IF WS-FREIGABE-EOF NOT = "N"
              DISPLAY "Buchung ist nicht storniert, kein "
                 "Storno-Antrag vorhanden."
              EXIT SECTION
           END-IF

           EVALUATE FREIGABE-STATUS
              WHEN "O"
                 IF REKL-STATUS = "W"
                    DISPLAY "Storno-Freigabe " FREIGABE-ID
                       " ist noch offen."
                    EXIT SECTION
                 END-IF
                 MOVE "W" TO REKL-STATUS
                 MOVE FREIGABE-ID TO REKL-FREIGABE-ID
                 MOVE WS-LEDGER-ID TO REKL-STORNO-REF
                 MOVE "STORNO BEANTRAGT" TO WS-VERLAUF-VERMERK
              WHEN "F"
                 MOVE "S" TO REKL-STATUS
                 MOVE FREIGABE-ID TO REKL-FREIGABE-ID
                 MOVE WS-LEDGER-ID TO REKL-STORNO-REF
                 MOVE WS-HEUTE TO REKL-ERLEDIGT-AM
                 MOVE "STORNO FREIGEGEBEN" TO REKL-ERGEBNIS
                 MOVE "STORNO FREIGEGEBEN" TO WS-VERLAUF-VERMERK
              WHEN OTHER
      *          Abgelehnt: der Fall geht zurueck in Bearbeitung.
                 MOVE "B" TO REKL-STATUS
                 MOVE 0 TO REKL-FREIGABE-ID
                 MOVE SPACES TO REKL-STORNO-REF
                 MOVE "STORNO ABGELEHNT" TO WS-VERLAUF-VERMERK
           END-EVALUATE
           PERFORM SCHREIBE-STORNO-STAND
           EXIT.

       SCHREIBE-STORNO-STAND SECTION.
           MOVE REKL-STATUS TO WS-VERLAUF-STATUS
           PERFORM TRAGE-VERLAUF-EIN
           REWRITE REKLAMATION-RECORD
           DISPLAY "Fall " REKL-ID ": " WS-VERLAUF-VERMERK
              " (Status " REKL-STATUS ")"
           MOVE "STORNO" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       SCHLIESSE-FALL SECTION.
           PERFORM LIES-OFFENEN-FALL
           IF WS-REKL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF REKL-STATUS = "W"
              DISPLAY "Storno-Freigabe " REKL-FREIGABE-ID
                 " ist offen, bitte zuerst Storno verknuepfen."
              EXIT SECTION
           END-IF
           DISPLAY "E = erledigt ohne Korrektur, "
              "Z = vom Kunden zurueckgezogen:"
           ACCEPT WS-ENTSCHEIDUNG
           MOVE FUNCTION UPPER-CASE(WS-ENTSCHEIDUNG)
              TO WS-ENTSCHEIDUNG
           IF WS-ENTSCHEIDUNG NOT = "E"
              AND WS-ENTSCHEIDUNG NOT = "Z"
              DISPLAY "Fall nicht abgeschlossen."
              EXIT SECTION
           END-IF
           DISPLAY "Ergebnis:"
           MOVE SPACES TO WS-ERGEBNIS
           ACCEPT WS-ERGEBNIS
           IF WS-ERGEBNIS = SPACES
              DISPLAY "Ohne Ergebnis kein Abschluss."
              EXIT SECTION
           END-IF
           MOVE WS-ENTSCHEIDUNG TO REKL-STATUS
           MOVE WS-ERGEBNIS TO REKL-ERGEBNIS
           MOVE WS-HEUTE TO REKL-ERLEDIGT-AM
           MOVE REKL-STATUS TO WS-VERLAUF-STATUS
           MOVE WS-ERGEBNIS TO WS-VERLAUF-VERMERK
           PERFORM TRAGE-VERLAUF-EIN
           REWRITE REKLAMATION-RECORD
           DISPLAY "Fall " REKL-ID " abgeschlossen: " REKL-STATUS
           MOVE "ABSCHLUSS" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       LIES-FALL SECTION.
           DISPLAY "Fallnummer:"
           MOVE SPACES TO WS-ID-EINGABE
           ACCEPT WS-ID-EINGABE
           IF FUNCTION TRIM(WS-ID-EINGABE) IS NOT NUMERIC
              DISPLAY "Ungueltige Nummer."
              MOVE "23" TO WS-REKL-STATUS
              EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(WS-ID-EINGABE) TO REKL-ID
           READ REKLAMATIONEN
              INVALID KEY
                 DISPLAY "Fall nicht gefunden."
           END-READ
           EXIT.

       LIES-OFFENEN-FALL SECTION.
           PERFORM LIES-FALL
           IF WS-REKL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF REKL-STATUS NOT = "O" AND REKL-STATUS NOT = "B"
              AND REKL-STATUS NOT = "W"
              DISPLAY "Fall ist bereits abgeschlossen ("
                 REKL-STATUS ")."
              MOVE "23" TO WS-REKL-STATUS
           END-IF
           EXIT.

       TRAGE-VERLAUF-EIN SECTION.
      *    Haengt WS-VERLAUF-STATUS/-VERMERK mit Zeitpunkt und
      *    Operator an den Verlauf an; ist er voll, bleibt
      *    Eintrag 1 (Erfassung) stehen und Eintrag 2 faellt
      *    heraus.
           IF REKL-VERLAUF-ANZAHL >= 12
              PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 11
                 MOVE REKL-VERLAUF(WS-IDX + 1)
                    TO REKL-VERLAUF(WS-IDX)
              END-PERFORM
              MOVE 11 TO REKL-VERLAUF-ANZAHL
           END-IF
           ADD 1 TO REKL-VERLAUF-ANZAHL
           MOVE REKL-VERLAUF-ANZAHL TO WS-IDX
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO REKL-VERLAUF-ZEITPUNKT(WS-IDX)
           MOVE WS-VERLAUF-STATUS TO REKL-VERLAUF-STATUS(WS-IDX)
           MOVE WS-ANGEMELDET-ID TO REKL-VERLAUF-OPERATOR(WS-IDX)
           MOVE WS-VERLAUF-VERMERK TO REKL-VERLAUF-VERMERK(WS-IDX)
           EXIT.

       SCHREIBE-AUDIT SECTION.
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "REKL " DELIMITED BY SIZE
                  REKL-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-AKTION DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  REKL-STATUS DELIMITED BY SIZE
                  " K=" DELIMITED BY SIZE
                  REKL-KONTO-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       ERMITTLE-FALL-ID SECTION.
      *    Naechste laufende Fallnummer aus reklamation-sequenz.dat,
      *    gefuehrt wie freigabe-sequenz.dat.
           MOVE 0 TO WS-REKL-SEQUENZ
           OPEN INPUT REKLSEQUENZ
           IF WS-REKLSEQUENZ-STATUS = "00" THEN
              READ REKLSEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE REKLSEQUENZ-WERT TO WS-REKL-SEQUENZ
              END-READ
              CLOSE REKLSEQUENZ
           END-IF
           ADD 1 TO WS-REKL-SEQUENZ
           MOVE WS-REKL-SEQUENZ TO REKLSEQUENZ-WERT
           OPEN OUTPUT REKLSEQUENZ
           WRITE REKLSEQUENZ-SATZ
           CLOSE REKLSEQUENZ
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
       END PROGRAM REKLAMATIONSPFLEGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGITIMATIONSPFLEGE.
      *    Pflege der Legitimationsdaten je Kunde in LEGITIMATION
      *    (siehe LEGITIMATIONREC.cpy): Ausweisdokument mit Art,
      *    Nummer, ausstellender Behoerde und Ablaufdatum,
      *    Geburtsdatum und Staatsangehoerigkeit, dazu wer den
      *    Kunden wann identifiziert hat und die Risikoklasse.
      *    Der Kunde muss im KUNDENSTAMM stehen. Nach Ablauf des
      *    Dokuments wird das neue Dokument ueber "Legitimation
      *    erneuern" erfasst; die periodische Ueberpruefung aus
      *    der KYCPRUEFUNG-Liste wird mit "Pruefung bestaetigen"
      *    eingetragen. Ohne gueltige Legitimation legt
      *    KONTOPFLEGE kein Konto an.
      *    Zugang ueber OPSIGNON fuer Supervisor ("S"),
      *    Sachbearbeiter ("O") und Compliance ("C"); die
      *    Risikoklasse eines erfassten Kunden aendern nur
      *    Compliance und Supervisor. Jede Aenderung laeuft mit
      *    Operator-Kennung ueber das AUDITLOG-Subprogramm.
      *    Wie in KUNDENPFLEGE sieht der Operator zunaechst nur
      *    Kunden seiner Filiale (SUBMODULE-Funktion OPFILIALE);
      *    der Filialfilter kann im Menue gewechselt werden.
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
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGITIMATION.
       COPY LEGITIMATIONREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD FILIALDATEI.
       COPY FILIALEREC.

       WORKING-STORAGE SECTION.
       01 WS-LEGITIMATION-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-FILIAL-STATUS PIC X(02).

      *    Filialfilter (Leerzeichen = alle Filialen).
       01 WS-FILTER-FILIALE PIC X(02) VALUE SPACES.
       01 WS-FILIALE-EINGABE PIC X(02).
       01 WS-FILTER-OK PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-HEUTE PIC 9(08).
       01 WS-KUNDEN-ID-EINGABE PIC X(10).
       01 WS-DOKUMENTART PIC X(01).
          88 DOKUMENTART-GUELTIG VALUE "P" "A" "T" "S".
       01 WS-DOKUMENTNR PIC X(20).
       01 WS-BEHOERDE PIC X(30).
       01 WS-NATIONALITAET PIC X(03).
       01 WS-RISIKOKLASSE PIC X(01).
          88 RISIKOKLASSE-GUELTIG VALUE "N" "M" "H".
       01 WS-DATUM-EINGABE PIC X(08).
       01 WS-GUELTIG-BIS PIC 9(08).
       01 WS-GEBURTSDATUM PIC 9(08).
       01 WS-IDENTIFIZIERT-AM PIC 9(08).
      *    Ergebnis von ERFASSE-DOKUMENT / LIES-DATUM:
      *    "J" = Eingaben vollstaendig und gueltig.
       01 WS-EINGABE-OK PIC X(01).
       01 WS-DATUM-WERT PIC 9(08).
       01 WS-DATUM-LEER-HEUTE PIC X(01).
       01 WS-KUNDE-NAME PIC X(30).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "LEGITIMATIONSPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).
       01 WS-AUDIT-AKTION PIC X(10).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/SUBMODULE)
      *    fuer die Filiale des angemeldeten Operators.
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF
           IF WS-ANGEMELDET-ROLLE NOT = "S"
              AND WS-ANGEMELDET-ROLLE NOT = "O"
              AND WS-ANGEMELDET-ROLLE NOT = "C" THEN
              DISPLAY "Keine Berechtigung fuer die "
                 "Legitimationspflege."
              STOP RUN
           END-IF

           OPEN I-O LEGITIMATION
           IF WS-LEGITIMATION-STATUS = "35" THEN
              OPEN OUTPUT LEGITIMATION
              CLOSE LEGITIMATION
              OPEN I-O LEGITIMATION
           END-IF
           IF WS-LEGITIMATION-STATUS NOT = "00" THEN
              DISPLAY "Legitimationsdatei nicht verfuegbar, Status: "
                 WS-LEGITIMATION-STATUS
              STOP RUN
           END-IF

           MOVE "OPFILIALE" TO WS-SUB-FUNKTION
           MOVE WS-ANGEMELDET-ID TO WS-SUB-PARM1
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00" THEN
              MOVE WS-SUB-ERGEBNIS(1:2) TO WS-FILTER-FILIALE
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE
              DISPLAY " "
              DISPLAY "--- Legitimation (KYC) ---"
              IF WS-FILTER-FILIALE = SPACES
                 DISPLAY "Filialfilter: alle Filialen"
              ELSE
                 DISPLAY "Filialfilter: " WS-FILTER-FILIALE
              END-IF
              DISPLAY "1 = Legitimation erfassen"
              DISPLAY "2 = Legitimation erneuern (neues Dokument)"
              DISPLAY "3 = Legitimation anzeigen"
              DISPLAY "4 = Pruefung bestaetigen"
              DISPLAY "5 = Risikoklasse aendern"
              DISPLAY "6 = Filialfilter wechseln"
              DISPLAY "7 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ERFASSE-LEGITIMATION
                 WHEN "2"
                    PERFORM ERNEUERE-LEGITIMATION
                 WHEN "3"
                    PERFORM ZEIGE-LEGITIMATION
                 WHEN "4"
                    PERFORM BESTAETIGE-PRUEFUNG
                 WHEN "5"
                    PERFORM AENDERE-RISIKOKLASSE
                 WHEN "6"
                    PERFORM WECHSLE-FILIALFILTER
                 WHEN "7"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE LEGITIMATION
           STOP RUN.

       ERFASSE-LEGITIMATION SECTION.
           DISPLAY "Kunden-ID:"
           MOVE SPACES TO WS-KUNDEN-ID-EINGABE
           ACCEPT WS-KUNDEN-ID-EINGABE
           IF WS-KUNDEN-ID-EINGABE = SPACES
              DISPLAY "Kunden-ID fehlt."
              EXIT SECTION
           END-IF
           PERFORM LIES-KUNDE
           IF WS-KUNDENSTAMM-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-KUNDEN-ID-EINGABE TO LEGI-KUNDEN-ID
           READ LEGITIMATION
              INVALID KEY CONTINUE
           END-READ
           IF WS-LEGITIMATION-STATUS = "00"
              DISPLAY "Legitimation fuer Kunde "
                 WS-KUNDEN-ID-EINGABE " ist bereits erfasst."
              EXIT SECTION
           END-IF
           DISPLAY "Kunde: " WS-KUNDE-NAME

           PERFORM ERFASSE-DOKUMENT
           IF WS-EINGABE-OK NOT = "J"
              EXIT SECTION
           END-IF

           DISPLAY "Geburtsdatum (JJJJMMTT):"
           MOVE "N" TO WS-DATUM-LEER-HEUTE
           PERFORM LIES-DATUM
           IF WS-EINGABE-OK NOT = "J"
              OR WS-DATUM-WERT >= WS-HEUTE
              DISPLAY "Ungueltiges Geburtsdatum."
              EXIT SECTION
           END-IF
           MOVE WS-DATUM-WERT TO WS-GEBURTSDATUM

           DISPLAY "Staatsangehoerigkeit (ISO-Code, z.B. DEU):"
           MOVE SPACES TO WS-NATIONALITAET
           ACCEPT WS-NATIONALITAET
           MOVE FUNCTION UPPER-CASE(WS-NATIONALITAET)
              TO WS-NATIONALITAET
           IF WS-NATIONALITAET = SPACES
              OR WS-NATIONALITAET IS NOT ALPHABETIC
              DISPLAY "Ungueltige Staatsangehoerigkeit."
              EXIT SECTION
           END-IF

           DISPLAY "Risikoklasse (N niedrig, M mittel, H hoch):"
           MOVE SPACES TO WS-RISIKOKLASSE
           ACCEPT WS-RISIKOKLASSE
           MOVE FUNCTION UPPER-CASE(WS-RISIKOKLASSE)
              TO WS-RISIKOKLASSE
           IF NOT RISIKOKLASSE-GUELTIG
              DISPLAY "Ungueltige Risikoklasse."
              EXIT SECTION
           END-IF

           MOVE SPACES TO LEGITIMATION-RECORD
           MOVE WS-KUNDEN-ID-EINGABE TO LEGI-KUNDEN-ID
           PERFORM UEBERNEHME-DOKUMENT
           MOVE WS-GEBURTSDATUM TO LEGI-GEBURTSDATUM
           MOVE WS-NATIONALITAET TO LEGI-NATIONALITAET
           MOVE WS-RISIKOKLASSE TO LEGI-RISIKOKLASSE
           WRITE LEGITIMATION-RECORD
              INVALID KEY
                 DISPLAY "Legitimation konnte nicht gespeichert "
                    "werden, Status: " WS-LEGITIMATION-STATUS
                 EXIT SECTION
           END-WRITE
           DISPLAY "Legitimation fuer Kunde " LEGI-KUNDEN-ID
              " erfasst, gueltig bis " LEGI-GUELTIG-BIS
           MOVE "ERFASST" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       ERNEUERE-LEGITIMATION SECTION.
      *    Neues Ausweisdokument (etwa nach Ablauf): Dokumentdaten
      *    und Identifizierung werden ersetzt, Geburtsdatum,
      *    Staatsangehoerigkeit und Risikoklasse bleiben.
           PERFORM LIES-LEGITIMATION
           IF WS-LEGITIMATION-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "Bisher: " LEGI-DOKUMENTART " " LEGI-DOKUMENTNR
              " gueltig bis " LEGI-GUELTIG-BIS
           PERFORM ERFASSE-DOKUMENT
           IF WS-EINGABE-OK NOT = "J"
              EXIT SECTION
           END-IF
           PERFORM UEBERNEHME-DOKUMENT
           REWRITE LEGITIMATION-RECORD
              INVALID KEY
                 DISPLAY "Legitimation konnte nicht gespeichert "
                    "werden, Status: " WS-LEGITIMATION-STATUS
                 EXIT SECTION
           END-REWRITE
           DISPLAY "Legitimation erneuert, gueltig bis "
              LEGI-GUELTIG-BIS
           MOVE "ERNEUERT" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       ZEIGE-LEGITIMATION SECTION.
           PERFORM LIES-LEGITIMATION
           IF WS-LEGITIMATION-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE LEGI-KUNDEN-ID TO WS-KUNDEN-ID-EINGABE
           PERFORM LIES-KUNDE
           DISPLAY "Kunde:              " LEGI-KUNDEN-ID " "
              WS-KUNDE-NAME
           DISPLAY "Dokument:           " LEGI-DOKUMENTART " "
              LEGI-DOKUMENTNR
           DISPLAY "Ausgestellt von:    " LEGI-BEHOERDE
           IF LEGI-GUELTIG-BIS < WS-HEUTE
              DISPLAY "Gueltig bis:        " LEGI-GUELTIG-BIS
                 " ABGELAUFEN"
           ELSE
              DISPLAY "Gueltig bis:        " LEGI-GUELTIG-BIS
           END-IF
           DISPLAY "Geburtsdatum:       " LEGI-GEBURTSDATUM
           DISPLAY "Staatsangehoerigk.: " LEGI-NATIONALITAET
           DISPLAY "Identifiziert:      " LEGI-IDENTIFIZIERT-AM
              " durch " LEGI-IDENTIFIZIERT-DURCH
           DISPLAY "Risikoklasse:       " LEGI-RISIKOKLASSE
           DISPLAY "Letzte Pruefung:    " LEGI-LETZTE-PRUEFUNG
              " durch " LEGI-GEPRUEFT-DURCH
           EXIT.

       BESTAETIGE-PRUEFUNG SECTION.
      *    Periodische Ueberpruefung erledigt: mit abgelaufenem
      *    Dokument wird sie nicht bestaetigt, dann zuerst
      *    erneuern.
           PERFORM LIES-LEGITIMATION
           IF WS-LEGITIMATION-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF LEGI-GUELTIG-BIS < WS-HEUTE
              DISPLAY "Dokument abgelaufen am " LEGI-GUELTIG-BIS
                 ", bitte zuerst Legitimation erneuern."
              EXIT SECTION
           END-IF
           MOVE WS-HEUTE TO LEGI-LETZTE-PRUEFUNG
           MOVE WS-ANGEMELDET-ID TO LEGI-GEPRUEFT-DURCH
           REWRITE LEGITIMATION-RECORD
              INVALID KEY
                 DISPLAY "Legitimation konnte nicht gespeichert "
                    "werden, Status: " WS-LEGITIMATION-STATUS
                 EXIT SECTION
           END-REWRITE
           DISPLAY "Pruefung fuer Kunde " LEGI-KUNDEN-ID
              " zum " WS-HEUTE " eingetragen."
           MOVE "GEPRUEFT" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       AENDERE-RISIKOKLASSE SECTION.
           IF WS-ANGEMELDET-ROLLE NOT = "C"
              AND WS-ANGEMELDET-ROLLE NOT = "S"
              DISPLAY "Risikoklasse aendern nur Compliance und "
                 "Supervisor."
              EXIT SECTION
           END-IF
           PERFORM LIES-LEGITIMATION
           IF WS-LEGITIMATION-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "Bisherige Risikoklasse: " LEGI-RISIKOKLASSE
           DISPLAY "Neue Risikoklasse (N niedrig, M mittel, "
              "H hoch):"
           MOVE SPACES TO WS-RISIKOKLASSE
           ACCEPT WS-RISIKOKLASSE
           MOVE FUNCTION UPPER-CASE(WS-RISIKOKLASSE)
              TO WS-RISIKOKLASSE
           IF NOT RISIKOKLASSE-GUELTIG
              DISPLAY "Ungueltige Risikoklasse."
              EXIT SECTION
           END-IF
           IF WS-RISIKOKLASSE = LEGI-RISIKOKLASSE
              DISPLAY "Risikoklasse unveraendert."
              EXIT SECTION
           END-IF
           MOVE WS-RISIKOKLASSE TO LEGI-RISIKOKLASSE
           REWRITE LEGITIMATION-RECORD
              INVALID KEY
                 DISPLAY "Legitimation konnte nicht gespeichert "
                    "werden, Status: " WS-LEGITIMATION-STATUS
                 EXIT SECTION
           END-REWRITE
           DISPLAY "Risikoklasse fuer Kunde " LEGI-KUNDEN-ID
              " ist jetzt " LEGI-RISIKOKLASSE
           MOVE "RISIKO" TO WS-AUDIT-AKTION
           PERFORM SCHREIBE-AUDIT
           EXIT.

       ERFASSE-DOKUMENT SECTION.
      *    Fragt Art, Nummer, Behoerde und Ablaufdatum des
      *    Ausweisdokuments sowie das Identifizierungsdatum ab;
      *    WS-EINGABE-OK = "J", wenn alles vollstaendig ist und das
      *    Dokument am Tag der Erfassung noch gueltig ist.
           MOVE "N" TO WS-EINGABE-OK
           DISPLAY "Dokumentart (P Reisepass, A Personalausweis, "
              "T Aufenthaltstitel, S sonstiges):"
           MOVE SPACES TO WS-DOKUMENTART
           ACCEPT WS-DOKUMENTART
           MOVE FUNCTION UPPER-CASE(WS-DOKUMENTART) TO WS-DOKUMENTART
           IF NOT DOKUMENTART-GUELTIG
              DISPLAY "Ungueltige Dokumentart."
              EXIT SECTION
           END-IF
           DISPLAY "Dokumentnummer:"
           MOVE SPACES TO WS-DOKUMENTNR
           ACCEPT WS-DOKUMENTNR
           MOVE FUNCTION UPPER-CASE(WS-DOKUMENTNR) TO WS-DOKUMENTNR
           IF WS-DOKUMENTNR = SPACES
              DISPLAY "Dokumentnummer fehlt."
              EXIT SECTION
           END-IF
           DISPLAY "Ausstellende Behoerde:"
           MOVE SPACES TO WS-BEHOERDE
           ACCEPT WS-BEHOERDE
           IF WS-BEHOERDE = SPACES
              DISPLAY "Ausstellende Behoerde fehlt."
              EXIT SECTION
           END-IF
           DISPLAY "Gueltig bis (JJJJMMTT):"
           MOVE "N" TO WS-DATUM-LEER-HEUTE
           PERFORM LIES-DATUM
           IF WS-EINGABE-OK NOT = "J"
              DISPLAY "Ungueltiges Ablaufdatum."
              EXIT SECTION
           END-IF
           IF WS-DATUM-WERT < WS-HEUTE
              DISPLAY "Dokument ist bereits abgelaufen."
              MOVE "N" TO WS-EINGABE-OK
              EXIT SECTION
           END-IF
           MOVE WS-DATUM-WERT TO WS-GUELTIG-BIS
           DISPLAY "Identifiziert am (JJJJMMTT, leer = heute):"
           MOVE "J" TO WS-DATUM-LEER-HEUTE
           PERFORM LIES-DATUM
           IF WS-EINGABE-OK NOT = "J"
              OR WS-DATUM-WERT > WS-HEUTE
              DISPLAY "Ungueltiges Identifizierungsdatum."
              MOVE "N" TO WS-EINGABE-OK
              EXIT SECTION
           END-IF
           MOVE WS-DATUM-WERT TO WS-IDENTIFIZIERT-AM
           EXIT.

       UEBERNEHME-DOKUMENT SECTION.
      *    Die Identifizierung gilt zugleich als letzte Pruefung.
           MOVE WS-DOKUMENTART TO LEGI-DOKUMENTART
           MOVE WS-DOKUMENTNR TO LEGI-DOKUMENTNR
           MOVE WS-BEHOERDE TO LEGI-BEHOERDE
           MOVE WS-GUELTIG-BIS TO LEGI-GUELTIG-BIS
           MOVE WS-ANGEMELDET-ID TO LEGI-IDENTIFIZIERT-DURCH
           MOVE WS-IDENTIFIZIERT-AM TO LEGI-IDENTIFIZIERT-AM
           MOVE WS-IDENTIFIZIERT-AM TO LEGI-LETZTE-PRUEFUNG
           MOVE WS-ANGEMELDET-ID TO LEGI-GEPRUEFT-DURCH
           EXIT.

       LIES-DATUM SECTION.
      *    Liest ein Datum JJJJMMTT nach WS-DATUM-WERT; leere
      *    Eingabe ergibt das Tagesdatum, wenn WS-DATUM-LEER-HEUTE
      *    = "J" ist.
           MOVE "N" TO WS-EINGABE-OK
           MOVE SPACES TO WS-DATUM-EINGABE
           ACCEPT WS-DATUM-EINGABE
           IF WS-DATUM-EINGABE = SPACES
              IF WS-DATUM-LEER-HEUTE = "J"
                 MOVE WS-HEUTE TO WS-DATUM-WERT
                 MOVE "J" TO WS-EINGABE-OK
              END-IF
              EXIT SECTION
           END-IF
           IF WS-DATUM-EINGABE IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE WS-DATUM-EINGABE TO WS-DATUM-WERT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATUM-WERT) NOT = 0
              EXIT SECTION
           END-IF
           MOVE "J" TO WS-EINGABE-OK
           EXIT.

       LIES-LEGITIMATION SECTION.
           DISPLAY "Kunden-ID:"
           MOVE SPACES TO WS-KUNDEN-ID-EINGABE
           ACCEPT WS-KUNDEN-ID-EINGABE
           MOVE WS-KUNDEN-ID-EINGABE TO LEGI-KUNDEN-ID
           READ LEGITIMATION
              INVALID KEY
                 DISPLAY "Keine Legitimation fuer Kunde "
                    WS-KUNDEN-ID-EINGABE " erfasst."
           END-READ
      *    Legitimationen von Kunden ausserhalb des Filialfilters
      *    werden wie nicht erfasste behandelt.
           IF WS-LEGITIMATION-STATUS = "00"
              PERFORM LIES-KUNDE
              IF WS-FILTER-OK NOT = "J"
                 MOVE "23" TO WS-LEGITIMATION-STATUS
              END-IF
           END-IF
           EXIT.

       LIES-KUNDE SECTION.
      *    Liest WS-KUNDEN-ID-EINGABE im KUNDENSTAMM und liefert
      *    den Namen in WS-KUNDE-NAME. Gehoert der Kunde nicht zur
      *    Filiale im Filter, ist WS-FILTER-OK "N" und der Kunde
      *    gilt als nicht gefunden.
           MOVE SPACES TO WS-KUNDE-NAME
           MOVE "J" TO WS-FILTER-OK
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS NOT = "00" THEN
              DISPLAY "Kundenstamm nicht verfuegbar, Status: "
                 WS-KUNDENSTAMM-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-KUNDEN-ID-EINGABE TO KUNDEN-ID
           READ KUNDENSTAMM
              INVALID KEY
                 DISPLAY "Kunde " WS-KUNDEN-ID-EINGABE
                    " nicht im Kundenstamm."
              NOT INVALID KEY
                 MOVE KUNDEN-NAME TO WS-KUNDE-NAME
                 IF WS-FILTER-FILIALE NOT = SPACES
                    AND KUNDEN-FILIALE NOT = WS-FILTER-FILIALE
                    MOVE "N" TO WS-FILTER-OK
                    MOVE SPACES TO WS-KUNDE-NAME
                    DISPLAY "Kunde gehoert zu Filiale "
                       KUNDEN-FILIALE
                       "; erst den Filialfilter wechseln."
                 END-IF
           END-READ
           IF WS-KUNDENSTAMM-STATUS = "00"
              AND WS-FILTER-OK = "J"
              CLOSE KUNDENSTAMM
           ELSE
              CLOSE KUNDENSTAMM
              MOVE "23" TO WS-KUNDENSTAMM-STATUS
           END-IF
           EXIT.

       WECHSLE-FILIALFILTER SECTION.
           DISPLAY "Filiale fuer den Filter (leer = alle):"
           MOVE SPACES TO WS-FILIALE-EINGABE
           ACCEPT WS-FILIALE-EINGABE
           IF WS-FILIALE-EINGABE NOT = SPACES
              MOVE "N" TO WS-FILTER-OK
              OPEN INPUT FILIALDATEI
              IF WS-FILIAL-STATUS = "00"
                 MOVE WS-FILIALE-EINGABE TO FILIALE-NR
                 READ FILIALDATEI
                    NOT INVALID KEY
                       MOVE "J" TO WS-FILTER-OK
                 END-READ
                 CLOSE FILIALDATEI
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

       SCHREIBE-AUDIT SECTION.
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "LEGI " DELIMITED BY SIZE
                  WS-AUDIT-AKTION DELIMITED BY SPACE
                  " KUNDE=" DELIMITED BY SIZE
                  LEGI-KUNDEN-ID DELIMITED BY SPACE
                  " RK=" DELIMITED BY SIZE
                  LEGI-RISIKOKLASSE DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.
       END PROGRAM LEGITIMATIONSPFLEGE.

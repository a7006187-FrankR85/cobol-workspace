              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAGESLIMIT-KONTO-ID
              FILE STATUS IS WS-TAGESLIMIT-STATUS.
           SELECT MANDATDATEI ASSIGN TO "MANDATDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MANDAT-ID
              ALTERNATE RECORD KEY IS MANDAT-KONTO-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-MANDAT-STATUS.
           SELECT KONTOBEZIEHUNG ASSIGN TO "KONTOBEZIEHUNG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTOBEZ-ID
              ALTERNATE RECORD KEY IS KONTOBEZ-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-KONTOBEZ-STATUS.
           SELECT KONTOWECKER ASSIGN TO "KONTOWECKER"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WECKER-KONTO-ID
              FILE STATUS IS WS-WECKER-STATUS.
           SELECT POSTFACH ASSIGN TO "POSTFACH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POSTFACH-SCHLUESSEL
              FILE STATUS IS WS-POSTFACH-STATUS.
           SELECT SWEEPREGELN ASSIGN TO "SWEEPREGELN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWEEP-ID
              FILE STATUS IS WS-SWEEP-STATUS.
           SELECT POSTFACH-DOKUMENT ASSIGN TO WS-DOKUMENT-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOKUMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY GERAETEREC.
       FD TAGESLIMIT.
       COPY TAGESLIMITREC.
       FD MANDATDATEI.
       COPY MANDATREC.
       FD KONTOBEZIEHUNG.
       COPY KONTOBEZREC.
       FD KONTOWECKER.
       COPY WECKERREC.
       FD POSTFACH.
       COPY POSTFACHREC.
       FD SWEEPREGELN.
       COPY SWEEPREC.
       FD POSTFACH-DOKUMENT.
       01 DOKUMENT-SATZ PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
      *    Zahlungserfassung nach dem Login (siehe ueberweisung.cbl).
       01 WS-UEBERWEISUNG-KONTO PIC X(10).

      *    Konten, ueber die der angemeldete Kunde verfuegen darf:
      *    die eigenen (Rolle "I") und die am Tagesdatum gueltigen
      *    Beziehungen aus KONTOBEZIEHUNG (siehe KONTOBEZREC.cpy),
      *    aufgebaut in ZEIGE-KONTENUEBERSICHT; UEBERWEISUNG darf
      *    von jedem dieser Konten ausgefuehrt werden.
       01 WS-KONTOBEZ-STATUS PIC X(02).
       01 WS-KONTOBEZ-EOF PIC X.
       01 WS-HEUTE PIC 9(08).
       01 WS-VERFUEGBAR-ANZAHL PIC 9(02) VALUE 0.
       01 WS-VERFUEGBAR-TABELLE.
          05 WS-VERFUEGBAR-EINTRAG OCCURS 20 TIMES.
             10 WS-VERFUEGBAR-KONTO PIC X(10).
             10 WS-VERFUEGBAR-ROLLE PIC X(01).
       01 WS-VERFUEGBAR-IDX PIC 9(02).
       01 WS-VERFUEGBAR-GEFUNDEN PIC X.
       01 WS-AUFTRAGGEBER-EINGABE PIC X(10).
       01 WS-ROLLEN-TEXT PIC X(20).

      *    Selbstbedienungsmenue nach bestaetigter TAN; der Kunde
      *    bleibt angemeldet, bis er sich ausdruecklich abmeldet.
       01 WS-MENUE-WAHL PIC X.
       01 WS-TAGESLIMIT-ANZEIGE PIC Z(6)9.99.
       01 WS-IST-ERHOEHUNG PIC X.

      *    Lastschriftmandate im Selbstbedienungsmenue (siehe
      *    MANDATREC.cpy): der Kunde sieht die Mandate seines
      *    Kontos und kann ein aktives Mandat widerrufen; die
      *    Schluessel der angezeigten Mandate stehen in der
      *    Tabelle, damit er per laufender Nummer waehlen kann.
       01 WS-MANDAT-STATUS PIC X(02).
       01 WS-MANDAT-EOF PIC X.
       01 WS-MANDAT-ANZAHL PIC 9(02).
       01 WS-MANDAT-TABELLE.
          05 WS-MANDAT-SCHLUESSEL OCCURS 20 TIMES PIC X(38).
       01 WS-MANDAT-NR-ANZEIGE PIC Z9.
       01 WS-MANDAT-WAHL PIC X(02).
       01 WS-MANDAT-WAHL-NR PIC 9(02).
       01 WS-MANDAT-BESTAETIGUNG PIC X.

      *    Kontowecker im Selbstbedienungsmenue (siehe
      *    WECKERREC.cpy): je Regel leer = unveraendert, "-" =
      *    ausschalten, Betrag = setzen; jede Aenderung braucht
      *    eine mobileTAN.
       01 WS-WECKER-STATUS PIC X(02).
       01 WS-WECKER-VORHANDEN PIC X.
       01 WS-WECKER-GEAENDERT PIC X.
       01 WS-WECKER-EINGABE PIC X(07).
       01 WS-WECKER-BETRAG PIC 9(07).

      *    Kontenausgleichsregeln im Selbstbedienungsmenue (siehe
      *    SWEEPREC.cpy): das angemeldete Konto ist Quellkonto,
      *    die Zielkonten der angezeigten Regeln stehen in der
      *    Tabelle, damit der Kunde per laufender Nummer waehlen
      *    kann; je Grenze leer = unveraendert, "-" = aus, Betrag =
      *    setzen. Jede Aenderung braucht eine mobileTAN.
       01 WS-SWEEP-STATUS PIC X(02).
       01 WS-SWEEP-EOF PIC X.
       01 WS-SWEEP-KUNDEN-ID PIC X(10).
       01 WS-SWEEP-WAEHRUNG PIC X(03).
       01 WS-SWEEP-ANZAHL PIC 9(02).
       01 WS-SWEEP-TABELLE.
          05 WS-SWEEP-ZIEL OCCURS 20 TIMES PIC X(10).
       01 WS-SWEEP-NR-ANZEIGE PIC Z9.
       01 WS-SWEEP-WAHL PIC X(02).
       01 WS-SWEEP-WAHL-NR PIC 9(02).
       01 WS-SWEEP-AKTION PIC X.
       01 WS-SWEEP-ZIEL-EINGABE PIC X(10).
       01 WS-SWEEP-EINGABE PIC X(09).
       01 WS-SWEEP-BETRAG PIC 9(09).
       01 WS-SWEEP-OK PIC X.
       01 WS-SWEEP-BESTAETIGUNG PIC X.

      *    Elektronisches Postfach im Selbstbedienungsmenue (siehe
      *    POSTFACHREC.cpy): die Schluessel der angezeigten
      *    Dokumente stehen in der Tabelle, damit der Kunde per
      *    laufender Nummer waehlen kann; bei mehr Dokumenten
      *    bleiben die 30 zuletzt gelisteten in der Tabelle.
       01 WS-POSTFACH-STATUS PIC X(02).
       01 WS-POSTFACH-EOF PIC X.
       01 WS-POSTFACH-KUNDE PIC X(10).
       01 WS-POSTFACH-ANZAHL PIC 9(02).
       01 WS-POSTFACH-UNGELESEN PIC 9(02).
       01 WS-POSTFACH-TABELLE.
          05 WS-POSTFACH-EINTRAG OCCURS 30 TIMES PIC X(27).
       01 WS-POSTFACH-IDX PIC 9(02).
       01 WS-POSTFACH-NR-ANZEIGE PIC Z9.
       01 WS-POSTFACH-WAHL PIC X(02).
       01 WS-POSTFACH-WAHL-NR PIC 9(02).
       01 WS-POSTFACH-ART-TEXT PIC X(20).
       01 WS-POSTFACH-GELESEN-TEXT PIC X(10).
       01 WS-DOKUMENT-STATUS PIC X(02).
       01 WS-DOKUMENT-EOF PIC X.
       01 WS-DOKUMENT-DATEINAME PIC X(50).

      *    Login-Parameter (Sperr-Schwelle und Cooldown), aus LOGINPARM
      *    gelesen; sinnvolle Standardwerte, falls die Datei fehlt.
       01 WS-PARM-FELDER.
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-HASH REDEFINES WS-SUB-ERGEBNIS PIC 9(10).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
      *    Verfuegbarer Betrag in der Kontouebersicht: Saldo plus
      *    Limit abzueglich der aktiven Betragssperren (SUBMODULE-
      *    Funktion SPERRSUMME, siehe SPERRBETRAGREC.cpy).
       01 WS-SPERRSUMME PIC S9(9)V99.
       01 WS-VERFUEGBAR PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).

       PROCEDURE DIVISION.
            PERFORM LESE-TAN-SEQUENZ
            CALL "MOBILETAN" USING KONTO-ID WS-TAN-ERGEBNIS
               WS-TAN-BETRAG WS-TAN-EMPFAENGER WS-TAN-SEQUENZ
               BY CONTENT KONTO-ID
            PERFORM SCHREIBE-TAN-SEQUENZ
            IF TAN-BESTAETIGT THEN
               PERFORM PRUEFE-RUHEND-KENNZEICHEN
               DISPLAY "5 = Dauerauftraege"
               DISPLAY "6 = Terminueberweisungen"
               DISPLAY "7 = Tageslimit"
               DISPLAY "8 = Lastschriftmandate"
               DISPLAY "9 = Kontowecker"
               DISPLAY "P = Postfach"
               DISPLAY "S = Kontenausgleich (Sweep)"
               DISPLAY "0 = Abmelden"
               DISPLAY "Bitte waehlen:"
               ACCEPT WS-MENUE-WAHL
               EVALUATE WS-MENUE-WAHL
                  WHEN "7"
                     PERFORM PFLEGE-TAGESLIMIT
                  WHEN "8"
                     PERFORM PFLEGE-MANDATE
                  WHEN "9"
                     PERFORM PFLEGE-KONTOWECKER
                  WHEN "P"
                  WHEN "p"
                     PERFORM ZEIGE-POSTFACH
                  WHEN "S"
                  WHEN "s"
                     PERFORM PFLEGE-SWEEPREGELN
                  WHEN "0"
                     MOVE "LOGOUT" TO WS-AUDIT-ERGEBNIS
                     PERFORM SCHREIBE-LOGIN-AUDIT
                     DISPLAY "Abmeldung erfolgt, auf Wiedersehen."
               CALL "MOBILETAN" USING WS-KONTO-ID-EINGABE
                  WS-TAN-ERGEBNIS WS-TAN-BETRAG WS-TAN-EMPFAENGER
                  WS-TAN-SEQUENZ
                  BY CONTENT WS-KONTO-ID-EINGABE
               PERFORM SCHREIBE-TAN-SEQUENZ
               IF NOT TAN-BESTAETIGT
                  DISPLAY "Erhoehung abgelehnt - mobileTAN "
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       PFLEGE-MANDATE SECTION.
      *    Zeigt die Lastschriftmandate des angemeldeten Kontos
      *    (MANDATDATEI ueber den Alternativschluessel Schuldner-
      *    konto) und bietet den Widerruf eines aktiven Mandats
      *    an. Ein Widerruf senkt nur das Risiko des Kunden und
      *    braucht deshalb wie das Senken des Tageslimits keine
      *    mobileTAN; er wird im Aktivitaetsprotokoll festgehalten
      *    und gilt ab dem naechsten LASTSCHRIFTLAUF.
            OPEN I-O MANDATDATEI
            IF WS-MANDAT-STATUS NOT = "00" THEN
               DISPLAY "Fuer Ihr Konto sind keine "
                  "Lastschriftmandate erfasst."
               EXIT SECTION
            END-IF
            MOVE 0 TO WS-MANDAT-ANZAHL
            MOVE "N" TO WS-MANDAT-EOF
            MOVE WS-KONTO-ID-EINGABE TO MANDAT-KONTO-ID
            START MANDATDATEI KEY IS = MANDAT-KONTO-ID
               INVALID KEY MOVE "J" TO WS-MANDAT-EOF
            END-START
            PERFORM UNTIL WS-MANDAT-EOF = "J"
               READ MANDATDATEI NEXT RECORD
                  AT END MOVE "J" TO WS-MANDAT-EOF
                  NOT AT END
                     IF MANDAT-KONTO-ID NOT = WS-KONTO-ID-EINGABE
                        OR WS-MANDAT-ANZAHL >= 20
                        MOVE "J" TO WS-MANDAT-EOF
                     ELSE
                        ADD 1 TO WS-MANDAT-ANZAHL
                        MOVE MANDAT-ID
                           TO WS-MANDAT-SCHLUESSEL(WS-MANDAT-ANZAHL)
                        MOVE WS-MANDAT-ANZAHL
                           TO WS-MANDAT-NR-ANZEIGE
                        IF MANDAT-STATUS = "A"
                           DISPLAY WS-MANDAT-NR-ANZEIGE " "
                              MANDAT-GLAEUBIGER-NAME " Ref "
                              MANDAT-REFERENZ " aktiv"
                        ELSE
                           DISPLAY WS-MANDAT-NR-ANZEIGE " "
                              MANDAT-GLAEUBIGER-NAME " Ref "
                              MANDAT-REFERENZ " widerrufen am "
                              MANDAT-WIDERRUFEN-AM
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-MANDAT-ANZAHL = 0
               DISPLAY "Fuer Ihr Konto sind keine "
                  "Lastschriftmandate erfasst."
               CLOSE MANDATDATEI
               EXIT SECTION
            END-IF

            DISPLAY "Nummer des zu widerrufenden Mandats "
               "(leer = keines):"
            MOVE SPACES TO WS-MANDAT-WAHL
            ACCEPT WS-MANDAT-WAHL
            IF WS-MANDAT-WAHL = SPACES
               OR FUNCTION TRIM(WS-MANDAT-WAHL) IS NOT NUMERIC
               CLOSE MANDATDATEI
               EXIT SECTION
            END-IF
            MOVE FUNCTION TRIM(WS-MANDAT-WAHL) TO WS-MANDAT-WAHL-NR
            IF WS-MANDAT-WAHL-NR < 1
               OR WS-MANDAT-WAHL-NR > WS-MANDAT-ANZAHL
               DISPLAY "Ungueltige Auswahl."
               CLOSE MANDATDATEI
               EXIT SECTION
            END-IF
            MOVE WS-MANDAT-SCHLUESSEL(WS-MANDAT-WAHL-NR) TO MANDAT-ID
            READ MANDATDATEI
               INVALID KEY
                  DISPLAY "Mandat nicht mehr vorhanden."
                  CLOSE MANDATDATEI
                  EXIT SECTION
            END-READ
            IF MANDAT-STATUS NOT = "A"
               DISPLAY "Mandat ist bereits widerrufen."
               CLOSE MANDATDATEI
               EXIT SECTION
            END-IF
            DISPLAY "Mandat " MANDAT-REFERENZ " von "
               MANDAT-GLAEUBIGER-NAME " widerrufen (J/N)?"
            ACCEPT WS-MANDAT-BESTAETIGUNG
            IF WS-MANDAT-BESTAETIGUNG NOT = "J"
               DISPLAY "Mandat unveraendert."
               CLOSE MANDATDATEI
               EXIT SECTION
            END-IF
            MOVE "W" TO MANDAT-STATUS
            MOVE FUNCTION CURRENT-DATE(1:8) TO MANDAT-WIDERRUFEN-AM
            MOVE "KUNDE" TO MANDAT-WIDERRUFEN-DURCH
            REWRITE MANDAT-RECORD
            CLOSE MANDATDATEI
            DISPLAY "Mandat widerrufen."
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "MANDAT WIDERRUFEN KONTO=" DELIMITED BY SIZE
                   WS-KONTO-ID-EINGABE DELIMITED BY SIZE
                   " DURCH KUNDE" DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       PFLEGE-KONTOWECKER SECTION.
      *    Kontowecker des angemeldeten Kontos (siehe
      *    WECKERREC.cpy): Saldo-Untergrenze, Buchungen ab einem
      *    Betrag und Zahlungseingaenge aus dem Clearing. Weil die
      *    Nachrichten an das registrierte Geraet gehen, wird
      *    jede Aenderung wie das Erhoehen des Tageslimits mit
      *    mobileTAN bestaetigt und im Aktivitaetsprotokoll
      *    festgehalten; ausgewertet wird ab dem naechsten
      *    WECKERLAUF.
            OPEN I-O KONTOWECKER
            IF WS-WECKER-STATUS = "35" THEN
               OPEN OUTPUT KONTOWECKER
               CLOSE KONTOWECKER
               OPEN I-O KONTOWECKER
            END-IF
            IF WS-WECKER-STATUS NOT = "00" THEN
               DISPLAY "KONTOWECKER nicht verfuegbar, Status: "
                  WS-WECKER-STATUS
               EXIT SECTION
            END-IF

            MOVE "J" TO WS-WECKER-VORHANDEN
            MOVE WS-KONTO-ID-EINGABE TO WECKER-KONTO-ID
            READ KONTOWECKER
               INVALID KEY
                  MOVE "N" TO WS-WECKER-VORHANDEN
                  MOVE SPACES TO WECKER-RECORD
                  MOVE WS-KONTO-ID-EINGABE TO WECKER-KONTO-ID
                  MOVE "N" TO WECKER-SALDO-AKTIV
                  MOVE 0 TO WECKER-SALDO-GRENZE
                  MOVE "N" TO WECKER-SALDO-GEMELDET
                  MOVE "N" TO WECKER-BUCHUNG-AKTIV
                  MOVE 0 TO WECKER-BUCHUNG-BETRAG
                  MOVE "N" TO WECKER-EINGANG-AKTIV
                  MOVE 0 TO WECKER-LETZTER-LAUF
            END-READ

            IF WECKER-SALDO-AKTIV = "J"
               MOVE WECKER-SALDO-GRENZE TO WS-SALDO-ANZEIGE
               DISPLAY "Saldo-Wecker:    unter "
                  WS-SALDO-ANZEIGE " EUR"
            ELSE
               DISPLAY "Saldo-Wecker:    aus"
            END-IF
            IF WECKER-BUCHUNG-AKTIV = "J"
               MOVE WECKER-BUCHUNG-BETRAG TO WS-TAGESLIMIT-ANZEIGE
               DISPLAY "Buchungs-Wecker: ab "
                  WS-TAGESLIMIT-ANZEIGE " EUR"
            ELSE
               DISPLAY "Buchungs-Wecker: aus"
            END-IF
            IF WECKER-EINGANG-AKTIV = "J"
               DISPLAY "Eingangs-Wecker: ein"
            ELSE
               DISPLAY "Eingangs-Wecker: aus"
            END-IF

            MOVE "N" TO WS-WECKER-GEAENDERT
            DISPLAY "Saldo-Wecker: Grenze in Euro (ganzzahlig, "
               "leer = unveraendert, - = aus):"
            MOVE SPACES TO WS-WECKER-EINGABE
            ACCEPT WS-WECKER-EINGABE
            EVALUATE TRUE
               WHEN WS-WECKER-EINGABE = SPACES
                  CONTINUE
               WHEN WS-WECKER-EINGABE = "-"
                  MOVE "N" TO WECKER-SALDO-AKTIV
                  MOVE "J" TO WS-WECKER-GEAENDERT
               WHEN FUNCTION TRIM(WS-WECKER-EINGABE) IS NUMERIC
                  MOVE FUNCTION TRIM(WS-WECKER-EINGABE)
                     TO WS-WECKER-BETRAG
                  MOVE "J" TO WECKER-SALDO-AKTIV
                  MOVE WS-WECKER-BETRAG TO WECKER-SALDO-GRENZE
                  MOVE "N" TO WECKER-SALDO-GEMELDET
                  MOVE "J" TO WS-WECKER-GEAENDERT
               WHEN OTHER
                  DISPLAY "Ungueltiger Betrag, Saldo-Wecker "
                     "unveraendert."
            END-EVALUATE

            DISPLAY "Buchungs-Wecker: ab Betrag in Euro "
               "(ganzzahlig, leer = unveraendert, - = aus):"
            MOVE SPACES TO WS-WECKER-EINGABE
            ACCEPT WS-WECKER-EINGABE
            EVALUATE TRUE
               WHEN WS-WECKER-EINGABE = SPACES
                  CONTINUE
               WHEN WS-WECKER-EINGABE = "-"
                  MOVE "N" TO WECKER-BUCHUNG-AKTIV
                  MOVE "J" TO WS-WECKER-GEAENDERT
               WHEN FUNCTION TRIM(WS-WECKER-EINGABE) IS NUMERIC
                  MOVE FUNCTION TRIM(WS-WECKER-EINGABE)
                     TO WS-WECKER-BETRAG
                  MOVE "J" TO WECKER-BUCHUNG-AKTIV
                  MOVE WS-WECKER-BETRAG TO WECKER-BUCHUNG-BETRAG
                  MOVE "J" TO WS-WECKER-GEAENDERT
               WHEN OTHER
                  DISPLAY "Ungueltiger Betrag, Buchungs-Wecker "
                     "unveraendert."
            END-EVALUATE

            DISPLAY "Eingangs-Wecker fuer Zahlungseingaenge "
               "(J/N, leer = unveraendert):"
            MOVE SPACES TO WS-WECKER-EINGABE
            ACCEPT WS-WECKER-EINGABE
            EVALUATE WS-WECKER-EINGABE
               WHEN SPACES
                  CONTINUE
               WHEN "J"
                  MOVE "J" TO WECKER-EINGANG-AKTIV
                  MOVE "J" TO WS-WECKER-GEAENDERT
               WHEN "N"
                  MOVE "N" TO WECKER-EINGANG-AKTIV
                  MOVE "J" TO WS-WECKER-GEAENDERT
               WHEN OTHER
                  DISPLAY "Ungueltige Eingabe, Eingangs-Wecker "
                     "unveraendert."
            END-EVALUATE

            IF WS-WECKER-GEAENDERT NOT = "J"
               DISPLAY "Kontowecker unveraendert."
               CLOSE KONTOWECKER
               EXIT SECTION
            END-IF

            MOVE "N" TO WS-TAN-ERGEBNIS
            MOVE 0 TO WS-TAN-BETRAG
            MOVE WS-KONTO-ID-EINGABE TO WS-TAN-EMPFAENGER
            PERFORM LESE-TAN-SEQUENZ
            CALL "MOBILETAN" USING WS-KONTO-ID-EINGABE
               WS-TAN-ERGEBNIS WS-TAN-BETRAG WS-TAN-EMPFAENGER
               WS-TAN-SEQUENZ
               BY CONTENT WS-KONTO-ID-EINGABE
            PERFORM SCHREIBE-TAN-SEQUENZ
            IF NOT TAN-BESTAETIGT
               DISPLAY "Aenderung abgelehnt - mobileTAN "
                  "ungueltig."
               MOVE "N" TO WS-TAN-ERGEBNIS
               CLOSE KONTOWECKER
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-TAN-ERGEBNIS

            MOVE FUNCTION CURRENT-DATE(1:14) TO WECKER-GEAENDERT-AM
            IF WS-WECKER-VORHANDEN = "J"
               REWRITE WECKER-RECORD
            ELSE
               WRITE WECKER-RECORD
            END-IF
            CLOSE KONTOWECKER
            DISPLAY "Kontowecker gespeichert."
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "KONTOWECKER KONTO=" DELIMITED BY SIZE
                   WS-KONTO-ID-EINGABE DELIMITED BY SIZE
                   " S=" DELIMITED BY SIZE
                   WECKER-SALDO-AKTIV DELIMITED BY SIZE
                   " B=" DELIMITED BY SIZE
                   WECKER-BUCHUNG-AKTIV DELIMITED BY SIZE
                   " E=" DELIMITED BY SIZE
                   WECKER-EINGANG-AKTIV DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       PFLEGE-SWEEPREGELN SECTION.
      *    Kontenausgleichsregeln (Sweep) mit dem angemeldeten
      *    Konto als Quellkonto (siehe SWEEPREC.cpy): anzeigen,
      *    neu anlegen, aendern oder loeschen. Das Zielkonto muss
      *    demselben Kunden gehoeren und dieselbe Waehrung fuehren.
      *    Weil der SWEEPLAUF ohne weiteres Zutun Geld zwischen den
      *    Konten bewegt, wird jede Aenderung wie beim Kontowecker
      *    mit mobileTAN bestaetigt und im Aktivitaetsprotokoll
      *    festgehalten; ausgefuehrt wird ab dem naechsten
      *    SWEEPLAUF.
            PERFORM LESE-ANGEMELDETES-KONTO
            IF KONTO-KUNDEN-ID = SPACES
               DISPLAY "Ihr Konto ist keinem Kunden zugeordnet, "
                  "ein Kontenausgleich ist nicht moeglich."
               EXIT SECTION
            END-IF
            MOVE KONTO-KUNDEN-ID TO WS-SWEEP-KUNDEN-ID
            MOVE KONTO-WAEHRUNG TO WS-SWEEP-WAEHRUNG
            OPEN I-O SWEEPREGELN
            IF WS-SWEEP-STATUS = "35" THEN
               OPEN OUTPUT SWEEPREGELN
               CLOSE SWEEPREGELN
               OPEN I-O SWEEPREGELN
            END-IF
            IF WS-SWEEP-STATUS NOT = "00" THEN
               DISPLAY "SWEEPREGELN nicht verfuegbar, Status: "
                  WS-SWEEP-STATUS
               EXIT SECTION
            END-IF

            PERFORM LISTE-SWEEPREGELN
            DISPLAY "N = neue Regel, A = Regel aendern, "
               "L = Regel loeschen, leer = zurueck:"
            MOVE SPACES TO WS-SWEEP-AKTION
            ACCEPT WS-SWEEP-AKTION
            EVALUATE WS-SWEEP-AKTION
               WHEN "N"
               WHEN "n"
                  PERFORM NEUE-SWEEPREGEL
               WHEN "A"
               WHEN "a"
                  PERFORM WAEHLE-SWEEPREGEL
                  IF WS-SWEEP-OK = "J"
                     PERFORM AENDERE-SWEEPREGEL
                  END-IF
               WHEN "L"
               WHEN "l"
                  PERFORM WAEHLE-SWEEPREGEL
                  IF WS-SWEEP-OK = "J"
                     PERFORM LOESCHE-SWEEPREGEL
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            CLOSE SWEEPREGELN
            PERFORM LESE-ANGEMELDETES-KONTO
            EXIT.
       LISTE-SWEEPREGELN SECTION.
      *    Regeln des angemeldeten Kontos ueber den Schluesselanfang
      *    Quellkonto; mehr als 20 werden nicht angeboten.
            MOVE 0 TO WS-SWEEP-ANZAHL
            MOVE "N" TO WS-SWEEP-EOF
            MOVE WS-KONTO-ID-EINGABE TO SWEEP-QUELL-KONTO-ID
            MOVE LOW-VALUES TO SWEEP-ZIEL-KONTO-ID
            START SWEEPREGELN KEY IS >= SWEEP-ID
               INVALID KEY MOVE "J" TO WS-SWEEP-EOF
            END-START
            PERFORM UNTIL WS-SWEEP-EOF = "J"
               READ SWEEPREGELN NEXT RECORD
                  AT END MOVE "J" TO WS-SWEEP-EOF
                  NOT AT END
                     IF SWEEP-QUELL-KONTO-ID NOT = WS-KONTO-ID-EINGABE
                        OR WS-SWEEP-ANZAHL >= 20
                        MOVE "J" TO WS-SWEEP-EOF
                     ELSE
                        ADD 1 TO WS-SWEEP-ANZAHL
                        MOVE SWEEP-ZIEL-KONTO-ID
                           TO WS-SWEEP-ZIEL(WS-SWEEP-ANZAHL)
                        PERFORM ZEIGE-SWEEPREGEL
                     END-IF
               END-READ
            END-PERFORM
            IF WS-SWEEP-ANZAHL = 0
               DISPLAY "Fuer Ihr Konto sind keine "
                  "Kontenausgleichsregeln erfasst."
            END-IF
            EXIT.
       ZEIGE-SWEEPREGEL SECTION.
            MOVE WS-SWEEP-ANZAHL TO WS-SWEEP-NR-ANZEIGE
            DISPLAY WS-SWEEP-NR-ANZEIGE " Zielkonto "
               SWEEP-ZIEL-KONTO-ID
            IF SWEEP-AUFFUELLEN = "J"
               MOVE SWEEP-UNTERGRENZE TO WS-SALDO-ANZEIGE
               DISPLAY "   auffuellen unter " WS-SALDO-ANZEIGE
            ELSE
               DISPLAY "   auffuellen:      aus"
            END-IF
            IF SWEEP-ABSCHOEPFEN = "J"
               MOVE SWEEP-OBERGRENZE TO WS-SALDO-ANZEIGE
               DISPLAY "   abschoepfen ueber" WS-SALDO-ANZEIGE
            ELSE
               DISPLAY "   abschoepfen:     aus"
            END-IF
            MOVE SWEEP-MINDESTBETRAG TO WS-TAGESLIMIT-ANZEIGE
            DISPLAY "   Mindestbetrag      " WS-TAGESLIMIT-ANZEIGE
            IF SWEEP-LETZTER-LAUF NOT = 0
               MOVE SWEEP-LETZTER-BETRAG TO WS-SALDO-ANZEIGE
               DISPLAY "   zuletzt am " SWEEP-LETZTER-LAUF
                  " zum Zielkonto: " WS-SALDO-ANZEIGE
            END-IF
            EXIT.
       WAEHLE-SWEEPREGEL SECTION.
      *    Regel per laufender Nummer aus der Liste waehlen und
      *    lesen; WS-SWEEP-OK "J", wenn sie gelesen wurde.
            MOVE "N" TO WS-SWEEP-OK
            IF WS-SWEEP-ANZAHL = 0
               EXIT SECTION
            END-IF
            DISPLAY "Nummer der Regel:"
            MOVE SPACES TO WS-SWEEP-WAHL
            ACCEPT WS-SWEEP-WAHL
            IF WS-SWEEP-WAHL = SPACES
               OR FUNCTION TRIM(WS-SWEEP-WAHL) IS NOT NUMERIC
               DISPLAY "Ungueltige Auswahl."
               EXIT SECTION
            END-IF
            MOVE FUNCTION TRIM(WS-SWEEP-WAHL) TO WS-SWEEP-WAHL-NR
            IF WS-SWEEP-WAHL-NR < 1
               OR WS-SWEEP-WAHL-NR > WS-SWEEP-ANZAHL
               DISPLAY "Ungueltige Auswahl."
               EXIT SECTION
            END-IF
            MOVE WS-KONTO-ID-EINGABE TO SWEEP-QUELL-KONTO-ID
            MOVE WS-SWEEP-ZIEL(WS-SWEEP-WAHL-NR)
               TO SWEEP-ZIEL-KONTO-ID
            READ SWEEPREGELN
               INVALID KEY
                  DISPLAY "Regel nicht mehr vorhanden."
                  EXIT SECTION
            END-READ
            MOVE "J" TO WS-SWEEP-OK
            EXIT.
       NEUE-SWEEPREGEL SECTION.
            DISPLAY "Zielkonto (eigenes Konto, z.B. Sparkonto):"
            MOVE SPACES TO WS-SWEEP-ZIEL-EINGABE
            ACCEPT WS-SWEEP-ZIEL-EINGABE
            IF WS-SWEEP-ZIEL-EINGABE = SPACES
               EXIT SECTION
            END-IF
            PERFORM PRUEFE-SWEEP-ZIELKONTO
            IF WS-SWEEP-OK NOT = "J"
               EXIT SECTION
            END-IF
            MOVE WS-KONTO-ID-EINGABE TO SWEEP-QUELL-KONTO-ID
            MOVE WS-SWEEP-ZIEL-EINGABE TO SWEEP-ZIEL-KONTO-ID
            READ SWEEPREGELN
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "Fuer dieses Zielkonto besteht bereits "
                     "eine Regel; bitte aendern."
                  EXIT SECTION
            END-READ
            MOVE SPACES TO SWEEP-RECORD
            MOVE WS-KONTO-ID-EINGABE TO SWEEP-QUELL-KONTO-ID
            MOVE WS-SWEEP-ZIEL-EINGABE TO SWEEP-ZIEL-KONTO-ID
            MOVE "N" TO SWEEP-ABSCHOEPFEN
            MOVE 0 TO SWEEP-OBERGRENZE
            MOVE "N" TO SWEEP-AUFFUELLEN
            MOVE 0 TO SWEEP-UNTERGRENZE
            MOVE 0 TO SWEEP-MINDESTBETRAG
            MOVE 0 TO SWEEP-LETZTER-LAUF
            MOVE 0 TO SWEEP-LETZTER-BETRAG
            PERFORM ERFASSE-SWEEP-GRENZEN
            IF WS-SWEEP-OK NOT = "J"
               EXIT SECTION
            END-IF
            PERFORM BESTAETIGE-SWEEP-TAN
            IF NOT TAN-BESTAETIGT
               DISPLAY "Regel nicht angelegt - mobileTAN "
                  "ungueltig."
               MOVE "N" TO WS-TAN-ERGEBNIS
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-TAN-ERGEBNIS
            MOVE FUNCTION CURRENT-DATE(1:14) TO SWEEP-GEAENDERT-AM
            WRITE SWEEP-RECORD
               INVALID KEY
                  DISPLAY "Regel konnte nicht angelegt werden."
                  EXIT SECTION
            END-WRITE
            DISPLAY "Regel angelegt."
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "SWEEP ANGELEGT KONTO=" DELIMITED BY SIZE
                   SWEEP-QUELL-KONTO-ID DELIMITED BY SIZE
                   " ZIEL=" DELIMITED BY SIZE
                   SWEEP-ZIEL-KONTO-ID DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       AENDERE-SWEEPREGEL SECTION.
            PERFORM ERFASSE-SWEEP-GRENZEN
            IF WS-SWEEP-OK NOT = "J"
               EXIT SECTION
            END-IF
            MOVE SWEEP-ZIEL-KONTO-ID TO WS-SWEEP-ZIEL-EINGABE
            PERFORM BESTAETIGE-SWEEP-TAN
            IF NOT TAN-BESTAETIGT
               DISPLAY "Aenderung abgelehnt - mobileTAN "
                  "ungueltig."
               MOVE "N" TO WS-TAN-ERGEBNIS
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-TAN-ERGEBNIS
            MOVE FUNCTION CURRENT-DATE(1:14) TO SWEEP-GEAENDERT-AM
            REWRITE SWEEP-RECORD
            DISPLAY "Regel gespeichert."
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "SWEEP GEAENDERT KONTO=" DELIMITED BY SIZE
                   SWEEP-QUELL-KONTO-ID DELIMITED BY SIZE
                   " ZIEL=" DELIMITED BY SIZE
                   SWEEP-ZIEL-KONTO-ID DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       LOESCHE-SWEEPREGEL SECTION.
            DISPLAY "Regel fuer Zielkonto " SWEEP-ZIEL-KONTO-ID
               " loeschen (J/N)?"
            MOVE SPACES TO WS-SWEEP-BESTAETIGUNG
            ACCEPT WS-SWEEP-BESTAETIGUNG
            IF WS-SWEEP-BESTAETIGUNG NOT = "J"
               DISPLAY "Regel unveraendert."
               EXIT SECTION
            END-IF
            MOVE SWEEP-ZIEL-KONTO-ID TO WS-SWEEP-ZIEL-EINGABE
            PERFORM BESTAETIGE-SWEEP-TAN
            IF NOT TAN-BESTAETIGT
               DISPLAY "Loeschung abgelehnt - mobileTAN "
                  "ungueltig."
               MOVE "N" TO WS-TAN-ERGEBNIS
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-TAN-ERGEBNIS
            DELETE SWEEPREGELN RECORD
            DISPLAY "Regel geloescht."
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "SWEEP GELOESCHT KONTO=" DELIMITED BY SIZE
                   WS-KONTO-ID-EINGABE DELIMITED BY SIZE
                   " ZIEL=" DELIMITED BY SIZE
                   WS-SWEEP-ZIEL-EINGABE DELIMITED BY SIZE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       PRUEFE-SWEEP-ZIELKONTO SECTION.
      *    Zielkonto muss existieren, vom Quellkonto verschieden
      *    sein, demselben Kunden gehoeren und dieselbe Waehrung
      *    fuehren. Der Lesezugriff ueberschreibt den FD-Puffer,
      *    deshalb wird das angemeldete Konto danach neu gelesen.
            MOVE "N" TO WS-SWEEP-OK
            IF WS-SWEEP-ZIEL-EINGABE = WS-KONTO-ID-EINGABE
               DISPLAY "Zielkonto muss ein anderes Konto sein."
               EXIT SECTION
            END-IF
            MOVE WS-SWEEP-ZIEL-EINGABE TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  DISPLAY "Zielkonto nicht gefunden."
                  PERFORM LESE-ANGEMELDETES-KONTO
                  EXIT SECTION
            END-READ
            IF KONTO-KUNDEN-ID NOT = WS-SWEEP-KUNDEN-ID
               DISPLAY "Zielkonto gehoert nicht zu Ihren Konten."
            ELSE
               IF KONTO-WAEHRUNG NOT = WS-SWEEP-WAEHRUNG
                  DISPLAY "Zielkonto fuehrt eine andere Waehrung."
               ELSE
                  MOVE "J" TO WS-SWEEP-OK
               END-IF
            END-IF
            PERFORM LESE-ANGEMELDETES-KONTO
            EXIT.
       ERFASSE-SWEEP-GRENZEN SECTION.
      *    Untergrenze, Obergrenze und Mindestbetrag in ganzen
      *    Euro in den Regelsatz; WS-SWEEP-OK "J", wenn die Regel
      *    danach wirksam und schluessig ist.
            MOVE "N" TO WS-SWEEP-OK
            DISPLAY "Auffuellen unter Saldo in Euro (ganzzahlig, "
               "leer = unveraendert, - = aus):"
            MOVE SPACES TO WS-SWEEP-EINGABE
            ACCEPT WS-SWEEP-EINGABE
            EVALUATE TRUE
               WHEN WS-SWEEP-EINGABE = SPACES
                  CONTINUE
               WHEN WS-SWEEP-EINGABE = "-"
                  MOVE "N" TO SWEEP-AUFFUELLEN
               WHEN FUNCTION TRIM(WS-SWEEP-EINGABE) IS NUMERIC
                  MOVE FUNCTION TRIM(WS-SWEEP-EINGABE)
                     TO WS-SWEEP-BETRAG
                  MOVE "J" TO SWEEP-AUFFUELLEN
                  MOVE WS-SWEEP-BETRAG TO SWEEP-UNTERGRENZE
               WHEN OTHER
                  DISPLAY "Ungueltiger Betrag, Regel unveraendert."
                  EXIT SECTION
            END-EVALUATE
            DISPLAY "Abschoepfen ueber Saldo in Euro (ganzzahlig, "
               "leer = unveraendert, - = aus):"
            MOVE SPACES TO WS-SWEEP-EINGABE
            ACCEPT WS-SWEEP-EINGABE
            EVALUATE TRUE
               WHEN WS-SWEEP-EINGABE = SPACES
                  CONTINUE
               WHEN WS-SWEEP-EINGABE = "-"
                  MOVE "N" TO SWEEP-ABSCHOEPFEN
               WHEN FUNCTION TRIM(WS-SWEEP-EINGABE) IS NUMERIC
                  MOVE FUNCTION TRIM(WS-SWEEP-EINGABE)
                     TO WS-SWEEP-BETRAG
                  MOVE "J" TO SWEEP-ABSCHOEPFEN
                  MOVE WS-SWEEP-BETRAG TO SWEEP-OBERGRENZE
               WHEN OTHER
                  DISPLAY "Ungueltiger Betrag, Regel unveraendert."
                  EXIT SECTION
            END-EVALUATE
            DISPLAY "Mindestbetrag je Umbuchung in Euro "
               "(ganzzahlig, leer = unveraendert):"
            MOVE SPACES TO WS-SWEEP-EINGABE
            ACCEPT WS-SWEEP-EINGABE
            EVALUATE TRUE
               WHEN WS-SWEEP-EINGABE = SPACES
                  CONTINUE
               WHEN FUNCTION TRIM(WS-SWEEP-EINGABE) IS NUMERIC
                  MOVE FUNCTION TRIM(WS-SWEEP-EINGABE)
                     TO WS-SWEEP-BETRAG
                  IF WS-SWEEP-BETRAG > 9999999
                     DISPLAY "Mindestbetrag zu hoch, Regel "
                        "unveraendert."
                     EXIT SECTION
                  END-IF
                  MOVE WS-SWEEP-BETRAG TO SWEEP-MINDESTBETRAG
               WHEN OTHER
                  DISPLAY "Ungueltiger Betrag, Regel unveraendert."
                  EXIT SECTION
            END-EVALUATE
            IF SWEEP-AUFFUELLEN NOT = "J"
               AND SWEEP-ABSCHOEPFEN NOT = "J"
               DISPLAY "Regel ohne Auffuellen und Abschoepfen "
                  "ist wirkungslos, nicht gespeichert."
               EXIT SECTION
            END-IF
            IF SWEEP-AUFFUELLEN = "J"
               AND SWEEP-ABSCHOEPFEN = "J"
               AND SWEEP-UNTERGRENZE NOT < SWEEP-OBERGRENZE
               DISPLAY "Untergrenze muss unter der Obergrenze "
                  "liegen, Regel nicht gespeichert."
               EXIT SECTION
            END-IF
            MOVE "J" TO WS-SWEEP-OK
            EXIT.
       BESTAETIGE-SWEEP-TAN SECTION.
      *    mobileTAN zur Regelaenderung, gebunden an das Zielkonto
      *    in WS-SWEEP-ZIEL-EINGABE; Ergebnis in WS-TAN-ERGEBNIS.
            MOVE "N" TO WS-TAN-ERGEBNIS
            MOVE 0 TO WS-TAN-BETRAG
            MOVE WS-SWEEP-ZIEL-EINGABE TO WS-TAN-EMPFAENGER
            PERFORM LESE-TAN-SEQUENZ
            CALL "MOBILETAN" USING WS-KONTO-ID-EINGABE
               WS-TAN-ERGEBNIS WS-TAN-BETRAG WS-TAN-EMPFAENGER
               WS-TAN-SEQUENZ
               BY CONTENT WS-KONTO-ID-EINGABE
            PERFORM SCHREIBE-TAN-SEQUENZ
            EXIT.
       ZEIGE-POSTFACH SECTION.
      *    Elektronisches Postfach des Kunden (siehe
      *    POSTFACHREC.cpy): listet Kontoauszuege und Steuer-
      *    bescheinigungen, die KONTOAUSZUG und STEUERBESCHEID
      *    eingetragen haben, zeigt ein gewaehltes Dokument an
      *    und vermerkt es als gelesen. Konten ohne zugeordneten
      *    Kunden haben ihr Postfach unter der Kontonummer.
            PERFORM LESE-ANGEMELDETES-KONTO
            IF KONTO-KUNDEN-ID = SPACES
               MOVE WS-KONTO-ID-EINGABE TO WS-POSTFACH-KUNDE
            ELSE
               MOVE KONTO-KUNDEN-ID TO WS-POSTFACH-KUNDE
            END-IF
            OPEN I-O POSTFACH
            IF WS-POSTFACH-STATUS NOT = "00" THEN
               DISPLAY "Ihr Postfach ist leer."
               EXIT SECTION
            END-IF
            MOVE 0 TO WS-POSTFACH-ANZAHL
            MOVE 0 TO WS-POSTFACH-UNGELESEN
            MOVE "N" TO WS-POSTFACH-EOF
            MOVE LOW-VALUES TO POSTFACH-SCHLUESSEL
            MOVE WS-POSTFACH-KUNDE TO POSTFACH-KUNDEN-ID
            START POSTFACH KEY IS >= POSTFACH-SCHLUESSEL
               INVALID KEY MOVE "J" TO WS-POSTFACH-EOF
            END-START
            PERFORM UNTIL WS-POSTFACH-EOF = "J"
               READ POSTFACH NEXT RECORD
                  AT END MOVE "J" TO WS-POSTFACH-EOF
                  NOT AT END
                     IF POSTFACH-KUNDEN-ID NOT = WS-POSTFACH-KUNDE
                        MOVE "J" TO WS-POSTFACH-EOF
                     ELSE
                        PERFORM MERKE-POSTFACH-EINTRAG
                     END-IF
               END-READ
            END-PERFORM
            IF WS-POSTFACH-ANZAHL = 0
               DISPLAY "Ihr Postfach ist leer."
               CLOSE POSTFACH
               EXIT SECTION
            END-IF

            DISPLAY "Postfach: " WS-POSTFACH-ANZAHL " Dokumente, "
               WS-POSTFACH-UNGELESEN " ungelesen"
            PERFORM VARYING WS-POSTFACH-IDX FROM 1 BY 1
               UNTIL WS-POSTFACH-IDX > WS-POSTFACH-ANZAHL
               MOVE WS-POSTFACH-EINTRAG(WS-POSTFACH-IDX)
                  TO POSTFACH-SCHLUESSEL
               READ POSTFACH
                  INVALID KEY CONTINUE
               END-READ
               IF POSTFACH-ART = "A"
                  MOVE "Kontoauszug" TO WS-POSTFACH-ART-TEXT
               ELSE
                  MOVE "Steuerbescheinigung" TO WS-POSTFACH-ART-TEXT
               END-IF
               IF POSTFACH-GELESEN = "J"
                  MOVE SPACES TO WS-POSTFACH-GELESEN-TEXT
               ELSE
                  MOVE "ungelesen" TO WS-POSTFACH-GELESEN-TEXT
               END-IF
               MOVE WS-POSTFACH-IDX TO WS-POSTFACH-NR-ANZEIGE
               DISPLAY WS-POSTFACH-NR-ANZEIGE " "
                  WS-POSTFACH-ART-TEXT " " POSTFACH-PERIODE " "
                  POSTFACH-KONTO-ID " vom " POSTFACH-ZUGESTELLT-AM
                  " " WS-POSTFACH-GELESEN-TEXT
            END-PERFORM

            DISPLAY "Nummer des anzuzeigenden Dokuments "
               "(leer = keines):"
            MOVE SPACES TO WS-POSTFACH-WAHL
            ACCEPT WS-POSTFACH-WAHL
            IF WS-POSTFACH-WAHL = SPACES
               OR FUNCTION TRIM(WS-POSTFACH-WAHL) IS NOT NUMERIC
               CLOSE POSTFACH
               EXIT SECTION
            END-IF
            MOVE FUNCTION TRIM(WS-POSTFACH-WAHL)
               TO WS-POSTFACH-WAHL-NR
            IF WS-POSTFACH-WAHL-NR < 1
               OR WS-POSTFACH-WAHL-NR > WS-POSTFACH-ANZAHL
               DISPLAY "Ungueltige Auswahl."
               CLOSE POSTFACH
               EXIT SECTION
            END-IF
            MOVE WS-POSTFACH-EINTRAG(WS-POSTFACH-WAHL-NR)
               TO POSTFACH-SCHLUESSEL
            READ POSTFACH
               INVALID KEY
                  DISPLAY "Dokument nicht mehr vorhanden."
                  CLOSE POSTFACH
                  EXIT SECTION
            END-READ
            MOVE POSTFACH-DATEINAME TO WS-DOKUMENT-DATEINAME
            OPEN INPUT POSTFACH-DOKUMENT
            IF WS-DOKUMENT-STATUS NOT = "00" THEN
               DISPLAY "Dokument derzeit nicht abrufbar."
               CLOSE POSTFACH
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-DOKUMENT-EOF
            PERFORM UNTIL WS-DOKUMENT-EOF = "J"
               READ POSTFACH-DOKUMENT
                  AT END MOVE "J" TO WS-DOKUMENT-EOF
                  NOT AT END
                     DISPLAY FUNCTION TRIM(DOKUMENT-SATZ TRAILING)
               END-READ
            END-PERFORM
            CLOSE POSTFACH-DOKUMENT

            IF POSTFACH-GELESEN NOT = "J"
               MOVE "J" TO POSTFACH-GELESEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO POSTFACH-GELESEN-AM
               REWRITE POSTFACH-RECORD
               MOVE SPACES TO WS-AUDITLOG-EREIGNIS
               STRING "POSTFACH GELESEN KUNDE=" DELIMITED BY SIZE
                      WS-POSTFACH-KUNDE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      POSTFACH-ART DELIMITED BY SIZE
                      POSTFACH-PERIODE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      POSTFACH-KONTO-ID DELIMITED BY SPACE
                 INTO WS-AUDITLOG-EREIGNIS
               END-STRING
               CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
                  WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            END-IF
            CLOSE POSTFACH
            EXIT.
       MERKE-POSTFACH-EINTRAG SECTION.
      *    Schluessel in die Auswahltabelle; ist sie voll, faellt
      *    der aelteste Eintrag heraus.
            IF WS-POSTFACH-ANZAHL >= 30
               PERFORM VARYING WS-POSTFACH-IDX FROM 1 BY 1
                  UNTIL WS-POSTFACH-IDX > 29
                  MOVE WS-POSTFACH-EINTRAG(WS-POSTFACH-IDX + 1)
                     TO WS-POSTFACH-EINTRAG(WS-POSTFACH-IDX)
               END-PERFORM
               MOVE 29 TO WS-POSTFACH-ANZAHL
            END-IF
            ADD 1 TO WS-POSTFACH-ANZAHL
            MOVE POSTFACH-SCHLUESSEL
               TO WS-POSTFACH-EINTRAG(WS-POSTFACH-ANZAHL)
            IF POSTFACH-GELESEN NOT = "J"
               ADD 1 TO WS-POSTFACH-UNGELESEN
            END-IF
            EXIT.
       LESE-ANGEMELDETES-KONTO SECTION.
      *    Stellt den Satz des angemeldeten Kontos wieder in den
      *    FD-Puffer, weil die Uebersicht und die Suche per READ NEXT
      *    KONTODATEI mit SHARING WITH ALL OTHER gefuehrt wird,
      *    darf UEBERWEISUNG sie parallel im I-O-Modus oeffnen -
      *    das fruehere Schliessen und Wiederoeffnen fuer die
      *    Dauer des Aufrufs entfaellt. Darf der Kunde ueber
      *    mehrere Konten verfuegen, waehlt er das Auftraggeber-
      *    konto aus der Kontenuebersicht; UEBERWEISUNG erhaelt
      *    das angemeldete Konto mit und prueft die Berechtigung
      *    selbst noch einmal. Die Satzsperre aus dem letzten
      *    Lesen der Kontenuebersicht wird vorher freigegeben,
      *    sonst fuende UEBERWEISUNG das gewaehlte Konto gesperrt.
            MOVE WS-KONTO-ID-EINGABE TO WS-UEBERWEISUNG-KONTO
            IF WS-VERFUEGBAR-ANZAHL > 1
               DISPLAY "Verfuegbare Auftraggeberkonten:"
               PERFORM VARYING WS-VERFUEGBAR-IDX FROM 1 BY 1
                  UNTIL WS-VERFUEGBAR-IDX > WS-VERFUEGBAR-ANZAHL
                  EVALUATE WS-VERFUEGBAR-ROLLE(WS-VERFUEGBAR-IDX)
                     WHEN "M"
                        MOVE "Mitinhaber" TO WS-ROLLEN-TEXT
                     WHEN "V"
                        MOVE "Vollmacht" TO WS-ROLLEN-TEXT
                     WHEN OTHER
                        MOVE "Inhaber" TO WS-ROLLEN-TEXT
                  END-EVALUATE
                  DISPLAY "  " WS-VERFUEGBAR-KONTO(WS-VERFUEGBAR-IDX)
                     " " WS-ROLLEN-TEXT
               END-PERFORM
               DISPLAY "Auftraggeberkonto (leer = "
                  WS-KONTO-ID-EINGABE "):"
               MOVE SPACES TO WS-AUFTRAGGEBER-EINGABE
               ACCEPT WS-AUFTRAGGEBER-EINGABE
               IF WS-AUFTRAGGEBER-EINGABE NOT = SPACES
                  MOVE "N" TO WS-VERFUEGBAR-GEFUNDEN
                  PERFORM VARYING WS-VERFUEGBAR-IDX FROM 1 BY 1
                     UNTIL WS-VERFUEGBAR-IDX > WS-VERFUEGBAR-ANZAHL
                     IF WS-VERFUEGBAR-KONTO(WS-VERFUEGBAR-IDX)
                        = WS-AUFTRAGGEBER-EINGABE
                        MOVE "J" TO WS-VERFUEGBAR-GEFUNDEN
                     END-IF
                  END-PERFORM
                  IF WS-VERFUEGBAR-GEFUNDEN = "N"
                     DISPLAY "Ueber dieses Konto koennen Sie nicht "
                        "verfuegen."
                     EXIT SECTION
                  END-IF
                  MOVE WS-AUFTRAGGEBER-EINGABE
                     TO WS-UEBERWEISUNG-KONTO
               END-IF
            END-IF
            UNLOCK KONTODATEI
            CALL "UEBERWEISUNG" USING WS-UEBERWEISUNG-KONTO
               WS-KONTO-ID-EINGABE
            EXIT.
       SUCHE-UMSAETZE SECTION.
      *    Volle Umsatzsuche ueber TRANSAKTIONEN.DAT fuer das
            PERFORM BEGRUESSE-KUNDE
            DISPLAY "Ihre Konten:"
            MOVE KONTO-KUNDEN-ID TO WS-AKTUELLE-KUNDEN-ID
            MOVE 0 TO WS-VERFUEGBAR-ANZAHL
            MOVE "N" TO WS-KONTEN-EOF
            START KONTODATEI KEY IS = KONTO-KUNDEN-ID
               INVALID KEY MOVE "J" TO WS-KONTEN-EOF
                        MOVE "J" TO WS-KONTEN-EOF
                     ELSE
                        MOVE KONTO-ID TO WS-MINI-KONTO-ID
                        MOVE "I" TO KONTOBEZ-ROLLE
                        PERFORM MERKE-VERFUEGBARES-KONTO
                        PERFORM ZEIGE-KONTOSALDO
                        PERFORM ZEIGE-MINI-KONTOAUSZUG
                     END-IF
               END-READ
            END-PERFORM
            PERFORM ZEIGE-BEZIEHUNGSKONTEN
            EXIT.
       ZEIGE-KONTOSALDO SECTION.
      *    Fremdwaehrungskonten (KONTO-WAEHRUNG, siehe
      *    KONTOREC.cpy) zeigen ihren eigenen Waehrungscode;
      *    die EUR-Formatierung uebernimmt wie bisher die
      *    SUBMODULE-Funktion FMTBETRAG.
            IF KONTO-WAEHRUNG NOT = SPACES
               AND KONTO-WAEHRUNG NOT = "EUR"
               MOVE KONTO-SALDO TO WS-SALDO-ANZEIGE
               DISPLAY "  Konto " KONTO-ID ": "
                  WS-SALDO-ANZEIGE " " KONTO-WAEHRUNG
            ELSE
               MOVE "FMTBETRAG" TO WS-SUB-FUNKTION
               MOVE KONTO-SALDO TO WS-SUB-PARM1-BETRAG
               CALL "SUBMODULE" USING WS-SUB-FUNKTION
                  WS-SUB-PARM1 WS-SUB-PARM2
                  WS-SUB-ERGEBNIS WS-SUB-STATUS
               IF WS-SUB-STATUS NOT = "00" THEN
                  DISPLAY "  Konto " KONTO-ID ": "
                     KONTO-SALDO " EUR"
               ELSE
                  DISPLAY "  Konto " KONTO-ID ": "
                     FUNCTION TRIM(WS-SUB-ERGEBNIS)
               END-IF
            END-IF
            MOVE "SPERRSUMME" TO WS-SUB-FUNKTION
            MOVE SPACES TO WS-SUB-PARM1 WS-SUB-PARM2
            MOVE KONTO-ID TO WS-SUB-PARM1(1:10)
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUB-PARM2(1:8)
            CALL "SUBMODULE" USING WS-SUB-FUNKTION
               WS-SUB-PARM1 WS-SUB-PARM2
               WS-SUB-ERGEBNIS WS-SUB-STATUS
            MOVE 0 TO WS-SPERRSUMME
            IF WS-SUB-STATUS = "00" THEN
               MOVE WS-SUB-ERGEBNIS-BETRAG TO WS-SPERRSUMME
            END-IF
            COMPUTE WS-VERFUEGBAR = KONTO-SALDO + KONTO-LIMIT
               - WS-SPERRSUMME
            IF WS-SPERRSUMME > 0 THEN
               MOVE WS-SPERRSUMME TO WS-SALDO-ANZEIGE
               DISPLAY "    davon gesperrt: " WS-SALDO-ANZEIGE
            END-IF
            MOVE WS-VERFUEGBAR TO WS-SALDO-ANZEIGE
            DISPLAY "    verfuegbar (mit Limit): " WS-SALDO-ANZEIGE
            EXIT.
       ZEIGE-BEZIEHUNGSKONTEN SECTION.
      *    Konten anderer Inhaber, ueber die der Kunde als
      *    Mitinhaber oder Bevollmaechtigter am Tagesdatum
      *    verfuegen darf (Alternativschluessel KONTOBEZ-KUNDEN-ID).
      *    Fehlt die Datei, gibt es keine solchen Konten.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE
            OPEN INPUT KONTOBEZIEHUNG
            IF WS-KONTOBEZ-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            MOVE "N" TO WS-KONTOBEZ-EOF
            MOVE WS-AKTUELLE-KUNDEN-ID TO KONTOBEZ-KUNDEN-ID
            START KONTOBEZIEHUNG KEY IS = KONTOBEZ-KUNDEN-ID
               INVALID KEY MOVE "J" TO WS-KONTOBEZ-EOF
            END-START
            PERFORM UNTIL WS-KONTOBEZ-EOF = "J"
               READ KONTOBEZIEHUNG NEXT RECORD
                  AT END MOVE "J" TO WS-KONTOBEZ-EOF
                  NOT AT END
                     IF KONTOBEZ-KUNDEN-ID NOT = WS-AKTUELLE-KUNDEN-ID
                        MOVE "J" TO WS-KONTOBEZ-EOF
                     ELSE
                        IF KONTOBEZ-GUELTIG-AB <= WS-HEUTE
                           AND KONTOBEZ-GUELTIG-BIS >= WS-HEUTE
                           PERFORM ZEIGE-BEZIEHUNGSKONTO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE KONTOBEZIEHUNG
            EXIT.
       ZEIGE-BEZIEHUNGSKONTO SECTION.
            MOVE KONTOBEZ-KONTO-ID TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  EXIT SECTION
            END-READ
            MOVE KONTO-ID TO WS-MINI-KONTO-ID
            PERFORM MERKE-VERFUEGBARES-KONTO
            IF KONTOBEZ-ROLLE = "M"
               DISPLAY "Gemeinschaftskonto (Mitinhaber):"
            ELSE
               DISPLAY "Konto mit Vollmacht:"
            END-IF
            PERFORM ZEIGE-KONTOSALDO
            PERFORM ZEIGE-MINI-KONTOAUSZUG
            EXIT.
       MERKE-VERFUEGBARES-KONTO SECTION.
      *    KONTO-ID mit der Rolle aus KONTOBEZ-ROLLE in die Tabelle
      *    der verfuegbaren Konten; mehr als 20 werden nicht
      *    gefuehrt.
            IF WS-VERFUEGBAR-ANZAHL < 20
               ADD 1 TO WS-VERFUEGBAR-ANZAHL
               MOVE KONTO-ID
                  TO WS-VERFUEGBAR-KONTO(WS-VERFUEGBAR-ANZAHL)
               MOVE KONTOBEZ-ROLLE
                  TO WS-VERFUEGBAR-ROLLE(WS-VERFUEGBAR-ANZAHL)
            END-IF
            EXIT.
       BEGRUESSE-KUNDE SECTION.
      *    Begruessung aus dem Kundenstamm (siehe KUNDENREC.cpy);
            CALL "MOBILETAN" USING WS-KONTO-ID-EINGABE
               WS-TAN-ERGEBNIS WS-TAN-BETRAG WS-TAN-EMPFAENGER
               WS-TAN-SEQUENZ
               BY CONTENT WS-KONTO-ID-EINGABE
            PERFORM SCHREIBE-TAN-SEQUENZ
            IF NOT TAN-BESTAETIGT
               DISPLAY "Entsperrung abgelehnt - mobileTAN "

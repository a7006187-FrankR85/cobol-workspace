      *    Zahlung stillschweigend entfaellt. Die Hauptbuch-Buchung
      *    in LEDGER.DAT uebernimmt MOBILETAN selbst (siehe
      *    SCHREIBE-TAN-BESTAETIGUNG in mobiletan.cbl), damit dort
      *    nicht doppelt gebucht wird. Auftraggeber kann jedes Konto
      *    sein, ueber das der angemeldete Kunde verfuegen darf -
      *    als Inhaber oder ueber eine am Tag gueltige Beziehung
      *    als Mitinhaber oder Bevollmaechtigter (siehe
      *    KONTOBEZREC.cpy); das wird vor der Erfassung geprueft.
      *    Gedeckt ist eine Zahlung nur durch den verfuegbaren
      *    Betrag: Saldo plus Rahmen abzueglich der aktiven
      *    Betragssperren (SPERRBETRAGREC.cpy).
      *    Vor der TAN wird der Empfaenger (Name und Konto) gegen
      *    die Sanktionsliste geprueft (SANKTIONSCHECK); bei einem
      *    Treffer wird nicht gebucht, sondern der Auftrag in
      *    SANKTIONSHALT fuer die Compliance geparkt (siehe
      *    SANKTHALTREC.cpy).
      *    Der Empfaenger kann als IBAN oder - nur fuer Konten
      *    des Hauses - als Kontonummer erfasst werden; die IBAN
      *    wird per Pruefziffer geprueft (SUBMODULE-Funktion
      *    IBANPRUEF). Eine IBAN des Hauses wird auf die KONTO-ID
      *    zurueckgefuehrt, eine fremde geht immer mit IBAN in
      *    den Clearing-Ausgang; ohne IBAN gibt es kein Clearing.
      *    Nach dem Buchungsschluss (PARMFILE-Schluessel
      *    BUCHUNGSSCHLUSS) oder an einem arbeitsfreien Tag
      *    erfasste Auftraege erhalten den naechsten Arbeitstag
      *    als Valuta (SUBMODULE-Funktion VALUTATAG) und gehen in
      *    die Clearing-Ausgangsdatei dieses Tages; der Kunde
      *    sieht den Ausfuehrungstag vor der TAN-Anforderung.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT KONTOBEZIEHUNG ASSIGN TO "KONTOBEZIEHUNG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTOBEZ-ID
              ALTERNATE RECORD KEY IS KONTOBEZ-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-KONTOBEZ-STATUS.
           SELECT SANKTIONSHALT ASSIGN TO "SANKTIONSHALT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HALT-ID
              FILE STATUS IS WS-HALT-STATUS.
           SELECT HALTSEQUENZ ASSIGN TO "sanktionshalt-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HALTSEQUENZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TAGESLIMITREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD KONTOBEZIEHUNG.
       COPY KONTOBEZREC.
       FD SANKTIONSHALT.
       COPY SANKTHALTREC.
       FD HALTSEQUENZ.
       01 HALTSEQUENZ-SATZ.
          05 HALTSEQUENZ-WERT PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).

      *    Erfassungsfelder des Zahlungsauftrags.
       01 WS-EMPFAENGER-EINGABE PIC X(10).
      *    Rohe Empfaengereingabe (Kontonummer, IBAN oder
      *    =Kurzname), die gepruefte IBAN eines fremden
      *    Empfaengers (leer bei hausinternen) und die IBAN des
      *    Auftraggeberkontos fuer den Clearing-Ausgang.
       01 WS-EMPFAENGER-ROH PIC X(34).
       01 WS-EMPFAENGER-IBAN PIC X(34) VALUE SPACES.
       01 WS-AUFTRAGGEBER-IBAN PIC X(34).
       01 WS-IBAN-GUELTIG PIC X.
       01 WS-BETRAG-EURO-EINGABE PIC X(07).
       01 WS-BETRAG-CENT-EINGABE PIC X(02).
       01 WS-BETRAG-EURO PIC 9(07).
          88 DECKUNG-VORHANDEN VALUE "J".
       01 WS-AKT-DATUM PIC 9(08).

      *    Valuta- und Ausfuehrungstag des Auftrags (VALUTATAG).
       01 WS-VALUTA-DATUM PIC 9(08).
       01 WS-VALUTA-GRUND PIC X.
       01 WS-VALUTA-ANZEIGE PIC X(10).

      *    Kundenseitiges Tageslimit (siehe TAGESLIMITREC.cpy):
      *    die "U"-Belastungen des Buchungstags plus der neue
      *    Betrag duerfen das gesetzte Limit nicht ueberschreiten.
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

      *    Verfuegungsberechtigung des angemeldeten Kunden ueber
      *    das Auftraggeberkonto (siehe KONTOBEZREC.cpy).
       01 WS-KONTOBEZ-STATUS PIC X(02).
       01 WS-ANMELDE-KUNDEN-ID PIC X(10).
       01 WS-VERFUEGUNG-ERLAUBT PIC X VALUE "N".

      *    Zahlungssperre aus dem Mahnwesen (KONTO-MAHNSPERRE).
       01 WS-MAHNSPERRE PIC X VALUE SPACE.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "UEBERWEISUNG".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/SUBMODULE)
      *    fuer die Pruefung des Buchungstextes und die Summe der
      *    Betragssperren des Auftraggeberkontos (SPERRSUMME).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).
       01 WS-SPERRSUMME PIC S9(9)V99 VALUE 0.

      *    Sanktionspruefung des Empfaengers (SANKTIONSCHECK); ein
      *    Treffer parkt den Auftrag in SANKTIONSHALT.
       01 WS-EMPFAENGER-NAME PIC X(30).
       01 WS-HALT-STATUS PIC X(02).
       01 WS-HALTSEQUENZ-STATUS PIC X(02).
       01 WS-HALT-SEQUENZ PIC 9(06).
       01 WS-SANKT-NAME PIC X(30).
       01 WS-SANKT-KENNUNG PIC X(20).
       01 WS-SANKT-TREFFER PIC X.
       01 WS-SANKT-ID PIC X(10).
       01 WS-SANKT-STATUS PIC X(02).
      *    "J" = Treffer geparkt, "X" = Pruefung nicht moeglich.
       01 WS-ZAHLUNG-ANGEHALTEN PIC X VALUE "N".

       LINKAGE SECTION.
       01 LS-AUFTRAGGEBER-KONTO PIC X(10).
       01 LS-ANMELDE-KONTO PIC X(10).

       PROCEDURE DIVISION USING LS-AUFTRAGGEBER-KONTO
               LS-ANMELDE-KONTO.
            MOVE "N" TO WS-TAN-ERGEBNIS
            PERFORM PRUEFE-VERFUEGUNGSBERECHTIGUNG
            IF WS-VERFUEGUNG-ERLAUBT NOT = "J" THEN
               DISPLAY "Ueberweisung abgelehnt: keine Verfuegungs"
                  "berechtigung fuer Konto " LS-AUFTRAGGEBER-KONTO
               GOBACK
            END-IF
            PERFORM PRUEFE-ZAHLUNGSSPERRE
            IF WS-MAHNSPERRE = "J" THEN
               DISPLAY "Ueberweisung abgelehnt: Konto "
                  LS-AUFTRAGGEBER-KONTO " ist wegen Ueberziehung "
                  "fuer Zahlungen gesperrt."
               GOBACK
            END-IF
            PERFORM ERFASSE-AUFTRAG
            IF NOT ERFASSUNG-GUELTIG THEN
               DISPLAY "Ueberweisung abgebrochen."
            PERFORM PRUEFE-DECKUNG
            IF NOT DECKUNG-VORHANDEN THEN
               DISPLAY "Ueberweisung abgelehnt: der Betrag "
                  "ueberschreitet den verfuegbaren Betrag."
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
               PERFORM SCHREIBE-LIMIT-AUSNAHME
               GOBACK
               GOBACK
            END-IF

      *    Sanktionspruefung als letzte Pruefung VOR der TAN: ein
      *    Treffer wird nicht gebucht, sondern geparkt.
            PERFORM PRUEFE-SANKTIONEN
            IF WS-ZAHLUNG-ANGEHALTEN = "X" THEN
               DISPLAY "Ueberweisung abgelehnt: die Sanktionspruefung "
                  "ist derzeit nicht moeglich."
               GOBACK
            END-IF
            IF WS-ZAHLUNG-ANGEHALTEN = "J" THEN
               DISPLAY "Die Ueberweisung wird vor der Ausfuehrung "
                  "geprueft und ist angehalten."
               DISPLAY "Sie erhalten nach der Pruefung Bescheid."
               GOBACK
            END-IF

      *    Ausfuehrungstag vor der TAN nennen: nach Buchungs-
      *    schluss oder an arbeitsfreien Tagen ist es der naechste
      *    Arbeitstag.
            PERFORM ERMITTLE-AUSFUEHRUNGSTAG

            PERFORM LESE-TAN-SEQUENZ
            COMPUTE WS-TAN-BETRAG = 0 - WS-BETRAG
      *    Die TAN geht an das Geraet des Angemeldeten (auch bei
      *    Mitinhaber oder Bevollmaechtigtem), gebucht wird auf
      *    dem Auftraggeberkonto.
            CALL "MOBILETAN" USING LS-AUFTRAGGEBER-KONTO
               WS-TAN-ERGEBNIS WS-TAN-BETRAG WS-EMPFAENGER-EINGABE
               WS-TAN-SEQUENZ
               LS-ANMELDE-KONTO
            PERFORM SCHREIBE-TAN-SEQUENZ

            IF TAN-BESTAETIGT THEN
            MOVE "N" TO WS-ERFASSUNG-GUELTIG
            MOVE SPACES TO WS-VORLAGEN-TEXT
            PERFORM ZEIGE-VORLAGEN
            DISPLAY "Empfaengerkonto oder IBAN eingeben (=Kurzname "
               "fuer eine Vorlage):"
            MOVE SPACES TO WS-EMPFAENGER-ROH
            ACCEPT WS-EMPFAENGER-ROH
            MOVE SPACES TO WS-EMPFAENGER-EINGABE
            MOVE SPACES TO WS-EMPFAENGER-IBAN
            IF WS-EMPFAENGER-ROH(1:1) = "=" THEN
               MOVE WS-EMPFAENGER-ROH(2:9)
                  TO WS-KURZNAME-EINGABE
               PERFORM HOLE-VORLAGE
               IF WS-EMPFAENGER-EINGABE = SPACES THEN
                  DISPLAY "Vorlage nicht gefunden oder ungueltig."
                  EXIT SECTION
               END-IF
            ELSE
               PERFORM UEBERNEHME-EMPFAENGER-EINGABE
               IF WS-IBAN-GUELTIG NOT = "J" THEN
                  EXIT SECTION
               END-IF
            END-IF
               DISPLAY "Empfaengerkonto darf nicht leer sein."
               EXIT SECTION
            END-IF
            IF WS-EMPFAENGER-EINGABE = LS-AUFTRAGGEBER-KONTO
               AND WS-EMPFAENGER-IBAN = SPACES THEN
               DISPLAY "Empfaengerkonto darf nicht dem eigenen "
                  "Konto entsprechen."
               EXIT SECTION
            END-IF
            IF WS-EMPFAENGER-IBAN = SPACES THEN
               PERFORM PRUEFE-EMPFAENGER-HAUSKONTO
               IF WS-IBAN-GUELTIG NOT = "J" THEN
                  EXIT SECTION
               END-IF
            END-IF

            DISPLAY "Betrag Euro (ganzzahlig) eingeben:"
            ACCEPT WS-BETRAG-EURO-EINGABE
               EXIT SECTION
            END-IF

      *    Empfaengername fuer die Sanktionspruefung; bei haus-
      *    internen Konten gilt ohne Eingabe der Kontoname.
            PERFORM ERMITTLE-EMPFAENGERNAME
            DISPLAY "Name des Empfaengers eingeben:"
            MOVE SPACES TO WS-SANKT-NAME
            ACCEPT WS-SANKT-NAME
            IF WS-SANKT-NAME NOT = SPACES
               MOVE WS-SANKT-NAME TO WS-EMPFAENGER-NAME
            END-IF
            IF WS-EMPFAENGER-NAME = SPACES THEN
               DISPLAY "Name des Empfaengers darf nicht leer sein."
               EXIT SECTION
            END-IF

            MOVE "J" TO WS-ERFASSUNG-GUELTIG
            EXIT.
       UEBERNEHME-EMPFAENGER-EINGABE SECTION.
      *    Beginnt die Eingabe mit Laenderkennzeichen und zwei
      *    Pruefziffern, ist sie eine IBAN und wird geprueft; jede
      *    andere Eingabe ist wie bisher eine hoechstens
      *    zehnstellige Kontonummer.
            MOVE "J" TO WS-IBAN-GUELTIG
            IF WS-EMPFAENGER-ROH(1:2) IS ALPHABETIC
               AND WS-EMPFAENGER-ROH(1:1) NOT = SPACE
               AND WS-EMPFAENGER-ROH(2:1) NOT = SPACE
               AND WS-EMPFAENGER-ROH(3:2) IS NUMERIC
               PERFORM PRUEFE-EMPFAENGER-IBAN
               EXIT SECTION
            END-IF
            IF WS-EMPFAENGER-ROH(11:24) NOT = SPACES THEN
               DISPLAY "Kontonummer ist laenger als 10 Stellen."
               MOVE "N" TO WS-IBAN-GUELTIG
               EXIT SECTION
            END-IF
            MOVE WS-EMPFAENGER-ROH(1:10) TO WS-EMPFAENGER-EINGABE
            EXIT.
       PRUEFE-EMPFAENGER-IBAN SECTION.
      *    Prueft die IBAN in WS-EMPFAENGER-ROH (SUBMODULE-Funktion
      *    IBANPRUEF). Eine IBAN des Hauses ergibt die KONTO-ID,
      *    eine fremde die Kontonummer zur Anzeige plus die
      *    kompakte IBAN in WS-EMPFAENGER-IBAN.
            MOVE "N" TO WS-IBAN-GUELTIG
            MOVE SPACES TO WS-EMPFAENGER-EINGABE
            MOVE SPACES TO WS-EMPFAENGER-IBAN
            MOVE "IBANPRUEF" TO WS-SUB-FUNKTION
            MOVE WS-EMPFAENGER-ROH(1:20) TO WS-SUB-PARM1
            MOVE SPACES TO WS-SUB-PARM2
            MOVE WS-EMPFAENGER-ROH(21:14) TO WS-SUB-PARM2(1:14)
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            IF WS-SUB-STATUS NOT = "00"
               OR WS-SUB-ERGEBNIS(1:1) NOT = "J" THEN
               DISPLAY "IBAN ungueltig (Pruefziffer oder Aufbau "
                  "falsch) - bitte Eingabe pruefen."
               EXIT SECTION
            END-IF
            MOVE "J" TO WS-IBAN-GUELTIG
            MOVE WS-SUB-ERGEBNIS(3:10) TO WS-EMPFAENGER-EINGABE
            IF WS-SUB-ERGEBNIS(2:1) NOT = "H"
               MOVE WS-SUB-PARM1 TO WS-EMPFAENGER-IBAN(1:20)
               MOVE WS-SUB-PARM2(1:14) TO WS-EMPFAENGER-IBAN(21:14)
            END-IF
            EXIT.
       PRUEFE-EMPFAENGER-HAUSKONTO SECTION.
      *    Eine Kontonummer ohne IBAN ist nur fuer Konten des
      *    Hauses zulaessig; ein fremder Empfaenger braucht die
      *    IBAN, sonst kann das Partnerinstitut die Zahlung nicht
      *    zuordnen.
            MOVE "N" TO WS-IBAN-GUELTIG
            OPEN INPUT KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                  WS-KONTODATEI-STATUS
               EXIT SECTION
            END-IF
            MOVE WS-EMPFAENGER-EINGABE TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  DISPLAY "Konto " WS-EMPFAENGER-EINGABE
                     " ist kein Konto unseres Hauses - fuer fremde "
                     "Empfaenger bitte die IBAN eingeben."
               NOT INVALID KEY
                  MOVE "J" TO WS-IBAN-GUELTIG
            END-READ
            CLOSE KONTODATEI
            EXIT.
       PRUEFE-VERFUEGUNGSBERECHTIGUNG SECTION.
      *    Das angemeldete Konto selbst und jedes Konto desselben
      *    Kunden (KONTO-KUNDEN-ID) sind immer erlaubt; fremde
      *    Konten nur mit einer am Tagesdatum gueltigen Beziehung
      *    als Mitinhaber oder Bevollmaechtigter.
            MOVE "N" TO WS-VERFUEGUNG-ERLAUBT
            IF LS-AUFTRAGGEBER-KONTO = LS-ANMELDE-KONTO
               MOVE "J" TO WS-VERFUEGUNG-ERLAUBT
               EXIT SECTION
            END-IF
            OPEN INPUT KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            MOVE LS-ANMELDE-KONTO TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  CLOSE KONTODATEI
                  EXIT SECTION
            END-READ
            MOVE KONTO-KUNDEN-ID TO WS-ANMELDE-KUNDEN-ID
            MOVE LS-AUFTRAGGEBER-KONTO TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  CLOSE KONTODATEI
                  EXIT SECTION
            END-READ
            CLOSE KONTODATEI
            IF KONTO-KUNDEN-ID = WS-ANMELDE-KUNDEN-ID
               MOVE "J" TO WS-VERFUEGUNG-ERLAUBT
               EXIT SECTION
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
            OPEN INPUT KONTOBEZIEHUNG
            IF WS-KONTOBEZ-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            MOVE LS-AUFTRAGGEBER-KONTO TO KONTOBEZ-KONTO-ID
            MOVE WS-ANMELDE-KUNDEN-ID TO KONTOBEZ-KUNDEN-ID
            READ KONTOBEZIEHUNG
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF KONTOBEZ-GUELTIG-AB <= WS-AKT-DATUM
                     AND KONTOBEZ-GUELTIG-BIS >= WS-AKT-DATUM
                     MOVE "J" TO WS-VERFUEGUNG-ERLAUBT
                  END-IF
            END-READ
            CLOSE KONTOBEZIEHUNG
            EXIT.
       PRUEFE-ZAHLUNGSSPERRE SECTION.
      *    Nach der letzten Mahnung und Freigabe der Sperre in
      *    FREIGABEPFLEGE sind Auftraege zu Lasten des Kontos bis
      *    zum Ausgleich gesperrt (KONTO-MAHNSPERRE = "J").
            MOVE SPACE TO WS-MAHNSPERRE
            OPEN INPUT KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            MOVE LS-AUFTRAGGEBER-KONTO TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE KONTO-MAHNSPERRE TO WS-MAHNSPERRE
            END-READ
            CLOSE KONTODATEI
            EXIT.
       PRUEFE-PERIODE SECTION.
      *    Prueft, ob die Periode WS-PRUEF-PERIODE in PERIODEN.DAT
      *    als geschlossen gefuehrt wird (siehe PERIODENREC.cpy);
                     IF EMPF-KONTO-ID NOT = LS-AUFTRAGGEBER-KONTO
                        MOVE "J" TO WS-EMPF-EOF
                     ELSE
                        IF EMPF-EMPFAENGER-IBAN NOT = SPACES
                           DISPLAY "  =" EMPF-KURZNAME " -> "
                              EMPF-EMPFAENGER-IBAN
                              " (" EMPF-TEXT ")"
                        ELSE
                           DISPLAY "  =" EMPF-KURZNAME " -> "
                              EMPF-EMPFAENGER " (" EMPF-TEXT ")"
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
       HOLE-VORLAGE SECTION.
      *    Vorlage per Schluessel lesen; ohne Treffer bleibt das
      *    Empfaengerfeld leer und die Erfassung wird abgewiesen.
      *    Die IBAN einer Vorlage wird vor der Verwendung noch
      *    einmal geprueft; eine ungueltige leert das Feld
      *    ebenfalls.
            MOVE SPACES TO WS-EMPFAENGER-EINGABE
            MOVE SPACES TO WS-EMPFAENGER-ROH
            OPEN INPUT EMPFAENGERDATEI
            IF WS-EMPF-STATUS NOT = "00" THEN
               EXIT SECTION
                  CONTINUE
               NOT INVALID KEY
                  MOVE EMPF-EMPFAENGER TO WS-EMPFAENGER-EINGABE
                  MOVE EMPF-EMPFAENGER-IBAN TO WS-EMPFAENGER-ROH
                  MOVE EMPF-TEXT TO WS-VORLAGEN-TEXT
            END-READ
            CLOSE EMPFAENGERDATEI
            IF WS-EMPFAENGER-ROH NOT = SPACES
               PERFORM PRUEFE-EMPFAENGER-IBAN
               IF WS-IBAN-GUELTIG NOT = "J"
                  MOVE SPACES TO WS-EMPFAENGER-EINGABE
               END-IF
            END-IF
            EXIT.
       PRUEFE-NEUER-EMPFAENGER SECTION.
      *    Ist der Empfaenger noch in keiner Vorlage des Kontos
                     ELSE
                        IF EMPF-EMPFAENGER
                           = WS-EMPFAENGER-EINGABE
                           AND EMPF-EMPFAENGER-IBAN
                              = WS-EMPFAENGER-IBAN
                           MOVE "J" TO WS-EMPF-BEKANNT
                           MOVE "J" TO WS-EMPF-EOF
                        END-IF
            MOVE FUNCTION CURRENT-DATE(1:14)
               TO TANAUSGANG-ZEITSTEMPEL
            MOVE "N" TO TANAUSGANG-STATUS
            MOVE LS-AUFTRAGGEBER-KONTO TO TANAUSGANG-KONTO-ID
            MOVE "W" TO TANAUSGANG-ART
            WRITE TANAUSGANG-SATZ
            CLOSE TANAUSGANG
            EXIT.
            MOVE LS-AUFTRAGGEBER-KONTO TO EMPF-KONTO-ID
            MOVE WS-KURZNAME-EINGABE TO EMPF-KURZNAME
            MOVE WS-EMPFAENGER-EINGABE TO EMPF-EMPFAENGER
            MOVE WS-EMPFAENGER-IBAN TO EMPF-EMPFAENGER-IBAN
            MOVE WS-BUCHUNGSTEXT TO EMPF-TEXT
            WRITE EMPF-RECORD
               INVALID KEY
              INTO TRANS-REF
            END-STRING
            EXIT.
       ERMITTLE-EMPFAENGERNAME SECTION.
      *    Vorbelegung mit dem Kontonamen, wenn der Empfaenger ein
      *    hausinternes Konto fuehrt; fremde IBANs haben keines.
            MOVE SPACES TO WS-EMPFAENGER-NAME
            IF WS-EMPFAENGER-IBAN NOT = SPACES THEN
               EXIT SECTION
            END-IF
            OPEN INPUT KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               EXIT SECTION
            END-IF
            MOVE WS-EMPFAENGER-EINGABE TO KONTO-ID
            READ KONTODATEI
               NOT INVALID KEY
                  MOVE KONTO-NAME TO WS-EMPFAENGER-NAME
                  DISPLAY "Empfaenger: " KONTO-NAME
                     " (Eingabe leer = uebernehmen)"
            END-READ
            CLOSE KONTODATEI
            EXIT.
       PRUEFE-SANKTIONEN SECTION.
      *    Prueft Empfaengername und -konto gegen die Sanktions-
      *    liste; ein Treffer wird in SANKTIONSHALT geparkt und
      *    im AUDITLOG vermerkt.
            MOVE "N" TO WS-ZAHLUNG-ANGEHALTEN
            MOVE WS-EMPFAENGER-NAME TO WS-SANKT-NAME
            MOVE WS-EMPFAENGER-EINGABE TO WS-SANKT-KENNUNG
            CALL "SANKTIONSCHECK" USING WS-SANKT-NAME
               WS-SANKT-KENNUNG WS-SANKT-TREFFER WS-SANKT-ID
               WS-SANKT-STATUS
      *    Ohne lesbare Sanktionsliste geht keine Zahlung
      *    ungeprueft hinaus.
            IF WS-SANKT-STATUS NOT = "00" THEN
               MOVE "X" TO WS-ZAHLUNG-ANGEHALTEN
               EXIT SECTION
            END-IF
            IF WS-SANKT-TREFFER NOT = "J" THEN
               EXIT SECTION
            END-IF
            MOVE "J" TO WS-ZAHLUNG-ANGEHALTEN
            OPEN I-O SANKTIONSHALT
            IF WS-HALT-STATUS = "35" THEN
               OPEN OUTPUT SANKTIONSHALT
               CLOSE SANKTIONSHALT
               OPEN I-O SANKTIONSHALT
            END-IF
            PERFORM ERMITTLE-HALT-ID
            MOVE SPACES TO HALT-RECORD
            MOVE WS-HALT-SEQUENZ TO HALT-ID
            MOVE "U" TO HALT-QUELLE
            MOVE LS-AUFTRAGGEBER-KONTO TO HALT-AUFTRAGGEBER
            MOVE WS-EMPFAENGER-EINGABE TO HALT-EMPFAENGER
            MOVE WS-EMPFAENGER-NAME TO HALT-NAME
            MOVE WS-EMPFAENGER-IBAN TO HALT-EMPFAENGER-IBAN
            MOVE WS-BETRAG TO HALT-BETRAG
            MOVE WS-BUCHUNGSTEXT TO HALT-TEXT
            MOVE FUNCTION CURRENT-DATE(1:8) TO HALT-DATUM
            MOVE FUNCTION CURRENT-DATE(1:14) TO HALT-ERFASST-AM
            MOVE WS-SANKT-ID TO HALT-SANKTION-ID
            MOVE "O" TO HALT-STATUS
            MOVE 0 TO HALT-ENTSCHIEDEN-AM
            WRITE HALT-RECORD
            CLOSE SANKTIONSHALT
            MOVE SPACES TO WS-AUDITLOG-EREIGNIS
            STRING "SANKTIONSHALT " DELIMITED BY SIZE
                   HALT-ID DELIMITED BY SIZE
                   " VON=" DELIMITED BY SIZE
                   LS-AUFTRAGGEBER-KONTO DELIMITED BY SPACE
                   " AN=" DELIMITED BY SIZE
                   WS-EMPFAENGER-EINGABE DELIMITED BY SPACE
              INTO WS-AUDITLOG-EREIGNIS
            END-STRING
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       ERMITTLE-HALT-ID SECTION.
      *    Naechste laufende Nummer aus sanktionshalt-sequenz.dat.
            MOVE 0 TO WS-HALT-SEQUENZ
            OPEN INPUT HALTSEQUENZ
            IF WS-HALTSEQUENZ-STATUS = "00" THEN
               READ HALTSEQUENZ
                  AT END CONTINUE
                  NOT AT END
                     MOVE HALTSEQUENZ-WERT TO WS-HALT-SEQUENZ
               END-READ
               CLOSE HALTSEQUENZ
            END-IF
            ADD 1 TO WS-HALT-SEQUENZ
            MOVE WS-HALT-SEQUENZ TO HALTSEQUENZ-WERT
            OPEN OUTPUT HALTSEQUENZ
            WRITE HALTSEQUENZ-SATZ
            CLOSE HALTSEQUENZ
            EXIT.
       PRUEFE-DECKUNG SECTION.
      *    Liest das Auftraggeberkonto und prueft, ob der Betrag
      *    durch Saldo plus eingeraeumten Rahmen (KONTO-LIMIT)
      *    abzueglich aktiver Betragssperren gedeckt ist; dieselbe
      *    Pruefung laeuft zur Sicherheit noch einmal beim Buchen.
            MOVE "N" TO WS-DECKUNG-VORHANDEN
            OPEN INPUT KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               INVALID KEY
                  DISPLAY "Auftraggeberkonto nicht gefunden."
               NOT INVALID KEY
                  PERFORM ERMITTLE-SPERRSUMME
                  COMPUTE WS-NEUER-SALDO =
                     KONTO-SALDO - WS-BETRAG - WS-SPERRSUMME
                  IF WS-NEUER-SALDO >= (0 - KONTO-LIMIT)
                     MOVE "J" TO WS-DECKUNG-VORHANDEN
                  END-IF
            END-READ
            CLOSE KONTODATEI
            EXIT.
       ERMITTLE-SPERRSUMME SECTION.
      *    Summe der heute wirksamen Betragssperren des
      *    Auftraggeberkontos ueber die SUBMODULE-Funktion
      *    SPERRSUMME; ist SUBMODULE nicht erreichbar, wird wie
      *    ohne Sperre gerechnet.
            MOVE 0 TO WS-SPERRSUMME
            MOVE "SPERRSUMME" TO WS-SUB-FUNKTION
            MOVE SPACES TO WS-SUB-PARM1
            MOVE LS-AUFTRAGGEBER-KONTO TO WS-SUB-PARM1(1:10)
            MOVE SPACES TO WS-SUB-PARM2
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUB-PARM2(1:8)
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            IF WS-SUB-STATUS = "00"
               MOVE WS-SUB-ERGEBNIS-BETRAG TO WS-SPERRSUMME
            END-IF
            EXIT.
       LESE-TAN-SEQUENZ SECTION.
      *    Liest die zuletzt vergebene TAN-Sequenznummer aus
      *    tan-sequenz.dat (0, falls die Datei fehlt) und erhoeht sie
                  WS-KONTODATEI-STATUS
               EXIT SECTION
            END-IF
      *    Ohne IBAN ist der Empfaenger ein Konto des Hauses; ist
      *    es seit der Erfassung aufgeloest worden, wird nicht
      *    gebucht - ins Clearing geht nichts ohne IBAN.
            IF WS-EMPFAENGER-IBAN = SPACES THEN
               MOVE WS-EMPFAENGER-EINGABE TO KONTO-ID
               READ KONTODATEI
                  INVALID KEY
                     DISPLAY "Ueberweisung abgelehnt: Empfaenger"
                        "konto nicht mehr vorhanden."
                     CLOSE KONTODATEI
                     EXIT SECTION
               END-READ
            END-IF

            MOVE LS-AUFTRAGGEBER-KONTO TO KONTO-ID
            READ KONTODATEI
                  EXIT SECTION
            END-READ
      *    Limitpruefung: eine Belastung darf Saldo plus
      *    eingeraeumten Rahmen (KONTO-LIMIT) abzueglich aktiver
      *    Betragssperren nicht ueberschreiten.
            PERFORM ERMITTLE-SPERRSUMME
            COMPUTE WS-NEUER-SALDO =
               KONTO-SALDO - WS-BETRAG - WS-SPERRSUMME
            IF WS-NEUER-SALDO < (0 - KONTO-LIMIT) THEN
               DISPLAY "Ueberweisung abgelehnt: der Betrag "
                  "ueberschreitet den verfuegbaren Betrag."
               PERFORM SCHREIBE-LIMIT-AUSNAHME
               CLOSE KONTODATEI
               EXIT SECTION
            MOVE WS-BETRAG TO WS-GUTSCHRIFT-BETRAG
            MOVE WS-BUCHUNGSTEXT TO WS-GUTSCHRIFT-TEXT
            MOVE "N" TO WS-EMPFAENGER-GEFUNDEN
      *    Eine fremde IBAN geht immer ins Clearing, auch wenn ihre
      *    Kontonummer zufaellig einer KONTO-ID des Hauses gleicht.
            IF WS-EMPFAENGER-IBAN = SPACES
               MOVE WS-EMPFAENGER-EINGABE TO KONTO-ID
               READ KONTODATEI
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "J" TO WS-EMPFAENGER-GEFUNDEN
                     MOVE KONTO-WAEHRUNG TO WS-WAEHRUNG-NACH
                     PERFORM ERMITTLE-GUTSCHRIFT
                     ADD WS-GUTSCHRIFT-BETRAG TO KONTO-SALDO
                     REWRITE KONTO-RECORD
               END-READ
            END-IF
            CLOSE KONTODATEI

      *    Umsatzjournal ist indiziert (siehe TRANSREC.cpy); jede
            PERFORM ERMITTLE-TRANS-REF
            MOVE LS-AUFTRAGGEBER-KONTO TO TRANS-KONTO-ID
            MOVE WS-AKT-DATUM TO TRANS-DATUM
            MOVE WS-VALUTA-DATUM TO TRANS-VALUTA
            MOVE WS-AKT-ZEITSTEMPEL TO TRANS-ZEITSTEMPEL
            MOVE "U" TO TRANS-HERKUNFT
            MOVE WS-BUCHUNGSTEXT TO TRANS-TEXT
               PERFORM ERMITTLE-TRANS-REF
               MOVE WS-EMPFAENGER-EINGABE TO TRANS-KONTO-ID
               MOVE WS-AKT-DATUM TO TRANS-DATUM
               MOVE WS-VALUTA-DATUM TO TRANS-VALUTA
               MOVE WS-AKT-ZEITSTEMPEL TO TRANS-ZEITSTEMPEL
               MOVE "U" TO TRANS-HERKUNFT
               MOVE WS-GUTSCHRIFT-TEXT TO TRANS-TEXT
      *    Uebergibt die Gutschriftseite einer Zahlung an einen
      *    nicht hausinternen Empfaenger an das Partnerinstitut:
      *    je Zahlung ein Satz in der datierten Ausgangsdatei
      *    clearing-ausgang-JJJJMMTT.dat (siehe CLEARINGREC.cpy),
      *    mit der IBAN des Auftraggeberkontos und, soweit
      *    erfasst, der IBAN des Empfaengers. Massgeblich ist der
      *    Valutatag, nach Buchungsschluss also die Datei des
      *    naechsten Arbeitstags.
            PERFORM ERMITTLE-AUFTRAGGEBER-IBAN
            MOVE SPACES TO WS-CLEARING-DATEINAME
            STRING "clearing-ausgang-" DELIMITED BY SIZE
                   WS-VALUTA-DATUM DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
              INTO WS-CLEARING-DATEINAME
            END-STRING
            MOVE LS-AUFTRAGGEBER-KONTO TO CLEARING-AUFTRAGGEBER
            MOVE WS-BETRAG TO CLEARING-BETRAG
            MOVE WS-BUCHUNGSTEXT TO CLEARING-TEXT
            MOVE WS-VALUTA-DATUM TO CLEARING-DATUM
            MOVE WS-EMPFAENGER-IBAN TO CLEARING-EMPFAENGER-IBAN
            MOVE WS-AUFTRAGGEBER-IBAN TO CLEARING-AUFTRAGGEBER-IBAN
            WRITE CLEARING-SATZ
            CLOSE CLEARING-AUSGANG
            EXIT.
       ERMITTLE-AUSFUEHRUNGSTAG SECTION.
      *    Valutatag aus dem Erfassungszeitpunkt (SUBMODULE-
      *    Funktion VALUTATAG); ist SUBMODULE nicht erreichbar,
      *    gilt wie bisher der Erfassungstag.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VALUTA-DATUM
            MOVE SPACE TO WS-VALUTA-GRUND
            MOVE "VALUTATAG" TO WS-SUB-FUNKTION
            MOVE SPACES TO WS-SUB-PARM1
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SUB-PARM1(1:14)
            MOVE SPACES TO WS-SUB-PARM2
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            IF WS-SUB-STATUS = "00"
               MOVE WS-SUB-ERGEBNIS(1:8) TO WS-VALUTA-DATUM
               MOVE WS-SUB-ERGEBNIS(9:1) TO WS-VALUTA-GRUND
            END-IF
            MOVE SPACES TO WS-VALUTA-ANZEIGE
            STRING WS-VALUTA-DATUM(7:2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-VALUTA-DATUM(5:2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-VALUTA-DATUM(1:4) DELIMITED BY SIZE
              INTO WS-VALUTA-ANZEIGE
            END-STRING
            EVALUATE WS-VALUTA-GRUND
               WHEN "S"
                  DISPLAY "Der Auftrag liegt nach dem heutigen "
                     "Buchungsschluss."
               WHEN "F"
                  DISPLAY "Heute ist kein Bankarbeitstag."
            END-EVALUATE
            DISPLAY "Ausfuehrungstag (Valuta): " WS-VALUTA-ANZEIGE
            EXIT.
       ERMITTLE-AUFTRAGGEBER-IBAN SECTION.
      *    IBAN des Auftraggeberkontos (SUBMODULE-Funktion
      *    IBANBILD); bleibt leer, wenn sie sich nicht bilden
      *    laesst.
            MOVE SPACES TO WS-AUFTRAGGEBER-IBAN
            MOVE "IBANBILD" TO WS-SUB-FUNKTION
            MOVE SPACES TO WS-SUB-PARM1
            MOVE LS-AUFTRAGGEBER-KONTO TO WS-SUB-PARM1(1:10)
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            IF WS-SUB-STATUS = "00"
               MOVE WS-SUB-ERGEBNIS TO WS-AUFTRAGGEBER-IBAN(1:20)
               MOVE WS-SUB-PARM2(1:2) TO WS-AUFTRAGGEBER-IBAN(21:2)
            END-IF
            EXIT.
       END PROGRAM UEBERWEISUNG.

      *    dort nicht doppelt gebucht wird. Nach
      *    vollstaendiger Verarbeitung wird die Sammeldatei leer
      *    zurueckgesetzt, damit ein erneuter Lauf nicht doppelt
      *    bucht. Jede gueltige Position wird mit Empfaengername
      *    (optional in der Zeile, sonst der Kontoname hausinterner
      *    Empfaenger) und -konto gegen die Sanktionsliste geprueft
      *    (SANKTIONSCHECK); Treffer zaehlen nicht zur Gesamtsumme,
      *    werden nicht gebucht, sondern in SANKTIONSHALT fuer die
      *    Compliance geparkt und im Bericht als ANGEHALTEN
      *    ausgewiesen. Statt der Kontonummer kann eine Position
      *    die IBAN des Empfaengers tragen; sie wird per
      *    Pruefziffer geprueft (SUBMODULE-Funktion IBANPRUEF),
      *    eine ungueltige IBAN weist die Zeile ab, eine IBAN des
      *    Hauses wird zur Kontonummer, eine fremde IBAN geht mit
      *    in den Clearing-Ausgang. Eine Kontonummer ohne IBAN, die
      *    kein Konto des Hauses ist, weist die Zeile ab.
      *    Valuta und Clearing-Ausgang richten sich wie in
      *    ueberweisung.cbl nach dem Buchungsschluss (SUBMODULE-
      *    Funktion VALUTATAG); der Ausfuehrungstag wird vor der
      *    TAN angezeigt und steht im Bericht.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ASSIGN TO "sammelimport-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
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
       FD SAMMEL-EINGANG.
      *    Sammelzeile: Art "K" = Kopf (Auftraggeberkonto) oder
      *    "P" = Position (Empfaenger, Betrag in Euro und Cent,
      *    Buchungstext, optional Empfaengername fuer die
      *    Sanktionspruefung und ab Spalte 85 die IBAN des
      *    Empfaengers; mit IBAN darf das Empfaengerkonto leer
      *    bleiben).
       01 SAMMEL-SATZ.
          05 SAMMEL-ART PIC X(01).
          05 FILLER PIC X(01).
          05 SAMMEL-DATEN PIC X(120).
          05 SAMMEL-KOPF REDEFINES SAMMEL-DATEN.
             10 SAMMEL-KONTO-ID PIC X(10).
             10 FILLER PIC X(110).
          05 SAMMEL-POSTEN REDEFINES SAMMEL-DATEN.
             10 SAMMEL-EMPFAENGER PIC X(10).
             10 SAMMEL-BETRAG PIC 9(7)V99.
             10 FILLER PIC X(01).
             10 SAMMEL-TEXT PIC X(30).
             10 FILLER PIC X(01).
             10 SAMMEL-NAME PIC X(30).
             10 FILLER PIC X(01).
             10 SAMMEL-IBAN PIC X(34).
             10 FILLER PIC X(04).
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       01 LIMIT-AUSNAHMEN-SATZ PIC X(100).
       FD SAMMEL-REPORT.
       01 SAMMEL-REPORT-SATZ PIC X(100).
       FD SANKTIONSHALT.
       COPY SANKTHALTREC.
       FD HALTSEQUENZ.
       01 HALTSEQUENZ-SATZ.
          05 HALTSEQUENZ-WERT PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-SAMMEL-STATUS PIC X(02).
       01 WS-CLEARING-DATEINAME PIC X(40).

       01 WS-AKT-DATUM PIC 9(08).
      *    Valuta- und Ausfuehrungstag des Stapels (VALUTATAG).
       01 WS-VALUTA-DATUM PIC 9(08).
       01 WS-VALUTA-GRUND PIC X.

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE): Summe der wirksamen Betragssperren eines
      *    Kontos (Funktion SPERRSUMME, siehe SPERRBETRAGREC.cpy).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).
       01 WS-SPERRSUMME PIC S9(9)V99 VALUE 0.
      *    Zahlungssperre aus dem Mahnwesen (KONTO-MAHNSPERRE).
       01 WS-MAHNSPERRE PIC X VALUE SPACE.
       01 WS-AKT-ZEITSTEMPEL PIC 9(14).

      *    Auftraggeber und Positionsliste des Stapels.
             10 WS-PO-EMPFAENGER PIC X(10).
             10 WS-PO-BETRAG PIC 9(7)V99.
             10 WS-PO-TEXT PIC X(30).
             10 WS-PO-NAME PIC X(30).
             10 WS-PO-IBAN PIC X(34).
             10 WS-PO-STATUS PIC X(01).
             10 WS-PO-SANKTION-ID PIC X(10).
       01 WS-PO-IDX PIC 9(03).
      *    IBAN-Pruefung je Position und IBAN des Auftraggebers
      *    fuer den Clearing-Ausgang.
       01 WS-IBAN-GUELTIG PIC X.
       01 WS-AUFTRAGGEBER-IBAN PIC X(34).
       01 WS-GUELTIG-ANZAHL PIC 9(03) VALUE 0.
       01 WS-ABGEWIESEN-ANZAHL PIC 9(03) VALUE 0.
       01 WS-ANGEHALTEN-ANZAHL PIC 9(03) VALUE 0.

      *    Sanktionspruefung je Position (SANKTIONSCHECK);
      *    Treffer (WS-PO-STATUS "H") werden in SANKTIONSHALT
      *    geparkt.
       01 WS-HALT-STATUS PIC X(02).
       01 WS-HALTSEQUENZ-STATUS PIC X(02).
       01 WS-HALT-SEQUENZ PIC 9(06).
       01 WS-SANKT-NAME PIC X(30).
       01 WS-SANKT-KENNUNG PIC X(20).
       01 WS-SANKT-TREFFER PIC X.
       01 WS-SANKT-ID PIC X(10).
       01 WS-SANKT-STATUS PIC X(02).
       01 WS-GESAMTSUMME PIC 9(9)V99 VALUE 0.
       01 WS-NEUER-SALDO PIC S9(9)V99.
       01 WS-EMPFAENGER-GEFUNDEN PIC X.

           PERFORM PRUEFE-POSITIONEN
           IF WS-GUELTIG-ANZAHL = 0
      *       Angehaltene Positionen auch ohne Buchung parken und
      *       die Sammeldatei dann leeren, damit sie nicht doppelt
      *       geparkt werden.
              IF WS-ANGEHALTEN-ANZAHL > 0
                 PERFORM PARKE-POSITIONEN
                 PERFORM SCHREIBE-POSITIONSBERICHT
                 OPEN OUTPUT SAMMEL-EINGANG
                 CLOSE SAMMEL-EINGANG
              END-IF
              MOVE "Keine gueltige Position, nichts gebucht."
                 TO SAMMEL-REPORT-SATZ
              WRITE SAMMEL-REPORT-SATZ
           END-IF

           PERFORM PRUEFE-GESAMTDECKUNG
           IF WS-MAHNSPERRE = "J"
              MOVE "ABGELEHNT: Auftraggeberkonto ist wegen "
                 & "Ueberziehung fuer Zahlungen gesperrt."
                 TO SAMMEL-REPORT-SATZ
              WRITE SAMMEL-REPORT-SATZ
              CLOSE SAMMEL-REPORT
              DISPLAY "Sammelueberweisung abgelehnt: "
                 "Zahlungssperre aus dem Mahnverfahren."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-NEUER-SALDO < (0 - KONTO-LIMIT)
              MOVE "ABGELEHNT: Gesamtsumme ueberschreitet den "
                 & "verfuegbaren Betrag." TO SAMMEL-REPORT-SATZ
              WRITE SAMMEL-REPORT-SATZ
              CLOSE SAMMEL-REPORT
              DISPLAY "Sammelueberweisung abgelehnt: keine "
              STOP RUN
           END-IF

      *    Ausfuehrungstag vor der TAN nennen (Buchungsschluss,
      *    arbeitsfreie Tage).
           PERFORM ERMITTLE-AUSFUEHRUNGSTAG

      *    EINE mobileTAN ueber die Gesamtsumme; der Betrag geht
      *    wie in ueberweisung.cbl als vorzeichenbehaftete
      *    Saldoaenderung (Belastung negativ) an MOBILETAN, das
           PERFORM LESE-TAN-SEQUENZ
           CALL "MOBILETAN" USING WS-AUFTRAGGEBER WS-TAN-ERGEBNIS
              WS-TAN-BETRAG WS-TAN-EMPFAENGER WS-TAN-SEQUENZ
              BY CONTENT WS-AUFTRAGGEBER
           PERFORM SCHREIBE-TAN-SEQUENZ
           IF NOT TAN-BESTAETIGT
              MOVE "ABGEBROCHEN: mobileTAN ungueltig, nichts "
           END-IF

           PERFORM BUCHE-ALLE-POSITIONEN
           IF WS-ANGEHALTEN-ANZAHL > 0
              PERFORM PARKE-POSITIONEN
           END-IF
           PERFORM SCHREIBE-POSITIONSBERICHT
           CLOSE SAMMEL-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
                          END-IF
                          MOVE SAMMEL-TEXT TO
                             WS-PO-TEXT(WS-POSTEN-ANZAHL)
                          MOVE SAMMEL-NAME TO
                             WS-PO-NAME(WS-POSTEN-ANZAHL)
                          MOVE SAMMEL-IBAN TO
                             WS-PO-IBAN(WS-POSTEN-ANZAHL)
                          MOVE SPACES TO
                             WS-PO-SANKTION-ID(WS-POSTEN-ANZAHL)
                          MOVE "O" TO
                             WS-PO-STATUS(WS-POSTEN-ANZAHL)
                    END-EVALUATE
      *    Positionspruefung: leerer Empfaenger, Empfaenger gleich
      *    Auftraggeber oder Betrag 0 weisen die Zeile ab; die
      *    Gesamtsumme laeuft nur ueber gueltige Positionen.
      *    Gueltige Positionen mit Sanktionstreffer werden als
      *    angehalten ("H") markiert und nicht mitgezaehlt.
      *    Eine ungueltige IBAN weist die Zeile ebenfalls ab,
      *    ebenso eine Kontonummer ohne IBAN, die kein Konto des
      *    Hauses ist - ohne IBAN geht nichts ins Clearing.
           OPEN INPUT KONTODATEI
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-POSTEN-ANZAHL
              MOVE "J" TO WS-IBAN-GUELTIG
              IF WS-PO-IBAN(WS-PO-IDX) NOT = SPACES
                 PERFORM PRUEFE-POSITION-IBAN
              END-IF
              IF WS-IBAN-GUELTIG = "J"
                 AND WS-PO-IBAN(WS-PO-IDX) = SPACES
                 AND WS-PO-EMPFAENGER(WS-PO-IDX) NOT = SPACES
                 PERFORM PRUEFE-POSITION-HAUSKONTO
              END-IF
              IF WS-IBAN-GUELTIG NOT = "J"
                 OR WS-PO-EMPFAENGER(WS-PO-IDX) = SPACES
                 OR (WS-PO-EMPFAENGER(WS-PO-IDX) = WS-AUFTRAGGEBER
                    AND WS-PO-IBAN(WS-PO-IDX) = SPACES)
                 OR WS-PO-BETRAG(WS-PO-IDX) = 0
                 MOVE "A" TO WS-PO-STATUS(WS-PO-IDX)
                 ADD 1 TO WS-ABGEWIESEN-ANZAHL
              ELSE
                 PERFORM PRUEFE-POSITION-SANKTION
                 IF WS-SANKT-TREFFER = "J"
                    MOVE "H" TO WS-PO-STATUS(WS-PO-IDX)
                    MOVE WS-SANKT-ID
                       TO WS-PO-SANKTION-ID(WS-PO-IDX)
                    ADD 1 TO WS-ANGEHALTEN-ANZAHL
                 ELSE
                    ADD 1 TO WS-GUELTIG-ANZAHL
                    ADD WS-PO-BETRAG(WS-PO-IDX) TO WS-GESAMTSUMME
                 END-IF
              END-IF
           END-PERFORM
           IF WS-KONTODATEI-STATUS = "00"
              CLOSE KONTODATEI
           END-IF
           EXIT.

       PRUEFE-POSITION-IBAN SECTION.
      *    Prueft die IBAN der Position (SUBMODULE-Funktion
      *    IBANPRUEF). Eine IBAN des Hauses ergibt die KONTO-ID
      *    und wird geleert, eine fremde liefert die Kontonummer
      *    zur Anzeige und bleibt in kompakter Form stehen.
           MOVE "N" TO WS-IBAN-GUELTIG
           MOVE "IBANPRUEF" TO WS-SUB-FUNKTION
           MOVE WS-PO-IBAN(WS-PO-IDX)(1:20) TO WS-SUB-PARM1
           MOVE SPACES TO WS-SUB-PARM2
           MOVE WS-PO-IBAN(WS-PO-IDX)(21:14) TO WS-SUB-PARM2(1:14)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS NOT = "00"
              OR WS-SUB-ERGEBNIS(1:1) NOT = "J" THEN
              EXIT SECTION
           END-IF
           MOVE "J" TO WS-IBAN-GUELTIG
           MOVE WS-SUB-ERGEBNIS(3:10) TO WS-PO-EMPFAENGER(WS-PO-IDX)
           MOVE SPACES TO WS-PO-IBAN(WS-PO-IDX)
           IF WS-SUB-ERGEBNIS(2:1) NOT = "H"
              MOVE WS-SUB-PARM1 TO WS-PO-IBAN(WS-PO-IDX)(1:20)
              MOVE WS-SUB-PARM2(1:14) TO WS-PO-IBAN(WS-PO-IDX)(21:14)
           END-IF
           EXIT.

       PRUEFE-POSITION-HAUSKONTO SECTION.
      *    Eine Position ohne IBAN muss an ein Konto des Hauses
      *    gehen; ist die KONTODATEI nicht lesbar, gilt das als
      *    nicht nachgewiesen.
           MOVE "N" TO WS-IBAN-GUELTIG
           IF WS-KONTODATEI-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-PO-EMPFAENGER(WS-PO-IDX) TO KONTO-ID
           READ KONTODATEI
              NOT INVALID KEY
                 MOVE "J" TO WS-IBAN-GUELTIG
           END-READ
           EXIT.

       PRUEFE-POSITION-SANKTION SECTION.
      *    Ohne Namen in der Zeile gilt bei hausinternen
      *    Empfaengern der Kontoname; fremde IBANs haben keinen.
           IF WS-PO-NAME(WS-PO-IDX) = SPACES
              AND WS-PO-IBAN(WS-PO-IDX) = SPACES
              AND WS-KONTODATEI-STATUS = "00"
              MOVE WS-PO-EMPFAENGER(WS-PO-IDX) TO KONTO-ID
              READ KONTODATEI
                 NOT INVALID KEY
                    MOVE KONTO-NAME TO WS-PO-NAME(WS-PO-IDX)
              END-READ
           END-IF
           MOVE WS-PO-NAME(WS-PO-IDX) TO WS-SANKT-NAME
           MOVE WS-PO-EMPFAENGER(WS-PO-IDX) TO WS-SANKT-KENNUNG
           CALL "SANKTIONSCHECK" USING WS-SANKT-NAME
              WS-SANKT-KENNUNG WS-SANKT-TREFFER WS-SANKT-ID
              WS-SANKT-STATUS
      *    Ist die Sanktionsliste nicht lesbar, wird die Position
      *    ungeprueft (ohne Listeneintrag) geparkt statt gebucht.
           IF WS-SANKT-STATUS NOT = "00"
              MOVE "J" TO WS-SANKT-TREFFER
              MOVE SPACES TO WS-SANKT-ID
           END-IF
           EXIT.

       PARKE-POSITIONEN SECTION.
      *    Angehaltene Positionen als Zahlungen der Quelle "S" in
      *    SANKTIONSHALT fuer die Compliance parken.
           OPEN I-O SANKTIONSHALT
           IF WS-HALT-STATUS = "35" THEN
              OPEN OUTPUT SANKTIONSHALT
              CLOSE SANKTIONSHALT
              OPEN I-O SANKTIONSHALT
           END-IF
           IF WS-HALT-STATUS NOT = "00" THEN
              DISPLAY "SANKTIONSHALT nicht verfuegbar, Status: "
                 WS-HALT-STATUS
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-POSTEN-ANZAHL
              IF WS-PO-STATUS(WS-PO-IDX) = "H"
                 PERFORM ERMITTLE-HALT-ID
                 MOVE SPACES TO HALT-RECORD
                 MOVE WS-HALT-SEQUENZ TO HALT-ID
                 MOVE "S" TO HALT-QUELLE
                 MOVE WS-AUFTRAGGEBER TO HALT-AUFTRAGGEBER
                 MOVE WS-PO-EMPFAENGER(WS-PO-IDX) TO HALT-EMPFAENGER
                 MOVE WS-PO-IBAN(WS-PO-IDX) TO HALT-EMPFAENGER-IBAN
                 MOVE WS-PO-NAME(WS-PO-IDX) TO HALT-NAME
                 MOVE WS-PO-BETRAG(WS-PO-IDX) TO HALT-BETRAG
                 MOVE WS-PO-TEXT(WS-PO-IDX) TO HALT-TEXT
                 MOVE WS-AKT-DATUM TO HALT-DATUM
                 MOVE WS-AKT-ZEITSTEMPEL TO HALT-ERFASST-AM
                 MOVE WS-PO-SANKTION-ID(WS-PO-IDX)
                    TO HALT-SANKTION-ID
                 MOVE "O" TO HALT-STATUS
                 MOVE 0 TO HALT-ENTSCHIEDEN-AM
                 WRITE HALT-RECORD
              END-IF
           END-PERFORM
           CLOSE SANKTIONSHALT
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

       PRUEFE-GESAMTDECKUNG SECTION.
      *    Deckungspruefung einmal fuer den ganzen Stapel gegen
      *    Saldo plus eingeraeumten Rahmen abzueglich aktiver
      *    Betragssperren wie in ueberweisung.cbl; dabei wird
      *    auch die Zahlungssperre aus dem Mahnwesen uebernommen.
           MOVE 0 TO WS-NEUER-SALDO
           MOVE 0 TO KONTO-LIMIT
           MOVE SPACE TO WS-MAHNSPERRE
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 COMPUTE WS-NEUER-SALDO = -999999999
                 MOVE 0 TO KONTO-LIMIT
              NOT INVALID KEY
                 PERFORM ERMITTLE-SPERRSUMME
                 COMPUTE WS-NEUER-SALDO =
                    KONTO-SALDO - WS-GESAMTSUMME - WS-SPERRSUMME
                 MOVE KONTO-MAHNSPERRE TO WS-MAHNSPERRE
           END-READ
           CLOSE KONTODATEI
           EXIT.
      *    interne Empfaenger, Clearing-Ausgang fuer externe und
      *    Hauptbuchbuchung der Belastung - je Position wie eine
      *    Einzelueberweisung (Herkunft "U").
      *    Ohne IBAN ist der Empfaenger ein Konto des Hauses; ist
      *    es seit der Pruefung aufgeloest worden, wird die
      *    Position abgewiesen - ins Clearing geht nichts ohne
      *    IBAN.
           IF WS-PO-IBAN(WS-PO-IDX) = SPACES
              MOVE WS-PO-EMPFAENGER(WS-PO-IDX) TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    MOVE "A" TO WS-PO-STATUS(WS-PO-IDX)
                    ADD 1 TO WS-ABGEWIESEN-ANZAHL
                    SUBTRACT WS-PO-BETRAG(WS-PO-IDX)
                       FROM WS-GESAMTSUMME
                    EXIT SECTION
              END-READ
           END-IF
           MOVE WS-AUFTRAGGEBER TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
           SUBTRACT WS-PO-BETRAG(WS-PO-IDX) FROM KONTO-SALDO
           REWRITE KONTO-RECORD

      *    Eine fremde IBAN geht immer ins Clearing, auch wenn ihre
      *    Kontonummer zufaellig einer KONTO-ID des Hauses gleicht.
           MOVE "N" TO WS-EMPFAENGER-GEFUNDEN
           IF WS-PO-IBAN(WS-PO-IDX) = SPACES
              MOVE WS-PO-EMPFAENGER(WS-PO-IDX) TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "J" TO WS-EMPFAENGER-GEFUNDEN
                    ADD WS-PO-BETRAG(WS-PO-IDX) TO KONTO-SALDO
                    REWRITE KONTO-RECORD
              END-READ
           END-IF

           PERFORM BUCHE-POSITION-UMSATZ
           IF WS-EMPFAENGER-GEFUNDEN NOT = "J"
           PERFORM ERMITTLE-TRANS-REF
           MOVE WS-AUFTRAGGEBER TO TRANS-KONTO-ID
           MOVE WS-AKT-DATUM TO TRANS-DATUM
           MOVE WS-VALUTA-DATUM TO TRANS-VALUTA
           MOVE WS-AKT-ZEITSTEMPEL TO TRANS-ZEITSTEMPEL
           MOVE "U" TO TRANS-HERKUNFT
           MOVE WS-PO-TEXT(WS-PO-IDX) TO TRANS-TEXT
              PERFORM ERMITTLE-TRANS-REF
              MOVE WS-PO-EMPFAENGER(WS-PO-IDX) TO TRANS-KONTO-ID
              MOVE WS-AKT-DATUM TO TRANS-DATUM
              MOVE WS-VALUTA-DATUM TO TRANS-VALUTA
              MOVE WS-AKT-ZEITSTEMPEL TO TRANS-ZEITSTEMPEL
              MOVE "U" TO TRANS-HERKUNFT
              MOVE WS-PO-TEXT(WS-PO-IDX) TO TRANS-TEXT
       SCHREIBE-CLEARING-AUSGANG SECTION.
      *    Uebergibt die Gutschriftseite an das Partnerinstitut
      *    (clearing-ausgang-JJJJMMTT.dat, siehe CLEARINGREC.cpy
      *    und SCHREIBE-CLEARING-AUSGANG in ueberweisung.cbl)
      *    mit der IBAN des Auftraggeberkontos und, soweit
      *    angegeben, der IBAN des Empfaengers; die Datei ist die
      *    des Valutatags.
           PERFORM ERMITTLE-AUFTRAGGEBER-IBAN
           MOVE SPACES TO WS-CLEARING-DATEINAME
           STRING "clearing-ausgang-" DELIMITED BY SIZE
                  WS-VALUTA-DATUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
             INTO WS-CLEARING-DATEINAME
           END-STRING
           MOVE WS-AUFTRAGGEBER TO CLEARING-AUFTRAGGEBER
           MOVE WS-PO-BETRAG(WS-PO-IDX) TO CLEARING-BETRAG
           MOVE WS-PO-TEXT(WS-PO-IDX) TO CLEARING-TEXT
           MOVE WS-VALUTA-DATUM TO CLEARING-DATUM
           MOVE WS-PO-IBAN(WS-PO-IDX) TO CLEARING-EMPFAENGER-IBAN
           MOVE WS-AUFTRAGGEBER-IBAN TO CLEARING-AUFTRAGGEBER-IBAN
           WRITE CLEARING-SATZ
           CLOSE CLEARING-AUSGANG
           EXIT.

       ERMITTLE-AUSFUEHRUNGSTAG SECTION.
      *    Valutatag aus dem Erfassungszeitpunkt (SUBMODULE-
      *    Funktion VALUTATAG); ohne SUBMODULE gilt der
      *    Erfassungstag.
           MOVE WS-AKT-DATUM TO WS-VALUTA-DATUM
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
           EVALUATE WS-VALUTA-GRUND
              WHEN "S"
                 DISPLAY "Der Stapel liegt nach dem heutigen "
                    "Buchungsschluss."
              WHEN "F"
                 DISPLAY "Heute ist kein Bankarbeitstag."
           END-EVALUATE
           DISPLAY "Ausfuehrungstag (Valuta): "
              WS-VALUTA-DATUM(7:2) "." WS-VALUTA-DATUM(5:2) "."
              WS-VALUTA-DATUM(1:4)
           MOVE SPACES TO SAMMEL-REPORT-SATZ
           STRING "Ausfuehrungstag (Valuta): " DELIMITED BY SIZE
                  WS-VALUTA-DATUM DELIMITED BY SIZE
             INTO SAMMEL-REPORT-SATZ
           END-STRING
           WRITE SAMMEL-REPORT-SATZ
           EXIT.

       ERMITTLE-AUFTRAGGEBER-IBAN SECTION.
      *    IBAN des Auftraggeberkontos (SUBMODULE-Funktion
      *    IBANBILD); bleibt leer, wenn sie sich nicht bilden
      *    laesst.
           MOVE SPACES TO WS-AUFTRAGGEBER-IBAN
           MOVE "IBANBILD" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE WS-AUFTRAGGEBER TO WS-SUB-PARM1(1:10)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS TO WS-AUFTRAGGEBER-IBAN(1:20)
              MOVE WS-SUB-PARM2(1:2) TO WS-AUFTRAGGEBER-IBAN(21:2)
           END-IF
           EXIT.

       SCHREIBE-POSITIONSBERICHT SECTION.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-POSTEN-ANZAHL
                           WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                      INTO SAMMEL-REPORT-SATZ
                    END-STRING
                 WHEN "H"
                    STRING "ANGEHALTEN AN=" DELIMITED BY SIZE
                           WS-PO-EMPFAENGER(WS-PO-IDX)
                           DELIMITED BY SIZE
                           " BETRAG=" DELIMITED BY SIZE
                           WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                           " <== SANKTIONSPRUEFUNG "
                           DELIMITED BY SIZE
                           WS-PO-SANKTION-ID(WS-PO-IDX)
                           DELIMITED BY SIZE
                      INTO SAMMEL-REPORT-SATZ
                    END-STRING
                 WHEN OTHER
                    STRING "ABGEWIESEN AN=" DELIMITED BY SIZE
                           WS-PO-EMPFAENGER(WS-PO-IDX)
             INTO SAMMEL-REPORT-SATZ
           END-STRING
           WRITE SAMMEL-REPORT-SATZ
           MOVE WS-ANGEHALTEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO SAMMEL-REPORT-SATZ
           STRING "Angehaltene Positionen:           "
                  DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO SAMMEL-REPORT-SATZ
           END-STRING
           WRITE SAMMEL-REPORT-SATZ
           EXIT.

       SCHREIBE-LAUFKONTROLLE SECTION.
           WRITE TANSEQUENZ-SATZ
           CLOSE TANSEQUENZ
           EXIT.

       ERMITTLE-SPERRSUMME SECTION.
      *    Summe der am Buchungstag wirksamen Betragssperren des
      *    gelesenen Kontos; ist SUBMODULE nicht erreichbar, wird
      *    wie ohne Sperre gerechnet.
           MOVE 0 TO WS-SPERRSUMME
           MOVE "SPERRSUMME" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE KONTO-ID TO WS-SUB-PARM1(1:10)
           MOVE SPACES TO WS-SUB-PARM2
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUB-PARM2(1:8)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS-BETRAG TO WS-SPERRSUMME
           END-IF
           EXIT.

       END PROGRAM SAMMELIMPORT.

           SELECT FEIERTAGE ASSIGN TO "feiertage.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEIERTAGE-STATUS.
           SELECT SPERRBETRAG ASSIGN TO "SPERRBETRAG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SPERRBETRAG-ID
              FILE STATUS IS WS-SPERRBETRAG-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT OPERATORDATEI ASSIGN TO "OPERATORDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    arbeitsfrei.
       FD FEIERTAGE.
       01 FEIERTAG-SATZ PIC 9(08).
       FD SPERRBETRAG.
       COPY SPERRBETRAGREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD OPERATORDATEI.
       COPY OPERATORREC.

       WORKING-STORAGE SECTION.
      *    Dieses Modul muss mit cobc -m kompiliert werden
       01 WS-IST-ARBTAG PIC X.
       01 WS-ARBTAG-SCHLEIFE PIC 9(03).

      *    Hilfsfelder des Valutatags (VALUTATAG): Buchungsschluss
      *    als HHMM aus der PARMFILE (Schluessel BUCHUNGSSCHLUSS);
      *    fehlt er, gibt es keinen Buchungsschluss.
       01 WS-BUCHUNGSSCHLUSS PIC 9(04).
       01 WS-SCHLUSS-GESETZT PIC X.
       01 WS-AUFTRAG-ZEIT PIC 9(04).
       01 WS-VALUTA-GRUND PIC X.

      *    Hilfsfelder der Sperrsumme (SPERRSUMME).
       01 WS-SPERRBETRAG-STATUS PIC X(02).
       01 WS-SPERRBETRAG-EOF PIC X.
       01 WS-SPERR-KONTO PIC X(10).
       01 WS-SPERR-STICHTAG PIC 9(08).
       01 WS-SPERR-SUMME PIC S9(9)V99.

      *    Hilfsfelder der IBAN-Bildung und -Pruefung (IBANBILD und
      *    IBANPRUEF). Bankleitzahl und BIC des Hauses stehen in
      *    der PARMFILE unter BANKLEITZAHL und BANKBIC (BIC in der
      *    achtstelligen Kurzform).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-PARMFILE-EOF PIC X.
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10).
       01 WS-BANKLEITZAHL PIC X(08).
       01 WS-BANKBIC PIC X(11).
       01 WS-IBAN-EINGABE PIC X(34).
       01 WS-IBAN PIC X(34).
       01 WS-IBAN-LAENGE PIC 9(02).
       01 WS-IBAN-UMGESTELLT PIC X(34).
       01 WS-IBAN-INDEX PIC 9(02).
       01 WS-IBAN-ZEICHEN PIC X.
       01 WS-IBAN-ZIFFER PIC 9.
       01 WS-IBAN-BUCHSTABE PIC 9(02).
       01 WS-IBAN-REST PIC 9(02).
       01 WS-IBAN-PRUEFZIFFER PIC 9(02).
       01 WS-IBAN-GUELTIG PIC X.
       01 WS-IBAN-KONTO PIC X(10).
       01 WS-IBAN-KONTONUMMER PIC 9(10).
       01 WS-IBAN-NULLEN PIC 9(02).
       01 WS-IBAN-ALPHABET PIC X(26)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    Hilfsfelder der Filialermittlung (OPFILIALE).
       01 WS-OPERATOR-STATUS PIC X(02).

       LINKAGE SECTION.
      *    Allgemeine Dispatch-Schnittstelle: LS-FUNKTION waehlt die
      *    auszufuehrende Hilfsroutine, LS-PARM1/LS-PARM2 liefern die
       01 LS-ERGEBNIS PIC X(20).
       01 LS-ERGEBNIS-ZAHL REDEFINES LS-ERGEBNIS PIC 999.
       01 LS-ERGEBNIS-HASH REDEFINES LS-ERGEBNIS PIC 9(10).
       01 LS-ERGEBNIS-BETRAG REDEFINES LS-ERGEBNIS PIC S9(9)V99.

      *    Rueckgabecode an den Aufrufer: "00" = Funktion ausgefuehrt,
      *    "04" = unbekannter Funktionscode oder Funktion mit diesen
      *    Eingaben nicht ausfuehrbar.
       01 LS-STATUS PIC X(02).

       PROCEDURE DIVISION USING LS-FUNKTION LS-PARM1 LS-PARM2
                 PERFORM PRUEFE-ARBEITSTAG
              WHEN "NAECHSTARB"
                 PERFORM SUCHE-NAECHSTEN-ARBEITSTAG
              WHEN "VALUTATAG"
                 PERFORM ERMITTLE-VALUTATAG
              WHEN "SPERRSUMME"
                 PERFORM SUMMIERE-BETRAGSSPERREN
              WHEN "IBANBILD"
                 PERFORM BILDE-IBAN
              WHEN "IBANPRUEF"
                 PERFORM PRUEFE-IBAN
              WHEN "OPFILIALE"
                 PERFORM ERMITTLE-OPERATOR-FILIALE
              WHEN OTHER
                 MOVE "UNBEKANNTE FUNKTION" TO LS-ERGEBNIS
                 MOVE "04" TO LS-STATUS
           END-IF
           EXIT.

       ERMITTLE-VALUTATAG SECTION.
      *    Erwartet den Erfassungszeitpunkt eines Auftrags als
      *    JJJJMMTTHHMMSS in LS-PARM1(1:14) und liefert in
      *    LS-ERGEBNIS(1:8) den Valuta- und Ausfuehrungstag: den
      *    Erfassungstag selbst, wenn er ein Arbeitstag ist und der
      *    Auftrag vor dem Buchungsschluss (PARMFILE-Schluessel
      *    BUCHUNGSSCHLUSS, HHMM) erfasst wurde, sonst den naechsten
      *    Arbeitstag. LS-ERGEBNIS(9:1) nennt den Grund der
      *    Verschiebung: "S" = nach Buchungsschluss, "F" = kein
      *    Arbeitstag, Leerzeichen = keine Verschiebung.
           IF LS-PARM1(1:14) IS NOT NUMERIC
              MOVE "04" TO LS-STATUS
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-SCHLUSS-GESETZT
           MOVE "BUCHUNGSSCHLUSS" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-BUCHUNGSSCHLUSS
              MOVE "J" TO WS-SCHLUSS-GESETZT
           END-IF

           MOVE SPACE TO WS-VALUTA-GRUND
           MOVE LS-PARM1(1:8) TO WS-ARBTAG-DATUM
           MOVE LS-PARM1(9:4) TO WS-AUFTRAG-ZEIT
           IF WS-SCHLUSS-GESETZT = "J"
              AND WS-AUFTRAG-ZEIT >= WS-BUCHUNGSSCHLUSS
              MOVE "S" TO WS-VALUTA-GRUND
              COMPUTE WS-ARBTAG-TAGE =
                 FUNCTION INTEGER-OF-DATE(WS-ARBTAG-DATUM) + 1
              COMPUTE WS-ARBTAG-DATUM =
                 FUNCTION DATE-OF-INTEGER(WS-ARBTAG-TAGE)
           END-IF

           MOVE 0 TO WS-ARBTAG-SCHLEIFE
           PERFORM ERMITTLE-IST-ARBEITSTAG
           IF WS-IST-ARBTAG NOT = "J" AND WS-VALUTA-GRUND = SPACE
              MOVE "F" TO WS-VALUTA-GRUND
           END-IF
           PERFORM UNTIL WS-IST-ARBTAG = "J"
              OR WS-ARBTAG-SCHLEIFE > 366
              ADD 1 TO WS-ARBTAG-SCHLEIFE
              COMPUTE WS-ARBTAG-TAGE =
                 FUNCTION INTEGER-OF-DATE(WS-ARBTAG-DATUM) + 1
              COMPUTE WS-ARBTAG-DATUM =
                 FUNCTION DATE-OF-INTEGER(WS-ARBTAG-TAGE)
              PERFORM ERMITTLE-IST-ARBEITSTAG
           END-PERFORM
           IF WS-IST-ARBTAG = "J"
              MOVE WS-ARBTAG-DATUM TO LS-ERGEBNIS(1:8)
              MOVE WS-VALUTA-GRUND TO LS-ERGEBNIS(9:1)
           ELSE
              MOVE "04" TO LS-STATUS
           END-IF
           EXIT.

       ERMITTLE-IST-ARBEITSTAG SECTION.
      *    Wochentag aus der Tageszaehlung: Tag 1 der Zaehlung
      *    (FUNCTION INTEGER-OF-DATE) ist ein Montag, der Rest der
           END-IF
           EXIT.

       SUMMIERE-BETRAGSSPERREN SECTION.
      *    Erwartet die KONTO-ID in LS-PARM1(1:10) und einen
      *    Stichtag JJJJMMTT in LS-PARM2(1:8) und liefert in
      *    LS-ERGEBNIS-BETRAG die Summe der an diesem Tag
      *    wirksamen Betragssperren (Status "A" oder "E", Ablauf
      *    nicht vor dem Stichtag, siehe SPERRBETRAGREC.cpy).
      *    Fehlt die Sperrdatei, ist die Summe 0.
           MOVE LS-PARM1(1:10) TO WS-SPERR-KONTO
           IF LS-PARM2(1:8) IS NUMERIC
              MOVE LS-PARM2(1:8) TO WS-SPERR-STICHTAG
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPERR-STICHTAG
           END-IF
           MOVE 0 TO WS-SPERR-SUMME
           MOVE "N" TO WS-SPERRBETRAG-EOF
           OPEN INPUT SPERRBETRAG
           IF WS-SPERRBETRAG-STATUS NOT = "00"
              MOVE WS-SPERR-SUMME TO LS-ERGEBNIS-BETRAG
              EXIT SECTION
           END-IF
           MOVE WS-SPERR-KONTO TO SPERRBETRAG-KONTO-ID
           MOVE 0 TO SPERRBETRAG-LFD-NR
           START SPERRBETRAG KEY IS NOT LESS THAN SPERRBETRAG-ID
              INVALID KEY MOVE "J" TO WS-SPERRBETRAG-EOF
           END-START
           PERFORM UNTIL WS-SPERRBETRAG-EOF = "J"
              READ SPERRBETRAG NEXT RECORD
                 AT END MOVE "J" TO WS-SPERRBETRAG-EOF
                 NOT AT END
                    IF SPERRBETRAG-KONTO-ID NOT = WS-SPERR-KONTO
                       MOVE "J" TO WS-SPERRBETRAG-EOF
                    ELSE
                       IF (SPERRBETRAG-STATUS = "A"
                          OR SPERRBETRAG-STATUS = "E")
                          AND SPERRBETRAG-ABLAUF
                             >= WS-SPERR-STICHTAG
                          ADD SPERRBETRAG-BETRAG TO WS-SPERR-SUMME
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SPERRBETRAG
           MOVE WS-SPERR-SUMME TO LS-ERGEBNIS-BETRAG
           EXIT.

       ERMITTLE-OPERATOR-FILIALE SECTION.
      *    Erwartet die OPERATOR-ID in LS-PARM1(1:10) und liefert in
      *    LS-ERGEBNIS(1:2) die Filiale des Operators (siehe
      *    OPERATORREC.cpy; Leerzeichen = Zentrale). Die
      *    Pflegeprogramme rufen die Funktion nach OPSIGNON auf, um
      *    ihre Anzeige auf diese Filiale einzuschraenken. Ist der
      *    Operator nicht lesbar, ist LS-STATUS "04".
           OPEN INPUT OPERATORDATEI
           IF WS-OPERATOR-STATUS NOT = "00"
              MOVE "04" TO LS-STATUS
              EXIT SECTION
           END-IF
           MOVE LS-PARM1(1:10) TO OPERATOR-ID
           READ OPERATORDATEI
              INVALID KEY
                 MOVE "04" TO LS-STATUS
              NOT INVALID KEY
                 MOVE OPERATOR-FILIALE TO LS-ERGEBNIS(1:2)
           END-READ
           CLOSE OPERATORDATEI
           EXIT.

       BILDE-IBAN SECTION.
      *    Erwartet die KONTO-ID in LS-PARM1(1:10) und bildet die
      *    IBAN des eigenen Kontos: "DE", Pruefziffer, Bankleitzahl
      *    des Hauses und die rechtsbuendig mit Nullen auf zehn
      *    Stellen aufgefuellte Kontonummer. Eine eigene IBAN hat
      *    immer 22 Stellen und passt damit nicht ganz in
      *    LS-ERGEBNIS: die Stellen 1-20 kommen in LS-ERGEBNIS, die
      *    Stellen 21-22 in LS-PARM2(1:2) zurueck, die BIC des
      *    Hauses in LS-PARM2(4:11). Status "04", wenn keine
      *    Bankleitzahl gepflegt oder die KONTO-ID nicht rein
      *    numerisch ist.
           MOVE LS-PARM1(1:10) TO WS-IBAN-KONTO
           MOVE SPACES TO LS-PARM2
           PERFORM LESE-BANKDATEN
           IF WS-BANKLEITZAHL = SPACES
              OR WS-IBAN-KONTO = SPACES
              OR FUNCTION TRIM(WS-IBAN-KONTO) IS NOT NUMERIC
              MOVE "04" TO LS-STATUS
              EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(WS-IBAN-KONTO) TO WS-IBAN-KONTONUMMER
           MOVE SPACES TO WS-IBAN-UMGESTELLT
           STRING WS-BANKLEITZAHL DELIMITED BY SIZE
                  WS-IBAN-KONTONUMMER DELIMITED BY SIZE
                  "DE00" DELIMITED BY SIZE
             INTO WS-IBAN-UMGESTELLT
           END-STRING
           MOVE 22 TO WS-IBAN-LAENGE
           PERFORM BERECHNE-IBAN-REST
           COMPUTE WS-IBAN-PRUEFZIFFER = 98 - WS-IBAN-REST
           MOVE SPACES TO WS-IBAN
           STRING "DE" DELIMITED BY SIZE
                  WS-IBAN-PRUEFZIFFER DELIMITED BY SIZE
                  WS-BANKLEITZAHL DELIMITED BY SIZE
                  WS-IBAN-KONTONUMMER DELIMITED BY SIZE
             INTO WS-IBAN
           END-STRING
           MOVE WS-IBAN(1:20) TO LS-ERGEBNIS
           MOVE WS-IBAN(21:2) TO LS-PARM2(1:2)
           MOVE WS-BANKBIC TO LS-PARM2(4:11)
           EXIT.

       PRUEFE-IBAN SECTION.
      *    Erwartet eine IBAN in beliebiger Schreibweise (auch mit
      *    Kleinbuchstaben und Leerzeichen zwischen den Vierer-
      *    gruppen): die Stellen 1-20 der Eingabe in LS-PARM1, die
      *    Stellen 21-34 in LS-PARM2(1:14). Geprueft werden der
      *    Aufbau (Laenderkennzeichen, zweistellige Pruefziffer,
      *    15 bis 34 Stellen; eine deutsche IBAN hat 22 Stellen
      *    und dahinter nur Ziffern) und die Pruefziffer nach
      *    Modulo 97. Ergebnis in LS-ERGEBNIS:
      *      Stelle 1     "J" gueltig, "N" ungueltig,
      *      Stelle 2     "H" IBAN des Hauses (DE mit der eigenen
      *                   Bankleitzahl), sonst "F",
      *      Stelle 3-12  Kontonummer ohne fuehrende Nullen - bei
      *                   "H" also die KONTO-ID, bei fremden
      *                   deutschen IBANs die Kontonummer hinter der
      *                   Bankleitzahl, bei auslaendischen die
      *                   letzten zehn Stellen.
      *    Die IBAN kommt in der kompakten Schreibweise (Gross-
      *    buchstaben, ohne Leerzeichen) in LS-PARM1 und
      *    LS-PARM2(1:14) zurueck.
           MOVE "N" TO LS-ERGEBNIS(1:1)
           MOVE SPACES TO WS-IBAN-EINGABE
           MOVE LS-PARM1 TO WS-IBAN-EINGABE(1:20)
           MOVE LS-PARM2(1:14) TO WS-IBAN-EINGABE(21:14)
           MOVE FUNCTION UPPER-CASE(WS-IBAN-EINGABE)
              TO WS-IBAN-EINGABE
           MOVE SPACES TO WS-IBAN
           MOVE 0 TO WS-IBAN-LAENGE
           PERFORM VARYING WS-IBAN-INDEX FROM 1 BY 1
              UNTIL WS-IBAN-INDEX > 34
              IF WS-IBAN-EINGABE(WS-IBAN-INDEX:1) NOT = SPACE
                 ADD 1 TO WS-IBAN-LAENGE
                 MOVE WS-IBAN-EINGABE(WS-IBAN-INDEX:1)
                    TO WS-IBAN(WS-IBAN-LAENGE:1)
              END-IF
           END-PERFORM
           MOVE WS-IBAN(1:20) TO LS-PARM1
           MOVE SPACES TO LS-PARM2
           MOVE WS-IBAN(21:14) TO LS-PARM2(1:14)

           IF WS-IBAN-LAENGE < 15
              OR WS-IBAN(1:2) IS NOT ALPHABETIC-UPPER
              OR WS-IBAN(3:2) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           IF WS-IBAN(1:2) = "DE"
              AND (WS-IBAN-LAENGE NOT = 22
                 OR WS-IBAN(5:18) IS NOT NUMERIC)
              EXIT SECTION
           END-IF
      *    Fuer die Pruefung wandern Laenderkennzeichen und
      *    Pruefziffer ans Ende; gueltig ist die IBAN, wenn der
      *    Rest der Division durch 97 genau 1 ist.
           MOVE SPACES TO WS-IBAN-UMGESTELLT
           STRING WS-IBAN(5:WS-IBAN-LAENGE - 4) DELIMITED BY SIZE
                  WS-IBAN(1:4) DELIMITED BY SIZE
             INTO WS-IBAN-UMGESTELLT
           END-STRING
           PERFORM BERECHNE-IBAN-REST
           IF WS-IBAN-GUELTIG NOT = "J" OR WS-IBAN-REST NOT = 1
              EXIT SECTION
           END-IF

           MOVE "J" TO LS-ERGEBNIS(1:1)
           MOVE "F" TO LS-ERGEBNIS(2:1)
           IF WS-IBAN(1:2) NOT = "DE"
              MOVE WS-IBAN(WS-IBAN-LAENGE - 9:10) TO LS-ERGEBNIS(3:10)
              EXIT SECTION
           END-IF
           PERFORM LESE-BANKDATEN
           IF WS-BANKLEITZAHL NOT = SPACES
              AND WS-IBAN(5:8) = WS-BANKLEITZAHL
              MOVE "H" TO LS-ERGEBNIS(2:1)
           END-IF
           MOVE 0 TO WS-IBAN-NULLEN
           INSPECT WS-IBAN(13:10) TALLYING WS-IBAN-NULLEN
              FOR LEADING "0"
           IF WS-IBAN-NULLEN > 9
              MOVE 9 TO WS-IBAN-NULLEN
           END-IF
           MOVE WS-IBAN(13 + WS-IBAN-NULLEN:10 - WS-IBAN-NULLEN)
              TO LS-ERGEBNIS(3:10)
           EXIT.

       BERECHNE-IBAN-REST SECTION.
      *    Rest der Division durch 97 ueber die ersten
      *    WS-IBAN-LAENGE Stellen von WS-IBAN-UMGESTELLT, Stelle
      *    fuer Stelle gerechnet, damit keine 30-stellige Zahl
      *    entsteht. Buchstaben zaehlen nach der IBAN-Regel als
      *    zweistellige Zahl (A = 10 bis Z = 35); jedes andere
      *    Zeichen macht die IBAN ungueltig (WS-IBAN-GUELTIG "N").
           MOVE 0 TO WS-IBAN-REST
           MOVE "J" TO WS-IBAN-GUELTIG
           PERFORM VARYING WS-IBAN-INDEX FROM 1 BY 1
              UNTIL WS-IBAN-INDEX > WS-IBAN-LAENGE
              MOVE WS-IBAN-UMGESTELLT(WS-IBAN-INDEX:1)
                 TO WS-IBAN-ZEICHEN
              IF WS-IBAN-ZEICHEN IS NUMERIC
                 MOVE WS-IBAN-ZEICHEN TO WS-IBAN-ZIFFER
                 COMPUTE WS-IBAN-REST =
                    FUNCTION MOD(WS-IBAN-REST * 10
                       + WS-IBAN-ZIFFER, 97)
              ELSE
                 MOVE 0 TO WS-IBAN-BUCHSTABE
                 INSPECT WS-IBAN-ALPHABET
                    TALLYING WS-IBAN-BUCHSTABE
                    FOR CHARACTERS BEFORE INITIAL WS-IBAN-ZEICHEN
                 IF WS-IBAN-BUCHSTABE > 25
                    MOVE "N" TO WS-IBAN-GUELTIG
                 ELSE
                    COMPUTE WS-IBAN-REST =
                       FUNCTION MOD(WS-IBAN-REST * 100
                          + WS-IBAN-BUCHSTABE + 10, 97)
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

       LESE-BANKDATEN SECTION.
      *    Bankleitzahl (BANKLEITZAHL, acht Ziffern) und BIC
      *    (BANKBIC) des Hauses aus der PARMFILE; eine fehlende
      *    oder nicht achtstellig numerische Bankleitzahl bleibt
      *    leer.
           MOVE "BANKLEITZAHL" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN(1:8) TO WS-BANKLEITZAHL
           IF WS-BANKLEITZAHL IS NOT NUMERIC
              MOVE SPACES TO WS-BANKLEITZAHL
           END-IF
           MOVE "BANKBIC" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE SPACES TO WS-BANKBIC
           MOVE WS-PARMFILE-WERT-GEFUNDEN TO WS-BANKBIC(1:10)
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

       END PROGRAM SUBMODULE.

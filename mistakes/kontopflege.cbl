      *    indizierten KONTODATEI an (Anfangssaldo 0, Passwort-
      *    Aenderungsdatum 0, damit der erste Login den erzwungenen
      *    Passwortwechsel ausloest), aendert den Kontonamen und
      *    merkt Kontoaufloesungen mit Abschlussrechnung (Zinsen,
      *    Gebuehren, Auszahlung des Restguthabens, siehe
      *    KONTOABSCHLUSS) zur Freigabe vor, statt dass Saetze
      *    von Hand in der Datei nachgezogen werden. Ausserdem wird
      *    hier der Produkt-/Konditionenstamm PRODUKTDATEI gepflegt
      *    und den Konten ihr Produktcode zugeordnet (siehe
      *    Operator-Anmeldung OPSIGNON; jede Aenderung
      *    laeuft wie bei Login und MOBILETAN mit Operator-Kennung
      *    ueber das gemeinsame AUDITLOG-Subprogramm.
      *    Ein Konto wird nur fuer einen Kunden mit gueltiger
      *    Legitimation angelegt (LEGITIMATION, gepflegt in
      *    LEGITIMATIONSPFLEGE; Dokument am Anlagetag nicht
      *    abgelaufen).
      *    Neue Konten uebernehmen die Heimatfiliale des Kunden
      *    (KUNDEN-FILIALE) in KONTO-FILIALE. Wie in KUNDENPFLEGE
      *    arbeitet der Operator zunaechst nur mit Konten seiner
      *    Filiale (SUBMODULE-Funktion OPFILIALE); der Filter kann
      *    im Menue gewechselt oder aufgehoben werden.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TANAUSGANG ASSIGN TO "TANAUSGANG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TANAUSGANG-STATUS.
           SELECT LEGITIMATION ASSIGN TO "LEGITIMATION"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEGI-KUNDEN-ID
              FILE STATUS IS WS-LEGITIMATION-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY GERAETEREC.
       FD TANAUSGANG.
       COPY TANAUSGANGREC.
       FD LEGITIMATION.
       COPY LEGITIMATIONREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD FILIALDATEI.
       COPY FILIALEREC.

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-NAME-EINGABE PIC X(30).
       01 WS-STARTPASSWORT PIC X(06).

      *    Legitimationspruefung bei der Kontoanlage.
       01 WS-LEGITIMATION-STATUS PIC X(02).
       01 WS-LEGITIMATION-GUELTIG PIC X VALUE "N".
          88 LEGITIMATION-GUELTIG VALUE "J".
       01 WS-HEUTE PIC 9(08).

      *    Filialzuordnung und Filialfilter (Leerzeichen = alle).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-FILTER-FILIALE PIC X(02) VALUE SPACES.
       01 WS-FILIALE-EINGABE PIC X(02).
       01 WS-KUNDEN-FILIALE PIC X(02).
       01 WS-FILTER-OK PIC X.

      *    Kontoaufloesung: Vorschau der Abschlussrechnung ueber
      *    das Subprogramm KONTOABSCHLUSS. Das Auszahlungskonto
      *    ist eine Kontonummer des Hauses oder eine IBAN.
       01 WS-ABSCHLUSS-MODUS PIC X(01).
       01 WS-AUSZAHLUNG-KONTO PIC X(34).
       01 WS-AUSZAHLUNGSBETRAG PIC S9(9)V99.
       01 WS-ABSCHLUSS-STATUS PIC X(02).
       01 WS-BESTAETIGUNG PIC X.

      *    Waehrungszuordnung (KONTO-WAEHRUNG, siehe KONTOREC.cpy).
       01 WS-WAEHRUNG-EINGABE PIC X(03).
       01 WS-WAEHRUNG-IDX PIC 9(01).
       01 WS-STAFFEL-HABEN-EINGABE PIC X(04).
       01 WS-STAFFEL-SOLL-EINGABE PIC X(04).
       01 WS-STAFFEL-IDX PIC 9(01).
       01 WS-SMS-FREI-EINGABE PIC X(03).
       01 WS-PRODUKT-VORHANDEN PIC X VALUE "N".
          88 PRODUKT-VORHANDEN VALUE "J".
       01 WS-SATZ-ANZEIGE PIC Z9.99.
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
               DISPLAY " "
               DISPLAY "--- Kontenpflege ---"
               IF WS-FILTER-FILIALE = SPACES
                  DISPLAY "Filialfilter: alle Filialen"
               ELSE
                  DISPLAY "Filialfilter: " WS-FILTER-FILIALE
               END-IF
               DISPLAY "1 = Konto anlegen"
               DISPLAY "2 = Kontoname aendern"
               DISPLAY "3 = Konto schliessen"
               DISPLAY "7 = Produkt anlegen/aendern"
               DISPLAY "8 = Passwort zuruecksetzen"
               DISPLAY "9 = Waehrung zuordnen"
               DISPLAY "F = Filialfilter wechseln"
               DISPLAY "0 = Beenden"
               DISPLAY "Bitte waehlen:"
               ACCEPT WS-MENUE-WAHL
                     PERFORM SETZE-PASSWORT-ZURUECK
                  WHEN "9"
                     PERFORM ORDNE-WAEHRUNG-ZU
                  WHEN "F"
                     PERFORM WECHSLE-FILIALFILTER
                  WHEN "0"
                     MOVE "J" TO WS-MENUE-ENDE
                  WHEN OTHER

            DISPLAY "Kunden-ID:"
            ACCEPT WS-KUNDEN-ID-EINGABE
            PERFORM PRUEFE-LEGITIMATION
            IF NOT LEGITIMATION-GUELTIG
               EXIT SECTION
            END-IF
            PERFORM ERMITTLE-KUNDEN-FILIALE
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            DISPLAY "Kontoname:"
            ACCEPT WS-NAME-EINGABE
            MOVE "VALNAME" TO WS-SUB-FUNKTION
      *    in KONTO-LIMIT.
            MOVE 0 TO KONTO-LIMIT
            MOVE SPACE TO KONTO-RUHEND
            MOVE WS-KUNDEN-FILIALE TO KONTO-FILIALE
            WRITE KONTO-RECORD
               INVALID KEY
                  DISPLAY "Konto konnte nicht angelegt werden, "
            CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
               WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
            EXIT.
       PRUEFE-LEGITIMATION SECTION.
      *    Setzt WS-LEGITIMATION-GUELTIG auf "J", wenn fuer
      *    WS-KUNDEN-ID-EINGABE eine Legitimation mit noch nicht
      *    abgelaufenem Dokument vorliegt; sonst Hinweis und "N".
            MOVE "N" TO WS-LEGITIMATION-GUELTIG
            IF WS-KUNDEN-ID-EINGABE = SPACES THEN
               DISPLAY "Kunden-ID darf nicht leer sein."
               EXIT SECTION
            END-IF
            OPEN INPUT LEGITIMATION
            IF WS-LEGITIMATION-STATUS NOT = "00" THEN
               DISPLAY "Keine Legitimation fuer Kunde "
                  WS-KUNDEN-ID-EINGABE
                  ", Konto wird nicht angelegt."
               EXIT SECTION
            END-IF
            MOVE WS-KUNDEN-ID-EINGABE TO LEGI-KUNDEN-ID
            READ LEGITIMATION
               INVALID KEY
                  DISPLAY "Keine Legitimation fuer Kunde "
                     WS-KUNDEN-ID-EINGABE
                     ", Konto wird nicht angelegt."
               NOT INVALID KEY
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE
                  IF LEGI-GUELTIG-BIS < WS-HEUTE THEN
                     DISPLAY "Ausweisdokument von Kunde "
                        WS-KUNDEN-ID-EINGABE " abgelaufen am "
                        LEGI-GUELTIG-BIS
                        ", Konto wird nicht angelegt."
                  ELSE
                     MOVE "J" TO WS-LEGITIMATION-GUELTIG
                  END-IF
            END-READ
            CLOSE LEGITIMATION
            EXIT.
       ERMITTLE-KUNDEN-FILIALE SECTION.
      *    Liest die Heimatfiliale von WS-KUNDEN-ID-EINGABE nach
      *    WS-KUNDEN-FILIALE (Leerzeichen, wenn der Kunde nicht im
      *    Kundenstamm steht). Bei gesetztem Filialfilter werden
      *    nur Konten fuer Kunden dieser Filiale angelegt.
            MOVE SPACES TO WS-KUNDEN-FILIALE
            OPEN INPUT KUNDENSTAMM
            IF WS-KUNDENSTAMM-STATUS = "00" THEN
               MOVE WS-KUNDEN-ID-EINGABE TO KUNDEN-ID
               READ KUNDENSTAMM
                  NOT INVALID KEY
                     MOVE KUNDEN-FILIALE TO WS-KUNDEN-FILIALE
               END-READ
               CLOSE KUNDENSTAMM
            END-IF
            MOVE "J" TO WS-FILTER-OK
            IF WS-FILTER-FILIALE NOT = SPACES
               AND WS-KUNDEN-FILIALE NOT = WS-FILTER-FILIALE
               MOVE "N" TO WS-FILTER-OK
               DISPLAY "Kunde gehoert zu Filiale " WS-KUNDEN-FILIALE
                  "; erst den Filialfilter wechseln."
            END-IF
            EXIT.
       PRUEFE-FILIALFILTER SECTION.
      *    Konten anderer Filialen werden bei gesetztem Filter
      *    nicht bearbeitet; die Satzsperre wird dann freigegeben.
            MOVE "J" TO WS-FILTER-OK
            IF WS-FILTER-FILIALE NOT = SPACES
               AND KONTO-FILIALE NOT = WS-FILTER-FILIALE
               MOVE "N" TO WS-FILTER-OK
               UNLOCK KONTODATEI
               DISPLAY "Konto gehoert zu Filiale " KONTO-FILIALE
                  "; erst den Filialfilter wechseln."
            END-IF
            EXIT.
       WECHSLE-FILIALFILTER SECTION.
            DISPLAY "Filiale fuer den Filter (leer = alle):"
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
       AENDERE-KONTONAME SECTION.
            DISPLAY "Kontonummer:"
            ACCEPT WS-KONTO-ID-EINGABE
                  DISPLAY "Konto nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            DISPLAY "Bisheriger Name: " KONTO-NAME
            DISPLAY "Neuer Kontoname:"
            ACCEPT WS-NAME-EINGABE
            EXIT.
       SCHLIESSE-KONTO SECTION.
      *    Vier-Augen-Prinzip: die Schliessung wird nur in der
      *    Freigabedatei vorgemerkt (siehe FREIGABEREC.cpy), mit
      *    dem Auszahlungskonto fuer das Restguthaben; die
      *    Abschlussrechnung wird hier nur zur Kontrolle
      *    berechnet. Gebucht, abgerechnet und geloescht wird erst,
      *    wenn ein zweiter Operator die Schliessung in
      *    FREIGABEPFLEGE freigibt.
            DISPLAY "Kontonummer:"
            ACCEPT WS-KONTO-ID-EINGABE
            MOVE WS-KONTO-ID-EINGABE TO KONTO-ID
                  DISPLAY "Konto nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            UNLOCK KONTODATEI
            DISPLAY "Auszahlungskonto oder IBAN fuer das "
               "Restguthaben (leer, wenn keines bleibt):"
            MOVE SPACES TO WS-AUSZAHLUNG-KONTO
            ACCEPT WS-AUSZAHLUNG-KONTO
      *    Eine IBAN wird vor der Vormerkung in die kompakte
      *    Schreibweise gebracht (SUBMODULE-Funktion IBANPRUEF);
      *    ob sie gueltig ist und eine Kontonummer im Haus
      *    existiert, prueft KONTOABSCHLUSS.
            IF WS-AUSZAHLUNG-KONTO(11:24) NOT = SPACES THEN
               MOVE "IBANPRUEF" TO WS-SUB-FUNKTION
               MOVE WS-AUSZAHLUNG-KONTO(1:20) TO WS-SUB-PARM1
               MOVE SPACES TO WS-SUB-PARM2
               MOVE WS-AUSZAHLUNG-KONTO(21:14) TO WS-SUB-PARM2(1:14)
               CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
                  WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
               IF WS-SUB-STATUS = "00" THEN
                  MOVE WS-SUB-PARM1 TO WS-AUSZAHLUNG-KONTO(1:20)
                  MOVE WS-SUB-PARM2(1:14)
                     TO WS-AUSZAHLUNG-KONTO(21:14)
               END-IF
            END-IF
            MOVE "V" TO WS-ABSCHLUSS-MODUS
            CALL "KONTOABSCHLUSS" USING WS-ABSCHLUSS-MODUS
               WS-KONTO-ID-EINGABE WS-AUSZAHLUNG-KONTO
               WS-ANGEMELDET-ID WS-AUSZAHLUNGSBETRAG
               WS-ABSCHLUSS-STATUS
            IF WS-ABSCHLUSS-STATUS NOT = "00" THEN
               DISPLAY "Konto kann so nicht geschlossen werden."
               EXIT SECTION
            END-IF
            DISPLAY "Schliessung zur Freigabe vormerken (J/N)?"
            MOVE SPACES TO WS-BESTAETIGUNG
            ACCEPT WS-BESTAETIGUNG
            IF WS-BESTAETIGUNG NOT = "J" THEN
               DISPLAY "Abgebrochen."
               EXIT SECTION
            END-IF
            PERFORM STELLE-SCHLIESSUNG-IN-FREIGABE
            MOVE WS-FREIGABE-SEQUENZ TO FREIGABE-ID
            MOVE "K" TO FREIGABE-ART
            MOVE WS-KONTO-ID-EINGABE TO FREIGABE-KONTO-ID
            MOVE WS-AUSZAHLUNG-KONTO(1:17) TO FREIGABE-TRANS-ID
            MOVE WS-AUSZAHLUNGSBETRAG TO FREIGABE-BETRAG
            MOVE "SCHLIESSUNG" TO FREIGABE-TEXT
            MOVE WS-AUSZAHLUNG-KONTO(18:17) TO FREIGABE-TEXT(14:17)
            MOVE WS-ANGEMELDET-ID TO FREIGABE-ERFASSER
            MOVE FUNCTION CURRENT-DATE(1:14)
               TO FREIGABE-ERFASST-AM
                  DISPLAY "Konto nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            IF KONTO-RUHEND NOT = "J" THEN
               DISPLAY "Konto ist nicht ruhend."
               EXIT SECTION
                  DISPLAY "Konto nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF

            OPEN INPUT GERAETEDATEI
            IF WS-GERAETE-STATUS NOT = "00" THEN
            END-STRING
            MOVE WS-AKT-ZEITSTEMPEL TO TANAUSGANG-ZEITSTEMPEL
            MOVE "N" TO TANAUSGANG-STATUS
            MOVE KONTO-ID TO TANAUSGANG-KONTO-ID
            MOVE "O" TO TANAUSGANG-ART
            WRITE TANAUSGANG-SATZ
            CLOSE TANAUSGANG

                  DISPLAY "Konto nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            DISPLAY "Bisheriges Produkt: " KONTO-PRODUKT
            DISPLAY "Neuer Produktcode (leer = keines):"
            ACCEPT WS-PRODUKT-CODE-EINGABE
                  DISPLAY "Konto nicht gefunden."
                  EXIT SECTION
            END-READ
            PERFORM PRUEFE-FILIALFILTER
            IF WS-FILTER-OK NOT = "J" THEN
               EXIT SECTION
            END-IF
            IF KONTO-WAEHRUNG = SPACES
               DISPLAY "Bisherige Waehrung: EUR"
            ELSE
                           DISPLAY " Soll " WS-SATZ-ANZEIGE "%"
                        END-IF
                     END-PERFORM
                     DISPLAY "     SMS frei je Monat: "
                        PRODUKT-SMS-FREI
               END-READ
            END-PERFORM
            CLOSE PRODUKTDATEI
               UNTIL WS-STAFFEL-IDX > 3
               PERFORM ERFASSE-STAFFEL
            END-PERFORM
      *    Freikontingent fuer die SMS-Gebuehren im GEBUEHRENLAUF.
            DISPLAY "SMS frei je Monat (0 = jede SMS berechnen):"
            ACCEPT WS-SMS-FREI-EINGABE
            IF FUNCTION TRIM(WS-SMS-FREI-EINGABE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-SMS-FREI-EINGABE)
                  TO PRODUKT-SMS-FREI
            ELSE
               MOVE 0 TO PRODUKT-SMS-FREI
            END-IF

            IF PRODUKT-VORHANDEN THEN
               REWRITE PRODUKT-RECORD

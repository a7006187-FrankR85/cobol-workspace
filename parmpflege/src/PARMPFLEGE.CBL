      *    Regelwerk je bekanntem Schluessel: Art "N" = Zahl im
      *    Bereich MIN..MAX, Art "S" = Wertedomaene (SPRACHE kennt
      *    DE/EN, FIZZMODUS die FIZZBUZZ-Verarbeitungsarten B und D).
       01 WS-REGEL-ANZAHL PIC 9(02) VALUE 60.
       01 WS-REGEL-TABELLE.
          05 FILLER PIC X(35) VALUE
             "LOGINSCHWELLE  N 000000001000000009".
             "FRAUDBETRAG    N 000000000999999999".
          05 FILLER PIC X(35) VALUE
             "FRAUDNEUTAGE   N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "FESTGELDZINS03 N 000000000000009999".
          05 FILLER PIC X(35) VALUE
             "FESTGELDZINS06 N 000000000000009999".
          05 FILLER PIC X(35) VALUE
             "FESTGELDZINS12 N 000000000000009999".
          05 FILLER PIC X(35) VALUE
             "FESTGELDSTRAFE N 000000000000009999".
          05 FILLER PIC X(35) VALUE
             "KASSEANFANG    N 000000000009999999".
          05 FILLER PIC X(35) VALUE
             "SACHKTOEINLAGENN 000000001000999999".
          05 FILLER PIC X(35) VALUE
             "BANKLEITZAHL   N 010000000099999999".
          05 FILLER PIC X(35) VALUE
             "BANKBIC        S 000000000000000000".
          05 FILLER PIC X(35) VALUE
             "MAHNTAGE1      N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "MAHNTAGE2      N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "MAHNTAGE3      N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "BUCHUNGSSCHLUSSN 000000000000002359".
          05 FILLER PIC X(35) VALUE
             "LIQUITAGE      N 000000001000000030".
          05 FILLER PIC X(35) VALUE
             "LIQUIWARNTAGE  N 000000001000000030".
          05 FILLER PIC X(35) VALUE
             "SICHERUNGSPUNKTN 000000001000099999".
          05 FILLER PIC X(35) VALUE
             "SALDOHISTTAGE  N 000000035000009999".
          05 FILLER PIC X(35) VALUE
             "RENTAKTIV      N 000000001000099999".
          05 FILLER PIC X(35) VALUE
             "CPDKONTO       S 000000000000000000".
          05 FILLER PIC X(35) VALUE
             "CPDRUECKTAGE   N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "CPDWARNTAGE    N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "AMLFENSTER     N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "AMLMELDEGRENZE N 000000001999999999".
          05 FILLER PIC X(35) VALUE
             "AMLSTRUKTSPANNEN 000000000000000100".
          05 FILLER PIC X(35) VALUE
             "AMLSTRUKTANZAHLN 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "AMLDURCHBETRAG N 000000001999999999".
          05 FILLER PIC X(35) VALUE
             "AMLDURCHQUOTE  N 000000001000000100".
          05 FILLER PIC X(35) VALUE
             "AMLRUHENDBETRAGN 000000001999999999".
          05 FILLER PIC X(35) VALUE
             "AMLRUNDBASIS   N 000000001999999999".
          05 FILLER PIC X(35) VALUE
             "AMLRUNDANZAHL  N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "BATCHFENSTER   N 000000000000002359".
          05 FILLER PIC X(35) VALUE
             "BATCHMITTELN   N 000000001000000010".
          05 FILLER PIC X(35) VALUE
             "KATTOLERANZ    N 000000000000000999".
          05 FILLER PIC X(35) VALUE
             "KYCPRUEFHOCH   N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "KYCPRUEFMITTEL N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "KYCPRUEFNIEDRIGN 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "MELDEINSTITUT  S 000000000000000000".
          05 FILLER PIC X(35) VALUE
             "REKLFRIST      N 000000001000000999".
          05 FILLER PIC X(35) VALUE
             "SANKTOLERANZ   N 000000000000000050".
       01 WS-REGELN REDEFINES WS-REGEL-TABELLE.
          05 WS-REGEL OCCURS 60 TIMES.
             10 WS-REGEL-SCHLUESSEL PIC X(15).
             10 WS-REGEL-ART PIC X(01).
             10 FILLER PIC X(01).
      *    Aktueller Dateiinhalt.
       01 WS-PARM-ANZAHL PIC 9(02) VALUE 0.
       01 WS-PARM-TABELLE.
          05 WS-PARM-EINTRAG OCCURS 90 TIMES.
             10 WS-PARM-SCHLUESSEL PIC X(15).
             10 WS-PARM-WERT PIC X(10).
       01 WS-PARM-IDX PIC 9(02).

            PERFORM SUCHE-PARM-EINTRAG
            IF WS-PARM-GEFUNDEN = 0 THEN
               IF WS-PARM-ANZAHL >= 90
                  DISPLAY "Parameterdatei voll."
                  EXIT SECTION
               END-IF
                  END-IF
               WHEN "S"
      *    Domaenenpruefung: SPRACHE kennt DE und EN, FIZZMODUS
      *    die Verarbeitungsarten B (Bereich) und D (Datei),
      *    BANKBIC verlangt die achtstellige BIC (vier Buchstaben
      *    Institut, zwei Buchstaben Land, zwei Stellen Ort),
      *    CPDKONTO eine belegte Kontonummer, MELDEINSTITUT eine
      *    belegte Institutskennung.
                  EVALUATE WS-SCHLUESSEL-EINGABE
                     WHEN "SPRACHE"
                        IF WS-WERT-EINGABE(1:2) = "DE"
                           OR WS-WERT-EINGABE(1:2) = "EN"
                           MOVE "J" TO WS-WERT-GUELTIG
                        END-IF
                     WHEN "BANKBIC"
                        IF WS-WERT-EINGABE(1:6) IS ALPHABETIC
                           AND WS-WERT-EINGABE(1:1) NOT = SPACE
                           AND WS-WERT-EINGABE(6:1) NOT = SPACE
                           AND WS-WERT-EINGABE(7:1) NOT = SPACE
                           AND WS-WERT-EINGABE(8:1) NOT = SPACE
                           AND WS-WERT-EINGABE(9:2) = SPACES
                           MOVE "J" TO WS-WERT-GUELTIG
                        END-IF
                     WHEN "CPDKONTO"
                     WHEN "MELDEINSTITUT"
                        IF WS-WERT-EINGABE(1:1) NOT = SPACE
                           MOVE "J" TO WS-WERT-GUELTIG
                        END-IF
                     WHEN OTHER
                        IF WS-WERT-EINGABE(1:1) = "B"
                           OR WS-WERT-EINGABE(1:1) = "D"
                           MOVE "J" TO WS-WERT-GUELTIG
                        END-IF
                  END-EVALUATE
            END-EVALUATE
            EXIT.
       SUCHE-PARM-EINTRAG SECTION.
            OPEN INPUT PARMFILE
            IF WS-PARMFILE-STATUS = "00" THEN
               PERFORM UNTIL WS-PARMFILE-EOF = "Y"
                  OR WS-PARM-ANZAHL >= 90
                  READ PARMFILE
                     AT END MOVE "Y" TO WS-PARMFILE-EOF
                     NOT AT END

      *    erhaelt eine Nachricht ueber die TAN-Ausgangsdatei an
      *    sein registriertes Geraet, und der Auftrag erscheint im
      *    endgueltigen Fehlerbericht dauerlauf-fehlgeschlagen.
      *    Ebenso ergeht es einem Auftrag, dessen Empfaenger ohne
      *    IBAN erfasst ist und kein Konto des Hauses (mehr) ist:
      *    er wird nicht ausgefuehrt, ohne IBAN geht nichts ins
      *    Clearing.
      *    Das Laufdatum kommt als erstes Kommandozeilen-
      *    argument (JJJJMMTT) wie bei addierenZu2020.
       ENVIRONMENT DIVISION.
       01 WS-AUSGEFUEHRT PIC 9(05) VALUE 0.
       01 WS-UEBERGANGEN PIC 9(05) VALUE 0.
       01 WS-EMPFAENGER-GEFUNDEN PIC X.
       01 WS-AUFTRAGGEBER-IBAN PIC X(34).
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.

      *    Nachlauffenster fuer ungedeckte Auftraege: solange das
       01 WS-LAUF-TAGE PIC 9(08).
       01 WS-FAELLIGKEIT-TAGE PIC 9(08).
       01 WS-ENDGUELTIG-FEHL PIC 9(05) VALUE 0.
       01 WS-FEHL-GRUND PIC X(20).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die Arbeitstagsverschiebung: faellt die
       01 WS-SUB-PARM1-DATUM REDEFINES WS-SUB-PARM1 PIC X(08).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).
      *    Summe der wirksamen Betragssperren (SUBMODULE-Funktion
      *    SPERRSUMME, siehe SPERRBETRAGREC.cpy).
       01 WS-SPERRSUMME PIC S9(9)V99 VALUE 0.
       01 WS-AUSFUEHRUNGSTAG PIC 9(08).

      *    Faelligkeits-Fortschreibung je Intervall.
              EXIT SECTION
           END-IF

      *    Ohne IBAN muss der Empfaenger ein Konto des Hauses
      *    sein; sonst wird der Auftrag fuer diese Faelligkeit
      *    abgewiesen und der Kunde benachrichtigt.
           IF DAUER-EMPFAENGER-IBAN = SPACES
              MOVE DAUER-EMPFAENGER TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    MOVE "IBAN FEHLT" TO WS-FEHL-GRUND
                    PERFORM MELDE-ENDGUELTIG-FEHLGESCHLAGEN
                    PERFORM SETZE-FAELLIGKEIT-WEITER
                    REWRITE DAUER-RECORD
                    EXIT SECTION
              END-READ
           END-IF

           MOVE DAUER-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
           END-READ
      *    Limitpruefung wie in ueberweisung.cbl: die Belastung
      *    darf Saldo plus eingeraeumten Rahmen (KONTO-LIMIT)
      *    abzueglich aktiver Betragssperren nicht ueberschreiten.
           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-NEUER-SALDO =
              KONTO-SALDO - DAUER-BETRAG - WS-SPERRSUMME
           IF WS-NEUER-SALDO < (0 - KONTO-LIMIT)
      *    Keine Deckung: innerhalb des Nachlauffensters bleibt
      *    der Auftrag faellig und wird am Folgetag erneut
                    (DAUER-NAECHSTE-FAELLIGKEIT)
              IF WS-LAUF-TAGE
                 > (WS-FAELLIGKEIT-TAGE + WS-NACHTAGE)
                 MOVE "KEINE DECKUNG" TO WS-FEHL-GRUND
                 PERFORM MELDE-ENDGUELTIG-FEHLGESCHLAGEN
                 PERFORM SETZE-FAELLIGKEIT-WEITER
                 REWRITE DAUER-RECORD
      *    ueberweisung.cbl; nicht hausinterne Empfaenger gehen als
      *    Clearing-Satz in die datierte Ausgangsdatei an das
      *    Partnerinstitut.
      *    Eine fremde IBAN geht immer ins Clearing, auch wenn ihre
      *    Kontonummer zufaellig einer KONTO-ID des Hauses gleicht.
           MOVE "N" TO WS-EMPFAENGER-GEFUNDEN
           IF DAUER-EMPFAENGER-IBAN = SPACES
              MOVE DAUER-EMPFAENGER TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "J" TO WS-EMPFAENGER-GEFUNDEN
                    ADD DAUER-BETRAG TO KONTO-SALDO
                    REWRITE KONTO-RECORD
              END-READ
           END-IF
           IF WS-EMPFAENGER-GEFUNDEN = "J"
              OPEN I-O TRANSAKTIONEN
              IF WS-TRANSAKTIONEN-STATUS NOT = "00"
       SCHREIBE-CLEARING-AUSGANG SECTION.
      *    Uebergibt die Gutschriftseite an das Partnerinstitut
      *    (clearing-ausgang-JJJJMMTT.dat, siehe CLEARINGREC.cpy
      *    und SCHREIBE-CLEARING-AUSGANG in ueberweisung.cbl)
      *    mit der IBAN des Auftraggeberkontos und, soweit
      *    erfasst, der IBAN des Empfaengers.
           PERFORM ERMITTLE-AUFTRAGGEBER-IBAN
           MOVE SPACES TO WS-CLEARING-DATEINAME
           STRING "clearing-ausgang-" DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
           MOVE DAUER-BETRAG TO CLEARING-BETRAG
           MOVE DAUER-TEXT TO CLEARING-TEXT
           MOVE WS-LAUFDATUM TO CLEARING-DATUM
           MOVE DAUER-EMPFAENGER-IBAN TO CLEARING-EMPFAENGER-IBAN
           MOVE WS-AUFTRAGGEBER-IBAN TO CLEARING-AUFTRAGGEBER-IBAN
           WRITE CLEARING-SATZ
           CLOSE CLEARING-AUSGANG
           EXIT.

       ERMITTLE-AUFTRAGGEBER-IBAN SECTION.
      *    IBAN des Auftraggeberkontos (SUBMODULE-Funktion
      *    IBANBILD); bleibt leer, wenn sie sich nicht bilden
      *    laesst.
           MOVE SPACES TO WS-AUFTRAGGEBER-IBAN
           MOVE "IBANBILD" TO WS-SUB-FUNKTION
           MOVE SPACES TO WS-SUB-PARM1
           MOVE DAUER-KONTO-ID TO WS-SUB-PARM1(1:10)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS TO WS-AUFTRAGGEBER-IBAN(1:20)
              MOVE WS-SUB-PARM2(1:2) TO WS-AUFTRAGGEBER-IBAN(21:2)
           END-IF
           EXIT.

       SETZE-FAELLIGKEIT-WEITER SECTION.
      *    Woechentlich ueber die Tageszaehlung, monatlich und
      *    vierteljaehrlich ueber den Kalendermonat; Tage ueber 28
           EXIT.

       MELDE-ENDGUELTIG-FEHLGESCHLAGEN SECTION.
      *    Fensterablauf oder Empfaenger ohne IBAN (Grund in
      *    WS-FEHL-GRUND): endgueltige Fehlerzeile schreiben und
      *    den Kunden ueber sein registriertes Geraet
      *    benachrichtigen (Versand durch SMSGATEWAY); ohne
      *    registriertes Geraet bleibt es beim Bericht.
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " FAELLIG=" DELIMITED BY SIZE
                  DAUER-NAECHSTE-FAELLIGKEIT DELIMITED BY SIZE
                  " ENDGUELTIG " DELIMITED BY SIZE
                  WS-FEHL-GRUND DELIMITED BY SIZE
             INTO FEHLGESCHLAGEN-SATZ
           END-STRING
           WRITE FEHLGESCHLAGEN-SATZ
           MOVE GERAETE-RUFNUMMER TO TANAUSGANG-RUFNUMMER
           STRING "DAUERAUFTRAG NR " DELIMITED BY SIZE
                  DAUER-LFD-NR DELIMITED BY SIZE
                  " NICHT AUSGEFUEHRT: " DELIMITED BY SIZE
                  WS-FEHL-GRUND DELIMITED BY SIZE
             INTO TANAUSGANG-TEXT
           END-STRING
           MOVE WS-LAUFDATUM TO TANAUSGANG-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TANAUSGANG-ZEITSTEMPEL(9:6)
           MOVE "N" TO TANAUSGANG-STATUS
           MOVE DAUER-KONTO-ID TO TANAUSGANG-KONTO-ID
           MOVE "A" TO TANAUSGANG-ART
           WRITE TANAUSGANG-SATZ
           CLOSE TANAUSGANG
           EXIT.
             INTO TRANS-REF
           END-STRING
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
           MOVE WS-LAUFDATUM TO WS-SUB-PARM2(1:8)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS-BETRAG TO WS-SPERRSUMME
           END-IF
           EXIT.

       END PROGRAM DAUERLAUF.

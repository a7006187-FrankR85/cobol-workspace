      *    Ausgangsdatei an das Partnerinstitut wie in DAUERLAUF.
      *    Auftraege, die mangels Deckung nicht ausgefuehrt werden
      *    koennen, erhalten den Status "U" und kommen in die
      *    Uebergangenen-Liste terminlauf-uebergangen.txt, ebenso
      *    Auftraege, deren Empfaenger ohne IBAN erfasst ist und
      *    kein Konto des Hauses (mehr) ist - ohne IBAN geht
      *    nichts ins Clearing. Das
      *    Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT) wie bei addierenZu2020.
       ENVIRONMENT DIVISION.

       01 WS-AUSGEFUEHRT PIC 9(05) VALUE 0.
       01 WS-UEBERGANGEN PIC 9(05) VALUE 0.
       01 WS-UEBERGANGEN-GRUND PIC X(20).
       01 WS-EMPFAENGER-GEFUNDEN PIC X.
       01 WS-AUFTRAGGEBER-IBAN PIC X(34).
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
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

       PROCEDURE DIVISION.
              EXIT SECTION
           END-IF

      *    Ohne IBAN muss der Empfaenger ein Konto des Hauses
      *    sein.
           IF TERMIN-EMPFAENGER-IBAN = SPACES
              MOVE TERMIN-EMPFAENGER TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    MOVE "IBAN FEHLT" TO WS-UEBERGANGEN-GRUND
                    PERFORM MELDE-UEBERGANGEN
                    MOVE "U" TO TERMIN-STATUS
                    REWRITE TERMIN-RECORD
                    EXIT SECTION
              END-READ
           END-IF

           MOVE "KEINE DECKUNG" TO WS-UEBERGANGEN-GRUND
           MOVE TERMIN-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
           END-READ
      *    Limitpruefung wie in ueberweisung.cbl: die Belastung
      *    darf Saldo plus eingeraeumten Rahmen (KONTO-LIMIT)
      *    abzueglich aktiver Betragssperren nicht ueberschreiten.
           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-NEUER-SALDO =
              KONTO-SALDO - TERMIN-BETRAG - WS-SPERRSUMME
           IF WS-NEUER-SALDO < (0 - KONTO-LIMIT)
              PERFORM MELDE-UEBERGANGEN
              PERFORM SCHREIBE-LIMIT-AUSNAHME
      *    ueberweisung.cbl; nicht hausinterne Empfaenger gehen als
      *    Clearing-Satz in die datierte Ausgangsdatei an das
      *    Partnerinstitut.
      *    Eine fremde IBAN geht immer ins Clearing, auch wenn ihre
      *    Kontonummer zufaellig einer KONTO-ID des Hauses gleicht.
           MOVE "N" TO WS-EMPFAENGER-GEFUNDEN
           IF TERMIN-EMPFAENGER-IBAN = SPACES
              MOVE TERMIN-EMPFAENGER TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "J" TO WS-EMPFAENGER-GEFUNDEN
                    ADD TERMIN-BETRAG TO KONTO-SALDO
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
           MOVE TERMIN-BETRAG TO CLEARING-BETRAG
           MOVE TERMIN-TEXT TO CLEARING-TEXT
           MOVE WS-LAUFDATUM TO CLEARING-DATUM
           MOVE TERMIN-EMPFAENGER-IBAN TO CLEARING-EMPFAENGER-IBAN
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
           MOVE TERMIN-KONTO-ID TO WS-SUB-PARM1(1:10)
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS = "00"
              MOVE WS-SUB-ERGEBNIS TO WS-AUFTRAGGEBER-IBAN(1:20)
              MOVE WS-SUB-PARM2(1:2) TO WS-AUFTRAGGEBER-IBAN(21:2)
           END-IF
           EXIT.

       SCHREIBE-LAUFKONTROLLE SECTION.
      *    Kontrollsaetze dieses Laufs in die gemeinsame Lauf-
      *    kontrolldatei (siehe KONTROLLREC.cpy), gegen die
                  TERMIN-EMPFAENGER DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " GRUND=" DELIMITED BY SIZE
                  WS-UEBERGANGEN-GRUND DELIMITED BY SIZE
             INTO UEBERGANGEN-SATZ
           END-STRING
           WRITE UEBERGANGEN-SATZ
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

       END PROGRAM TERMINLAUF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPLAUF.
      *    Naechtlicher Kontenausgleich (Sweep) unter BATCHLAUF,
      *    eingeplant als letzter buchender Schritt hinter allen
      *    anderen Buchungslaeufen des Tages und vor SACHBUCHLAUF:
      *    wendet je Regel aus SWEEPREGELN (siehe SWEEPREC.cpy)
      *    den Saldo des Quellkontos nach allen Tagesbuchungen an
      *    und bucht
      *      - den Ueberschuss ueber der Obergrenze vom Quell- auf
      *        das Zielkonto (Abschoepfen),
      *      - den Fehlbetrag unter der Untergrenze vom Ziel- auf
      *        das Quellkonto (Auffuellen).
      *    Beide Seiten gehen mit Herkunft "W" ins indizierte
      *    Umsatzjournal und ins Hauptbuch. Die Belastung darf wie
      *    in DAUERLAUF Saldo plus eingeraeumten Rahmen (KONTO-
      *    LIMIT) abzueglich aktiver Betragssperren nicht
      *    ueberschreiten; reicht der verfuegbare Betrag nicht,
      *    wird auf ihn gekuerzt. Umbuchungen unter dem Mindest-
      *    betrag der Regel unterbleiben. Regeln, deren Konten
      *    nicht (mehr) demselben Kunden gehoeren, verschiedene
      *    Waehrungen fuehren oder deren belastetes Konto unter
      *    Zahlungssperre steht, werden nicht ausgefuehrt. Alles
      *    steht im Bericht sweeplauf-bericht.txt. Ist die Periode
      *    des Laufdatums geschlossen, wird der Lauf abgewiesen.
      *    Ein Wiederholungslauf fuer dasselbe Laufdatum bucht
      *    nichts doppelt, weil die Salden nach dem ersten Lauf
      *    schon innerhalb der Grenzen liegen.
      *    Das Laufdatum kommt als erstes Kommandozeilen-
      *    argument (JJJJMMTT) wie bei addierenZu2020.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEPREGELN ASSIGN TO "SWEEPREGELN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWEEP-ID
              FILE STATUS IS WS-SWEEP-STATUS.
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
           SELECT TRANSSEQUENZ ASSIGN TO "trans-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSSEQUENZ-STATUS.
           SELECT LAUFKONTROLLE ASSIGN TO "lauf-kontrolle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KONTROLLE-STATUS.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.
           SELECT SWEEP-BERICHT ASSIGN TO "sweeplauf-bericht.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SWEEPREGELN.
       COPY SWEEPREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.
       FD SWEEP-BERICHT.
       01 BERICHT-SATZ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWEEP-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-BERICHT-STATUS PIC X(02).
       01 WS-SWEEP-EOF PIC X VALUE "N".
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

      *    Laufkontrolle (siehe KONTROLLREC.cpy): Anzahl und Summe
      *    der in diesem Lauf geschriebenen Umsatz- und Hauptbuch-
      *    buchungen, am Laufende als Kontrollsaetze festgehalten.
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-KONTROLL-ANZAHL-T PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

      *    Periodenstatus (siehe PERIODENREC.cpy): Buchungen in
      *    eine geschlossene Periode werden abgewiesen.
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

      *    Stand der beiden Konten einer Regel nach allen
      *    Tagesbuchungen; verfuegbar = Saldo plus Limit abzueglich
      *    der am Laufdatum wirksamen Betragssperren.
       01 WS-QUELL-KUNDEN-ID PIC X(10).
       01 WS-QUELL-WAEHRUNG PIC X(03).
       01 WS-QUELL-SALDO PIC S9(9)V99.
       01 WS-QUELL-VERFUEGBAR PIC S9(9)V99.
       01 WS-QUELL-SPERRE PIC X(01).
       01 WS-ZIEL-KUNDEN-ID PIC X(10).
       01 WS-ZIEL-WAEHRUNG PIC X(03).
       01 WS-ZIEL-VERFUEGBAR PIC S9(9)V99.
       01 WS-ZIEL-SPERRE PIC X(01).

      *    Umbuchung einer Regel: belastetes und beguenstigtes
      *    Konto, Betrag (immer positiv) und Kennzeichen, ob auf
      *    den verfuegbaren Betrag gekuerzt wurde.
       01 WS-BELASTUNG-KONTO PIC X(10).
       01 WS-GUTSCHRIFT-KONTO PIC X(10).
       01 WS-UMBUCHUNG-BETRAG PIC S9(9)V99.
       01 WS-VERFUEGBAR PIC S9(9)V99.
       01 WS-BELASTUNG-SPERRE PIC X(01).
       01 WS-GEKUERZT PIC X(01).
       01 WS-GRUND PIC X(30).

      *    Eine Buchungsseite fuer BUCHE-SEITE: Konto, vorzeichen-
      *    behafteter Betrag (Belastung negativ) und Buchungstext.
       01 WS-BUCHUNG-KONTO PIC X(10).
       01 WS-BUCHUNG-BETRAG PIC S9(9)V99.
       01 WS-BUCHUNG-TEXT PIC X(30).

       01 WS-AUSGEFUEHRT PIC 9(05) VALUE 0.
       01 WS-UEBERGANGEN PIC 9(05) VALUE 0.
       01 WS-REGEL-ANZAHL PIC 9(05) VALUE 0.
       01 WS-UMBUCHUNG-SUMME PIC S9(11)V99 VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-SUMME-ANZEIGE PIC -(11)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die Summe der Betragssperren.
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).
      *    Summe der wirksamen Betragssperren (SUBMODULE-Funktion
      *    SPERRSUMME, siehe SPERRBETRAGREC.cpy).
       01 WS-SPERRSUMME PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Kontenausgleich abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SWEEP-BERICHT
           MOVE SPACES TO BERICHT-SATZ
           STRING "Kontenausgleich (Sweep) Laufdatum "
                  DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ

      *    Ohne Regeldatei gibt es nichts auszugleichen.
           OPEN I-O SWEEPREGELN
           IF WS-SWEEP-STATUS = "35" THEN
              MOVE "Keine Kontenausgleichsregeln erfasst."
                 TO BERICHT-SATZ
              WRITE BERICHT-SATZ
              CLOSE SWEEP-BERICHT
              DISPLAY "Kontenausgleich beendet: keine Regeln."
              STOP RUN
           END-IF
           IF WS-SWEEP-STATUS NOT = "00" THEN
              DISPLAY "SWEEPREGELN nicht verfuegbar, Status: "
                 WS-SWEEP-STATUS
              CLOSE SWEEP-BERICHT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE SWEEPREGELN
              CLOSE SWEEP-BERICHT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O TRANSAKTIONEN
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf das Umsatzjournal nicht
      *    leer ueberschreiben.
           IF WS-TRANSAKTIONEN-STATUS = "35" THEN
              OPEN OUTPUT TRANSAKTIONEN
              CLOSE TRANSAKTIONEN
              OPEN I-O TRANSAKTIONEN
           END-IF
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              DISPLAY "Umsatzjournal nicht verfuegbar, Status: "
                 WS-TRANSAKTIONEN-STATUS
              CLOSE KONTODATEI
              CLOSE SWEEPREGELN
              CLOSE SWEEP-BERICHT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O LEDGER
           IF WS-LEDGER-STATUS = "35" THEN
              OPEN OUTPUT LEDGER
              CLOSE LEDGER
              OPEN I-O LEDGER
           END-IF
           IF WS-LEDGER-STATUS NOT = "00" THEN
              DISPLAY "Hauptbuch nicht verfuegbar, Status: "
                 WS-LEDGER-STATUS
              CLOSE TRANSAKTIONEN
              CLOSE KONTODATEI
              CLOSE SWEEPREGELN
              CLOSE SWEEP-BERICHT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-SWEEP-EOF = "J"
              READ SWEEPREGELN NEXT RECORD
                 AT END MOVE "J" TO WS-SWEEP-EOF
                 NOT AT END
                    ADD 1 TO WS-REGEL-ANZAHL
                    PERFORM PRUEFE-UND-FUEHRE-AUS
              END-READ
           END-PERFORM

           CLOSE LEDGER
           CLOSE TRANSAKTIONEN
           CLOSE KONTODATEI
           CLOSE SWEEPREGELN
           PERFORM SCHREIBE-BERICHTSFUSS
           CLOSE SWEEP-BERICHT
           PERFORM SCHREIBE-LAUFKONTROLLE
           DISPLAY "Kontenausgleich beendet. Umgebucht: "
              WS-AUSGEFUEHRT " Uebergangen: " WS-UEBERGANGEN
           STOP RUN.

       PRUEFE-UND-FUEHRE-AUS SECTION.
           MOVE SPACES TO WS-GRUND
           MOVE "N" TO WS-GEKUERZT
           MOVE SWEEP-QUELL-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 MOVE "QUELLKONTO FEHLT" TO WS-GRUND
                 PERFORM MELDE-UEBERGANGEN
                 EXIT SECTION
           END-READ
           MOVE KONTO-KUNDEN-ID TO WS-QUELL-KUNDEN-ID
           MOVE KONTO-WAEHRUNG TO WS-QUELL-WAEHRUNG
           MOVE KONTO-SALDO TO WS-QUELL-SALDO
           MOVE KONTO-MAHNSPERRE TO WS-QUELL-SPERRE
           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-QUELL-VERFUEGBAR =
              KONTO-SALDO + KONTO-LIMIT - WS-SPERRSUMME

           MOVE SWEEP-ZIEL-KONTO-ID TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 MOVE "ZIELKONTO FEHLT" TO WS-GRUND
                 PERFORM MELDE-UEBERGANGEN
                 EXIT SECTION
           END-READ
           MOVE KONTO-KUNDEN-ID TO WS-ZIEL-KUNDEN-ID
           MOVE KONTO-WAEHRUNG TO WS-ZIEL-WAEHRUNG
           MOVE KONTO-MAHNSPERRE TO WS-ZIEL-SPERRE
           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-ZIEL-VERFUEGBAR =
              KONTO-SALDO + KONTO-LIMIT - WS-SPERRSUMME

      *    Nur zwischen Konten desselben Kunden; die Zuordnung
      *    kann sich seit der Erfassung der Regel geaendert haben.
           IF WS-QUELL-KUNDEN-ID = SPACES
              OR WS-QUELL-KUNDEN-ID NOT = WS-ZIEL-KUNDEN-ID
              MOVE "KONTEN VERSCHIEDENER KUNDEN" TO WS-GRUND
              PERFORM MELDE-UEBERGANGEN
              EXIT SECTION
           END-IF
           IF WS-QUELL-WAEHRUNG NOT = WS-ZIEL-WAEHRUNG
              MOVE "VERSCHIEDENE WAEHRUNGEN" TO WS-GRUND
              PERFORM MELDE-UEBERGANGEN
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN SWEEP-ABSCHOEPFEN = "J"
                 AND WS-QUELL-SALDO > SWEEP-OBERGRENZE
                 COMPUTE WS-UMBUCHUNG-BETRAG =
                    WS-QUELL-SALDO - SWEEP-OBERGRENZE
                 MOVE SWEEP-QUELL-KONTO-ID TO WS-BELASTUNG-KONTO
                 MOVE SWEEP-ZIEL-KONTO-ID TO WS-GUTSCHRIFT-KONTO
                 MOVE WS-QUELL-VERFUEGBAR TO WS-VERFUEGBAR
                 MOVE WS-QUELL-SPERRE TO WS-BELASTUNG-SPERRE
              WHEN SWEEP-AUFFUELLEN = "J"
                 AND WS-QUELL-SALDO < SWEEP-UNTERGRENZE
                 COMPUTE WS-UMBUCHUNG-BETRAG =
                    SWEEP-UNTERGRENZE - WS-QUELL-SALDO
                 MOVE SWEEP-ZIEL-KONTO-ID TO WS-BELASTUNG-KONTO
                 MOVE SWEEP-QUELL-KONTO-ID TO WS-GUTSCHRIFT-KONTO
                 MOVE WS-ZIEL-VERFUEGBAR TO WS-VERFUEGBAR
                 MOVE WS-ZIEL-SPERRE TO WS-BELASTUNG-SPERRE
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE

           IF WS-BELASTUNG-SPERRE = "J"
              MOVE "ZAHLUNGSSPERRE" TO WS-GRUND
              PERFORM MELDE-UEBERGANGEN
              EXIT SECTION
           END-IF
      *    Limitpruefung wie in DAUERLAUF; statt die Umbuchung
      *    ganz abzulehnen, wird auf den verfuegbaren Betrag
      *    gekuerzt.
           IF WS-UMBUCHUNG-BETRAG > WS-VERFUEGBAR
              IF WS-VERFUEGBAR > 0
                 MOVE WS-VERFUEGBAR TO WS-UMBUCHUNG-BETRAG
                 MOVE "J" TO WS-GEKUERZT
              ELSE
                 MOVE "KEINE DECKUNG" TO WS-GRUND
                 PERFORM MELDE-UEBERGANGEN
                 EXIT SECTION
              END-IF
           END-IF
           IF WS-UMBUCHUNG-BETRAG < SWEEP-MINDESTBETRAG
              MOVE "UNTER MINDESTBETRAG" TO WS-GRUND
              PERFORM MELDE-UEBERGANGEN
              EXIT SECTION
           END-IF

           MOVE WS-BELASTUNG-KONTO TO WS-BUCHUNG-KONTO
           COMPUTE WS-BUCHUNG-BETRAG = 0 - WS-UMBUCHUNG-BETRAG
           MOVE SPACES TO WS-BUCHUNG-TEXT
           STRING "KONTENAUSGLEICH AN " DELIMITED BY SIZE
                  WS-GUTSCHRIFT-KONTO DELIMITED BY SIZE
             INTO WS-BUCHUNG-TEXT
           END-STRING
           PERFORM BUCHE-SEITE
           MOVE WS-GUTSCHRIFT-KONTO TO WS-BUCHUNG-KONTO
           MOVE WS-UMBUCHUNG-BETRAG TO WS-BUCHUNG-BETRAG
           MOVE SPACES TO WS-BUCHUNG-TEXT
           STRING "KONTENAUSGLEICH VON " DELIMITED BY SIZE
                  WS-BELASTUNG-KONTO DELIMITED BY SIZE
             INTO WS-BUCHUNG-TEXT
           END-STRING
           PERFORM BUCHE-SEITE

           ADD 1 TO WS-AUSGEFUEHRT
           ADD WS-UMBUCHUNG-BETRAG TO WS-UMBUCHUNG-SUMME
           MOVE WS-LAUFDATUM TO SWEEP-LETZTER-LAUF
           IF WS-BELASTUNG-KONTO = SWEEP-QUELL-KONTO-ID
              MOVE WS-UMBUCHUNG-BETRAG TO SWEEP-LETZTER-BETRAG
           ELSE
              COMPUTE SWEEP-LETZTER-BETRAG = 0 - WS-UMBUCHUNG-BETRAG
           END-IF
           REWRITE SWEEP-RECORD
           PERFORM MELDE-AUSGEFUEHRT
           EXIT.

       BUCHE-SEITE SECTION.
      *    Eine Seite der Umbuchung: Saldo fortschreiben, dann
      *    Umsatzjournal (Herkunft "W") und Hauptbuch unter
      *    derselben Buchungsreferenz.
           MOVE WS-BUCHUNG-KONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht mehr vorhanden: "
                    WS-BUCHUNG-KONTO
                 EXIT SECTION
           END-READ
           ADD WS-BUCHUNG-BETRAG TO KONTO-SALDO
           REWRITE KONTO-RECORD

           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE WS-BUCHUNG-KONTO TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           MOVE WS-LAUFDATUM TO TRANS-VALUTA
           MOVE WS-LAUFDATUM TO TRANS-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TRANS-ZEITSTEMPEL(9:6)
           MOVE "W" TO TRANS-HERKUNFT
           MOVE WS-BUCHUNG-TEXT TO TRANS-TEXT
           MOVE WS-BUCHUNG-BETRAG TO TRANS-BETRAG
           WRITE TRANSAKTIONEN-SATZ
           ADD 1 TO WS-KONTROLL-ANZAHL-T
           ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T

           MOVE TRANS-REF TO LEDGER-TRANS-ID
           MOVE WS-BUCHUNG-KONTO TO LEDGER-KONTO-ID
      *    Hauptbuch fuehrt die vorzeichenbehaftete Saldoaenderung
      *    (Belastung negativ, siehe LEDGERREC.cpy).
           MOVE WS-BUCHUNG-BETRAG TO LEDGER-BETRAG
           MOVE "G" TO LEDGER-STATUS
           WRITE LEDGER-SATZ
              INVALID KEY
                 DISPLAY "Hauptbuch-Buchung abgewiesen: "
                    LEDGER-TRANS-ID
              NOT INVALID KEY
                 ADD 1 TO WS-KONTROLL-ANZAHL-L
                 ADD LEDGER-BETRAG TO WS-KONTROLL-SUMME-L
           END-WRITE
           EXIT.

       MELDE-AUSGEFUEHRT SECTION.
           MOVE WS-UMBUCHUNG-BETRAG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING "UMGEBUCHT VON=" DELIMITED BY SIZE
                  WS-BELASTUNG-KONTO DELIMITED BY SIZE
                  " AN=" DELIMITED BY SIZE
                  WS-GUTSCHRIFT-KONTO DELIMITED BY SIZE
                  " BETRAG=" DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           IF WS-GEKUERZT = "J"
              MOVE "GEKUERZT" TO BERICHT-SATZ(71:8)
           END-IF
           WRITE BERICHT-SATZ
           EXIT.

       MELDE-UEBERGANGEN SECTION.
           ADD 1 TO WS-UEBERGANGEN
           MOVE SPACES TO BERICHT-SATZ
           STRING "UEBERGANGEN QUELLE=" DELIMITED BY SIZE
                  SWEEP-QUELL-KONTO-ID DELIMITED BY SIZE
                  " ZIEL=" DELIMITED BY SIZE
                  SWEEP-ZIEL-KONTO-ID DELIMITED BY SIZE
                  " GRUND=" DELIMITED BY SIZE
                  WS-GRUND DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ
           EXIT.

       SCHREIBE-BERICHTSFUSS SECTION.
           MOVE SPACES TO BERICHT-SATZ
           WRITE BERICHT-SATZ
           MOVE WS-REGEL-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING "Regeln gelesen:     " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ
           MOVE WS-AUSGEFUEHRT TO WS-ANZAHL-ANZEIGE
           MOVE WS-UMBUCHUNG-SUMME TO WS-SUMME-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING "Umbuchungen:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  Summe: " DELIMITED BY SIZE
                  WS-SUMME-ANZEIGE DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ
           MOVE WS-UEBERGANGEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING "Uebergangen:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ
           EXIT.

       SCHREIBE-LAUFKONTROLLE SECTION.
      *    Kontrollsaetze dieses Laufs in die gemeinsame Lauf-
      *    kontrolldatei (siehe KONTROLLREC.cpy), gegen die
      *    KONTROLLCHECK den Tagesbestand abstimmt.
           OPEN EXTEND LAUFKONTROLLE
           IF WS-KONTROLLE-STATUS NOT = "00" THEN
              OPEN OUTPUT LAUFKONTROLLE
           END-IF
           IF WS-KONTROLLE-STATUS NOT = "00" THEN
              DISPLAY "Laufkontrolle nicht beschreibbar, "
                 "Status: " WS-KONTROLLE-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO KONTROLL-SATZ
           MOVE "SWEEPLAUF" TO KONTROLL-PROGRAMM
           MOVE WS-LAUFDATUM TO KONTROLL-LAUFDATUM
           MOVE "T" TO KONTROLL-BEREICH
           MOVE WS-KONTROLL-ANZAHL-T TO KONTROLL-ANZAHL
           MOVE WS-KONTROLL-SUMME-T TO KONTROLL-SUMME
           WRITE KONTROLL-SATZ
           MOVE "L" TO KONTROLL-BEREICH
           MOVE WS-KONTROLL-ANZAHL-L TO KONTROLL-ANZAHL
           MOVE WS-KONTROLL-SUMME-L TO KONTROLL-SUMME
           WRITE KONTROLL-SATZ
           CLOSE LAUFKONTROLLE
           EXIT.

       PRUEFE-PERIODE SECTION.
      *    Prueft, ob die Periode WS-PRUEF-PERIODE in PERIODEN.DAT
      *    als geschlossen gefuehrt wird (siehe PERIODENREC.cpy);
      *    fehlt die Datei oder der Satz, gilt die Periode als
      *    offen.
           MOVE "N" TO WS-PERIODE-GESCHLOSSEN
           OPEN INPUT PERIODENSTATUS
           IF WS-PERIODENSTATUS-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE WS-PRUEF-PERIODE TO PERST-PERIODE
           READ PERIODENSTATUS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PERST-STATUS = "G"
                    MOVE "J" TO WS-PERIODE-GESCHLOSSEN
                 END-IF
           END-READ
           CLOSE PERIODENSTATUS
           EXIT.

       ERMITTLE-TRANS-REF SECTION.
      *    Vergibt die naechste eindeutige Buchungsreferenz ("T"
      *    plus laufende Nummer) aus trans-sequenz.dat und stellt
      *    sie in TRANS-REF ein (wie in ueberweisung.cbl).
           MOVE 0 TO WS-TRANS-SEQUENZ
           OPEN INPUT TRANSSEQUENZ
           IF WS-TRANSSEQUENZ-STATUS = "00" THEN
              READ TRANSSEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE TRANSSEQUENZ-WERT TO WS-TRANS-SEQUENZ
              END-READ
              CLOSE TRANSSEQUENZ
           END-IF
           ADD 1 TO WS-TRANS-SEQUENZ
           MOVE WS-TRANS-SEQUENZ TO TRANSSEQUENZ-WERT
           OPEN OUTPUT TRANSSEQUENZ
           WRITE TRANSSEQUENZ-SATZ
           CLOSE TRANSSEQUENZ
           STRING "T" DELIMITED BY SIZE
                  WS-TRANS-SEQUENZ DELIMITED BY SIZE
             INTO TRANS-REF
           END-STRING
           EXIT.

       ERMITTLE-SPERRSUMME SECTION.
      *    Summe der am Laufdatum wirksamen Betragssperren des
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

       END PROGRAM SWEEPLAUF.

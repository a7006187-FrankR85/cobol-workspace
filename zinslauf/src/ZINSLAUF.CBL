      *    erstellt. Laeuft unter BATCHLAUF
      *    mit dem gemeinsamen Laufdatum als erstem Kommandozeilen-
      *    argument wie addierenZu2020.
      *    Bemessungsgrundlage ist der valutierte Saldo zum
      *    Laufdatum: Umsaetze, deren Valuta (TRANS-VALUTA) nach
      *    dem Laufdatum liegt - etwa nach Buchungsschluss erfasste
      *    Ueberweisungen - zaehlen noch nicht.
      *    Wiederanlauf: alle SICHERUNGSPUNKT Konten (PARMFILE,
      *    Vorgabe 100) haelt der Lauf in zinslauf-
      *    sicherungspunkt.dat (SICHPUNKTREC.cpy) fest, bis zu
      *    welchem Konto er gekommen ist, mit Zaehlern, Kontroll-
      *    summen und Berichtsstand. Bricht er ab, setzt ein
      *    Neustart unter demselben Laufdatum hinter dem letzten
      *    Sicherungspunkt wieder auf; Bericht und Laufkontrolle
      *    umfassen dann den ganzen Lauf. Konten zwischen letztem
      *    Sicherungspunkt und Abbruch, deren Zins schon gebucht
      *    ist (Herkunft "Z" zum Laufdatum im Umsatzjournal),
      *    werden nur gezaehlt, nicht erneut verzinst. Ein bereits
      *    beendeter Lauf (Kontrollsaetze in lauf-kontrolle.dat)
      *    wird abgewiesen, ebenso ein Start unter einem anderen
      *    Laufdatum, solange ein abgebrochener Lauf offen ist -
      *    ausser mit dem zusaetzlichen Argument ERZWINGEN
      *    (vor oder nach dem Laufdatum), das ohne Wiederanlauf
      *    von vorn beginnt.
      *    Das CPD-Konto der Clearingstelle (PARMFILE-Schluessel
      *    CPDKONTO) fuehrt nur fremde Gelder und wird nicht
      *    verzinst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFKONTROLLE ASSIGN TO "lauf-kontrolle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KONTROLLE-STATUS.
           SELECT SICHERUNGSPUNKT
              ASSIGN TO "zinslauf-sicherungspunkt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SICHPUNKT-STATUS.
           SELECT SICHERUNGSPUNKT-NEU
              ASSIGN TO "zinslauf-sicherungspunkt.neu"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SICHPUNKT-STATUS.
           SELECT REPORT-KOPIE ASSIGN TO "zinslauf-report.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KOPIE-STATUS.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       01 ZINS-REPORT-SATZ PIC X(100).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD SICHERUNGSPUNKT.
       01 SICHERUNGSPUNKT-ZEILE PIC X(140).
       FD SICHERUNGSPUNKT-NEU.
       01 SICHERUNGSPUNKT-NEU-ZEILE PIC X(140).
       FD REPORT-KOPIE.
       01 REPORT-KOPIE-SATZ PIC X(100).
       FD PERIODENSTATUS.
       COPY PERIODENREC.

       01 WS-REPORT-STATUS PIC X(02).
       01 WS-LIMIT-AUSNAHMEN-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X VALUE "N".
       01 WS-TRANS-EOF PIC X VALUE "N".
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-KOMMANDOZEILE PIC X(80).
       01 WS-ARGUMENT-1 PIC X(10).
       01 WS-ARGUMENT-2 PIC X(10).
       01 WS-ERZWINGEN PIC X VALUE "N".

      *    Zinssaetze in Hundertstel-Prozent; sinnvolle Vorgaben,
      *    falls PARMFILE.DAT fehlt oder die Schluessel fehlen.
       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.
       01 WS-CPD-KONTO PIC X(10) VALUE SPACES.
      *    Terminierte Parameteraenderungen (PARMTERMREC.cpy):
      *    zum Laufdatum wirksame Terminwerte ueberschreiben den
      *    Stand aus PARMFILE.DAT.
       01 WS-ZINSSATZ PIC 9(04).
       01 WS-ZINSBETRAG PIC S9(7)V99.
       01 WS-BASIS-SALDO PIC S9(9)V99.
      *    Valutierter Saldo: Umsaetze mit spaeterer Valuta liegen
      *    hoechstens einige Arbeitstage nach dem Buchungstag; das
      *    Journal wird ab WS-VALUTA-AB (Laufdatum minus 31 Tage)
      *    nach solchen Umsaetzen durchsucht.
       01 WS-VALUTA-KONTO PIC X(10).
       01 WS-VALUTA-AB PIC 9(08).
       01 WS-KONTEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-BUCHUNGS-ANZAHL PIC 9(05) VALUE 0.

       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

      *    Sicherungspunkt und Wiederanlauf (siehe SICHPUNKTREC.cpy).
       01 WS-SICHPUNKT-STATUS PIC X(02).
       01 WS-KOPIE-STATUS PIC X(02).
       COPY SICHPUNKTREC.
       01 WS-SICHPUNKT-INTERVALL PIC 9(05) VALUE 100.
       01 WS-SEIT-SICHPUNKT PIC 9(05) VALUE 0.
       01 WS-WIEDERANLAUF PIC X VALUE "N".
       01 WS-LAUF-ERLEDIGT PIC X VALUE "N".
       01 WS-LAUF-OFFEN-DATUM PIC 9(08) VALUE 0.
       01 WS-KONTROLLE-EOF PIC X.
       01 WS-KOPIE-EOF PIC X.
       01 WS-REPORT-ZEILEN PIC 9(07) VALUE 0.
       01 WS-KOPIE-ZEILEN PIC 9(07).
       01 WS-BEREITS-GEBUCHT PIC X.
       01 WS-GEBUCHT-REF PIC X(17).

       01 WS-SATZ-ANZEIGE PIC Z9.99.
       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-BASIS-ANZEIGE PIC -(9)9.99.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           MOVE SPACES TO WS-KOMMANDOZEILE
           MOVE SPACES TO WS-ARGUMENT-1
           MOVE SPACES TO WS-ARGUMENT-2
           ACCEPT WS-KOMMANDOZEILE FROM COMMAND-LINE
           UNSTRING FUNCTION TRIM(WS-KOMMANDOZEILE)
              DELIMITED BY ALL SPACES
              INTO WS-ARGUMENT-1 WS-ARGUMENT-2
           END-UNSTRING
           IF WS-ARGUMENT-1 = "ERZWINGEN"
              MOVE "J" TO WS-ERZWINGEN
              MOVE WS-ARGUMENT-2 TO WS-LAUFDATUM-ARG
           ELSE
              MOVE WS-ARGUMENT-1 TO WS-LAUFDATUM-ARG
              IF WS-ARGUMENT-2 = "ERZWINGEN"
                 MOVE "J" TO WS-ERZWINGEN
              END-IF
           END-IF
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-SOLLZINS
           END-IF
           MOVE "CPDKONTO" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           MOVE WS-PARMFILE-WERT-GEFUNDEN TO WS-CPD-KONTO
           MOVE "SICHERUNGSPUNKT" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN) IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-SICHPUNKT-INTERVALL
           END-IF
           IF WS-SICHPUNKT-INTERVALL = 0
              MOVE 100 TO WS-SICHPUNKT-INTERVALL
           END-IF

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
              STOP RUN
           END-IF

           PERFORM PRUEFE-WIEDERANLAUF
           IF WS-LAUF-ERLEDIGT = "J"
              DISPLAY "Zinslauf abgewiesen: Laufdatum " WS-LAUFDATUM
                 " ist bereits verarbeitet (Wiederholung nur mit "
                 "ERZWINGEN)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-LAUF-OFFEN-DATUM NOT = 0
              DISPLAY "Zinslauf abgewiesen: Lauf vom "
                 WS-LAUF-OFFEN-DATUM " ist abgebrochen und nicht "
                 "beendet (Neustart mit diesem Laufdatum oder "
                 "ERZWINGEN)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LESE-PRODUKTSTAMM

           IF WS-WIEDERANLAUF = "J"
              PERFORM UEBERNIMM-REPORT
              MOVE SPACES TO ZINS-REPORT-SATZ
              STRING "Wiederanlauf nach Konto " DELIMITED BY SIZE
                     SICHP-LETZTE-KONTO-ID DELIMITED BY SIZE
                INTO ZINS-REPORT-SATZ
              END-STRING
              WRITE ZINS-REPORT-SATZ
              ADD 1 TO WS-REPORT-ZEILEN
           ELSE
              OPEN OUTPUT ZINS-REPORT
              MOVE SPACES TO ZINS-REPORT-SATZ
              STRING "Zinslauf Laufdatum " DELIMITED BY SIZE
                     WS-LAUFDATUM DELIMITED BY SIZE
                INTO ZINS-REPORT-SATZ
              END-STRING
              WRITE ZINS-REPORT-SATZ
              MOVE "========================================"
                 TO ZINS-REPORT-SATZ
              WRITE ZINS-REPORT-SATZ
              MOVE 2 TO WS-REPORT-ZEILEN
           END-IF

           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

      *    Ein frischer Lauf haelt sofort einen Sicherungspunkt vor
      *    dem ersten Konto fest, damit auch ein Abbruch vor dem
      *    ersten Intervall wiederanlauffaehig ist.
           IF WS-WIEDERANLAUF = "J"
              MOVE SICHP-LETZTE-KONTO-ID TO KONTO-ID
              START KONTODATEI KEY IS > KONTO-ID
                 INVALID KEY MOVE "J" TO WS-KONTO-EOF
              END-START
           ELSE
              MOVE SPACES TO KONTO-ID
              MOVE "L" TO SICHP-STATUS
              PERFORM SCHREIBE-SICHERUNGSPUNKT
           END-IF
           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    PERFORM VERZINSE-KONTO
                    ADD 1 TO WS-SEIT-SICHPUNKT
                    IF WS-SEIT-SICHPUNKT >= WS-SICHPUNKT-INTERVALL
                       MOVE "L" TO SICHP-STATUS
                       PERFORM SCHREIBE-SICHERUNGSPUNKT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KONTODATEI
           WRITE ZINS-REPORT-SATZ
           CLOSE ZINS-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           OPEN EXTEND ZINS-REPORT
           MOVE "E" TO SICHP-STATUS
           PERFORM SCHREIBE-SICHERUNGSPUNKT
           CLOSE ZINS-REPORT
           DISPLAY "Zinslauf beendet, Buchungen: "
              WS-BUCHUNGS-ANZAHL
           STOP RUN.

       VERZINSE-KONTO SECTION.
           IF WS-CPD-KONTO NOT = SPACES
              AND KONTO-ID = WS-CPD-KONTO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-KONTEN-ANZAHL
           IF WS-WIEDERANLAUF = "J"
              PERFORM SUCHE-ZINSBUCHUNG
              IF WS-BEREITS-GEBUCHT = "J"
                 ADD 1 TO WS-BUCHUNGS-ANZAHL
                 MOVE WS-ZINSBETRAG TO WS-BETRAG-ANZEIGE
                 MOVE SPACES TO ZINS-REPORT-SATZ
                 STRING "Konto " DELIMITED BY SIZE
                        KONTO-ID DELIMITED BY SIZE
                        " Zins bereits gebucht " DELIMITED BY SIZE
                        WS-GEBUCHT-REF DELIMITED BY SIZE
                        " Zins " DELIMITED BY SIZE
                        WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                   INTO ZINS-REPORT-SATZ
                 END-STRING
                 WRITE ZINS-REPORT-SATZ
                 ADD 1 TO WS-REPORT-ZEILEN
                 EXIT SECTION
              END-IF
           END-IF
           MOVE KONTO-SALDO TO WS-BASIS-SALDO
           PERFORM ERMITTLE-VALUTASALDO
           PERFORM ERMITTLE-ZINSSATZ
           COMPUTE WS-ZINSBETRAG ROUNDED =
              (WS-BASIS-SALDO * WS-ZINSSATZ) / 10000
           END-IF
           EXIT.

       ERMITTLE-VALUTASALDO SECTION.
      *    Zieht von WS-BASIS-SALDO die bereits gebuchten Umsaetze
      *    des Kontos ab, deren Valuta nach dem Laufdatum liegt;
      *    Umsaetze ohne Valuta (Altbestand) gelten als valutiert.
           MOVE "N" TO WS-TRANS-EOF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE KONTO-ID TO WS-VALUTA-KONTO
           COMPUTE WS-VALUTA-AB = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM) - 31)
           MOVE WS-VALUTA-KONTO TO TRANS-KONTO-ID
           MOVE WS-VALUTA-AB TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = WS-VALUTA-KONTO
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       IF TRANS-VALUTA IS NUMERIC
                          AND TRANS-VALUTA > WS-LAUFDATUM
                          SUBTRACT TRANS-BETRAG FROM WS-BASIS-SALDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSAKTIONEN
           EXIT.

       ERMITTLE-ZINSSATZ SECTION.
      *    Zinssatz fuer WS-BASIS-SALDO: traegt das Konto einen
      *    bekannten Produktcode, gilt die Staffel des Produkts,
           CLOSE LAUFKONTROLLE
           EXIT.

       PRUEFE-WIEDERANLAUF SECTION.
      *    Ist das Laufdatum laut lauf-kontrolle.dat schon
      *    beendet, wird WS-LAUF-ERLEDIGT gesetzt. Sonst liefert
      *    ein offener Sicherungspunkt desselben Laufdatums den
      *    Wiederanlauf mit den dort festgehaltenen Zaehlern; ein
      *    offener Sicherungspunkt eines anderen Laufdatums steht
      *    in WS-LAUF-OFFEN-DATUM. Mit ERZWINGEN beginnt der Lauf
      *    ohne Pruefung von vorn.
           MOVE "N" TO WS-WIEDERANLAUF
           MOVE "N" TO WS-LAUF-ERLEDIGT
           MOVE 0 TO WS-LAUF-OFFEN-DATUM
           MOVE SPACES TO SICHPUNKT-SATZ
           IF WS-ERZWINGEN = "J"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-KONTROLLE-EOF
           OPEN INPUT LAUFKONTROLLE
           IF WS-KONTROLLE-STATUS = "00"
              PERFORM UNTIL WS-KONTROLLE-EOF = "J"
                 READ LAUFKONTROLLE
                    AT END MOVE "J" TO WS-KONTROLLE-EOF
                    NOT AT END
                       IF KONTROLL-PROGRAMM = "ZINSLAUF"
                          AND KONTROLL-LAUFDATUM = WS-LAUFDATUM
                          MOVE "J" TO WS-LAUF-ERLEDIGT
                          MOVE "J" TO WS-KONTROLLE-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LAUFKONTROLLE
           END-IF
           IF WS-LAUF-ERLEDIGT = "J"
              EXIT SECTION
           END-IF

           OPEN INPUT SICHERUNGSPUNKT
           IF WS-SICHPUNKT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           READ SICHERUNGSPUNKT INTO SICHPUNKT-SATZ
              AT END MOVE SPACES TO SICHPUNKT-SATZ
           END-READ
           CLOSE SICHERUNGSPUNKT
           IF SICHP-SATZART NOT = "K" OR SICHP-STATUS NOT = "L"
              MOVE SPACES TO SICHPUNKT-SATZ
              EXIT SECTION
           END-IF
           IF SICHP-LAUFDATUM NOT = WS-LAUFDATUM
              MOVE SICHP-LAUFDATUM TO WS-LAUF-OFFEN-DATUM
              EXIT SECTION
           END-IF
           MOVE "J" TO WS-WIEDERANLAUF
           MOVE SICHP-KONTEN-ANZAHL TO WS-KONTEN-ANZAHL
           MOVE SICHP-BUCHUNGS-ANZAHL TO WS-BUCHUNGS-ANZAHL
           MOVE SICHP-ANZAHL-T TO WS-KONTROLL-ANZAHL-T
           MOVE SICHP-SUMME-T TO WS-KONTROLL-SUMME-T
           MOVE SICHP-ANZAHL-L TO WS-KONTROLL-ANZAHL-L
           MOVE SICHP-SUMME-L TO WS-KONTROLL-SUMME-L
           MOVE SICHP-REPORT-ZEILEN TO WS-REPORT-ZEILEN
           DISPLAY "Zinslauf Wiederanlauf nach Konto "
              SICHP-LETZTE-KONTO-ID
           EXIT.

       UEBERNIMM-REPORT SECTION.
      *    Behaelt vom Bericht des abgebrochenen Laufs die ersten
      *    WS-REPORT-ZEILEN Zeilen (Stand des Sicherungspunkts) und
      *    oeffnet ihn zum Weiterschreiben; fehlt er, beginnt ein
      *    neuer Bericht.
           MOVE 0 TO WS-KOPIE-ZEILEN
           OPEN INPUT ZINS-REPORT
           IF WS-REPORT-STATUS NOT = "00"
              OPEN OUTPUT ZINS-REPORT
              MOVE SPACES TO ZINS-REPORT-SATZ
              STRING "Zinslauf Laufdatum " DELIMITED BY SIZE
                     WS-LAUFDATUM DELIMITED BY SIZE
                INTO ZINS-REPORT-SATZ
              END-STRING
              WRITE ZINS-REPORT-SATZ
              MOVE 1 TO WS-REPORT-ZEILEN
              EXIT SECTION
           END-IF
           OPEN OUTPUT REPORT-KOPIE
           MOVE "N" TO WS-KOPIE-EOF
           PERFORM UNTIL WS-KOPIE-EOF = "J"
              OR WS-KOPIE-ZEILEN >= WS-REPORT-ZEILEN
              READ ZINS-REPORT
                 AT END MOVE "J" TO WS-KOPIE-EOF
                 NOT AT END
                    MOVE ZINS-REPORT-SATZ TO REPORT-KOPIE-SATZ
                    WRITE REPORT-KOPIE-SATZ
                    ADD 1 TO WS-KOPIE-ZEILEN
              END-READ
           END-PERFORM
           CLOSE ZINS-REPORT
           CLOSE REPORT-KOPIE
           MOVE WS-KOPIE-ZEILEN TO WS-REPORT-ZEILEN
           CALL "SYSTEM" USING
              "mv zinslauf-report.tmp zinslauf-report.txt"
           OPEN EXTEND ZINS-REPORT
           EXIT.

       SUCHE-ZINSBUCHUNG SECTION.
      *    Wiederanlauf: sucht im Umsatzjournal eine Zinsbuchung
      *    (Herkunft "Z") des Kontos zum Laufdatum, die der
      *    abgebrochene Lauf nach seinem letzten Sicherungspunkt
      *    noch geschrieben hat. Gefunden wird sie nur gezaehlt,
      *    in die Kontrollsummen uebernommen (Hauptbuch ueber
      *    dieselbe Buchungsreferenz) und nicht erneut gebucht.
           MOVE "N" TO WS-BEREITS-GEBUCHT
           MOVE "N" TO WS-TRANS-EOF
           OPEN INPUT TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE KONTO-ID TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           START TRANSAKTIONEN KEY IS >= TRANS-KONTO-DATUM
              INVALID KEY MOVE "J" TO WS-TRANS-EOF
           END-START
           PERFORM UNTIL WS-TRANS-EOF = "J"
              READ TRANSAKTIONEN NEXT RECORD
                 AT END MOVE "J" TO WS-TRANS-EOF
                 NOT AT END
                    IF TRANS-KONTO-ID NOT = KONTO-ID
                       OR TRANS-DATUM NOT = WS-LAUFDATUM
                       MOVE "J" TO WS-TRANS-EOF
                    ELSE
                       IF TRANS-HERKUNFT = "Z"
                          MOVE "J" TO WS-BEREITS-GEBUCHT
                          MOVE "J" TO WS-TRANS-EOF
                          MOVE TRANS-REF TO WS-GEBUCHT-REF
                          MOVE TRANS-BETRAG TO WS-ZINSBETRAG
                          ADD 1 TO WS-KONTROLL-ANZAHL-T
                          ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSAKTIONEN
           IF WS-BEREITS-GEBUCHT NOT = "J"
              EXIT SECTION
           END-IF
           OPEN INPUT LEDGER
           IF WS-LEDGER-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE WS-GEBUCHT-REF TO LEDGER-TRANS-ID
           READ LEDGER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-KONTROLL-ANZAHL-L
                 ADD LEDGER-BETRAG TO WS-KONTROLL-SUMME-L
           END-READ
           CLOSE LEDGER
           EXIT.

       SCHREIBE-SICHERUNGSPUNKT SECTION.
      *    Haelt den Stand nach dem zuletzt gelesenen Konto fest
      *    (SICHP-STATUS vom Aufrufer: "L" unterwegs, "E" beendet).
      *    Der Bericht wird dafuer geschlossen und wieder geoeffnet,
      *    damit die gezaehlten Zeilen auf der Platte stehen; die
      *    Datei wird neu geschrieben und dann ausgetauscht.
           CLOSE ZINS-REPORT
           OPEN EXTEND ZINS-REPORT
           MOVE "K" TO SICHP-SATZART
           MOVE "ZINSLAUF" TO SICHP-PROGRAMM
           MOVE WS-LAUFDATUM TO SICHP-LAUFDATUM
           MOVE KONTO-ID TO SICHP-LETZTE-KONTO-ID
           MOVE WS-KONTEN-ANZAHL TO SICHP-KONTEN-ANZAHL
           MOVE WS-BUCHUNGS-ANZAHL TO SICHP-BUCHUNGS-ANZAHL
           MOVE WS-KONTROLL-ANZAHL-T TO SICHP-ANZAHL-T
           MOVE WS-KONTROLL-SUMME-T TO SICHP-SUMME-T
           MOVE WS-KONTROLL-ANZAHL-L TO SICHP-ANZAHL-L
           MOVE WS-KONTROLL-SUMME-L TO SICHP-SUMME-L
           MOVE WS-REPORT-ZEILEN TO SICHP-REPORT-ZEILEN
           MOVE 0 TO SICHP-ZUSATZ-1
           MOVE 0 TO SICHP-ZUSATZ-2
           MOVE "N" TO SICHP-FILIAL-VOLL
           MOVE FUNCTION CURRENT-DATE(1:14) TO SICHP-GESCHRIEBEN-AM
           OPEN OUTPUT SICHERUNGSPUNKT-NEU
           IF WS-SICHPUNKT-STATUS NOT = "00"
              DISPLAY "Sicherungspunkt nicht beschreibbar, Status: "
                 WS-SICHPUNKT-STATUS
              EXIT SECTION
           END-IF
           WRITE SICHERUNGSPUNKT-NEU-ZEILE FROM SICHPUNKT-SATZ
           CLOSE SICHERUNGSPUNKT-NEU
           CALL "SYSTEM" USING
              "mv zinslauf-sicherungspunkt.neu "
              & "zinslauf-sicherungspunkt.dat"
           MOVE 0 TO WS-SEIT-SICHPUNKT
           EXIT.

       SCHREIBE-REPORTZEILE SECTION.
           COMPUTE WS-SATZ-ANZEIGE = WS-ZINSSATZ / 100
           MOVE WS-BASIS-SALDO TO WS-BASIS-ANZEIGE
             INTO ZINS-REPORT-SATZ
           END-STRING
           WRITE ZINS-REPORT-SATZ
           ADD 1 TO WS-REPORT-ZEILEN
           EXIT.

       SCHREIBE-LIMIT-AUSNAHME SECTION.

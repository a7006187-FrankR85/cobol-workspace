       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAHNLAUF.
      *    Woechentlicher Mahnlauf unter BATCHLAUF: prueft jedes
      *    Konto der KONTODATEI auf ungenehmigte Ueberziehung
      *    (KONTO-SALDO plus KONTO-LIMIT unter null) und fuehrt den
      *    Mahnstand in der Mahnstatusdatei MAHNSTATUS (siehe
      *    MAHNREC.cpy). Ein neu ueberzogenes Konto wird mit Stufe 0
      *    und dem Laufdatum als Beginn der Ueberziehung erfasst;
      *    nach MAHNTAGE1 Tagen (PARMFILE, Vorgabe 7) folgt die
      *    Zahlungserinnerung (Stufe 1), jeweils MAHNTAGE2 bzw.
      *    MAHNTAGE3 Tage (Vorgabe 14) nach dem letzten Schreiben
      *    die Mahnung (Stufe 2) und die letzte Mahnung (Stufe 3).
      *    Je Stufe wird die Mahngebuehr aus gebuehren.dat (Art
      *    "D", Herkunftsspalte = Stufe 1 bis 3) als Gebuehren-
      *    buchung (Herkunft "G") ins Umsatzjournal und unter
      *    derselben Buchungsreferenz ins Hauptbuch gebucht und ein
      *    Mahnschreiben mit der Anschrift aus dem KUNDENSTAMM und
      *    den Texten aus nachrichten.dat (Schluessel MAHNSTUFE1 bis
      *    MAHNSTUFE3, MAHNAUFFORDERUNG, MAHNSPERRE) nach
      *    mahnschreiben-JJJJMMTT.txt geschrieben. Mit der letzten
      *    Mahnung wird das Konto einmalig als Freigabe Art "M" zur
      *    Zahlungssperre vorgelegt; erst die Freigabe in
      *    FREIGABEPFLEGE setzt KONTO-MAHNSPERRE. Ist die
      *    Ueberziehung ausgeglichen, loescht der Lauf den Mahnsatz,
      *    hebt eine Zahlungssperre auf und zieht eine noch offene
      *    Freigabe zurueck. Ein zweiter Lauf am selben Tag
      *    ueberspringt bereits gepruefte Konten. Das Laufdatum kommt
      *    als erstes Kommandozeilenargument (JJJJMMTT) wie bei
      *    addierenZu2020; der Bericht steht in mahnlauf-report.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT MAHNSTATUS ASSIGN TO "MAHNSTATUS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAHN-KONTO-ID
              FILE STATUS IS WS-MAHNSTATUS-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
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
           SELECT FREIGABE ASSIGN TO "FREIGABE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FREIGABE-ID
              FILE STATUS IS WS-FREIGABE-STATUS.
           SELECT FREIGABESEQUENZ ASSIGN TO "freigabe-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREIGABESEQUENZ-STATUS.
           SELECT GEBUEHREN-DATEI ASSIGN TO "gebuehren.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEBUEHREN-STATUS.
           SELECT NACHRICHTEN ASSIGN TO "nachrichten.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NACHRICHTEN-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT MAHN-SCHREIBEN ASSIGN TO WS-SCHREIBEN-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHREIBEN-STATUS.
           SELECT MAHN-REPORT ASSIGN TO "mahnlauf-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT LAUFKONTROLLE ASSIGN TO "lauf-kontrolle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KONTROLLE-STATUS.
           SELECT PERIODENSTATUS ASSIGN TO "PERIODEN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PERST-PERIODE
              FILE STATUS IS WS-PERIODENSTATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD MAHNSTATUS.
       COPY MAHNREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD LEDGER.
       COPY LEDGERREC.
       FD TRANSSEQUENZ.
       01 TRANSSEQUENZ-SATZ.
          05 TRANSSEQUENZ-WERT PIC 9(16).
       FD FREIGABE.
       COPY FREIGABEREC.
       FD FREIGABESEQUENZ.
       01 FREIGABESEQUENZ-SATZ.
          05 FREIGABESEQUENZ-WERT PIC 9(06).
       FD GEBUEHREN-DATEI.
      *    Gebuehrenzeile wie im GEBUEHRENLAUF; hier zaehlt nur
      *    Art "D" (Mahngebuehr, Herkunftsspalte = Mahnstufe).
       01 GEBUEHR-SATZ.
          05 GEBUEHR-ART PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-HERKUNFT PIC X(01).
          05 FILLER PIC X(01).
          05 GEBUEHR-BETRAG PIC 9(5)V99.
       FD NACHRICHTEN.
       COPY NACHRICHTREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD MAHN-SCHREIBEN.
       01 MAHN-SCHREIBEN-SATZ PIC X(80).
       FD MAHN-REPORT.
       01 MAHN-REPORT-SATZ PIC X(100).
       FD LAUFKONTROLLE.
       COPY KONTROLLREC.
       FD PERIODENSTATUS.
       COPY PERIODENREC.

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-MAHNSTATUS-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-LEDGER-STATUS PIC X(02).
       01 WS-TRANSSEQUENZ-STATUS PIC X(02).
       01 WS-FREIGABE-STATUS PIC X(02).
       01 WS-FREIGABESEQUENZ-STATUS PIC X(02).
       01 WS-GEBUEHREN-STATUS PIC X(02).
       01 WS-NACHRICHTEN-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-SCHREIBEN-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-KONTROLLE-STATUS PIC X(02).
       01 WS-PERIODENSTATUS-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X VALUE "N".
       01 WS-GEBUEHREN-EOF PIC X VALUE "N".
       01 WS-NACHRICHTEN-EOF PIC X VALUE "N".
       01 WS-KUNDENSTAMM-VORHANDEN PIC X VALUE "N".
       01 WS-SCHREIBEN-OFFEN PIC X VALUE "N".
       01 WS-TRANS-SEQUENZ PIC 9(16) VALUE 0.
       01 WS-FREIGABE-SEQUENZ PIC 9(06).

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-LAUFDATUM-TAGE PIC 9(08).
       01 WS-SCHREIBEN-DATEINAME PIC X(50).

       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

      *    Eskalationsfristen in Tagen: Stufe 1 ab Beginn der
      *    Ueberziehung, Stufe 2 und 3 ab dem letzten Schreiben.
       01 WS-MAHNFRISTEN.
          05 WS-MAHNTAGE PIC 9(03) OCCURS 3 TIMES.
       01 WS-MAHNGEBUEHREN.
          05 WS-MAHNGEBUEHR PIC 9(5)V99 OCCURS 3 TIMES.
       01 WS-STUFE-IDX PIC 9(01).

      *    Texte aus nachrichten.dat (siehe NACHRICHTREC.cpy) in der
      *    PARMFILE-Sprache SPRACHE, wie in Login.cbl.
       01 WS-SPRACHE PIC X(02) VALUE "DE".
       01 WS-NACHRICHT-ANZAHL PIC 9(02) VALUE ZERO.
       01 WS-NACHRICHT-TABELLE.
          05 WS-NACHRICHT-EINTRAG OCCURS 50 TIMES.
             10 WS-NACHRICHT-SCHLUESSEL PIC X(15).
             10 WS-NACHRICHT-TEXT-DE PIC X(50).
             10 WS-NACHRICHT-TEXT-EN PIC X(50).
       01 WS-NACHRICHT-IDX PIC 9(02).
       01 WS-NACHRICHT-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-NACHRICHT-GEFUNDEN PIC X(50).

      *    Periodenstatus (siehe PERIODENREC.cpy): Mahngebuehren
      *    in eine geschlossene Periode werden nicht gebucht.
       01 WS-PERIODE-GESCHLOSSEN PIC X.
       01 WS-PRUEF-PERIODE PIC 9(06).

      *    Laufkontrolle (siehe KONTROLLREC.cpy) fuer die
      *    Mahngebuehrenbuchungen dieses Laufs.
       01 WS-KONTROLL-ANZAHL-T PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-T PIC S9(11)V99 VALUE 0.
       01 WS-KONTROLL-ANZAHL-L PIC 9(05) VALUE 0.
       01 WS-KONTROLL-SUMME-L PIC S9(11)V99 VALUE 0.

       01 WS-MAHN-KONTO PIC X(10).
       01 WS-MAHN-VORHANDEN PIC X.
       01 WS-VERFUEGBAR PIC S9(9)V99.
       01 WS-UEBERZIEHUNG PIC S9(9)V99.
       01 WS-TAGE-SEIT PIC S9(05).
       01 WS-NEUE-STUFE PIC 9(01).
       01 WS-GEBUEHR PIC 9(5)V99.
       01 WS-AKTION PIC X(30).

       01 WS-GEPRUEFT-ANZAHL PIC 9(05) VALUE 0.
       01 WS-UEBERZOGEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-SCHREIBEN-ANZAHL PIC 9(05) VALUE 0.
       01 WS-SPERR-ANZAHL PIC 9(05) VALUE 0.
       01 WS-AUSGLEICH-ANZAHL PIC 9(05) VALUE 0.
       01 WS-BETRAG-ANZEIGE PIC -(7)9.99.
       01 WS-GEBUEHR-ANZEIGE PIC Z(4)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           COMPUTE WS-LAUFDATUM-TAGE =
              FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM)

           MOVE WS-LAUFDATUM(1:6) TO WS-PRUEF-PERIODE
           PERFORM PRUEFE-PERIODE
           IF WS-PERIODE-GESCHLOSSEN = "J"
              DISPLAY "Mahnlauf abgewiesen: Periode "
                 WS-PRUEF-PERIODE " ist bereits abgeschlossen."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LESE-MAHNPARAMETER
           PERFORM LESE-GEBUEHRENVERZEICHNIS
           PERFORM LESE-NACHRICHTEN

           OPEN OUTPUT MAHN-REPORT
           MOVE SPACES TO MAHN-REPORT-SATZ
           STRING "Mahnlauf, Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO MAHN-REPORT-SATZ
           END-STRING
           WRITE MAHN-REPORT-SATZ
           MOVE "========================================"
              TO MAHN-REPORT-SATZ
           WRITE MAHN-REPORT-SATZ

           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              MOVE "KONTODATEI nicht verfuegbar."
                 TO MAHN-REPORT-SATZ
              WRITE MAHN-REPORT-SATZ
              CLOSE MAHN-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O MAHNSTATUS
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35), wie bei Umsatzjournal und Hauptbuch.
           IF WS-MAHNSTATUS-STATUS = "35" THEN
              OPEN OUTPUT MAHNSTATUS
              CLOSE MAHNSTATUS
              OPEN I-O MAHNSTATUS
           END-IF
           IF WS-MAHNSTATUS-STATUS NOT = "00" THEN
              MOVE "MAHNSTATUS nicht verfuegbar."
                 TO MAHN-REPORT-SATZ
              WRITE MAHN-REPORT-SATZ
              CLOSE KONTODATEI
              CLOSE MAHN-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS = "00" THEN
              MOVE "J" TO WS-KUNDENSTAMM-VORHANDEN
           END-IF

           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    PERFORM PRUEFE-KONTO
              END-READ
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE MAHNSTATUS
           IF WS-KUNDENSTAMM-VORHANDEN = "J"
              CLOSE KUNDENSTAMM
           END-IF
           IF WS-SCHREIBEN-OFFEN = "J"
              CLOSE MAHN-SCHREIBEN
           END-IF

           PERFORM SCHREIBE-SUMMEN
           CLOSE MAHN-REPORT
           PERFORM SCHREIBE-LAUFKONTROLLE
           DISPLAY "Mahnlauf beendet, Mahnschreiben: "
              WS-SCHREIBEN-ANZAHL
           STOP RUN.

       LESE-MAHNPARAMETER SECTION.
      *    Eskalationsfristen MAHNTAGE1 bis MAHNTAGE3 aus
      *    PARMFILE.DAT; fehlt ein Schluessel, gelten 7/14/14 Tage.
           MOVE 7 TO WS-MAHNTAGE(1)
           MOVE 14 TO WS-MAHNTAGE(2)
           MOVE 14 TO WS-MAHNTAGE(3)
           PERFORM VARYING WS-STUFE-IDX FROM 1 BY 1
              UNTIL WS-STUFE-IDX > 3
              MOVE SPACES TO WS-PARMFILE-SCHLUESSEL-GESUCHT
              STRING "MAHNTAGE" DELIMITED BY SIZE
                     WS-STUFE-IDX DELIMITED BY SIZE
                INTO WS-PARMFILE-SCHLUESSEL-GESUCHT
              END-STRING
              PERFORM LESE-PARMFILE-WERT
              IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
                 AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                    IS NUMERIC
                 MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                    TO WS-MAHNTAGE(WS-STUFE-IDX)
              END-IF
           END-PERFORM
           EXIT.

       LESE-GEBUEHRENVERZEICHNIS SECTION.
      *    Mahngebuehr je Stufe aus gebuehren.dat (Art "D", Stufe in
      *    der Herkunftsspalte); fehlt eine Zeile, bleibt die Stufe
      *    gebuehrenfrei.
           MOVE 0 TO WS-MAHNGEBUEHR(1)
           MOVE 0 TO WS-MAHNGEBUEHR(2)
           MOVE 0 TO WS-MAHNGEBUEHR(3)
           MOVE "N" TO WS-GEBUEHREN-EOF
           OPEN INPUT GEBUEHREN-DATEI
           IF WS-GEBUEHREN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-GEBUEHREN-EOF = "J"
              READ GEBUEHREN-DATEI
                 AT END MOVE "J" TO WS-GEBUEHREN-EOF
                 NOT AT END
                    IF GEBUEHR-ART = "D"
                       EVALUATE GEBUEHR-HERKUNFT
                          WHEN "1"
                             MOVE GEBUEHR-BETRAG TO WS-MAHNGEBUEHR(1)
                          WHEN "2"
                             MOVE GEBUEHR-BETRAG TO WS-MAHNGEBUEHR(2)
                          WHEN "3"
                             MOVE GEBUEHR-BETRAG TO WS-MAHNGEBUEHR(3)
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GEBUEHREN-DATEI
           EXIT.

       PRUEFE-KONTO SECTION.
      *    Ein Konto der KONTODATEI gegen seinen Mahnstand pruefen:
      *    ausgeglichen -> Mahnstand aufloesen, ueberzogen -> neu
      *    erfassen oder, wenn die Frist abgelaufen ist, eine Stufe
      *    weiter mahnen.
           ADD 1 TO WS-GEPRUEFT-ANZAHL
           MOVE KONTO-ID TO WS-MAHN-KONTO
           COMPUTE WS-VERFUEGBAR = KONTO-SALDO + KONTO-LIMIT

           MOVE "J" TO WS-MAHN-VORHANDEN
           MOVE WS-MAHN-KONTO TO MAHN-KONTO-ID
           READ MAHNSTATUS
              INVALID KEY MOVE "N" TO WS-MAHN-VORHANDEN
           END-READ

           IF WS-VERFUEGBAR NOT < 0
              IF WS-MAHN-VORHANDEN = "J"
                 PERFORM LOESE-MAHNUNG-AUF
              END-IF
              EXIT SECTION
           END-IF

           ADD 1 TO WS-UEBERZOGEN-ANZAHL
           IF WS-MAHN-VORHANDEN = "J"
              AND MAHN-GEPRUEFT-AM = WS-LAUFDATUM
              EXIT SECTION
           END-IF

           IF WS-MAHN-VORHANDEN = "N"
              MOVE SPACES TO MAHN-RECORD
              MOVE WS-MAHN-KONTO TO MAHN-KONTO-ID
              MOVE 0 TO MAHN-STUFE
              MOVE WS-LAUFDATUM TO MAHN-UEBERZOGEN-SEIT
              MOVE 0 TO MAHN-LETZTES-SCHREIBEN
              MOVE 0 TO MAHN-GEBUEHREN
              MOVE 0 TO MAHN-FREIGABE-ID
           END-IF

      *    Naechste faellige Stufe: Stufe 1 zaehlt ab Beginn der
      *    Ueberziehung, jede weitere ab dem letzten Schreiben.
           MOVE 0 TO WS-NEUE-STUFE
           EVALUATE MAHN-STUFE
              WHEN 0
                 COMPUTE WS-TAGE-SEIT = WS-LAUFDATUM-TAGE
                    - FUNCTION INTEGER-OF-DATE(MAHN-UEBERZOGEN-SEIT)
                 IF WS-TAGE-SEIT NOT < WS-MAHNTAGE(1)
                    MOVE 1 TO WS-NEUE-STUFE
                 END-IF
              WHEN 1
              WHEN 2
                 COMPUTE WS-TAGE-SEIT = WS-LAUFDATUM-TAGE
                    - FUNCTION INTEGER-OF-DATE(MAHN-LETZTES-SCHREIBEN)
                 IF WS-TAGE-SEIT NOT < WS-MAHNTAGE(MAHN-STUFE + 1)
                    COMPUTE WS-NEUE-STUFE = MAHN-STUFE + 1
                 END-IF
           END-EVALUATE

           MOVE SPACES TO WS-AKTION
           IF WS-MAHN-VORHANDEN = "N"
              MOVE "NEU UEBERZOGEN" TO WS-AKTION
           END-IF
           IF WS-NEUE-STUFE > 0
              PERFORM MAHNE-KONTO
           END-IF
           IF MAHN-STUFE = 3 AND MAHN-SPERRE = SPACE
              PERFORM STELLE-SPERRE-IN-FREIGABE
           END-IF

           COMPUTE MAHN-BETRAG = KONTO-SALDO + KONTO-LIMIT
           MOVE WS-LAUFDATUM TO MAHN-GEPRUEFT-AM
           IF WS-MAHN-VORHANDEN = "J"
              REWRITE MAHN-RECORD
           ELSE
              WRITE MAHN-RECORD
           END-IF
           IF WS-AKTION NOT = SPACES
              PERFORM SCHREIBE-REPORTZEILE
           END-IF
           EXIT.

       MAHNE-KONTO SECTION.
      *    Stufe hochsetzen, Mahngebuehr belasten und das
      *    Mahnschreiben erstellen.
           MOVE WS-NEUE-STUFE TO MAHN-STUFE
           MOVE WS-LAUFDATUM TO MAHN-LETZTES-SCHREIBEN
           MOVE WS-MAHNGEBUEHR(WS-NEUE-STUFE) TO WS-GEBUEHR
           IF WS-GEBUEHR > 0
              SUBTRACT WS-GEBUEHR FROM KONTO-SALDO
              REWRITE KONTO-RECORD
              ADD WS-GEBUEHR TO MAHN-GEBUEHREN
              PERFORM BUCHE-MAHNGEBUEHR
           END-IF
           PERFORM SCHREIBE-MAHNSCHREIBEN
           ADD 1 TO WS-SCHREIBEN-ANZAHL
           MOVE SPACES TO WS-AKTION
           EVALUATE MAHN-STUFE
              WHEN 1 MOVE "ZAHLUNGSERINNERUNG" TO WS-AKTION
              WHEN 2 MOVE "MAHNUNG" TO WS-AKTION
              WHEN 3 MOVE "LETZTE MAHNUNG" TO WS-AKTION
           END-EVALUATE
           EXIT.

       STELLE-SPERRE-IN-FREIGABE SECTION.
      *    Letzte Mahnstufe: Zahlungssperre als Freigabe Art "M"
      *    vorlegen (siehe FREIGABEREC.cpy); ein Supervisor setzt sie
      *    in FREIGABEPFLEGE in Kraft oder lehnt sie ab.
           OPEN I-O FREIGABE
           IF WS-FREIGABE-STATUS = "35" THEN
              OPEN OUTPUT FREIGABE
              CLOSE FREIGABE
              OPEN I-O FREIGABE
           END-IF
           IF WS-FREIGABE-STATUS NOT = "00" THEN
              DISPLAY "Freigabedatei nicht verfuegbar, Status: "
                 WS-FREIGABE-STATUS
              EXIT SECTION
           END-IF
           PERFORM ERMITTLE-FREIGABE-ID
           MOVE SPACES TO FREIGABE-RECORD
           MOVE WS-FREIGABE-SEQUENZ TO FREIGABE-ID
           MOVE "M" TO FREIGABE-ART
           MOVE WS-MAHN-KONTO TO FREIGABE-KONTO-ID
           COMPUTE FREIGABE-BETRAG = 0 - (KONTO-SALDO + KONTO-LIMIT)
           STRING "ZAHLUNGSSPERRE MAHNSTUFE 3" DELIMITED BY SIZE
             INTO FREIGABE-TEXT
           END-STRING
           MOVE "MAHNLAUF" TO FREIGABE-ERFASSER
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO FREIGABE-ERFASST-AM
           MOVE "O" TO FREIGABE-STATUS
           MOVE SPACES TO FREIGABE-ENTSCHEIDER
           MOVE 0 TO FREIGABE-ENTSCHIEDEN-AM
           WRITE FREIGABE-RECORD
           CLOSE FREIGABE
           MOVE "B" TO MAHN-SPERRE
           MOVE WS-FREIGABE-SEQUENZ TO MAHN-FREIGABE-ID
           ADD 1 TO WS-SPERR-ANZAHL
           IF WS-AKTION = SPACES
              MOVE "SPERRE VORGELEGT" TO WS-AKTION
           END-IF
           EXIT.

       LOESE-MAHNUNG-AUF SECTION.
      *    Ueberziehung ausgeglichen: Zahlungssperre aufheben, eine
      *    noch offene Sperrfreigabe zurueckziehen und den Mahnsatz
      *    loeschen.
           IF KONTO-MAHNSPERRE = "J"
              MOVE SPACE TO KONTO-MAHNSPERRE
              REWRITE KONTO-RECORD
           END-IF
           IF MAHN-SPERRE = "B"
              PERFORM ZIEHE-FREIGABE-ZURUECK
           END-IF
           DELETE MAHNSTATUS RECORD
           ADD 1 TO WS-AUSGLEICH-ANZAHL
           MOVE "AUSGEGLICHEN" TO WS-AKTION
           PERFORM SCHREIBE-REPORTZEILE
           EXIT.

       ZIEHE-FREIGABE-ZURUECK SECTION.
      *    Offene Freigabe Art "M" des Kontos als abgelehnt
      *    schliessen, damit FREIGABEPFLEGE sie nicht mehr anbietet.
           OPEN I-O FREIGABE
           IF WS-FREIGABE-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE MAHN-FREIGABE-ID TO FREIGABE-ID
           READ FREIGABE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FREIGABE-STATUS = "O" AND FREIGABE-ART = "M"
                    MOVE "A" TO FREIGABE-STATUS
                    MOVE "MAHNLAUF" TO FREIGABE-ENTSCHEIDER
                    MOVE FUNCTION CURRENT-DATE(1:14)
                       TO FREIGABE-ENTSCHIEDEN-AM
                    REWRITE FREIGABE-RECORD
                 END-IF
           END-READ
           CLOSE FREIGABE
           EXIT.

       BUCHE-MAHNGEBUEHR SECTION.
      *    Umsatz- und Hauptbuchbuchung unter derselben Buchungs-
      *    referenz wie im GEBUEHRENLAUF; fehlende Dateien werden
      *    nur bei Status 35 leer angelegt.
           OPEN I-O TRANSAKTIONEN
           IF WS-TRANSAKTIONEN-STATUS = "35" THEN
              OPEN OUTPUT TRANSAKTIONEN
              CLOSE TRANSAKTIONEN
              OPEN I-O TRANSAKTIONEN
           END-IF
           IF WS-TRANSAKTIONEN-STATUS NOT = "00" THEN
              DISPLAY "Umsatzjournal nicht verfuegbar, Mahngebuehr "
                 "nicht protokolliert, Status: "
                 WS-TRANSAKTIONEN-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSAKTIONEN-SATZ
           PERFORM ERMITTLE-TRANS-REF
           MOVE WS-MAHN-KONTO TO TRANS-KONTO-ID
           MOVE WS-LAUFDATUM TO TRANS-DATUM
           MOVE WS-LAUFDATUM TO TRANS-VALUTA
           MOVE WS-LAUFDATUM TO TRANS-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TRANS-ZEITSTEMPEL(9:6)
           MOVE "G" TO TRANS-HERKUNFT
           MOVE SPACES TO TRANS-TEXT
           STRING "MAHNGEBUEHR STUFE " DELIMITED BY SIZE
                  WS-NEUE-STUFE DELIMITED BY SIZE
             INTO TRANS-TEXT
           END-STRING
           COMPUTE TRANS-BETRAG = 0 - WS-GEBUEHR
           WRITE TRANSAKTIONEN-SATZ
           ADD 1 TO WS-KONTROLL-ANZAHL-T
           ADD TRANS-BETRAG TO WS-KONTROLL-SUMME-T
           CLOSE TRANSAKTIONEN

           OPEN I-O LEDGER
           IF WS-LEDGER-STATUS = "35" THEN
              OPEN OUTPUT LEDGER
              CLOSE LEDGER
              OPEN I-O LEDGER
           END-IF
           IF WS-LEDGER-STATUS NOT = "00" THEN
              DISPLAY "Hauptbuch nicht verfuegbar, Mahngebuehren-"
                 "buchung unterbleibt, Status: " WS-LEDGER-STATUS
              EXIT SECTION
           END-IF
           MOVE TRANS-REF TO LEDGER-TRANS-ID
           MOVE WS-MAHN-KONTO TO LEDGER-KONTO-ID
           COMPUTE LEDGER-BETRAG = 0 - WS-GEBUEHR
           MOVE "G" TO LEDGER-STATUS
           WRITE LEDGER-SATZ
              INVALID KEY
                 DISPLAY "Hauptbuch-Buchung abgewiesen: "
                    LEDGER-TRANS-ID
              NOT INVALID KEY
                 ADD 1 TO WS-KONTROLL-ANZAHL-L
                 ADD LEDGER-BETRAG TO WS-KONTROLL-SUMME-L
           END-WRITE
           CLOSE LEDGER
           EXIT.

       SCHREIBE-MAHNSCHREIBEN SECTION.
      *    Ein Mahnschreiben in die Schreibendatei des Laufs; die
      *    Anschrift kommt aus dem KUNDENSTAMM, ohne Kundensatz
      *    steht nur KONTO-NAME im Anschriftenfeld.
           IF WS-SCHREIBEN-OFFEN = "N"
              MOVE SPACES TO WS-SCHREIBEN-DATEINAME
              STRING "mahnschreiben-" DELIMITED BY SIZE
                     WS-LAUFDATUM DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                INTO WS-SCHREIBEN-DATEINAME
              END-STRING
              OPEN OUTPUT MAHN-SCHREIBEN
              IF WS-SCHREIBEN-STATUS NOT = "00" THEN
                 DISPLAY "Mahnschreiben nicht anlegbar: "
                    WS-SCHREIBEN-DATEINAME
                 EXIT SECTION
              END-IF
              MOVE "J" TO WS-SCHREIBEN-OFFEN
           END-IF

           MOVE SPACES TO KUNDEN-RECORD
           IF WS-KUNDENSTAMM-VORHANDEN = "J"
              AND KONTO-KUNDEN-ID NOT = SPACES
              MOVE KONTO-KUNDEN-ID TO KUNDEN-ID
              READ KUNDENSTAMM
                 INVALID KEY MOVE SPACES TO KUNDEN-RECORD
              END-READ
           END-IF
           IF KUNDEN-NAME = SPACES
              MOVE KONTO-NAME TO KUNDEN-NAME
           END-IF

           MOVE ALL "=" TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ
           MOVE KUNDEN-NAME TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ
           MOVE KUNDEN-STRASSE TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ
           MOVE SPACES TO MAHN-SCHREIBEN-SATZ
           STRING KUNDEN-PLZ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KUNDEN-ORT DELIMITED BY SIZE
             INTO MAHN-SCHREIBEN-SATZ
           END-STRING
           WRITE MAHN-SCHREIBEN-SATZ
           MOVE SPACES TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ
           STRING "Datum: " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  "   Konto: " DELIMITED BY SIZE
                  WS-MAHN-KONTO DELIMITED BY SIZE
             INTO MAHN-SCHREIBEN-SATZ
           END-STRING
           WRITE MAHN-SCHREIBEN-SATZ
           MOVE SPACES TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ

           EVALUATE MAHN-STUFE
              WHEN 1
                 MOVE "Zahlungserinnerung" TO WS-NACHRICHT-GEFUNDEN
                 MOVE "MAHNSTUFE1" TO WS-NACHRICHT-SCHLUESSEL-GESUCHT
              WHEN 2
                 MOVE "Mahnung" TO WS-NACHRICHT-GEFUNDEN
                 MOVE "MAHNSTUFE2" TO WS-NACHRICHT-SCHLUESSEL-GESUCHT
              WHEN OTHER
                 MOVE "Letzte Mahnung" TO WS-NACHRICHT-GEFUNDEN
                 MOVE "MAHNSTUFE3" TO WS-NACHRICHT-SCHLUESSEL-GESUCHT
           END-EVALUATE
           PERFORM HOLE-NACHRICHT
           MOVE WS-NACHRICHT-GEFUNDEN TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ

           COMPUTE WS-UEBERZIEHUNG = 0 - (KONTO-SALDO + KONTO-LIMIT)
           MOVE WS-UEBERZIEHUNG TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO MAHN-SCHREIBEN-SATZ
           STRING "Ueberzogen seit " DELIMITED BY SIZE
                  MAHN-UEBERZOGEN-SEIT DELIMITED BY SIZE
                  ", offener Betrag: " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO MAHN-SCHREIBEN-SATZ
           END-STRING
           WRITE MAHN-SCHREIBEN-SATZ
           IF WS-GEBUEHR > 0
              MOVE WS-GEBUEHR TO WS-GEBUEHR-ANZEIGE
              MOVE SPACES TO MAHN-SCHREIBEN-SATZ
              STRING "Mahngebuehr (bereits belastet): "
                        DELIMITED BY SIZE
                     WS-GEBUEHR-ANZEIGE DELIMITED BY SIZE
                INTO MAHN-SCHREIBEN-SATZ
              END-STRING
              WRITE MAHN-SCHREIBEN-SATZ
           END-IF

           MOVE "Bitte gleichen Sie Ihr Konto umgehend aus."
              TO WS-NACHRICHT-GEFUNDEN
           MOVE "MAHNAUFFORDERUNG" TO WS-NACHRICHT-SCHLUESSEL-GESUCHT
           PERFORM HOLE-NACHRICHT
           MOVE WS-NACHRICHT-GEFUNDEN TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ
           IF MAHN-STUFE = 3
              MOVE "Ohne Ausgleich wird Ihr Konto fuer Zahlungen "
                 & "gesperrt." TO WS-NACHRICHT-GEFUNDEN
              MOVE "MAHNSPERRE" TO WS-NACHRICHT-SCHLUESSEL-GESUCHT
              PERFORM HOLE-NACHRICHT
              MOVE WS-NACHRICHT-GEFUNDEN TO MAHN-SCHREIBEN-SATZ
              WRITE MAHN-SCHREIBEN-SATZ
           END-IF
           MOVE SPACES TO MAHN-SCHREIBEN-SATZ
           WRITE MAHN-SCHREIBEN-SATZ
           EXIT.

       SCHREIBE-REPORTZEILE SECTION.
           MOVE KONTO-SALDO TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO MAHN-REPORT-SATZ
           STRING "Konto " DELIMITED BY SIZE
                  WS-MAHN-KONTO DELIMITED BY SIZE
                  " Saldo " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " Stufe " DELIMITED BY SIZE
                  MAHN-STUFE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AKTION DELIMITED BY SIZE
             INTO MAHN-REPORT-SATZ
           END-STRING
           WRITE MAHN-REPORT-SATZ
           EXIT.

       SCHREIBE-SUMMEN SECTION.
           MOVE SPACES TO MAHN-REPORT-SATZ
           WRITE MAHN-REPORT-SATZ
           MOVE WS-GEPRUEFT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO MAHN-REPORT-SATZ
           STRING "Gepruefte Konten:     " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO MAHN-REPORT-SATZ
           END-STRING
           WRITE MAHN-REPORT-SATZ
           MOVE WS-UEBERZOGEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO MAHN-REPORT-SATZ
           STRING "Ueberzogene Konten:   " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO MAHN-REPORT-SATZ
           END-STRING
           WRITE MAHN-REPORT-SATZ
           MOVE WS-SCHREIBEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO MAHN-REPORT-SATZ
           STRING "Mahnschreiben:        " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO MAHN-REPORT-SATZ
           END-STRING
           WRITE MAHN-REPORT-SATZ
           MOVE WS-SPERR-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO MAHN-REPORT-SATZ
           STRING "Sperren vorgelegt:    " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO MAHN-REPORT-SATZ
           END-STRING
           WRITE MAHN-REPORT-SATZ
           MOVE WS-AUSGLEICH-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO MAHN-REPORT-SATZ
           STRING "Ausgeglichen:         " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO MAHN-REPORT-SATZ
           END-STRING
           WRITE MAHN-REPORT-SATZ
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
           MOVE "MAHNLAUF" TO KONTROLL-PROGRAMM
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

       ERMITTLE-FREIGABE-ID SECTION.
      *    Naechste laufende Freigabenummer aus
      *    freigabe-sequenz.dat, gefuehrt wie trans-sequenz.dat.
           MOVE 0 TO WS-FREIGABE-SEQUENZ
           OPEN INPUT FREIGABESEQUENZ
           IF WS-FREIGABESEQUENZ-STATUS = "00" THEN
              READ FREIGABESEQUENZ
                 AT END CONTINUE
                 NOT AT END
                    MOVE FREIGABESEQUENZ-WERT
                       TO WS-FREIGABE-SEQUENZ
              END-READ
              CLOSE FREIGABESEQUENZ
           END-IF
           ADD 1 TO WS-FREIGABE-SEQUENZ
           MOVE WS-FREIGABE-SEQUENZ TO FREIGABESEQUENZ-WERT
           OPEN OUTPUT FREIGABESEQUENZ
           WRITE FREIGABESEQUENZ-SATZ
           CLOSE FREIGABESEQUENZ
           EXIT.

       LESE-NACHRICHTEN SECTION.
      *    Sprache (SPRACHE, Vorgabe DE) aus PARMFILE.DAT lesen und
      *    die Nachrichtentabelle aus nachrichten.dat fuellen; fehlt
      *    die Datei, bleibt die Tabelle leer und HOLE-NACHRICHT
      *    liefert dann den am Aufrufort vorbelegten deutschen Text.
           MOVE "SPRACHE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              MOVE WS-PARMFILE-WERT-GEFUNDEN(1:2) TO WS-SPRACHE
           END-IF

           MOVE ZERO TO WS-NACHRICHT-ANZAHL
           MOVE "N" TO WS-NACHRICHTEN-EOF
           OPEN INPUT NACHRICHTEN
           IF WS-NACHRICHTEN-STATUS = "00" THEN
              PERFORM UNTIL WS-NACHRICHTEN-EOF = "Y"
                 READ NACHRICHTEN
                    AT END MOVE "Y" TO WS-NACHRICHTEN-EOF
                    NOT AT END
                       IF WS-NACHRICHT-ANZAHL < 50
                          ADD 1 TO WS-NACHRICHT-ANZAHL
                          MOVE NACHRICHT-SATZ TO
                             WS-NACHRICHT-EINTRAG(WS-NACHRICHT-ANZAHL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NACHRICHTEN
           END-IF
           EXIT.

       HOLE-NACHRICHT SECTION.
      *    Sucht WS-NACHRICHT-SCHLUESSEL-GESUCHT in der Tabelle und
      *    liefert den Text in der aktuellen Sprache nach
      *    WS-NACHRICHT-GEFUNDEN; ohne Treffer bleibt der vom
      *    Aufrufer vorbelegte deutsche Standardtext erhalten.
           PERFORM VARYING WS-NACHRICHT-IDX FROM 1 BY 1
              UNTIL WS-NACHRICHT-IDX > WS-NACHRICHT-ANZAHL
              IF WS-NACHRICHT-SCHLUESSEL(WS-NACHRICHT-IDX)
                 = WS-NACHRICHT-SCHLUESSEL-GESUCHT
                 IF WS-SPRACHE = "EN"
                    MOVE WS-NACHRICHT-TEXT-EN(WS-NACHRICHT-IDX)
                       TO WS-NACHRICHT-GEFUNDEN
                 ELSE
                    MOVE WS-NACHRICHT-TEXT-DE(WS-NACHRICHT-IDX)
                       TO WS-NACHRICHT-GEFUNDEN
                 END-IF
                 MOVE WS-NACHRICHT-ANZAHL TO WS-NACHRICHT-IDX
              END-IF
           END-PERFORM
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
       END PROGRAM MAHNLAUF.

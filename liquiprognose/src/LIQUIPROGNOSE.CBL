       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIPROGNOSE.
      *    Liquiditaetsvorschau je Konto unter BATCHLAUF, eingeplant
      *    hinter allen buchenden Laeufen des Tages (auch hinter
      *    SWEEPLAUF): rechnet vom heutigen verfuegbaren Betrag
      *    (KONTO-SALDO plus KONTO-LIMIT abzueglich der wirksamen
      *    Betragssperren) ueber die naechsten LIQUITAGE Tage
      *    (PARMFILE, Vorgabe und Hoechstwert 30) vorwaerts und
      *    zieht dabei ab
      *      - jede Ausfuehrung eines Dauerauftrags (DAUERAUFTRAG.DAT,
      *        ab DAUER-NAECHSTE-FAELLIGKEIT im DAUER-INTERVALL
      *        fortgeschrieben wie in DAUERLAUF, bis zum Endedatum),
      *      - jeden offenen Terminauftrag (TERMINAUFTRAG.DAT,
      *        TERMIN-STATUS "O").
      *    Faelligkeiten an Wochenenden und Feiertagen werden wie in
      *    DAUERLAUF und TERMINLAUF auf den naechsten Arbeitstag
      *    verschoben (SUBMODULE-Funktion NAECHSTARB); noch nicht
      *    ausgefuehrte Faelligkeiten aus der Vergangenheit zaehlen
      *    am ersten Vorschautag. Gutschriften werden nicht
      *    eingerechnet, die Vorschau ist also vorsichtig.
      *    Ergebnisse:
      *      - liquiprognose-unterdeckung.txt: Konten, die im
      *        Vorschauzeitraum ungedeckt werden, mit dem ersten
      *        ungedeckten Tag,
      *      - liquiprognose-abfluss.txt: prognostizierter Abfluss
      *        je Tag, aufgeteilt nach Filialen (KONTO-FILIALE) und
      *        fuer alle Filialen,
      *      - eine Warnung ueber TANAUSGANG.DAT an das registrierte
      *        Geraet, sobald der erste ungedeckte Tag hoechstens
      *        LIQUIWARNTAGE Tage (PARMFILE, Vorgabe 3) entfernt
      *        ist. Je Konto und ungedecktem Tag geht nur eine
      *        Warnung hinaus; die bereits gewarnten Faelle stehen
      *        in liquiprognose-gewarnt.dat.
      *    Das Laufdatum kommt als erstes Kommandozeilenargument
      *    (JJJJMMTT) wie bei addierenZu2020; ohne Argument gilt das
      *    Tagesdatum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT DAUERAUFTRAG ASSIGN TO "DAUERAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DAUER-ID
              FILE STATUS IS WS-DAUER-STATUS.
           SELECT TERMINAUFTRAG ASSIGN TO "TERMINAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TERMIN-ID
              FILE STATUS IS WS-TERMIN-STATUS.
           SELECT GERAETEDATEI ASSIGN TO "GERAETEDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GERAETE-KONTO-ID
              FILE STATUS IS WS-GERAETE-STATUS.
           SELECT TANAUSGANG ASSIGN TO "TANAUSGANG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TANAUSGANG-STATUS.
           SELECT FILIALDATEI ASSIGN TO "FILIALDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FILIALE-NR
              FILE STATUS IS WS-FILIAL-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT GEWARNT-ALT ASSIGN TO "liquiprognose-gewarnt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEWARNT-STATUS.
           SELECT GEWARNT-NEU ASSIGN TO "liquiprognose-gewarnt.neu"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEWARNT-STATUS.
           SELECT UNTERDECKUNG-LISTE
              ASSIGN TO "liquiprognose-unterdeckung.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LISTE-STATUS.
           SELECT ABFLUSS-BERICHT
              ASSIGN TO "liquiprognose-abfluss.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD DAUERAUFTRAG.
       COPY DAUERREC.
       FD TERMINAUFTRAG.
       COPY TERMINREC.
       FD GERAETEDATEI.
       COPY GERAETEREC.
       FD TANAUSGANG.
       COPY TANAUSGANGREC.
       FD FILIALDATEI.
       COPY FILIALEREC.
       FD PARMFILE.
       COPY PARMFILEREC.
       FD GEWARNT-ALT.
       01 GEWARNT-ALT-SATZ.
          05 GEWARNT-ALT-KONTO-ID     PIC X(10).
          05 GEWARNT-ALT-DATUM        PIC 9(08).
       FD GEWARNT-NEU.
       01 GEWARNT-NEU-SATZ.
          05 GEWARNT-NEU-KONTO-ID     PIC X(10).
          05 GEWARNT-NEU-DATUM        PIC 9(08).
       FD UNTERDECKUNG-LISTE.
       01 LISTE-SATZ PIC X(100).
       FD ABFLUSS-BERICHT.
       01 BERICHT-SATZ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-DAUER-STATUS PIC X(02).
       01 WS-TERMIN-STATUS PIC X(02).
       01 WS-GERAETE-STATUS PIC X(02).
       01 WS-TANAUSGANG-STATUS PIC X(02).
       01 WS-FILIAL-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-GEWARNT-STATUS PIC X(02).
       01 WS-LISTE-STATUS PIC X(02).
       01 WS-BERICHT-STATUS PIC X(02).
       01 WS-KONTO-EOF PIC X VALUE "N".
       01 WS-DAUER-EOF PIC X.
       01 WS-TERMIN-EOF PIC X.
       01 WS-GEWARNT-EOF PIC X.
       01 WS-DAUER-VORHANDEN PIC X VALUE "N".
       01 WS-TERMIN-VORHANDEN PIC X VALUE "N".
       01 WS-GERAETE-VORHANDEN PIC X VALUE "N".

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).
       01 WS-LAUF-TAGE PIC 9(08).

       01 WS-PARMFILE-EOF PIC X VALUE "N".
       01 WS-PARMFILE-SCHLUESSEL-GESUCHT PIC X(15).
       01 WS-PARMFILE-WERT-GEFUNDEN PIC X(10) VALUE SPACES.

      *    Vorschauzeitraum (LIQUITAGE) und Vorlauf der
      *    Kundenwarnung (LIQUIWARNTAGE) in Tagen.
       01 WS-HORIZONT PIC 9(02) VALUE 30.
       01 WS-WARNTAGE PIC 9(02) VALUE 3.

      *    Kalender des Vorschauzeitraums: je Vorschautag (1 =
      *    Folgetag des Laufdatums) das Datum und der Vorschautag,
      *    an dem eine an diesem Tag faellige Zahlung nach der
      *    Arbeitstagsverschiebung ausgefuehrt wird (kann hinter
      *    dem Zeitraum liegen).
       01 WS-KALENDER.
          05 WS-KAL-EINTRAG OCCURS 30 TIMES.
             10 WS-KAL-DATUM PIC 9(08).
             10 WS-KAL-AUSFUEHRUNG PIC 9(03).
       01 WS-KAL-IDX PIC 9(03).
       01 WS-KAL-TAGE PIC 9(08).

      *    Abgaenge des gerade bearbeiteten Kontos je Vorschautag.
       01 WS-KONTO-TAGE.
          05 WS-KT-EINTRAG OCCURS 30 TIMES.
             10 WS-KT-ANZAHL PIC 9(03).
             10 WS-KT-SUMME PIC S9(9)V99.
       01 WS-KT-AUFTRAEGE PIC 9(05).
       01 WS-VERFUEGBAR PIC S9(11)V99.
       01 WS-VERFUEGBAR-HEUTE PIC S9(11)V99.
       01 WS-ERSTER-TAG PIC 9(03).
       01 WS-ERSTER-ABGANG PIC S9(9)V99.
       01 WS-ERSTER-VERFUEGBAR PIC S9(11)V99.
       01 WS-GESAMT-ABGANG PIC S9(11)V99.

      *    Fortschreibung einer Faelligkeit (wie SETZE-FAELLIGKEIT-
      *    WEITER in DAUERLAUF) und ihre Einordnung in den Kalender.
       01 WS-FAELLIG-DATUM PIC 9(08).
       01 WS-FAELLIG-G REDEFINES WS-FAELLIG-DATUM.
          05 WS-FAELLIG-JAHR PIC 9(04).
          05 WS-FAELLIG-MONAT PIC 9(02).
          05 WS-FAELLIG-TAG PIC 9(02).
       01 WS-FAELLIG-TAGE PIC 9(08).
       01 WS-FAELLIG-ENDE PIC X.
       01 WS-RUECKSTAND-GEZAEHLT PIC X.
       01 WS-TAG-NR PIC S9(08).
       01 WS-TAG-IDX PIC 9(03).
       01 WS-ABGANG-BETRAG PIC S9(9)V99.

      *    Bereits gewarnte Faelle (Konto plus erster ungedeckter
      *    Tag) aus dem Vorlauf; mehr als 2000 werden nicht
      *    gefuehrt und dann erneut gewarnt.
       01 WS-GEWARNT-ANZAHL PIC 9(04) VALUE 0.
       01 WS-GEWARNT-TABELLE.
          05 WS-GW-EINTRAG OCCURS 2000 TIMES.
             10 WS-GW-KONTO-ID PIC X(10).
             10 WS-GW-DATUM PIC 9(08).
       01 WS-GW-IDX PIC 9(04).
       01 WS-SCHON-GEWARNT PIC X.
       01 WS-WARNUNG-TEXT PIC X(01).

      *    Abfluss je Filiale und Vorschautag; Filialen werden an
      *    der Sortierstelle eingeschoben, Konten ohne Filiale
      *    stehen unter "--".
       01 WS-FILIALSTAMM-OFFEN PIC X VALUE "N".
       01 WS-FILIAL-ANZAHL PIC 9(03) VALUE 0.
       01 WS-FILIAL-TABELLE.
          05 WS-FI-EINTRAG OCCURS 100 TIMES.
             10 WS-FI-NR PIC X(02).
             10 WS-FI-TAG OCCURS 30 TIMES.
                15 WS-FI-TAG-ANZAHL PIC 9(05).
                15 WS-FI-TAG-SUMME PIC S9(11)V99.
       01 WS-FILIAL-VOLL PIC X VALUE "N".
       01 WS-FI-IDX PIC 9(03).
       01 WS-FI-GEFUNDEN PIC 9(03).
       01 WS-FI-SCHIEBE PIC 9(03).
       01 WS-FI-NEU PIC X.
       01 WS-FI-SUCH-NR PIC X(02).
       01 WS-FI-NAME PIC X(30).
       01 WS-FI-ANZAHL PIC 9(07).
       01 WS-FI-SUMME PIC S9(13)V99.
       01 WS-GESAMT-TAGE.
          05 WS-GT-EINTRAG OCCURS 30 TIMES.
             10 WS-GT-ANZAHL PIC 9(07).
             10 WS-GT-SUMME PIC S9(13)V99.

      *    Zaehler und Anzeigefelder.
       01 WS-KONTEN-GELESEN PIC 9(07) VALUE 0.
       01 WS-KONTEN-MIT-AUFTRAG PIC 9(07) VALUE 0.
       01 WS-KONTEN-UNGEDECKT PIC 9(07) VALUE 0.
       01 WS-WARNUNGEN PIC 9(07) VALUE 0.
       01 WS-OHNE-GERAET PIC 9(07) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC Z(6)9.
       01 WS-BETRAG-ANZEIGE PIC -(11)9.99.
       01 WS-BETRAG2-ANZEIGE PIC -(11)9.99.
       01 WS-TAGE-ANZEIGE PIC Z9.

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer Arbeitstage und Betragssperren.
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM1-DATUM REDEFINES WS-SUB-PARM1 PIC X(08).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-ERGEBNIS-BETRAG REDEFINES WS-SUB-ERGEBNIS
          PIC S9(9)V99.
       01 WS-SUB-STATUS PIC X(02).
       01 WS-SPERRSUMME PIC S9(9)V99 VALUE 0.
       01 WS-ARBTAG PIC 9(08).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           COMPUTE WS-LAUF-TAGE = FUNCTION INTEGER-OF-DATE(WS-LAUFDATUM)

           MOVE "LIQUITAGE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-HORIZONT
           END-IF
           IF WS-HORIZONT < 1 OR WS-HORIZONT > 30
              MOVE 30 TO WS-HORIZONT
           END-IF
           MOVE "LIQUIWARNTAGE" TO WS-PARMFILE-SCHLUESSEL-GESUCHT
           PERFORM LESE-PARMFILE-WERT
           IF WS-PARMFILE-WERT-GEFUNDEN NOT = SPACES
              AND FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 IS NUMERIC
              MOVE FUNCTION TRIM(WS-PARMFILE-WERT-GEFUNDEN)
                 TO WS-WARNTAGE
           END-IF

           PERFORM BAUE-KALENDER
           PERFORM LIES-GEWARNTE-FAELLE

           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *    Fehlende Auftragsdateien bedeuten nur: keine Auftraege.
           OPEN INPUT DAUERAUFTRAG
           IF WS-DAUER-STATUS = "00"
              MOVE "J" TO WS-DAUER-VORHANDEN
           END-IF
           OPEN INPUT TERMINAUFTRAG
           IF WS-TERMIN-STATUS = "00"
              MOVE "J" TO WS-TERMIN-VORHANDEN
           END-IF
           OPEN INPUT GERAETEDATEI
           IF WS-GERAETE-STATUS = "00"
              MOVE "J" TO WS-GERAETE-VORHANDEN
           END-IF
           OPEN OUTPUT GEWARNT-NEU

           OPEN OUTPUT UNTERDECKUNG-LISTE
           MOVE WS-HORIZONT TO WS-TAGE-ANZEIGE
           MOVE SPACES TO LISTE-SATZ
           STRING "Liquiditaetsvorschau Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-TAGE-ANZEIGE DELIMITED BY SIZE
                  " Tage: voraussichtlich ungedeckte Konten"
                  DELIMITED BY SIZE
             INTO LISTE-SATZ
           END-STRING
           WRITE LISTE-SATZ
           MOVE "Konto      Fil. ungedeckt ab   Abgang am Tag"
              & "   verfuegbar danach  Warnung" TO LISTE-SATZ
           WRITE LISTE-SATZ

           PERFORM UNTIL WS-KONTO-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-KONTO-EOF
                 NOT AT END
                    ADD 1 TO WS-KONTEN-GELESEN
                    PERFORM PRUEFE-KONTO
              END-READ
           END-PERFORM

           MOVE SPACES TO LISTE-SATZ
           WRITE LISTE-SATZ
           MOVE WS-KONTEN-GELESEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO LISTE-SATZ
           STRING "Konten gelesen:          " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO LISTE-SATZ
           END-STRING
           WRITE LISTE-SATZ
           MOVE WS-KONTEN-MIT-AUFTRAG TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO LISTE-SATZ
           STRING "Konten mit Auftraegen:   " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO LISTE-SATZ
           END-STRING
           WRITE LISTE-SATZ
           MOVE WS-KONTEN-UNGEDECKT TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO LISTE-SATZ
           STRING "Voraussichtlich ungedeckt:" DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO LISTE-SATZ
           END-STRING
           WRITE LISTE-SATZ
           MOVE WS-WARNUNGEN TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO LISTE-SATZ
           STRING "Warnungen versandt:      " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO LISTE-SATZ
           END-STRING
           WRITE LISTE-SATZ
           MOVE WS-OHNE-GERAET TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO LISTE-SATZ
           STRING "Ohne registriertes Geraet:" DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO LISTE-SATZ
           END-STRING
           WRITE LISTE-SATZ
           CLOSE UNTERDECKUNG-LISTE

           CLOSE KONTODATEI
           IF WS-DAUER-VORHANDEN = "J"
              CLOSE DAUERAUFTRAG
           END-IF
           IF WS-TERMIN-VORHANDEN = "J"
              CLOSE TERMINAUFTRAG
           END-IF
           IF WS-GERAETE-VORHANDEN = "J"
              CLOSE GERAETEDATEI
           END-IF
           CLOSE GEWARNT-NEU
           CALL "SYSTEM" USING
              "mv liquiprognose-gewarnt.neu liquiprognose-gewarnt.dat"

           PERFORM SCHREIBE-ABFLUSSBERICHT
           DISPLAY "Liquiditaetsvorschau beendet. Ungedeckt: "
              WS-KONTEN-UNGEDECKT " Warnungen: " WS-WARNUNGEN
           STOP RUN.

       BAUE-KALENDER SECTION.
      *    Datum je Vorschautag und Ausfuehrungstag nach der
      *    Arbeitstagsverschiebung; ist SUBMODULE nicht
      *    erreichbar, gilt jeder Tag als Arbeitstag.
           PERFORM VARYING WS-KAL-IDX FROM 1 BY 1
              UNTIL WS-KAL-IDX > WS-HORIZONT
              COMPUTE WS-KAL-TAGE = WS-LAUF-TAGE + WS-KAL-IDX
              COMPUTE WS-KAL-DATUM(WS-KAL-IDX) =
                 FUNCTION DATE-OF-INTEGER(WS-KAL-TAGE)
              MOVE WS-KAL-IDX TO WS-KAL-AUSFUEHRUNG(WS-KAL-IDX)
              MOVE "NAECHSTARB" TO WS-SUB-FUNKTION
              MOVE SPACES TO WS-SUB-PARM1
              MOVE WS-KAL-DATUM(WS-KAL-IDX) TO WS-SUB-PARM1-DATUM
              CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
                 WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
              IF WS-SUB-STATUS = "00"
                 AND WS-SUB-ERGEBNIS(1:8) IS NUMERIC
                 MOVE WS-SUB-ERGEBNIS(1:8) TO WS-ARBTAG
                 COMPUTE WS-KAL-AUSFUEHRUNG(WS-KAL-IDX) =
                    FUNCTION INTEGER-OF-DATE(WS-ARBTAG)
                    - WS-LAUF-TAGE
              END-IF
           END-PERFORM
           EXIT.

       LIES-GEWARNTE-FAELLE SECTION.
           MOVE 0 TO WS-GEWARNT-ANZAHL
           OPEN INPUT GEWARNT-ALT
           IF WS-GEWARNT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-GEWARNT-EOF
           PERFORM UNTIL WS-GEWARNT-EOF = "J"
              READ GEWARNT-ALT
                 AT END MOVE "J" TO WS-GEWARNT-EOF
                 NOT AT END
                    IF WS-GEWARNT-ANZAHL < 2000
                       ADD 1 TO WS-GEWARNT-ANZAHL
                       MOVE GEWARNT-ALT-KONTO-ID
                          TO WS-GW-KONTO-ID(WS-GEWARNT-ANZAHL)
                       MOVE GEWARNT-ALT-DATUM
                          TO WS-GW-DATUM(WS-GEWARNT-ANZAHL)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GEWARNT-ALT
           EXIT.

       PRUEFE-KONTO SECTION.
      *    Abgaenge des Kontos je Vorschautag sammeln, dann den
      *    verfuegbaren Betrag Tag fuer Tag fortschreiben.
           INITIALIZE WS-KONTO-TAGE
           MOVE 0 TO WS-KT-AUFTRAEGE
           IF WS-DAUER-VORHANDEN = "J"
              PERFORM SAMMLE-DAUERAUFTRAEGE
           END-IF
           IF WS-TERMIN-VORHANDEN = "J"
              PERFORM SAMMLE-TERMINAUFTRAEGE
           END-IF
           IF WS-KT-AUFTRAEGE = 0
              EXIT SECTION
           END-IF
           ADD 1 TO WS-KONTEN-MIT-AUFTRAG

           PERFORM ERMITTLE-SPERRSUMME
           COMPUTE WS-VERFUEGBAR-HEUTE =
              KONTO-SALDO + KONTO-LIMIT - WS-SPERRSUMME
           MOVE WS-VERFUEGBAR-HEUTE TO WS-VERFUEGBAR
           MOVE 0 TO WS-ERSTER-TAG
           MOVE KONTO-FILIALE TO WS-FI-SUCH-NR
           PERFORM ERMITTLE-FILIALZEILE
           PERFORM VARYING WS-KAL-IDX FROM 1 BY 1
              UNTIL WS-KAL-IDX > WS-HORIZONT
              IF WS-KT-ANZAHL(WS-KAL-IDX) > 0
                 SUBTRACT WS-KT-SUMME(WS-KAL-IDX) FROM WS-VERFUEGBAR
                 IF WS-VERFUEGBAR < 0 AND WS-ERSTER-TAG = 0
                    MOVE WS-KAL-IDX TO WS-ERSTER-TAG
                    MOVE WS-KT-SUMME(WS-KAL-IDX) TO WS-ERSTER-ABGANG
                    MOVE WS-VERFUEGBAR TO WS-ERSTER-VERFUEGBAR
                 END-IF
                 ADD WS-KT-ANZAHL(WS-KAL-IDX)
                    TO WS-GT-ANZAHL(WS-KAL-IDX)
                 ADD WS-KT-SUMME(WS-KAL-IDX)
                    TO WS-GT-SUMME(WS-KAL-IDX)
                 IF WS-FI-GEFUNDEN > 0
                    ADD WS-KT-ANZAHL(WS-KAL-IDX)
                       TO WS-FI-TAG-ANZAHL(WS-FI-GEFUNDEN, WS-KAL-IDX)
                    ADD WS-KT-SUMME(WS-KAL-IDX)
                       TO WS-FI-TAG-SUMME(WS-FI-GEFUNDEN, WS-KAL-IDX)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ERSTER-TAG = 0
              EXIT SECTION
           END-IF

           ADD 1 TO WS-KONTEN-UNGEDECKT
           MOVE "N" TO WS-WARNUNG-TEXT
           IF WS-ERSTER-TAG <= WS-WARNTAGE
              PERFORM WARNE-KUNDE
           END-IF
           MOVE WS-ERSTER-ABGANG TO WS-BETRAG-ANZEIGE
           MOVE WS-ERSTER-VERFUEGBAR TO WS-BETRAG2-ANZEIGE
           MOVE SPACES TO LISTE-SATZ
           STRING KONTO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KONTO-FILIALE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-KAL-DATUM(WS-ERSTER-TAG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BETRAG2-ANZEIGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WARNUNG-TEXT DELIMITED BY SIZE
             INTO LISTE-SATZ
           END-STRING
           WRITE LISTE-SATZ
           EXIT.

       SAMMLE-DAUERAUFTRAEGE SECTION.
      *    Alle Dauerauftraege des Kontos ueber den Schluessel-
      *    anfang Konto plus laufende Nummer.
           MOVE "N" TO WS-DAUER-EOF
           MOVE KONTO-ID TO DAUER-KONTO-ID
           MOVE 0 TO DAUER-LFD-NR
           START DAUERAUFTRAG KEY IS >= DAUER-ID
              INVALID KEY MOVE "J" TO WS-DAUER-EOF
           END-START
           PERFORM UNTIL WS-DAUER-EOF = "J"
              READ DAUERAUFTRAG NEXT RECORD
                 AT END MOVE "J" TO WS-DAUER-EOF
                 NOT AT END
                    IF DAUER-KONTO-ID NOT = KONTO-ID
                       MOVE "J" TO WS-DAUER-EOF
                    ELSE
                       PERFORM PROJIZIERE-DAUERAUFTRAG
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       PROJIZIERE-DAUERAUFTRAG SECTION.
      *    Ausfuehrungen im Vorschauzeitraum; ein Rueckstand
      *    (Faelligkeit nicht nach dem Laufdatum) zaehlt wie in
      *    DAUERLAUF nur einmal, am ersten Vorschautag.
           IF DAUER-NAECHSTE-FAELLIGKEIT = 0
              EXIT SECTION
           END-IF
           IF DAUER-ENDE-DATUM NOT = 0
              AND DAUER-ENDE-DATUM < WS-LAUFDATUM
              EXIT SECTION
           END-IF
           MOVE DAUER-BETRAG TO WS-ABGANG-BETRAG
           MOVE DAUER-NAECHSTE-FAELLIGKEIT TO WS-FAELLIG-DATUM
           MOVE "N" TO WS-RUECKSTAND-GEZAEHLT
           MOVE "N" TO WS-FAELLIG-ENDE
           PERFORM UNTIL WS-FAELLIG-ENDE = "J"
              IF DAUER-ENDE-DATUM NOT = 0
                 AND WS-FAELLIG-DATUM > DAUER-ENDE-DATUM
                 MOVE "J" TO WS-FAELLIG-ENDE
              ELSE
                 IF WS-FAELLIG-DATUM <= WS-LAUFDATUM
                    IF WS-RUECKSTAND-GEZAEHLT = "N"
                       MOVE "J" TO WS-RUECKSTAND-GEZAEHLT
                       PERFORM VERBUCHE-FAELLIGKEIT
                    END-IF
                 ELSE
                    PERFORM VERBUCHE-FAELLIGKEIT
                 END-IF
                 IF WS-FAELLIG-ENDE NOT = "J"
                    PERFORM SETZE-FAELLIGKEIT-WEITER
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

       SAMMLE-TERMINAUFTRAEGE SECTION.
      *    Offene Terminauftraege des Kontos; ein offener Auftrag
      *    mit Termin nicht nach dem Laufdatum zaehlt am ersten
      *    Vorschautag.
           MOVE "N" TO WS-TERMIN-EOF
           MOVE KONTO-ID TO TERMIN-KONTO-ID
           MOVE 0 TO TERMIN-LFD-NR
           START TERMINAUFTRAG KEY IS >= TERMIN-ID
              INVALID KEY MOVE "J" TO WS-TERMIN-EOF
           END-START
           PERFORM UNTIL WS-TERMIN-EOF = "J"
              READ TERMINAUFTRAG NEXT RECORD
                 AT END MOVE "J" TO WS-TERMIN-EOF
                 NOT AT END
                    IF TERMIN-KONTO-ID NOT = KONTO-ID
                       MOVE "J" TO WS-TERMIN-EOF
                    ELSE
                       IF TERMIN-STATUS = "O"
                          MOVE TERMIN-BETRAG TO WS-ABGANG-BETRAG
                          MOVE TERMIN-AUSFUEHRUNG TO WS-FAELLIG-DATUM
                          PERFORM VERBUCHE-FAELLIGKEIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       VERBUCHE-FAELLIGKEIT SECTION.
      *    Ordnet die Faelligkeit WS-FAELLIG-DATUM ueber den
      *    Kalender ihrem Ausfuehrungstag zu und zaehlt
      *    WS-ABGANG-BETRAG dort ein. Liegt schon die Faelligkeit
      *    hinter dem Zeitraum, wird WS-FAELLIG-ENDE gesetzt;
      *    wird nur die Ausfuehrung hinaus verschoben, entfaellt
      *    die Faelligkeit fuer die Vorschau.
           COMPUTE WS-TAG-NR =
              FUNCTION INTEGER-OF-DATE(WS-FAELLIG-DATUM)
              - WS-LAUF-TAGE
           IF WS-TAG-NR < 1
              MOVE 1 TO WS-TAG-NR
           END-IF
           IF WS-TAG-NR > WS-HORIZONT
              MOVE "J" TO WS-FAELLIG-ENDE
              EXIT SECTION
           END-IF
           MOVE WS-KAL-AUSFUEHRUNG(WS-TAG-NR) TO WS-TAG-IDX
           IF WS-TAG-IDX > WS-HORIZONT
              EXIT SECTION
           END-IF
           ADD 1 TO WS-KT-ANZAHL(WS-TAG-IDX)
           ADD WS-ABGANG-BETRAG TO WS-KT-SUMME(WS-TAG-IDX)
           ADD 1 TO WS-KT-AUFTRAEGE
           EXIT.

       SETZE-FAELLIGKEIT-WEITER SECTION.
      *    Wie in DAUERLAUF: woechentlich ueber die Tageszaehlung,
      *    monatlich und vierteljaehrlich ueber den Kalendermonat;
      *    Tage ueber 28 werden auf 28 begrenzt.
           EVALUATE DAUER-INTERVALL
              WHEN "W"
                 COMPUTE WS-FAELLIG-TAGE =
                    FUNCTION INTEGER-OF-DATE(WS-FAELLIG-DATUM) + 7
                 COMPUTE WS-FAELLIG-DATUM =
                    FUNCTION DATE-OF-INTEGER(WS-FAELLIG-TAGE)
              WHEN "Q"
                 ADD 3 TO WS-FAELLIG-MONAT
              WHEN OTHER
                 ADD 1 TO WS-FAELLIG-MONAT
           END-EVALUATE
           IF WS-FAELLIG-MONAT > 12
              SUBTRACT 12 FROM WS-FAELLIG-MONAT
              ADD 1 TO WS-FAELLIG-JAHR
           END-IF
           IF WS-FAELLIG-TAG > 28
              MOVE 28 TO WS-FAELLIG-TAG
           END-IF
           EXIT.

       WARNE-KUNDE SECTION.
      *    Warnung an das registrierte Geraet, einmal je Konto und
      *    erstem ungedecktem Tag; der Fall wird fuer die
      *    Folgelaeufe festgehalten, solange er besteht.
           MOVE "N" TO WS-SCHON-GEWARNT
           PERFORM VARYING WS-GW-IDX FROM 1 BY 1
              UNTIL WS-GW-IDX > WS-GEWARNT-ANZAHL
                 OR WS-SCHON-GEWARNT = "J"
              IF WS-GW-KONTO-ID(WS-GW-IDX) = KONTO-ID
                 AND WS-GW-DATUM(WS-GW-IDX)
                    = WS-KAL-DATUM(WS-ERSTER-TAG)
                 MOVE "J" TO WS-SCHON-GEWARNT
              END-IF
           END-PERFORM
           MOVE KONTO-ID TO GEWARNT-NEU-KONTO-ID
           MOVE WS-KAL-DATUM(WS-ERSTER-TAG) TO GEWARNT-NEU-DATUM
           WRITE GEWARNT-NEU-SATZ
           IF WS-SCHON-GEWARNT = "J"
              MOVE "F" TO WS-WARNUNG-TEXT
              EXIT SECTION
           END-IF

           IF WS-GERAETE-VORHANDEN NOT = "J"
              ADD 1 TO WS-OHNE-GERAET
              EXIT SECTION
           END-IF
           MOVE KONTO-ID TO GERAETE-KONTO-ID
           READ GERAETEDATEI
              INVALID KEY
                 ADD 1 TO WS-OHNE-GERAET
                 EXIT SECTION
           END-READ

           OPEN EXTEND TANAUSGANG
           IF WS-TANAUSGANG-STATUS NOT = "00"
              OPEN OUTPUT TANAUSGANG
           END-IF
           IF WS-TANAUSGANG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE SPACES TO TANAUSGANG-SATZ
           MOVE GERAETE-RUFNUMMER TO TANAUSGANG-RUFNUMMER
           STRING "KONTO " DELIMITED BY SIZE
                  KONTO-ID DELIMITED BY SIZE
                  " VORAUSSICHTL. UNGEDECKT AB " DELIMITED BY SIZE
                  WS-KAL-DATUM(WS-ERSTER-TAG) DELIMITED BY SIZE
             INTO TANAUSGANG-TEXT
           END-STRING
           MOVE WS-LAUFDATUM TO TANAUSGANG-ZEITSTEMPEL(1:8)
           MOVE "000000" TO TANAUSGANG-ZEITSTEMPEL(9:6)
           MOVE "N" TO TANAUSGANG-STATUS
           MOVE KONTO-ID TO TANAUSGANG-KONTO-ID
           MOVE "A" TO TANAUSGANG-ART
           WRITE TANAUSGANG-SATZ
           CLOSE TANAUSGANG
           ADD 1 TO WS-WARNUNGEN
           MOVE "J" TO WS-WARNUNG-TEXT
           EXIT.

       ERMITTLE-FILIALZEILE SECTION.
      *    Liefert in WS-FI-GEFUNDEN die Zeile der Filiale
      *    WS-FI-SUCH-NR in der Filialtabelle; neue Filialen werden
      *    an der Sortierstelle eingeschoben. 0, wenn die Tabelle
      *    voll ist.
           IF WS-FI-SUCH-NR = SPACES
              MOVE "--" TO WS-FI-SUCH-NR
           END-IF
           MOVE 0 TO WS-FI-GEFUNDEN
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-FILIAL-ANZAHL
                 OR WS-FI-GEFUNDEN > 0
              IF WS-FI-NR(WS-FI-IDX) >= WS-FI-SUCH-NR
                 MOVE WS-FI-IDX TO WS-FI-GEFUNDEN
              END-IF
           END-PERFORM
           MOVE "N" TO WS-FI-NEU
           IF WS-FI-GEFUNDEN = 0
              COMPUTE WS-FI-GEFUNDEN = WS-FILIAL-ANZAHL + 1
              MOVE "J" TO WS-FI-NEU
           ELSE
              IF WS-FI-NR(WS-FI-GEFUNDEN) NOT = WS-FI-SUCH-NR
                 MOVE "J" TO WS-FI-NEU
              END-IF
           END-IF
           IF WS-FI-NEU = "J"
              IF WS-FILIAL-ANZAHL >= 100
                 MOVE "J" TO WS-FILIAL-VOLL
                 MOVE 0 TO WS-FI-GEFUNDEN
                 EXIT SECTION
              END-IF
              PERFORM VARYING WS-FI-SCHIEBE FROM WS-FILIAL-ANZAHL BY -1
                 UNTIL WS-FI-SCHIEBE < WS-FI-GEFUNDEN
                 MOVE WS-FI-EINTRAG(WS-FI-SCHIEBE)
                    TO WS-FI-EINTRAG(WS-FI-SCHIEBE + 1)
              END-PERFORM
              ADD 1 TO WS-FILIAL-ANZAHL
              INITIALIZE WS-FI-EINTRAG(WS-FI-GEFUNDEN)
              MOVE WS-FI-SUCH-NR TO WS-FI-NR(WS-FI-GEFUNDEN)
           END-IF
           EXIT.

       SCHREIBE-ABFLUSSBERICHT SECTION.
      *    Je Filiale die Vorschautage mit Abgaengen (Anzahl und
      *    Summe der Ausfuehrungen), dann dieselbe Aufstellung fuer
      *    alle Filialen.
           OPEN OUTPUT ABFLUSS-BERICHT
           MOVE WS-HORIZONT TO WS-TAGE-ANZEIGE
           MOVE SPACES TO BERICHT-SATZ
           STRING "Prognostizierter Abfluss aus Dauer- und "
                  DELIMITED BY SIZE
                  "Terminauftraegen, Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-TAGE-ANZEIGE DELIMITED BY SIZE
                  " Tage" DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ
           MOVE "N" TO WS-FILIALSTAMM-OFFEN
           OPEN INPUT FILIALDATEI
           IF WS-FILIAL-STATUS = "00"
              MOVE "J" TO WS-FILIALSTAMM-OFFEN
           END-IF
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-FILIAL-ANZAHL
              MOVE SPACES TO WS-FI-NAME
              IF WS-FI-NR(WS-FI-IDX) = "--"
                 MOVE "ohne Filiale" TO WS-FI-NAME
              ELSE
                 IF WS-FILIALSTAMM-OFFEN = "J"
                    MOVE WS-FI-NR(WS-FI-IDX) TO FILIALE-NR
                    READ FILIALDATEI
                       NOT INVALID KEY
                          MOVE FILIALE-NAME TO WS-FI-NAME
                    END-READ
                 END-IF
              END-IF
              MOVE SPACES TO BERICHT-SATZ
              WRITE BERICHT-SATZ
              MOVE SPACES TO BERICHT-SATZ
              STRING "Filiale " DELIMITED BY SIZE
                     WS-FI-NR(WS-FI-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-FI-NAME DELIMITED BY SIZE
                INTO BERICHT-SATZ
              END-STRING
              WRITE BERICHT-SATZ
              MOVE "  Datum     Ausfuehrungen            Abfluss"
                 TO BERICHT-SATZ
              WRITE BERICHT-SATZ
              MOVE 0 TO WS-FI-ANZAHL
              MOVE 0 TO WS-FI-SUMME
              PERFORM VARYING WS-KAL-IDX FROM 1 BY 1
                 UNTIL WS-KAL-IDX > WS-HORIZONT
                 IF WS-FI-TAG-ANZAHL(WS-FI-IDX, WS-KAL-IDX) > 0
                    ADD WS-FI-TAG-ANZAHL(WS-FI-IDX, WS-KAL-IDX)
                       TO WS-FI-ANZAHL
                    ADD WS-FI-TAG-SUMME(WS-FI-IDX, WS-KAL-IDX)
                       TO WS-FI-SUMME
                    MOVE WS-FI-TAG-ANZAHL(WS-FI-IDX, WS-KAL-IDX)
                       TO WS-ANZAHL-ANZEIGE
                    MOVE WS-FI-TAG-SUMME(WS-FI-IDX, WS-KAL-IDX)
                       TO WS-BETRAG-ANZEIGE
                    PERFORM SCHREIBE-TAGESZEILE
                 END-IF
              END-PERFORM
              MOVE WS-FI-ANZAHL TO WS-ANZAHL-ANZEIGE
              MOVE WS-FI-SUMME TO WS-BETRAG-ANZEIGE
              PERFORM SCHREIBE-SUMMENZEILE
           END-PERFORM
           IF WS-FILIALSTAMM-OFFEN = "J"
              CLOSE FILIALDATEI
           END-IF

           MOVE SPACES TO BERICHT-SATZ
           WRITE BERICHT-SATZ
           MOVE "Alle Filialen" TO BERICHT-SATZ
           WRITE BERICHT-SATZ
           MOVE "  Datum     Ausfuehrungen            Abfluss"
              TO BERICHT-SATZ
           WRITE BERICHT-SATZ
           MOVE 0 TO WS-FI-ANZAHL
           MOVE 0 TO WS-FI-SUMME
           PERFORM VARYING WS-KAL-IDX FROM 1 BY 1
              UNTIL WS-KAL-IDX > WS-HORIZONT
              IF WS-GT-ANZAHL(WS-KAL-IDX) > 0
                 ADD WS-GT-ANZAHL(WS-KAL-IDX) TO WS-FI-ANZAHL
                 ADD WS-GT-SUMME(WS-KAL-IDX) TO WS-FI-SUMME
                 MOVE WS-GT-ANZAHL(WS-KAL-IDX) TO WS-ANZAHL-ANZEIGE
                 MOVE WS-GT-SUMME(WS-KAL-IDX) TO WS-BETRAG-ANZEIGE
                 PERFORM SCHREIBE-TAGESZEILE
              END-IF
           END-PERFORM
           MOVE WS-FI-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE WS-FI-SUMME TO WS-BETRAG-ANZEIGE
           PERFORM SCHREIBE-SUMMENZEILE
           IF WS-FILIAL-VOLL = "J"
              MOVE "WARNUNG: MEHR ALS 100 FILIALEN, "
                 & "AUFTEILUNG UNVOLLSTAENDIG"
                 TO BERICHT-SATZ
              WRITE BERICHT-SATZ
           END-IF
           CLOSE ABFLUSS-BERICHT
           EXIT.

       SCHREIBE-TAGESZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING "  " DELIMITED BY SIZE
                  WS-KAL-DATUM(WS-KAL-IDX) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ
           EXIT.

       SCHREIBE-SUMMENZEILE SECTION.
           MOVE SPACES TO BERICHT-SATZ
           STRING "  Summe         " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
             INTO BERICHT-SATZ
           END-STRING
           WRITE BERICHT-SATZ
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

       END PROGRAM LIQUIPROGNOSE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUKTUMSTELLUNG.
      *    Taegliche Produktumstellung unter BATCHLAUF: stellt
      *    Konten nach den Regeln aus umstellregeln.dat (siehe
      *    UMSTREGELREC.cpy) gesammelt von einem Produkt auf ein
      *    anderes um, statt sie einzeln in KONTOPFLEGE (ORDNE-
      *    PRODUKT-ZU) umzuhaengen - etwa alle Jugendkonten JK mit
      *    Inhabern ab 18 auf GK oder einen abgeloesten Spartarif.
      *    Je Regel in drei Schritten ueber mehrere Laeufe:
      *      1. Vorschau: die ausgewaehlten Konten stehen in
      *         produktumstellung-vorschau.txt (Konten, deren
      *         Inhaber fuer ein Alterskriterium kein Geburtsdatum
      *         in LEGITIMATION hat, gesondert), und die Umstellung
      *         wird als Freigabe Art "U" vorgelegt (siehe
      *         FREIGABEREC.cpy); die vorgelegten Konten stehen
      *         mit "V" im Protokoll, und bis zur Entscheidung
      *         zeigt jeder Lauf genau diese Konten in der Vorschau.
      *      2. Nach der Freigabe in FREIGABEPFLEGE, nur vor dem
      *         Stichtag: je vorgelegtem Konto, das noch das alte
      *         Produkt fuehrt, eine Kundenmitteilung mit bisherigen
      *         und neuen Konditionen aus PRODUKTDATEI und der
      *         Anschrift aus dem KUNDENSTAMM in produktmitteilung-
      *         JJJJMMTT.txt. Ein Wiederholungslauf ueberspringt
      *         bereits angekuendigte Konten; scheitert der Druck,
      *         endet der Lauf mit RETURN-CODE 8. Ist der Stichtag
      *         bei der Freigabe schon erreicht, bleibt die
      *         Umstellung liegen und braucht eine neue Regel mit
      *         spaeterem Stichtag.
      *      3. Ab dem Stichtag: genau die angekuendigten Konten,
      *         die noch das alte Produkt fuehren, erhalten das neue
      *         KONTO-PRODUKT; bereits protokollierte Konten werden
      *         bei einem Wiederholungslauf uebersprungen.
      *    Jeder Schritt steht im Umstellungsprotokoll
      *    produktumstellung.log (siehe UMSTLOGREC.cpy), gegen das
      *    INTEGRITAET den Bestand prueft; der Abschluss einer
      *    Umstellung laeuft zusaetzlich ueber das AUDITLOG-
      *    Subprogramm. Eine abgelehnte Umstellung bleibt liegen.
      *    Der Laufbericht steht in produktumstellung-report.txt.
      *    Das Laufdatum kommt als erstes Kommandozeilen-
      *    argument (JJJJMMTT) wie bei addierenZu2020.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UMSTREGELN ASSIGN TO "umstellregeln.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGELN-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT KUNDENSTAMM ASSIGN TO "KUNDENSTAMM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT LEGITIMATION ASSIGN TO "LEGITIMATION"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEGI-KUNDEN-ID
              FILE STATUS IS WS-LEGITIMATION-STATUS.
           SELECT PRODUKTDATEI ASSIGN TO "PRODUKTDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRODUKT-CODE
              FILE STATUS IS WS-PRODUKT-STATUS.
           SELECT FREIGABE ASSIGN TO "FREIGABE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FREIGABE-ID
              FILE STATUS IS WS-FREIGABE-STATUS.
           SELECT FREIGABESEQUENZ ASSIGN TO "freigabe-sequenz.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREIGABESEQUENZ-STATUS.
           SELECT UMSTLOG ASSIGN TO "produktumstellung.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UMSTLOG-STATUS.
           SELECT VORSCHAU ASSIGN TO "produktumstellung-vorschau.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VORSCHAU-STATUS.
           SELECT MITTEILUNG ASSIGN TO WS-MITTEILUNG-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MITTEILUNG-STATUS.
           SELECT UMST-REPORT ASSIGN TO "produktumstellung-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UMSTREGELN.
       COPY UMSTREGELREC.
       FD KONTODATEI.
       COPY KONTOREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD LEGITIMATION.
       COPY LEGITIMATIONREC.
       FD PRODUKTDATEI.
       COPY PRODUKTREC.
       FD FREIGABE.
       COPY FREIGABEREC.
       FD FREIGABESEQUENZ.
       01 FREIGABESEQUENZ-SATZ.
          05 FREIGABESEQUENZ-WERT PIC 9(06).
       FD UMSTLOG.
       COPY UMSTLOGREC.
       FD VORSCHAU.
       01 VORSCHAU-SATZ PIC X(100).
       FD MITTEILUNG.
       01 MITTEILUNG-SATZ PIC X(80).
       FD UMST-REPORT.
       01 UMST-REPORT-SATZ PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REGELN-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-LEGITIMATION-STATUS PIC X(02).
       01 WS-PRODUKT-STATUS PIC X(02).
       01 WS-FREIGABE-STATUS PIC X(02).
       01 WS-FREIGABESEQUENZ-STATUS PIC X(02).
       01 WS-UMSTLOG-STATUS PIC X(02).
       01 WS-VORSCHAU-STATUS PIC X(02).
       01 WS-MITTEILUNG-STATUS PIC X(02).
       01 WS-REPORT-STATUS PIC X(02).
       01 WS-EOF PIC X.
       01 WS-KUNDENSTAMM-VORHANDEN PIC X VALUE "N".
       01 WS-LEGITIMATION-VORHANDEN PIC X VALUE "N".
       01 WS-MITTEILUNG-OFFEN PIC X VALUE "N".
       01 WS-MITTEILUNG-DATEINAME PIC X(50).
       01 WS-FREIGABE-SEQUENZ PIC 9(06).

       01 WS-LAUFDATUM-ARG PIC X(08).
       01 WS-LAUFDATUM PIC 9(08).

      *    Regeln aus umstellregeln.dat; die bearbeitete Regel
      *    steht in WS-REGEL.
       01 WS-REGEL-ANZAHL PIC 9(02) VALUE 0.
       01 WS-REGEL-TABELLE.
          05 WS-RG-EINTRAG OCCURS 50 TIMES PIC X(50).
       01 WS-RG-IDX PIC 9(02).
       01 WS-REGEL.
          05 WS-REGEL-SCHLUESSEL.
             10 WS-REGEL-ALT-PRODUKT PIC X(02).
             10 WS-REGEL-NEU-PRODUKT PIC X(02).
             10 WS-REGEL-STICHTAG PIC 9(08).
          05 WS-REGEL-ALTER-AB PIC 9(03).
          05 WS-REGEL-ALTER-BIS PIC 9(03).
          05 WS-REGEL-FILIALE PIC X(02).
          05 WS-REGEL-ANLASS PIC X(30).
       01 WS-REGEL-GUELTIG PIC X.
       01 WS-REGEL-ZEILE PIC X(30).

      *    Bisheriges und neues Produkt der Regel (Aufbau wie
      *    PRODUKT-RECORD, siehe PRODUKTREC.cpy) und die fuer die
      *    Konditionenzeilen der Mitteilung gewaehlte Seite.
       01 WS-PRODUKT-ALT PIC X(103).
       01 WS-PRODUKT-NEU PIC X(103).
       01 WS-PRODUKT-ANZEIGE.
          05 WS-PA-CODE PIC X(02).
          05 WS-PA-BEZEICHNUNG PIC X(30).
          05 WS-PA-STAFFEL OCCURS 3 TIMES.
             10 WS-PA-STAFFEL-BIS PIC 9(09).
             10 WS-PA-HABENZINS PIC 9(04).
             10 WS-PA-SOLLZINS PIC 9(04).
          05 WS-PA-SMS-FREI PIC 9(03).
          05 FILLER PIC X(17).
       01 WS-PA-IDX PIC 9(01).
       01 WS-ALT-BEZEICHNUNG PIC X(30).
       01 WS-NEU-BEZEICHNUNG PIC X(30).

      *    Stand der Umstellung aus FREIGABE.DAT und dem Protokoll.
       01 WS-FREIGABE-GEFUNDEN PIC X.
       01 WS-FREIGABE-NR PIC 9(06).
       01 WS-FREIGABE-ENTSCHIEDEN PIC X(01).
       01 WS-FREIGABE-KONTEN PIC 9(05).
       01 WS-MITTEILUNGEN-ERFOLGT PIC X.
       01 WS-MITTEILUNG-DATUM PIC 9(08).
       01 WS-MITTEILUNG-OK PIC X.
       01 WS-UMSTELLUNG-ERFOLGT PIC X.

      *    Vorgelegte Konten der Regel ("V" im Protokoll).
       01 WS-VORGELEGT-ANZAHL PIC 9(04) VALUE 0.
       01 WS-VORGELEGT-TABELLE.
          05 WS-VG-EINTRAG OCCURS 2000 TIMES.
             10 WS-VG-KONTO PIC X(10).
             10 WS-VG-KUNDE PIC X(10).
             10 WS-VG-ALTER PIC 9(03).
       01 WS-VG-IDX PIC 9(04).
       01 WS-VG-UEBERLAUF PIC X.

      *    Angekuendigte Konten der Regel fuer den Stichtag;
      *    WS-AK-ERLEDIGT "J", wenn das Konto schon mit "U" oder
      *    "X" protokolliert ist.
       01 WS-ANGEKUENDIGT-ANZAHL PIC 9(04) VALUE 0.
       01 WS-ANGEKUENDIGT-TABELLE.
          05 WS-AK-EINTRAG OCCURS 2000 TIMES.
             10 WS-AK-KONTO PIC X(10).
             10 WS-AK-ERLEDIGT PIC X(01).
       01 WS-AK-IDX PIC 9(04).
       01 WS-AK-UEBERLAUF PIC X.
       01 WS-AK-GEFUNDEN PIC X.
       01 WS-AK-FUNDSTELLE PIC 9(04).
       01 WS-SUCH-KONTO PIC X(10).
       01 WS-KONTO-GEFUNDEN PIC X.

      *    Kontenauswahl: "V" Vorschau, "Z" nur zaehlen.
       01 WS-AUSWAHL-MODUS PIC X(01).
       01 WS-AUSGEWAEHLT PIC X.
       01 WS-ALTER PIC S9(04).
       01 WS-ALTER-LOG PIC 9(03).
       01 WS-STICHTAG-G PIC 9(08).
       01 WS-STICHTAG-R REDEFINES WS-STICHTAG-G.
          05 WS-ST-JAHR PIC 9(04).
          05 WS-ST-MMTT PIC 9(04).
       01 WS-GEBURT-G PIC 9(08).
       01 WS-GEBURT-R REDEFINES WS-GEBURT-G.
          05 WS-GB-JAHR PIC 9(04).
          05 WS-GB-MMTT PIC 9(04).

       01 WS-AUSWAHL-ANZAHL PIC 9(05).
       01 WS-OHNE-DATUM-ANZAHL PIC 9(05).
       01 WS-UMGESTELLT-ANZAHL PIC 9(05).
       01 WS-NICHT-UMGESTELLT-ANZAHL PIC 9(05).
       01 WS-MITTEILUNG-ANZAHL PIC 9(05) VALUE 0.
       01 WS-ANZAHL-ANZEIGE PIC ZZZZ9.
       01 WS-ALTER-ANZEIGE PIC ZZ9.
       01 WS-ZINS-ANZEIGE PIC Z9.99.
       01 WS-ZINS-ANZEIGE-2 PIC Z9.99.
       01 WS-BIS-ANZEIGE PIC Z(8)9.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "PRODUKTUMSTELLUNG".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-LAUFDATUM-ARG
           ACCEPT WS-LAUFDATUM-ARG FROM COMMAND-LINE
           IF WS-LAUFDATUM-ARG IS NUMERIC THEN
              MOVE WS-LAUFDATUM-ARG TO WS-LAUFDATUM
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF

           PERFORM LESE-REGELN
           OPEN OUTPUT UMST-REPORT
           MOVE SPACES TO UMST-REPORT-SATZ
           STRING "Produktumstellung Laufdatum " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO UMST-REPORT-SATZ
           END-STRING
           WRITE UMST-REPORT-SATZ
           IF WS-REGEL-ANZAHL = 0
              MOVE "Keine Umstellungsregeln in umstellregeln.dat."
                 TO UMST-REPORT-SATZ
              WRITE UMST-REPORT-SATZ
              CLOSE UMST-REPORT
              DISPLAY "Produktumstellung beendet: keine Regeln."
              STOP RUN
           END-IF

           OPEN I-O KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE UMST-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PRODUKTDATEI
           IF WS-PRODUKT-STATUS NOT = "00" THEN
              DISPLAY "PRODUKTDATEI nicht verfuegbar, Status: "
                 WS-PRODUKT-STATUS
              CLOSE KONTODATEI
              CLOSE UMST-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT KUNDENSTAMM
           IF WS-KUNDENSTAMM-STATUS = "00"
              MOVE "J" TO WS-KUNDENSTAMM-VORHANDEN
           END-IF
           OPEN INPUT LEGITIMATION
           IF WS-LEGITIMATION-STATUS = "00"
              MOVE "J" TO WS-LEGITIMATION-VORHANDEN
           END-IF
           OPEN OUTPUT VORSCHAU
           MOVE SPACES TO VORSCHAU-SATZ
           STRING "Vorschau Produktumstellung Laufdatum "
                  DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
             INTO VORSCHAU-SATZ
           END-STRING
           WRITE VORSCHAU-SATZ

           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-REGEL-ANZAHL
              MOVE WS-RG-EINTRAG(WS-RG-IDX) TO WS-REGEL
              PERFORM BEARBEITE-REGEL
           END-PERFORM

           CLOSE VORSCHAU
           IF WS-MITTEILUNG-OFFEN = "J"
              CLOSE MITTEILUNG
           END-IF
           IF WS-LEGITIMATION-VORHANDEN = "J"
              CLOSE LEGITIMATION
           END-IF
           IF WS-KUNDENSTAMM-VORHANDEN = "J"
              CLOSE KUNDENSTAMM
           END-IF
           CLOSE PRODUKTDATEI
           CLOSE KONTODATEI
           MOVE SPACES TO UMST-REPORT-SATZ
           WRITE UMST-REPORT-SATZ
           MOVE WS-MITTEILUNG-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO UMST-REPORT-SATZ
           STRING "Kundenmitteilungen dieses Laufs: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO UMST-REPORT-SATZ
           END-STRING
           WRITE UMST-REPORT-SATZ
           CLOSE UMST-REPORT
           DISPLAY "Produktumstellung beendet. Regeln: "
              WS-REGEL-ANZAHL " Mitteilungen: " WS-MITTEILUNG-ANZAHL
           STOP RUN.

       LESE-REGELN SECTION.
           MOVE "N" TO WS-EOF
           OPEN INPUT UMSTREGELN
           IF WS-REGELN-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = "J"
              READ UMSTREGELN
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF UMSTREGEL-SATZ NOT = SPACES
                       AND WS-REGEL-ANZAHL < 50
                       ADD 1 TO WS-REGEL-ANZAHL
                       MOVE UMSTREGEL-SATZ
                          TO WS-RG-EINTRAG(WS-REGEL-ANZAHL)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE UMSTREGELN
           EXIT.

       BEARBEITE-REGEL SECTION.
      *    Stand der Umstellung ermitteln und den faelligen Schritt
      *    ausfuehren.
           MOVE SPACES TO WS-REGEL-ZEILE
           STRING "UMSTELLUNG " DELIMITED BY SIZE
                  WS-REGEL-ALT-PRODUKT DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  WS-REGEL-NEU-PRODUKT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REGEL-STICHTAG DELIMITED BY SIZE
             INTO WS-REGEL-ZEILE
           END-STRING
           MOVE SPACES TO UMST-REPORT-SATZ
           WRITE UMST-REPORT-SATZ

           PERFORM PRUEFE-REGEL
           IF WS-REGEL-GUELTIG NOT = "J"
              EXIT SECTION
           END-IF
           PERFORM SUCHE-FREIGABE
           PERFORM LESE-PROTOKOLL

           IF WS-UMSTELLUNG-ERFOLGT = "J"
              MOVE SPACES TO UMST-REPORT-SATZ
              STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                     " ABGESCHLOSSEN" DELIMITED BY SIZE
                INTO UMST-REPORT-SATZ
              END-STRING
              WRITE UMST-REPORT-SATZ
              EXIT SECTION
           END-IF

           IF WS-FREIGABE-GEFUNDEN NOT = "J"
              MOVE "V" TO WS-AUSWAHL-MODUS
              PERFORM WAEHLE-KONTEN-AUS
              IF WS-AUSWAHL-ANZAHL = 0
                 MOVE SPACES TO UMST-REPORT-SATZ
                 STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                        " KEINE KONTEN AUSGEWAEHLT" DELIMITED BY SIZE
                   INTO UMST-REPORT-SATZ
                 END-STRING
                 WRITE UMST-REPORT-SATZ
                 EXIT SECTION
              END-IF
              IF WS-VG-UEBERLAUF = "J"
                 MOVE SPACES TO UMST-REPORT-SATZ
                 STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                        " MEHR ALS 2000 KONTEN, NICHT VORGELEGT"
                           DELIMITED BY SIZE
                   INTO UMST-REPORT-SATZ
                 END-STRING
                 WRITE UMST-REPORT-SATZ
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 EXIT SECTION
              END-IF
              PERFORM STELLE-IN-FREIGABE
              EXIT SECTION
           END-IF

           EVALUATE WS-FREIGABE-ENTSCHIEDEN
              WHEN "O"
                 IF WS-VORGELEGT-ANZAHL > 0
                    PERFORM ZEIGE-VORGELEGTE-KONTEN
                 ELSE
                    MOVE "V" TO WS-AUSWAHL-MODUS
                    PERFORM WAEHLE-KONTEN-AUS
                 END-IF
                 MOVE SPACES TO UMST-REPORT-SATZ
                 STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                        " WARTET AUF FREIGABE " DELIMITED BY SIZE
                        WS-FREIGABE-NR DELIMITED BY SIZE
                   INTO UMST-REPORT-SATZ
                 END-STRING
                 WRITE UMST-REPORT-SATZ
                 EXIT SECTION
              WHEN "A"
                 MOVE SPACES TO UMST-REPORT-SATZ
                 STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                        " ABGELEHNT (FREIGABE " DELIMITED BY SIZE
                        WS-FREIGABE-NR DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                   INTO UMST-REPORT-SATZ
                 END-STRING
                 WRITE UMST-REPORT-SATZ
                 EXIT SECTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      *    Freigegeben: Mitteilungen einmalig und nur vor dem
      *    Stichtag, Umstellung ab dem Stichtag. Eine Freigabe
      *    ohne "V"-Saetze stammt aus der Zeit vor deren Einfuehrung;
      *    dann muss die heutige Auswahl die Zahl der vorgelegten
      *    Konten aus FREIGABE-TRANS-ID treffen.
           IF WS-MITTEILUNGEN-ERFOLGT NOT = "J"
              IF WS-LAUFDATUM NOT < WS-REGEL-STICHTAG
                 PERFORM MELDE-STICHTAG-VERPASST
                 EXIT SECTION
              END-IF
              IF WS-VORGELEGT-ANZAHL = 0
                 MOVE "Z" TO WS-AUSWAHL-MODUS
                 PERFORM WAEHLE-KONTEN-AUS
                 IF WS-VG-UEBERLAUF = "J"
                    OR WS-AUSWAHL-ANZAHL NOT = WS-FREIGABE-KONTEN
                    MOVE WS-AUSWAHL-ANZAHL TO WS-ANZAHL-ANZEIGE
                    MOVE SPACES TO UMST-REPORT-SATZ
                    STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                           " AUSWAHL (" DELIMITED BY SIZE
                           WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                           ") WEICHT VON FREIGABE " DELIMITED BY SIZE
                           WS-FREIGABE-NR DELIMITED BY SIZE
                           " AB" DELIMITED BY SIZE
                      INTO UMST-REPORT-SATZ
                    END-STRING
                    WRITE UMST-REPORT-SATZ
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                    EXIT SECTION
                 END-IF
              END-IF
              PERFORM KUENDIGE-AN
           END-IF
           IF WS-MITTEILUNGEN-ERFOLGT NOT = "J"
              EXIT SECTION
           END-IF
           IF WS-MITTEILUNG-DATUM NOT < WS-REGEL-STICHTAG
              PERFORM MELDE-STICHTAG-VERPASST
              EXIT SECTION
           END-IF
           IF WS-LAUFDATUM < WS-REGEL-STICHTAG
              MOVE WS-ANGEKUENDIGT-ANZAHL TO WS-ANZAHL-ANZEIGE
              MOVE SPACES TO UMST-REPORT-SATZ
              STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                     " ANGEKUENDIGT " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " KONTEN, UMSTELLUNG AM STICHTAG"
                        DELIMITED BY SIZE
                INTO UMST-REPORT-SATZ
              END-STRING
              WRITE UMST-REPORT-SATZ
              EXIT SECTION
           END-IF
           PERFORM STELLE-KONTEN-UM
           EXIT.

       MELDE-STICHTAG-VERPASST SECTION.
      *    Die Kunden muessen vor dem Stichtag benachrichtigt sein;
      *    die Umstellung braucht dann eine Regel mit neuem Stichtag.
           MOVE SPACES TO UMST-REPORT-SATZ
           STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                  " NEUER STICHTAG ERFORDERLICH (FREIGABE "
                     DELIMITED BY SIZE
                  WS-FREIGABE-NR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO UMST-REPORT-SATZ
           END-STRING
           WRITE UMST-REPORT-SATZ
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       PRUEFE-REGEL SECTION.
      *    Beide Produkte muessen im Produktstamm stehen und
      *    verschieden sein, der Stichtag ein gueltiges Datum.
           MOVE "N" TO WS-REGEL-GUELTIG
           IF WS-REGEL-STICHTAG IS NOT NUMERIC
              OR WS-REGEL-ALTER-AB IS NOT NUMERIC
              OR WS-REGEL-ALTER-BIS IS NOT NUMERIC
              PERFORM MELDE-REGEL-UNGUELTIG
              EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REGEL-STICHTAG) NOT = 0
              OR WS-REGEL-ALT-PRODUKT = WS-REGEL-NEU-PRODUKT
              OR (WS-REGEL-ALTER-BIS > 0
                 AND WS-REGEL-ALTER-BIS < WS-REGEL-ALTER-AB)
              PERFORM MELDE-REGEL-UNGUELTIG
              EXIT SECTION
           END-IF
           MOVE WS-REGEL-ALT-PRODUKT TO PRODUKT-CODE
           READ PRODUKTDATEI
              INVALID KEY
                 PERFORM MELDE-REGEL-UNGUELTIG
                 EXIT SECTION
           END-READ
           MOVE PRODUKT-RECORD TO WS-PRODUKT-ALT
           MOVE PRODUKT-BEZEICHNUNG TO WS-ALT-BEZEICHNUNG
           MOVE WS-REGEL-NEU-PRODUKT TO PRODUKT-CODE
           READ PRODUKTDATEI
              INVALID KEY
                 PERFORM MELDE-REGEL-UNGUELTIG
                 EXIT SECTION
           END-READ
           MOVE PRODUKT-RECORD TO WS-PRODUKT-NEU
           MOVE PRODUKT-BEZEICHNUNG TO WS-NEU-BEZEICHNUNG
           MOVE "J" TO WS-REGEL-GUELTIG
           EXIT.

       MELDE-REGEL-UNGUELTIG SECTION.
           MOVE SPACES TO UMST-REPORT-SATZ
           STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                  " REGEL UNGUELTIG (PRODUKT UNBEKANNT, "
                     DELIMITED BY SIZE
                  "STICHTAG ODER ALTER)" DELIMITED BY SIZE
             INTO UMST-REPORT-SATZ
           END-STRING
           WRITE UMST-REPORT-SATZ
           EXIT.

       SUCHE-FREIGABE SECTION.
      *    Juengste Freigabe Art "U" zum Regelschluessel.
           MOVE "N" TO WS-FREIGABE-GEFUNDEN
           MOVE 0 TO WS-FREIGABE-NR
           MOVE 0 TO WS-FREIGABE-KONTEN
           MOVE SPACES TO WS-FREIGABE-ENTSCHIEDEN
           OPEN INPUT FREIGABE
           IF WS-FREIGABE-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           MOVE 0 TO FREIGABE-ID
           START FREIGABE KEY IS >= FREIGABE-ID
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ FREIGABE NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF FREIGABE-ART = "U"
                       AND FREIGABE-TRANS-ID(1:12)
                          = WS-REGEL-SCHLUESSEL
                       MOVE "J" TO WS-FREIGABE-GEFUNDEN
                       MOVE FREIGABE-ID TO WS-FREIGABE-NR
                       MOVE FREIGABE-STATUS TO WS-FREIGABE-ENTSCHIEDEN
                       MOVE 0 TO WS-FREIGABE-KONTEN
                       IF FREIGABE-TRANS-ID(13:5) IS NUMERIC
                          MOVE FREIGABE-TRANS-ID(13:5)
                             TO WS-FREIGABE-KONTEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FREIGABE
           EXIT.

       LESE-PROTOKOLL SECTION.
      *    Bisherige Schritte der Umstellung aus dem Protokoll:
      *    die vorgelegten Konten fuer die Mitteilungen, die
      *    angekuendigten fuer den Stichtag, bereits umgestellte
      *    oder verworfene Konten als erledigt.
           MOVE "N" TO WS-MITTEILUNGEN-ERFOLGT
           MOVE 0 TO WS-MITTEILUNG-DATUM
           MOVE "N" TO WS-UMSTELLUNG-ERFOLGT
           MOVE 0 TO WS-VORGELEGT-ANZAHL
           MOVE "N" TO WS-VG-UEBERLAUF
           MOVE 0 TO WS-ANGEKUENDIGT-ANZAHL
           MOVE "N" TO WS-AK-UEBERLAUF
           MOVE 0 TO WS-UMGESTELLT-ANZAHL
           MOVE 0 TO WS-NICHT-UMGESTELLT-ANZAHL
           OPEN INPUT UMSTLOG
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "J"
              READ UMSTLOG
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF UMSTLOG-REGEL = WS-REGEL-SCHLUESSEL
                       AND UMSTLOG-FREIGABE-ID = WS-FREIGABE-NR
                       MOVE UMSTLOG-KONTO-ID TO WS-SUCH-KONTO
                       EVALUATE UMSTLOG-ART
                          WHEN "V"
                             MOVE UMSTLOG-KUNDEN-ID TO KONTO-KUNDEN-ID
                             MOVE UMSTLOG-ALTER TO WS-ALTER-LOG
                             PERFORM MERKE-VORGELEGT
                          WHEN "A"
                             PERFORM MERKE-ANGEKUENDIGT
                          WHEN "U"
                             ADD 1 TO WS-UMGESTELLT-ANZAHL
                             PERFORM MARKIERE-ERLEDIGT
                          WHEN "X"
                             ADD 1 TO WS-NICHT-UMGESTELLT-ANZAHL
                             PERFORM MARKIERE-ERLEDIGT
                          WHEN "M"
                             MOVE "J" TO WS-MITTEILUNGEN-ERFOLGT
                             MOVE UMSTLOG-DATUM TO WS-MITTEILUNG-DATUM
                          WHEN "E"
                             MOVE "J" TO WS-UMSTELLUNG-ERFOLGT
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE UMSTLOG
           EXIT.

       MERKE-VORGELEGT SECTION.
      *    WS-SUCH-KONTO mit KONTO-KUNDEN-ID und WS-ALTER-LOG in
      *    die Tabelle der vorgelegten Konten.
           IF WS-VORGELEGT-ANZAHL < 2000
              ADD 1 TO WS-VORGELEGT-ANZAHL
              MOVE WS-SUCH-KONTO TO WS-VG-KONTO(WS-VORGELEGT-ANZAHL)
              MOVE KONTO-KUNDEN-ID TO WS-VG-KUNDE(WS-VORGELEGT-ANZAHL)
              MOVE WS-ALTER-LOG TO WS-VG-ALTER(WS-VORGELEGT-ANZAHL)
           ELSE
              MOVE "J" TO WS-VG-UEBERLAUF
           END-IF
           EXIT.

       MERKE-ANGEKUENDIGT SECTION.
      *    WS-SUCH-KONTO in die Tabelle der angekuendigten Konten,
      *    jedes Konto nur einmal.
           PERFORM SUCHE-ANGEKUENDIGT
           IF WS-AK-GEFUNDEN = "J"
              EXIT SECTION
           END-IF
           IF WS-ANGEKUENDIGT-ANZAHL < 2000
              ADD 1 TO WS-ANGEKUENDIGT-ANZAHL
              MOVE WS-SUCH-KONTO
                 TO WS-AK-KONTO(WS-ANGEKUENDIGT-ANZAHL)
              MOVE "N" TO WS-AK-ERLEDIGT(WS-ANGEKUENDIGT-ANZAHL)
           ELSE
              MOVE "J" TO WS-AK-UEBERLAUF
           END-IF
           EXIT.

       MARKIERE-ERLEDIGT SECTION.
           PERFORM SUCHE-ANGEKUENDIGT
           IF WS-AK-GEFUNDEN = "J"
              MOVE "J" TO WS-AK-ERLEDIGT(WS-AK-FUNDSTELLE)
           END-IF
           EXIT.

       SUCHE-ANGEKUENDIGT SECTION.
           MOVE "N" TO WS-AK-GEFUNDEN
           MOVE 0 TO WS-AK-FUNDSTELLE
           PERFORM VARYING WS-AK-IDX FROM 1 BY 1
              UNTIL WS-AK-IDX > WS-ANGEKUENDIGT-ANZAHL
                 OR WS-AK-GEFUNDEN = "J"
              IF WS-AK-KONTO(WS-AK-IDX) = WS-SUCH-KONTO
                 MOVE "J" TO WS-AK-GEFUNDEN
                 MOVE WS-AK-IDX TO WS-AK-FUNDSTELLE
              END-IF
           END-PERFORM
           EXIT.

       WAEHLE-KONTEN-AUS SECTION.
      *    Alle Konten mit dem alten Produkt, die Filial- und
      *    Alterskriterium erfuellen, in die Tabelle der
      *    vorgelegten Konten; "V" schreibt sie zusaetzlich in die
      *    Vorschau, "Z" zaehlt nur.
           MOVE 0 TO WS-AUSWAHL-ANZAHL
           MOVE 0 TO WS-OHNE-DATUM-ANZAHL
           MOVE 0 TO WS-VORGELEGT-ANZAHL
           MOVE "N" TO WS-VG-UEBERLAUF
           IF WS-AUSWAHL-MODUS = "V"
              PERFORM SCHREIBE-VORSCHAU-KOPF
           END-IF

           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO KONTO-ID
           START KONTODATEI KEY IS >= KONTO-ID
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ KONTODATEI NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF KONTO-PRODUKT = WS-REGEL-ALT-PRODUKT
                       PERFORM PRUEFE-KONTO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-AUSWAHL-MODUS = "V"
              MOVE WS-AUSWAHL-ANZAHL TO WS-ANZAHL-ANZEIGE
              MOVE SPACES TO VORSCHAU-SATZ
              STRING "Umzustellende Konten: " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                INTO VORSCHAU-SATZ
              END-STRING
              WRITE VORSCHAU-SATZ
              IF WS-OHNE-DATUM-ANZAHL > 0
                 MOVE WS-OHNE-DATUM-ANZAHL TO WS-ANZAHL-ANZEIGE
                 MOVE SPACES TO VORSCHAU-SATZ
                 STRING "Ohne Geburtsdatum nicht ausgewaehlt: "
                        DELIMITED BY SIZE
                        WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                   INTO VORSCHAU-SATZ
                 END-STRING
                 WRITE VORSCHAU-SATZ
              END-IF
           END-IF
           EXIT.

       SCHREIBE-VORSCHAU-KOPF SECTION.
           MOVE SPACES TO VORSCHAU-SATZ
           WRITE VORSCHAU-SATZ
           MOVE SPACES TO VORSCHAU-SATZ
           STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALT-BEZEICHNUNG DELIMITED BY "  "
                  " > " DELIMITED BY SIZE
                  WS-NEU-BEZEICHNUNG DELIMITED BY "  "
             INTO VORSCHAU-SATZ
           END-STRING
           WRITE VORSCHAU-SATZ
           EXIT.

       SCHREIBE-VORSCHAU-KONTO SECTION.
      *    Vorschauzeile zum Konto in KONTO-RECORD mit dem Alter
      *    aus WS-ALTER-LOG.
           MOVE WS-ALTER-LOG TO WS-ALTER-ANZEIGE
           MOVE SPACES TO VORSCHAU-SATZ
           STRING "  KONTO=" DELIMITED BY SIZE
                  KONTO-ID DELIMITED BY SIZE
                  " KUNDE=" DELIMITED BY SIZE
                  KONTO-KUNDEN-ID DELIMITED BY SIZE
                  " FILIALE=" DELIMITED BY SIZE
                  KONTO-FILIALE DELIMITED BY SIZE
                  " ALTER=" DELIMITED BY SIZE
                  WS-ALTER-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KONTO-NAME DELIMITED BY SIZE
             INTO VORSCHAU-SATZ
           END-STRING
           WRITE VORSCHAU-SATZ
           EXIT.

       ZEIGE-VORGELEGTE-KONTEN SECTION.
      *    Bis zur Entscheidung zeigt die Vorschau genau die
      *    vorgelegten Konten.
           PERFORM SCHREIBE-VORSCHAU-KOPF
           PERFORM VARYING WS-VG-IDX FROM 1 BY 1
              UNTIL WS-VG-IDX > WS-VORGELEGT-ANZAHL
              MOVE WS-VG-KONTO(WS-VG-IDX) TO KONTO-ID
              MOVE "J" TO WS-KONTO-GEFUNDEN
              READ KONTODATEI
                 INVALID KEY
                    MOVE "N" TO WS-KONTO-GEFUNDEN
              END-READ
              IF WS-KONTO-GEFUNDEN = "J"
                 MOVE WS-VG-ALTER(WS-VG-IDX) TO WS-ALTER-LOG
                 PERFORM SCHREIBE-VORSCHAU-KONTO
              ELSE
                 MOVE SPACES TO VORSCHAU-SATZ
                 STRING "  KONTO=" DELIMITED BY SIZE
                        WS-VG-KONTO(WS-VG-IDX) DELIMITED BY SIZE
                        " KUNDE=" DELIMITED BY SIZE
                        WS-VG-KUNDE(WS-VG-IDX) DELIMITED BY SIZE
                        " NICHT MEHR VORHANDEN" DELIMITED BY SIZE
                   INTO VORSCHAU-SATZ
                 END-STRING
                 WRITE VORSCHAU-SATZ
              END-IF
           END-PERFORM
           MOVE WS-VORGELEGT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO VORSCHAU-SATZ
           STRING "Vorgelegte Konten: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO VORSCHAU-SATZ
           END-STRING
           WRITE VORSCHAU-SATZ
           EXIT.

       PRUEFE-KONTO SECTION.
           IF WS-REGEL-FILIALE NOT = SPACES
              AND KONTO-FILIALE NOT = WS-REGEL-FILIALE
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-ALTER-LOG
           IF WS-REGEL-ALTER-AB > 0 OR WS-REGEL-ALTER-BIS > 0
              PERFORM ERMITTLE-ALTER
              IF WS-ALTER < 0
                 ADD 1 TO WS-OHNE-DATUM-ANZAHL
                 IF WS-AUSWAHL-MODUS = "V"
                    MOVE SPACES TO VORSCHAU-SATZ
                    STRING "  OHNE GEBURTSDATUM KONTO="
                           DELIMITED BY SIZE
                           KONTO-ID DELIMITED BY SIZE
                           " KUNDE=" DELIMITED BY SIZE
                           KONTO-KUNDEN-ID DELIMITED BY SIZE
                      INTO VORSCHAU-SATZ
                    END-STRING
                    WRITE VORSCHAU-SATZ
                 END-IF
                 EXIT SECTION
              END-IF
              IF WS-ALTER < WS-REGEL-ALTER-AB
                 EXIT SECTION
              END-IF
              IF WS-REGEL-ALTER-BIS > 0
                 AND WS-ALTER > WS-REGEL-ALTER-BIS
                 EXIT SECTION
              END-IF
              MOVE WS-ALTER TO WS-ALTER-LOG
           END-IF

           ADD 1 TO WS-AUSWAHL-ANZAHL
           MOVE KONTO-ID TO WS-SUCH-KONTO
           PERFORM MERKE-VORGELEGT
           IF WS-AUSWAHL-MODUS = "V"
              PERFORM SCHREIBE-VORSCHAU-KONTO
           END-IF
           EXIT.

       ERMITTLE-ALTER SECTION.
      *    Alter des Kontoinhabers in vollen Jahren am Stichtag
      *    nach LEGI-GEBURTSDATUM; -1, wenn kein brauchbares
      *    Geburtsdatum vorliegt.
           MOVE -1 TO WS-ALTER
           IF WS-LEGITIMATION-VORHANDEN NOT = "J"
              OR KONTO-KUNDEN-ID = SPACES
              EXIT SECTION
           END-IF
           MOVE KONTO-KUNDEN-ID TO LEGI-KUNDEN-ID
           READ LEGITIMATION
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF LEGI-GEBURTSDATUM IS NOT NUMERIC
              OR LEGI-GEBURTSDATUM = 0
              OR LEGI-GEBURTSDATUM > WS-REGEL-STICHTAG
              EXIT SECTION
           END-IF
           MOVE WS-REGEL-STICHTAG TO WS-STICHTAG-G
           MOVE LEGI-GEBURTSDATUM TO WS-GEBURT-G
           COMPUTE WS-ALTER = WS-ST-JAHR - WS-GB-JAHR
           IF WS-ST-MMTT < WS-GB-MMTT
              SUBTRACT 1 FROM WS-ALTER
           END-IF
           EXIT.

       STELLE-IN-FREIGABE SECTION.
      *    Umstellung als Freigabe Art "U" vorlegen (siehe
      *    FREIGABEREC.cpy): FREIGABE-TRANS-ID traegt den
      *    Regelschluessel und die Zahl der Konten der Vorschau,
      *    das Protokoll je Konto einen Satz "V" unter der neuen
      *    Freigabenummer.
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
           OPEN EXTEND UMSTLOG
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              OPEN OUTPUT UMSTLOG
           END-IF
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              DISPLAY "Umstellungsprotokoll nicht beschreibbar, "
                 "Status: " WS-UMSTLOG-STATUS
              CLOSE FREIGABE
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM ERMITTLE-FREIGABE-ID
           MOVE SPACES TO FREIGABE-RECORD
           MOVE WS-FREIGABE-SEQUENZ TO FREIGABE-ID
           MOVE "U" TO FREIGABE-ART
           MOVE SPACES TO FREIGABE-KONTO-ID
           MOVE WS-REGEL-SCHLUESSEL TO FREIGABE-TRANS-ID(1:12)
           MOVE WS-AUSWAHL-ANZAHL TO FREIGABE-TRANS-ID(13:5)
           MOVE 0 TO FREIGABE-BETRAG
           MOVE WS-REGEL-ZEILE TO FREIGABE-TEXT
           MOVE "UMSTELLUNG" TO FREIGABE-ERFASSER
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO FREIGABE-ERFASST-AM
           MOVE "O" TO FREIGABE-STATUS
           MOVE SPACES TO FREIGABE-ENTSCHEIDER
           MOVE 0 TO FREIGABE-ENTSCHIEDEN-AM
           WRITE FREIGABE-RECORD
           CLOSE FREIGABE
           PERFORM VARYING WS-VG-IDX FROM 1 BY 1
              UNTIL WS-VG-IDX > WS-VORGELEGT-ANZAHL
              MOVE SPACES TO UMSTLOG-SATZ
              MOVE "V" TO UMSTLOG-ART
              MOVE WS-REGEL-SCHLUESSEL TO UMSTLOG-REGEL
              MOVE WS-VG-KONTO(WS-VG-IDX) TO UMSTLOG-KONTO-ID
              MOVE WS-VG-KUNDE(WS-VG-IDX) TO UMSTLOG-KUNDEN-ID
              MOVE WS-FREIGABE-SEQUENZ TO UMSTLOG-FREIGABE-ID
              MOVE WS-LAUFDATUM TO UMSTLOG-DATUM
              MOVE WS-VG-ALTER(WS-VG-IDX) TO UMSTLOG-ALTER
              WRITE UMSTLOG-SATZ
           END-PERFORM
           CLOSE UMSTLOG
           MOVE WS-AUSWAHL-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO UMST-REPORT-SATZ
           STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                  " VORGELEGT ALS FREIGABE " DELIMITED BY SIZE
                  WS-FREIGABE-SEQUENZ DELIMITED BY SIZE
                  ", KONTEN: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
             INTO UMST-REPORT-SATZ
           END-STRING
           WRITE UMST-REPORT-SATZ
           EXIT.

       STELLE-KONTEN-UM SECTION.
      *    Stichtag erreicht: jedes angekuendigte Konto, das noch
      *    das alte Produkt fuehrt, erhaelt das neue; die uebrigen
      *    werden mit "X" protokolliert. Bereits protokollierte
      *    Konten eines abgebrochenen Laufs bleiben unberuehrt.
           IF WS-AK-UEBERLAUF = "J"
              MOVE SPACES TO UMST-REPORT-SATZ
              STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                     " MEHR ALS 2000 KONTEN, NICHT UMGESTELLT"
                        DELIMITED BY SIZE
                INTO UMST-REPORT-SATZ
              END-STRING
              WRITE UMST-REPORT-SATZ
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              EXIT SECTION
           END-IF
           OPEN EXTEND UMSTLOG
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              OPEN OUTPUT UMSTLOG
           END-IF
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              DISPLAY "Umstellungsprotokoll nicht beschreibbar, "
                 "Status: " WS-UMSTLOG-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-AK-IDX FROM 1 BY 1
              UNTIL WS-AK-IDX > WS-ANGEKUENDIGT-ANZAHL
              IF WS-AK-ERLEDIGT(WS-AK-IDX) NOT = "J"
                 PERFORM STELLE-KONTO-UM
              END-IF
           END-PERFORM
           MOVE SPACES TO UMSTLOG-SATZ
           MOVE "E" TO UMSTLOG-ART
           MOVE WS-REGEL-SCHLUESSEL TO UMSTLOG-REGEL
           MOVE WS-FREIGABE-NR TO UMSTLOG-FREIGABE-ID
           MOVE WS-LAUFDATUM TO UMSTLOG-DATUM
           MOVE 0 TO UMSTLOG-ALTER
           WRITE UMSTLOG-SATZ
           CLOSE UMSTLOG

           MOVE WS-UMGESTELLT-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE SPACES TO UMST-REPORT-SATZ
           STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                  " UMGESTELLT: " DELIMITED BY SIZE
                  WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " KONTEN" DELIMITED BY SIZE
             INTO UMST-REPORT-SATZ
           END-STRING
           WRITE UMST-REPORT-SATZ
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING WS-REGEL-ZEILE DELIMITED BY "  "
                  " FRG=" DELIMITED BY SIZE
                  WS-FREIGABE-NR DELIMITED BY SIZE
                  " N=" DELIMITED BY SIZE
                  WS-UMGESTELLT-ANZAHL DELIMITED BY SIZE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       STELLE-KONTO-UM SECTION.
           MOVE SPACES TO UMSTLOG-SATZ
           MOVE "X" TO UMSTLOG-ART
           MOVE WS-REGEL-SCHLUESSEL TO UMSTLOG-REGEL
           MOVE WS-AK-KONTO(WS-AK-IDX) TO UMSTLOG-KONTO-ID
           MOVE WS-FREIGABE-NR TO UMSTLOG-FREIGABE-ID
           MOVE WS-LAUFDATUM TO UMSTLOG-DATUM
           MOVE 0 TO UMSTLOG-ALTER
           MOVE WS-AK-KONTO(WS-AK-IDX) TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE KONTO-KUNDEN-ID TO UMSTLOG-KUNDEN-ID
                 IF KONTO-PRODUKT = WS-REGEL-ALT-PRODUKT
                    MOVE WS-REGEL-NEU-PRODUKT TO KONTO-PRODUKT
                    REWRITE KONTO-RECORD
                    MOVE "U" TO UMSTLOG-ART
                 END-IF
           END-READ
           IF UMSTLOG-ART = "U"
              ADD 1 TO WS-UMGESTELLT-ANZAHL
           ELSE
              ADD 1 TO WS-NICHT-UMGESTELLT-ANZAHL
              MOVE SPACES TO UMST-REPORT-SATZ
              STRING "  NICHT UMGESTELLT KONTO=" DELIMITED BY SIZE
                     UMSTLOG-KONTO-ID DELIMITED BY SIZE
                     " (AUFGELOEST ODER PRODUKT GEAENDERT)"
                        DELIMITED BY SIZE
                INTO UMST-REPORT-SATZ
              END-STRING
              WRITE UMST-REPORT-SATZ
           END-IF
           WRITE UMSTLOG-SATZ
           EXIT.

       KUENDIGE-AN SECTION.
      *    Je vorgelegtem Konto, das noch das alte Produkt fuehrt
      *    und nicht schon angekuendigt ist, Mitteilung drucken und
      *    "A" protokollieren; "M" erst, wenn alle gedruckt sind.
           OPEN EXTEND UMSTLOG
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              OPEN OUTPUT UMSTLOG
           END-IF
           IF WS-UMSTLOG-STATUS NOT = "00" THEN
              DISPLAY "Umstellungsprotokoll nicht beschreibbar, "
                 "Status: " WS-UMSTLOG-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE "J" TO WS-MITTEILUNG-OK
           PERFORM VARYING WS-VG-IDX FROM 1 BY 1
              UNTIL WS-VG-IDX > WS-VORGELEGT-ANZAHL
                 OR WS-MITTEILUNG-OK NOT = "J"
              PERFORM KUENDIGE-KONTO-AN
           END-PERFORM
           IF WS-MITTEILUNG-OK NOT = "J"
              CLOSE UMSTLOG
              MOVE SPACES TO UMST-REPORT-SATZ
              STRING WS-REGEL-ZEILE DELIMITED BY SIZE
                     " MITTEILUNGEN NICHT VOLLSTAENDIG GEDRUCKT"
                        DELIMITED BY SIZE
                INTO UMST-REPORT-SATZ
              END-STRING
              WRITE UMST-REPORT-SATZ
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE SPACES TO UMSTLOG-SATZ
           MOVE "M" TO UMSTLOG-ART
           MOVE WS-REGEL-SCHLUESSEL TO UMSTLOG-REGEL
           MOVE WS-FREIGABE-NR TO UMSTLOG-FREIGABE-ID
           MOVE WS-LAUFDATUM TO UMSTLOG-DATUM
           MOVE 0 TO UMSTLOG-ALTER
           WRITE UMSTLOG-SATZ
           CLOSE UMSTLOG
           MOVE "J" TO WS-MITTEILUNGEN-ERFOLGT
           MOVE WS-LAUFDATUM TO WS-MITTEILUNG-DATUM
           EXIT.

       KUENDIGE-KONTO-AN SECTION.
           MOVE WS-VG-KONTO(WS-VG-IDX) TO WS-SUCH-KONTO
           PERFORM SUCHE-ANGEKUENDIGT
           IF WS-AK-GEFUNDEN = "J"
              EXIT SECTION
           END-IF
           MOVE WS-SUCH-KONTO TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 MOVE SPACES TO KONTO-PRODUKT
           END-READ
           IF KONTO-PRODUKT NOT = WS-REGEL-ALT-PRODUKT
              MOVE SPACES TO UMST-REPORT-SATZ
              STRING "  NICHT ANGEKUENDIGT KONTO=" DELIMITED BY SIZE
                     WS-SUCH-KONTO DELIMITED BY SIZE
                     " (AUFGELOEST ODER PRODUKT GEAENDERT)"
                        DELIMITED BY SIZE
                INTO UMST-REPORT-SATZ
              END-STRING
              WRITE UMST-REPORT-SATZ
              EXIT SECTION
           END-IF
           PERFORM SCHREIBE-MITTEILUNG
           IF WS-MITTEILUNG-OK NOT = "J"
              EXIT SECTION
           END-IF
           MOVE SPACES TO UMSTLOG-SATZ
           MOVE "A" TO UMSTLOG-ART
           MOVE WS-REGEL-SCHLUESSEL TO UMSTLOG-REGEL
           MOVE KONTO-ID TO UMSTLOG-KONTO-ID
           MOVE KONTO-KUNDEN-ID TO UMSTLOG-KUNDEN-ID
           MOVE WS-FREIGABE-NR TO UMSTLOG-FREIGABE-ID
           MOVE WS-LAUFDATUM TO UMSTLOG-DATUM
           MOVE WS-VG-ALTER(WS-VG-IDX) TO UMSTLOG-ALTER
           WRITE UMSTLOG-SATZ
           PERFORM MERKE-ANGEKUENDIGT
           EXIT.

       SCHREIBE-MITTEILUNG SECTION.
      *    Kundenmitteilung in die Mitteilungsdatei des Laufs, im
      *    Aufbau wie die Mahnschreiben des MAHNLAUF; ohne
      *    Kundensatz steht nur KONTO-NAME im Anschriftenfeld.
      *    Ein Wiederholungslauf am selben Tag schreibt an die
      *    Datei an; WS-MITTEILUNG-OK wird "N", wenn die
      *    Mitteilung nicht geschrieben werden konnte.
           IF WS-MITTEILUNG-OFFEN = "N"
              MOVE SPACES TO WS-MITTEILUNG-DATEINAME
              STRING "produktmitteilung-" DELIMITED BY SIZE
                     WS-LAUFDATUM DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                INTO WS-MITTEILUNG-DATEINAME
              END-STRING
              OPEN EXTEND MITTEILUNG
              IF WS-MITTEILUNG-STATUS NOT = "00" THEN
                 OPEN OUTPUT MITTEILUNG
              END-IF
              IF WS-MITTEILUNG-STATUS NOT = "00" THEN
                 DISPLAY "Mitteilungsdatei nicht anlegbar: "
                    WS-MITTEILUNG-DATEINAME
                 MOVE "N" TO WS-MITTEILUNG-OK
                 EXIT SECTION
              END-IF
              MOVE "J" TO WS-MITTEILUNG-OFFEN
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

           MOVE ALL "=" TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE KUNDEN-NAME TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE KUNDEN-STRASSE TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE SPACES TO MITTEILUNG-SATZ
           STRING KUNDEN-PLZ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KUNDEN-ORT DELIMITED BY SIZE
             INTO MITTEILUNG-SATZ
           END-STRING
           WRITE MITTEILUNG-SATZ
           MOVE SPACES TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           STRING "Datum: " DELIMITED BY SIZE
                  WS-LAUFDATUM DELIMITED BY SIZE
                  "   Konto: " DELIMITED BY SIZE
                  KONTO-ID DELIMITED BY SIZE
             INTO MITTEILUNG-SATZ
           END-STRING
           WRITE MITTEILUNG-SATZ
           MOVE SPACES TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE "Mitteilung ueber die Umstellung Ihres Kontos"
              TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE SPACES TO MITTEILUNG-SATZ
           STRING "Zum " DELIMITED BY SIZE
                  WS-REGEL-STICHTAG DELIMITED BY SIZE
                  " stellen wir Ihr Konto von " DELIMITED BY SIZE
                  WS-REGEL-ALT-PRODUKT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALT-BEZEICHNUNG DELIMITED BY "  "
                  " auf" DELIMITED BY SIZE
             INTO MITTEILUNG-SATZ
           END-STRING
           WRITE MITTEILUNG-SATZ
           MOVE SPACES TO MITTEILUNG-SATZ
           STRING WS-REGEL-NEU-PRODUKT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEU-BEZEICHNUNG DELIMITED BY "  "
                  " um." DELIMITED BY SIZE
             INTO MITTEILUNG-SATZ
           END-STRING
           WRITE MITTEILUNG-SATZ
           IF WS-REGEL-ANLASS NOT = SPACES
              MOVE SPACES TO MITTEILUNG-SATZ
              STRING "Anlass: " DELIMITED BY SIZE
                     WS-REGEL-ANLASS DELIMITED BY SIZE
                INTO MITTEILUNG-SATZ
              END-STRING
              WRITE MITTEILUNG-SATZ
           END-IF
           MOVE SPACES TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE "Bisherige Konditionen:" TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE WS-PRODUKT-ALT TO WS-PRODUKT-ANZEIGE
           PERFORM SCHREIBE-KONDITIONEN
           MOVE "Neue Konditionen ab dem Stichtag:" TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE WS-PRODUKT-NEU TO WS-PRODUKT-ANZEIGE
           PERFORM SCHREIBE-KONDITIONEN
           MOVE "Bei Fragen oder Einwaenden wenden Sie sich bitte"
              TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE "vor dem Stichtag an Ihre Filiale." TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           MOVE SPACES TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
           IF WS-MITTEILUNG-STATUS NOT = "00" THEN
              DISPLAY "Mitteilung nicht geschrieben, Konto: "
                 KONTO-ID " Status: " WS-MITTEILUNG-STATUS
              MOVE "N" TO WS-MITTEILUNG-OK
              EXIT SECTION
           END-IF
           ADD 1 TO WS-MITTEILUNG-ANZAHL
           EXIT.

       SCHREIBE-KONDITIONEN SECTION.
      *    Zinsstaffeln (Saetze in Hundertstel-Prozent, Staffel-
      *    grenze 999999999 = unbegrenzt, ungenutzte Staffeln 0)
      *    und Frei-SMS des Produkts in WS-PRODUKT-ANZEIGE.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
              UNTIL WS-PA-IDX > 3
              IF WS-PA-STAFFEL-BIS(WS-PA-IDX) > 0
                 COMPUTE WS-ZINS-ANZEIGE =
                    WS-PA-HABENZINS(WS-PA-IDX) / 100
                 COMPUTE WS-ZINS-ANZEIGE-2 =
                    WS-PA-SOLLZINS(WS-PA-IDX) / 100
                 MOVE SPACES TO MITTEILUNG-SATZ
                 IF WS-PA-STAFFEL-BIS(WS-PA-IDX) = 999999999
                    STRING "  Saldo ueber Vorstaffel: "
                              DELIMITED BY SIZE
                           "     Habenzins " DELIMITED BY SIZE
                           WS-ZINS-ANZEIGE DELIMITED BY SIZE
                           " %  Sollzins " DELIMITED BY SIZE
                           WS-ZINS-ANZEIGE-2 DELIMITED BY SIZE
                           " %" DELIMITED BY SIZE
                      INTO MITTEILUNG-SATZ
                    END-STRING
                 ELSE
                    MOVE WS-PA-STAFFEL-BIS(WS-PA-IDX)
                       TO WS-BIS-ANZEIGE
                    STRING "  Saldo bis " DELIMITED BY SIZE
                           WS-BIS-ANZEIGE DELIMITED BY SIZE
                           " EUR:    Habenzins " DELIMITED BY SIZE
                           WS-ZINS-ANZEIGE DELIMITED BY SIZE
                           " %  Sollzins " DELIMITED BY SIZE
                           WS-ZINS-ANZEIGE-2 DELIMITED BY SIZE
                           " %" DELIMITED BY SIZE
                      INTO MITTEILUNG-SATZ
                    END-STRING
                 END-IF
                 WRITE MITTEILUNG-SATZ
              END-IF
           END-PERFORM
           MOVE SPACES TO MITTEILUNG-SATZ
           STRING "  Frei-SMS je Monat: " DELIMITED BY SIZE
                  WS-PA-SMS-FREI DELIMITED BY SIZE
             INTO MITTEILUNG-SATZ
           END-STRING
           WRITE MITTEILUNG-SATZ
           MOVE SPACES TO MITTEILUNG-SATZ
           WRITE MITTEILUNG-SATZ
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
       END PROGRAM PRODUKTUMSTELLUNG.

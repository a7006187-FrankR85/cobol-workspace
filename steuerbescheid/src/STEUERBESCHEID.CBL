      *    aus den Zinslauf-Berichten klaubt. Das Laufdatum kommt
      *    wie bei addierenZu2020 als erstes Kommandozeilen-
      *    argument (JJJJMMTT).
      *    Gemeinschaftskonten (KONTOBEZREC.cpy): die Zinsen eines
      *    Kontos werden nach den am 31.12. des Jahres gueltigen
      *    Anteilen auf Inhaber und Mitinhaber aufgeteilt; jeder
      *    bekommt seinen Anteil bescheinigt, und das Konto wird
      *    mit allen Inhabern aufgefuehrt. Bevollmaechtigte
      *    erhalten keinen Anteil.
      *    Jede erzeugte Bescheinigung wird im elektronischen
      *    Postfach des Kunden (POSTFACH, siehe POSTFACHREC.cpy)
      *    als Dokumentart "S" eingetragen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KUNDEN-ID
              FILE STATUS IS WS-KUNDENSTAMM-STATUS.
           SELECT KONTOBEZIEHUNG ASSIGN TO "KONTOBEZIEHUNG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTOBEZ-ID
              ALTERNATE RECORD KEY IS KONTOBEZ-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-KONTOBEZ-STATUS.
           SELECT BESCHEID-DATEI ASSIGN TO WS-BESCHEID-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BESCHEID-STATUS.
           SELECT POSTFACH ASSIGN TO "POSTFACH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POSTFACH-SCHLUESSEL
              FILE STATUS IS WS-POSTFACH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY KONTOREC.
       FD KUNDENSTAMM.
       COPY KUNDENREC.
       FD KONTOBEZIEHUNG.
       COPY KONTOBEZREC.
       FD BESCHEID-DATEI.
       01 BESCHEID-SATZ PIC X(80).

       FD POSTFACH.
       COPY POSTFACHREC.

       WORKING-STORAGE SECTION.
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-ARCHIV-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-KUNDENSTAMM-STATUS PIC X(02).
       01 WS-BESCHEID-STATUS PIC X(02).
       01 WS-KONTOBEZ-STATUS PIC X(02).
       01 WS-KONTOBEZ-VORHANDEN PIC X VALUE "N".
       01 WS-POSTFACH-STATUS PIC X(02).
       01 WS-POSTFACH-VORHANDEN PIC X VALUE "N".
       01 WS-KONTOBEZ-EOF PIC X.
       01 WS-TRANS-EOF PIC X.
       01 WS-ARCHIV-EOF PIC X.
       01 WS-KUNDEN-EOF PIC X VALUE "N".
       01 WS-KUNDE-KONTEN PIC 9(03).
       01 WS-BESCHEID-ANZAHL PIC 9(05) VALUE 0.

      *    Konten des Kunden mit seinem Zinsanteil in Prozent
      *    (Stichtag 31.12. des Zieljahres) und den anteiligen
      *    Zinsen; WS-BK-GEMEINSAM = "J", wenn das Konto weitere
      *    Mitinhaber hat.
       01 WS-STICHTAG PIC 9(08).
       01 WS-BK-ANZAHL PIC 9(02).
       01 WS-BK-TABELLE.
          05 WS-BK-EINTRAG OCCURS 30 TIMES.
             10 WS-BK-KONTO-ID PIC X(10).
             10 WS-BK-ANTEIL PIC 9(03)V99.
             10 WS-BK-HABEN PIC 9(9)V99.
             10 WS-BK-SOLL PIC 9(9)V99.
             10 WS-BK-GEMEINSAM PIC X.
       01 WS-BK-IDX PIC 9(02).
       01 WS-MITINHABER-SUMME PIC 9(05)V99.
       01 WS-MITINHABER-ANZAHL PIC 9(03).
       01 WS-SUCH-ANTEIL PIC 9(03)V99.
       01 WS-SUCH-KUNDE PIC X(10).
       01 WS-INHABER-NAME PIC X(30).
       01 WS-ANTEIL-ANZEIGE PIC ZZ9.99.
       01 WS-INHABER-ZEIGER PIC 9(02).
      *    Kundensatz des Bescheinigungsempfaengers; die Namen der
      *    Mitinhaber werden ueber denselben Dateipuffer gelesen.
       01 WS-KUNDEN-SICHERUNG PIC X(140).

       01 WS-BETRAG-ANZEIGE PIC -(11)9.99.
       01 WS-ANZAHL-ANZEIGE PIC Z(4)9.

              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAUFDATUM
           END-IF
           COMPUTE WS-ZIELJAHR = WS-LAUF-JAHR - 1
           COMPUTE WS-STICHTAG = WS-ZIELJAHR * 10000 + 1231
           CALL "SYSTEM" USING "mkdir -p bescheinigungen"

           PERFORM SUMMIERE-UMSATZJOURNAL
              CLOSE KUNDENSTAMM
              STOP RUN
           END-IF
      *    Ohne Beziehungsdatei gibt es nur Einzelinhaber.
           OPEN INPUT KONTOBEZIEHUNG
           IF WS-KONTOBEZ-STATUS = "00" THEN
              MOVE "J" TO WS-KONTOBEZ-VORHANDEN
           END-IF
           OPEN I-O POSTFACH
           IF WS-POSTFACH-STATUS = "35" THEN
              OPEN OUTPUT POSTFACH
              CLOSE POSTFACH
              OPEN I-O POSTFACH
           END-IF
           IF WS-POSTFACH-STATUS = "00" THEN
              MOVE "J" TO WS-POSTFACH-VORHANDEN
           ELSE
              DISPLAY "POSTFACH nicht verfuegbar, Status: "
                 WS-POSTFACH-STATUS
           END-IF
           PERFORM UNTIL WS-KUNDEN-EOF = "J"
              READ KUNDENSTAMM NEXT RECORD
                 AT END MOVE "J" TO WS-KUNDEN-EOF
                    PERFORM ERSTELLE-BESCHEINIGUNG
              END-READ
           END-PERFORM
           IF WS-KONTOBEZ-VORHANDEN = "J"
              CLOSE KONTOBEZIEHUNG
           END-IF
           IF WS-POSTFACH-VORHANDEN = "J"
              CLOSE POSTFACH
           END-IF
           CLOSE KONTODATEI
           CLOSE KUNDENSTAMM


       ERSTELLE-BESCHEINIGUNG SECTION.
      *    Konten des Kunden ueber den Alternativschluessel
      *    einsammeln, dazu die Gemeinschaftskonten, an denen er
      *    am Stichtag Mitinhaber ist, und die Zinssummen nach
      *    seinem Anteil zusammenrollen; eine Bescheinigung
      *    entsteht nur bei Zinsbewegung im Zieljahr.
           MOVE KUNDEN-ID TO WS-AUSZUG-KUNDE
           MOVE KUNDEN-RECORD TO WS-KUNDEN-SICHERUNG
           MOVE 0 TO WS-KUNDE-HABEN
           MOVE 0 TO WS-KUNDE-SOLL
           MOVE 0 TO WS-KUNDE-KONTEN
           MOVE 0 TO WS-BK-ANZAHL
           MOVE "N" TO WS-KONTEN-EOF
           MOVE WS-AUSZUG-KUNDE TO KONTO-KUNDEN-ID
           START KONTODATEI KEY IS = KONTO-KUNDEN-ID
                    IF KONTO-KUNDEN-ID NOT = WS-AUSZUG-KUNDE
                       MOVE "J" TO WS-KONTEN-EOF
                    ELSE
                       MOVE KONTO-ID TO WS-SUCH-KONTO
                       PERFORM SUMMIERE-MITINHABER
                       COMPUTE WS-SUCH-ANTEIL =
                          100 - WS-MITINHABER-SUMME
                       PERFORM ROLLE-KONTO-ZU
                    END-IF
              END-READ
           END-PERFORM
           IF WS-KONTOBEZ-VORHANDEN = "J"
              PERFORM SAMMLE-GEMEINSCHAFTSKONTEN
           END-IF

           IF WS-KUNDE-HABEN = 0 AND WS-KUNDE-SOLL = 0
              EXIT SECTION
           END-IF
           PERFORM SCHREIBE-BESCHEINIGUNG
      *    Das Nachlesen der Mitinhabernamen hat die Leseposition
      *    im KUNDENSTAMM verschoben; hinter dem bearbeiteten
      *    Kunden wieder aufsetzen.
           MOVE WS-AUSZUG-KUNDE TO KUNDEN-ID
           START KUNDENSTAMM KEY IS > KUNDEN-ID
              INVALID KEY MOVE "J" TO WS-KUNDEN-EOF
           END-START
           EXIT.

       SAMMLE-GEMEINSCHAFTSKONTEN SECTION.
      *    Beziehungen des Kunden als Mitinhaber, die am Stichtag
      *    gelten; sein Anteil steht im Beziehungssatz.
           MOVE "N" TO WS-KONTOBEZ-EOF
           MOVE WS-AUSZUG-KUNDE TO KONTOBEZ-KUNDEN-ID
           START KONTOBEZIEHUNG KEY IS = KONTOBEZ-KUNDEN-ID
              INVALID KEY MOVE "J" TO WS-KONTOBEZ-EOF
           END-START
           PERFORM UNTIL WS-KONTOBEZ-EOF = "J"
              READ KONTOBEZIEHUNG NEXT RECORD
                 AT END MOVE "J" TO WS-KONTOBEZ-EOF
                 NOT AT END
                    IF KONTOBEZ-KUNDEN-ID NOT = WS-AUSZUG-KUNDE
                       MOVE "J" TO WS-KONTOBEZ-EOF
                    ELSE
                       IF KONTOBEZ-ROLLE = "M"
                          AND KONTOBEZ-GUELTIG-AB <= WS-STICHTAG
                          AND KONTOBEZ-GUELTIG-BIS >= WS-STICHTAG
                          MOVE KONTOBEZ-KONTO-ID TO WS-SUCH-KONTO
                          MOVE KONTOBEZ-ANTEIL TO WS-SUCH-ANTEIL
                          MOVE 1 TO WS-MITINHABER-ANZAHL
                          PERFORM ROLLE-KONTO-ZU
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       SUMMIERE-MITINHABER SECTION.
      *    Summe der am Stichtag gueltigen Mitinhaberanteile am
      *    Konto WS-SUCH-KONTO; der Inhaber hat den Rest.
           MOVE 0 TO WS-MITINHABER-SUMME
           MOVE 0 TO WS-MITINHABER-ANZAHL
           IF WS-KONTOBEZ-VORHANDEN NOT = "J"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-KONTOBEZ-EOF
           MOVE WS-SUCH-KONTO TO KONTOBEZ-KONTO-ID
           MOVE LOW-VALUES TO KONTOBEZ-KUNDEN-ID
           START KONTOBEZIEHUNG KEY IS NOT LESS THAN KONTOBEZ-ID
              INVALID KEY MOVE "J" TO WS-KONTOBEZ-EOF
           END-START
           PERFORM UNTIL WS-KONTOBEZ-EOF = "J"
              READ KONTOBEZIEHUNG NEXT RECORD
                 AT END MOVE "J" TO WS-KONTOBEZ-EOF
                 NOT AT END
                    IF KONTOBEZ-KONTO-ID NOT = WS-SUCH-KONTO
                       MOVE "J" TO WS-KONTOBEZ-EOF
                    ELSE
                       IF KONTOBEZ-ROLLE = "M"
                          AND KONTOBEZ-GUELTIG-AB <= WS-STICHTAG
                          AND KONTOBEZ-GUELTIG-BIS >= WS-STICHTAG
                          ADD KONTOBEZ-ANTEIL TO WS-MITINHABER-SUMME
                          ADD 1 TO WS-MITINHABER-ANZAHL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MITINHABER-SUMME > 100
              MOVE 100 TO WS-MITINHABER-SUMME
           END-IF
           EXIT.

       ROLLE-KONTO-ZU SECTION.
      *    Zinsen des Kontos WS-SUCH-KONTO mit dem Anteil
      *    WS-SUCH-ANTEIL dem Kunden zurechnen und das Konto fuer
      *    die Einzelaufstellung merken.
           IF WS-BK-ANZAHL >= 30
              EXIT SECTION
           END-IF
           ADD 1 TO WS-KUNDE-KONTEN
           ADD 1 TO WS-BK-ANZAHL
           MOVE WS-SUCH-KONTO TO WS-BK-KONTO-ID(WS-BK-ANZAHL)
           MOVE WS-SUCH-ANTEIL TO WS-BK-ANTEIL(WS-BK-ANZAHL)
           MOVE 0 TO WS-BK-HABEN(WS-BK-ANZAHL)
           MOVE 0 TO WS-BK-SOLL(WS-BK-ANZAHL)
           IF WS-MITINHABER-ANZAHL > 0
              MOVE "J" TO WS-BK-GEMEINSAM(WS-BK-ANZAHL)
           ELSE
              MOVE "N" TO WS-BK-GEMEINSAM(WS-BK-ANZAHL)
           END-IF
           PERFORM VARYING WS-ZI-IDX FROM 1 BY 1
              UNTIL WS-ZI-IDX > WS-KONTO-ANZAHL
              IF WS-ZI-KONTO-ID(WS-ZI-IDX) = WS-SUCH-KONTO
                 COMPUTE WS-BK-HABEN(WS-BK-ANZAHL) ROUNDED =
                    WS-ZI-HABEN(WS-ZI-IDX) * WS-SUCH-ANTEIL / 100
                 COMPUTE WS-BK-SOLL(WS-BK-ANZAHL) ROUNDED =
                    WS-ZI-SOLL(WS-ZI-IDX) * WS-SUCH-ANTEIL / 100
                 ADD WS-BK-HABEN(WS-BK-ANZAHL) TO WS-KUNDE-HABEN
                 ADD WS-BK-SOLL(WS-BK-ANZAHL) TO WS-KUNDE-SOLL
                 MOVE WS-KONTO-ANZAHL TO WS-ZI-IDX
              END-IF
           END-PERFORM
           EXIT.

       SCHREIBE-BESCHEINIGUNG SECTION.
           MOVE WS-KUNDEN-SICHERUNG TO KUNDEN-RECORD
           ADD 1 TO WS-BESCHEID-ANZAHL
           MOVE SPACES TO WS-BESCHEID-DATEINAME
           STRING "bescheinigungen/steuer-" DELIMITED BY SIZE
             INTO BESCHEID-SATZ
           END-STRING
           WRITE BESCHEID-SATZ
           MOVE SPACES TO BESCHEID-SATZ
           WRITE BESCHEID-SATZ
           MOVE "Aufstellung je Konto:" TO BESCHEID-SATZ
           WRITE BESCHEID-SATZ
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BK-ANZAHL
              IF WS-BK-HABEN(WS-BK-IDX) NOT = 0
                 OR WS-BK-SOLL(WS-BK-IDX) NOT = 0
                 PERFORM SCHREIBE-KONTOZEILEN
              END-IF
           END-PERFORM
           CLOSE BESCHEID-DATEI
           IF WS-POSTFACH-VORHANDEN = "J"
              PERFORM TRAGE-INS-POSTFACH-EIN
           END-IF
           EXIT.

       TRAGE-INS-POSTFACH-EIN SECTION.
      *    Bescheinigung im Postfach des Kunden eintragen; bei
      *    einem Wiederholungslauf fuer dasselbe Jahr bleiben
      *    Zustelldatum und Lesestatus stehen.
           MOVE SPACES TO POSTFACH-RECORD
           MOVE WS-AUSZUG-KUNDE TO POSTFACH-KUNDEN-ID
           MOVE "S" TO POSTFACH-ART
           MOVE WS-ZIELJAHR TO POSTFACH-PERIODE(1:4)
           READ POSTFACH
              INVALID KEY
                 MOVE WS-BESCHEID-DATEINAME TO POSTFACH-DATEINAME
                 MOVE WS-LAUFDATUM TO POSTFACH-ZUGESTELLT-AM
                 MOVE "N" TO POSTFACH-GELESEN
                 MOVE 0 TO POSTFACH-GELESEN-AM
                 MOVE 0 TO POSTFACH-PAPIER-AM
                 WRITE POSTFACH-RECORD
                 EXIT SECTION
           END-READ
           MOVE WS-BESCHEID-DATEINAME TO POSTFACH-DATEINAME
           REWRITE POSTFACH-RECORD
           EXIT.

       SCHREIBE-KONTOZEILEN SECTION.
      *    Konto mit Anteil und anteiligen Zinsen; bei Gemein-
      *    schaftskonten folgen alle Inhaber mit ihren Anteilen.
           MOVE WS-BK-ANTEIL(WS-BK-IDX) TO WS-ANTEIL-ANZEIGE
           MOVE SPACES TO BESCHEID-SATZ
           STRING "Konto " DELIMITED BY SIZE
                  WS-BK-KONTO-ID(WS-BK-IDX) DELIMITED BY SIZE
                  "  Ihr Anteil: " DELIMITED BY SIZE
                  WS-ANTEIL-ANZEIGE DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
             INTO BESCHEID-SATZ
           END-STRING
           WRITE BESCHEID-SATZ
           MOVE WS-BK-HABEN(WS-BK-IDX) TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO BESCHEID-SATZ
           STRING "  Habenzinsen anteilig: " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO BESCHEID-SATZ
           END-STRING
           WRITE BESCHEID-SATZ
           MOVE WS-BK-SOLL(WS-BK-IDX) TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO BESCHEID-SATZ
           STRING "  Sollzinsen anteilig:  " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO BESCHEID-SATZ
           END-STRING
           WRITE BESCHEID-SATZ
           IF WS-BK-GEMEINSAM(WS-BK-IDX) NOT = "J"
              EXIT SECTION
           END-IF

      *    Inhaber aus dem Kontosatz mit dem Restanteil ...
           MOVE WS-BK-KONTO-ID(WS-BK-IDX) TO KONTO-ID
           READ KONTODATEI
              INVALID KEY EXIT SECTION
           END-READ
           MOVE WS-BK-KONTO-ID(WS-BK-IDX) TO WS-SUCH-KONTO
           PERFORM SUMMIERE-MITINHABER
           COMPUTE WS-SUCH-ANTEIL = 100 - WS-MITINHABER-SUMME
           MOVE KONTO-KUNDEN-ID TO WS-SUCH-KUNDE
           MOVE "  Inhaber:    " TO BESCHEID-SATZ
           PERFORM SCHREIBE-INHABERZEILE
      *    ... und die Mitinhaber am Stichtag.
           MOVE "N" TO WS-KONTOBEZ-EOF
           MOVE WS-BK-KONTO-ID(WS-BK-IDX) TO KONTOBEZ-KONTO-ID
           MOVE LOW-VALUES TO KONTOBEZ-KUNDEN-ID
           START KONTOBEZIEHUNG KEY IS NOT LESS THAN KONTOBEZ-ID
              INVALID KEY MOVE "J" TO WS-KONTOBEZ-EOF
           END-START
           PERFORM UNTIL WS-KONTOBEZ-EOF = "J"
              READ KONTOBEZIEHUNG NEXT RECORD
                 AT END MOVE "J" TO WS-KONTOBEZ-EOF
                 NOT AT END
                    IF KONTOBEZ-KONTO-ID
                       NOT = WS-BK-KONTO-ID(WS-BK-IDX)
                       MOVE "J" TO WS-KONTOBEZ-EOF
                    ELSE
                       IF KONTOBEZ-ROLLE = "M"
                          AND KONTOBEZ-GUELTIG-AB <= WS-STICHTAG
                          AND KONTOBEZ-GUELTIG-BIS >= WS-STICHTAG
                          MOVE KONTOBEZ-KUNDEN-ID TO WS-SUCH-KUNDE
                          MOVE KONTOBEZ-ANTEIL TO WS-SUCH-ANTEIL
                          MOVE "  Mitinhaber: " TO BESCHEID-SATZ
                          PERFORM SCHREIBE-INHABERZEILE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       SCHREIBE-INHABERZEILE SECTION.
      *    Rollentext steht bereits in BESCHEID-SATZ(1:14).
           MOVE WS-SUCH-KUNDE TO WS-INHABER-NAME
           MOVE WS-SUCH-KUNDE TO KUNDEN-ID
           READ KUNDENSTAMM
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE KUNDEN-NAME TO WS-INHABER-NAME
           END-READ
           MOVE WS-SUCH-ANTEIL TO WS-ANTEIL-ANZEIGE
           MOVE 15 TO WS-INHABER-ZEIGER
           STRING WS-INHABER-NAME DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-ANTEIL-ANZEIGE DELIMITED BY SIZE
                  " %)" DELIMITED BY SIZE
             INTO BESCHEID-SATZ WITH POINTER WS-INHABER-ZEIGER
           END-STRING
           WRITE BESCHEID-SATZ
           EXIT.
       END PROGRAM STEUERBESCHEID.

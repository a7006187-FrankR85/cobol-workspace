      *    des Monats aus dem indizierten Umsatzjournal sowie eine
      *    Portfolio-Summenzeile enthaelt (Gesamtsaldo ueber alle
      *    Konten, Summe der Eingaenge und Ausgaenge des Monats).
      *    Darlehen des Kunden (DARLEHENDATEI, siehe
      *    DARLEHENREC.cpy) folgen mit Restschuld und Rueckstand
      *    und einer eigenen Summenzeile; die Restschuld mindert
      *    den Gesamtsaldo nicht, da sie auf keinem Konto steht.
      *    Gemeinschaftskonten, an denen der Kunde als Mitinhaber
      *    beteiligt ist (siehe KONTOBEZREC.cpy), erscheinen
      *    ebenfalls; zu jedem Konto werden alle im Monat
      *    gueltigen Inhaber, Mitinhaber und Bevollmaechtigten mit
      *    Namen gedruckt.
      *    Ergaenzt den kontenweisen KONTOAUSZUG fuer Kunden mit
      *    mehreren Konten, ersetzt ihn nicht. Das Laufdatum kommt
      *    wie bei addierenZu2020 als erstes Kommandozeilen-
              ALTERNATE RECORD KEY IS TRANS-KONTO-DATUM
                 WITH DUPLICATES
              FILE STATUS IS WS-TRANSAKTIONEN-STATUS.
           SELECT DARLEHENDATEI ASSIGN TO "DARLEHENDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DARLEHEN-ID
              ALTERNATE RECORD KEY IS DARLEHEN-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-DARLEHEN-STATUS.
           SELECT KONTOBEZIEHUNG ASSIGN TO "KONTOBEZIEHUNG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTOBEZ-ID
              ALTERNATE RECORD KEY IS KONTOBEZ-KUNDEN-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-KONTOBEZ-STATUS.
           SELECT AUSZUG-DATEI ASSIGN TO WS-AUSZUG-DATEINAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUSZUG-STATUS.
       COPY KONTOREC.
       FD TRANSAKTIONEN.
       COPY TRANSREC.
       FD DARLEHENDATEI.
       COPY DARLEHENREC.
       FD KONTOBEZIEHUNG.
       COPY KONTOBEZREC.
       FD AUSZUG-DATEI.
       01 AUSZUG-SATZ PIC X(80).

       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-TRANSAKTIONEN-STATUS PIC X(02).
       01 WS-AUSZUG-STATUS PIC X(02).
       01 WS-DARLEHEN-STATUS PIC X(02).
       01 WS-DARLEHEN-VORHANDEN PIC X VALUE "N".
       01 WS-DARLEHEN-EOF PIC X VALUE "N".
       01 WS-KUNDEN-EOF PIC X VALUE "N".
       01 WS-KONTEN-EOF PIC X VALUE "N".
       01 WS-TRANS-EOF PIC X VALUE "N".
       01 WS-KONTO-WAEHRUNG PIC X(03).
       01 WS-AKT-KONTO-EUR PIC X.
       01 WS-KUNDEN-ANZAHL PIC 9(05) VALUE 0.
      *    Darlehen je Kunde (in EUR gefuehrt).
       01 WS-DARLEHEN-JE-KUNDE PIC 9(03).
       01 WS-SUMME-RESTSCHULD PIC S9(11)V99.

      *    Kontobeziehungen (siehe KONTOBEZREC.cpy): die Gemein-
      *    schaftskonten des Kunden werden erst gesammelt und dann
      *    gedruckt, weil der Druck je Konto die Beziehungsdatei
      *    selbst noch einmal nach Inhabern liest.
       01 WS-KONTOBEZ-STATUS PIC X(02).
       01 WS-KONTOBEZ-VORHANDEN PIC X VALUE "N".
       01 WS-KONTOBEZ-EOF PIC X.
       01 WS-GEMEINSAM-ANZAHL PIC 9(02).
       01 WS-GEMEINSAM-TABELLE.
          05 WS-GEMEINSAM-KONTO OCCURS 20 TIMES PIC X(10).
       01 WS-GEMEINSAM-IDX PIC 9(02).
       01 WS-INHABER-KUNDE PIC X(10).
       01 WS-INHABER-NAME PIC X(30).
       01 WS-INHABER-ROLLE PIC X(17).
       01 WS-ANTEIL-ANZEIGE PIC ZZ9.99.

       01 WS-BETRAG-ANZEIGE PIC -(9)9.99.
       01 WS-SUMME-ANZEIGE PIC -(11)9.99.
              CLOSE KUNDENSTAMM
              STOP RUN
           END-IF
      *    Ohne Darlehensbestand entfaellt der Darlehensteil.
           OPEN INPUT DARLEHENDATEI
           IF WS-DARLEHEN-STATUS = "00" THEN
              MOVE "J" TO WS-DARLEHEN-VORHANDEN
           END-IF
      *    Ohne Beziehungsdatei gibt es nur Einzelinhaber.
           OPEN INPUT KONTOBEZIEHUNG
           IF WS-KONTOBEZ-STATUS = "00" THEN
              MOVE "J" TO WS-KONTOBEZ-VORHANDEN
           END-IF

           PERFORM UNTIL WS-KUNDEN-EOF = "J"
              READ KUNDENSTAMM NEXT RECORD
              END-READ
           END-PERFORM

           IF WS-DARLEHEN-VORHANDEN = "J"
              CLOSE DARLEHENDATEI
           END-IF
           IF WS-KONTOBEZ-VORHANDEN = "J"
              CLOSE KONTOBEZIEHUNG
           END-IF
           CLOSE KONTODATEI
           CLOSE KUNDENSTAMM
           MOVE WS-KUNDEN-ANZAHL TO WS-ANZAHL-ANZEIGE
           MOVE 0 TO WS-SUMME-AUSGANG
           MOVE 0 TO WS-KONTEN-JE-KUNDE
           MOVE 0 TO WS-FREMD-KONTEN
           MOVE 0 TO WS-DARLEHEN-JE-KUNDE
           MOVE 0 TO WS-SUMME-RESTSCHULD
           PERFORM DRUCKE-KONTEN-DES-KUNDEN
           IF WS-KONTOBEZ-VORHANDEN = "J"
              PERFORM DRUCKE-GEMEINSCHAFTSKONTEN
           END-IF
           IF WS-DARLEHEN-VORHANDEN = "J"
              PERFORM DRUCKE-DARLEHEN-DES-KUNDEN
           END-IF
           PERFORM DRUCKE-PORTFOLIO-SUMME
           CLOSE AUSZUG-DATEI
      *    Das Nachlesen der Inhabernamen hat die Leseposition im
      *    KUNDENSTAMM verschoben; hinter dem bearbeiteten Kunden
      *    wieder aufsetzen.
           MOVE WS-AUSZUG-KUNDE TO KUNDEN-ID
           START KUNDENSTAMM KEY IS > KUNDEN-ID
              INVALID KEY MOVE "J" TO WS-KUNDEN-EOF
           END-START
           EXIT.

       DRUCKE-GEMEINSCHAFTSKONTEN SECTION.
      *    Konten anderer Inhaber, an denen der Kunde im Monat als
      *    Mitinhaber beteiligt war (Alternativschluessel
      *    KONTOBEZ-KUNDEN-ID); Vollmachten machen ein Konto nicht
      *    zum Konto des Kunden und bleiben aussen vor.
           MOVE 0 TO WS-GEMEINSAM-ANZAHL
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
                          AND KONTOBEZ-GUELTIG-AB <= WS-DATUM-BIS
                          AND KONTOBEZ-GUELTIG-BIS >= WS-DATUM-VON
                          AND WS-GEMEINSAM-ANZAHL < 20
                          ADD 1 TO WS-GEMEINSAM-ANZAHL
                          MOVE KONTOBEZ-KONTO-ID TO
                             WS-GEMEINSAM-KONTO(WS-GEMEINSAM-ANZAHL)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM VARYING WS-GEMEINSAM-IDX FROM 1 BY 1
              UNTIL WS-GEMEINSAM-IDX > WS-GEMEINSAM-ANZAHL
              MOVE WS-GEMEINSAM-KONTO(WS-GEMEINSAM-IDX) TO KONTO-ID
              READ KONTODATEI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-KONTEN-JE-KUNDE
                    PERFORM DRUCKE-EIN-KONTO
              END-READ
           END-PERFORM
           EXIT.

       DRUCKE-KONTOINHABER SECTION.
      *    Inhaber aus KONTO-KUNDEN-ID und alle im Monat gueltigen
      *    Beziehungen des Kontos WS-AUSZUG-KONTO mit Namen aus
      *    dem KUNDENSTAMM.
           MOVE KONTO-KUNDEN-ID TO WS-INHABER-KUNDE
           MOVE "  Inhaber:       " TO WS-INHABER-ROLLE
           PERFORM DRUCKE-INHABERZEILE
           IF WS-KONTOBEZ-VORHANDEN NOT = "J"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-KONTOBEZ-EOF
           MOVE WS-AUSZUG-KONTO TO KONTOBEZ-KONTO-ID
           MOVE LOW-VALUES TO KONTOBEZ-KUNDEN-ID
           START KONTOBEZIEHUNG KEY IS NOT LESS THAN KONTOBEZ-ID
              INVALID KEY MOVE "J" TO WS-KONTOBEZ-EOF
           END-START
           PERFORM UNTIL WS-KONTOBEZ-EOF = "J"
              READ KONTOBEZIEHUNG NEXT RECORD
                 AT END MOVE "J" TO WS-KONTOBEZ-EOF
                 NOT AT END
                    IF KONTOBEZ-KONTO-ID NOT = WS-AUSZUG-KONTO
                       MOVE "J" TO WS-KONTOBEZ-EOF
                    ELSE
                       IF KONTOBEZ-GUELTIG-AB <= WS-DATUM-BIS
                          AND KONTOBEZ-GUELTIG-BIS >= WS-DATUM-VON
                          MOVE KONTOBEZ-KUNDEN-ID
                             TO WS-INHABER-KUNDE
                          IF KONTOBEZ-ROLLE = "M"
                             MOVE "  Mitinhaber:    "
                                TO WS-INHABER-ROLLE
                          ELSE
                             MOVE "  Bevollmaechtigt:"
                                TO WS-INHABER-ROLLE
                          END-IF
                          PERFORM DRUCKE-INHABERZEILE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       DRUCKE-INHABERZEILE SECTION.
           MOVE SPACES TO WS-INHABER-NAME
           MOVE WS-INHABER-KUNDE TO KUNDEN-ID
           READ KUNDENSTAMM
              INVALID KEY
                 MOVE WS-INHABER-KUNDE TO WS-INHABER-NAME
              NOT INVALID KEY
                 MOVE KUNDEN-NAME TO WS-INHABER-NAME
           END-READ
           MOVE SPACES TO AUSZUG-SATZ
           STRING WS-INHABER-ROLLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INHABER-NAME DELIMITED BY SIZE
             INTO AUSZUG-SATZ
           END-STRING
           WRITE AUSZUG-SATZ
           EXIT.

       DRUCKE-KONTEN-DES-KUNDEN SECTION.
           END-PERFORM
           EXIT.

       DRUCKE-DARLEHEN-DES-KUNDEN SECTION.
      *    Alle nicht getilgten Darlehen des Kunden ueber den
      *    Alternativschluessel DARLEHEN-KUNDEN-ID mit Restschuld,
      *    Rate und gegebenenfalls Rueckstand.
           MOVE "N" TO WS-DARLEHEN-EOF
           MOVE WS-AUSZUG-KUNDE TO DARLEHEN-KUNDEN-ID
           START DARLEHENDATEI KEY IS = DARLEHEN-KUNDEN-ID
              INVALID KEY MOVE "J" TO WS-DARLEHEN-EOF
           END-START
           PERFORM UNTIL WS-DARLEHEN-EOF = "J"
              READ DARLEHENDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-DARLEHEN-EOF
                 NOT AT END
                    IF DARLEHEN-KUNDEN-ID NOT = WS-AUSZUG-KUNDE
                       MOVE "J" TO WS-DARLEHEN-EOF
                    ELSE
                       IF DARLEHEN-STATUS NOT = "G"
                          PERFORM DRUCKE-EIN-DARLEHEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.

       DRUCKE-EIN-DARLEHEN SECTION.
           ADD 1 TO WS-DARLEHEN-JE-KUNDE
           ADD DARLEHEN-RESTSCHULD TO WS-SUMME-RESTSCHULD
           MOVE SPACES TO AUSZUG-SATZ
           WRITE AUSZUG-SATZ
           MOVE DARLEHEN-RESTSCHULD TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO AUSZUG-SATZ
           STRING "Darlehen " DELIMITED BY SIZE
                  DARLEHEN-ID DELIMITED BY SIZE
                  "  Restschuld " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
             INTO AUSZUG-SATZ
           END-STRING
           WRITE AUSZUG-SATZ
           MOVE DARLEHEN-RATE TO WS-BETRAG-ANZEIGE
           MOVE SPACES TO AUSZUG-SATZ
           STRING "  Rate " DELIMITED BY SIZE
                  WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                  " ueber Konto " DELIMITED BY SIZE
                  DARLEHEN-KONTO-ID DELIMITED BY SIZE
                  " naechste Faelligkeit " DELIMITED BY SIZE
                  DARLEHEN-NAECHSTE-FAELLIGKEIT(7:2)
                     DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  DARLEHEN-NAECHSTE-FAELLIGKEIT(5:2)
                     DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  DARLEHEN-NAECHSTE-FAELLIGKEIT(1:4)
                     DELIMITED BY SIZE
             INTO AUSZUG-SATZ
           END-STRING
           WRITE AUSZUG-SATZ
           IF DARLEHEN-RUECKSTAND-ANZAHL > 0
              MOVE DARLEHEN-RUECKSTAND-BETRAG TO WS-BETRAG-ANZEIGE
              MOVE DARLEHEN-RUECKSTAND-ANZAHL TO WS-ANZAHL-ANZEIGE
              MOVE SPACES TO AUSZUG-SATZ
              STRING "  Rueckstand: " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                     " Rate(n), " DELIMITED BY SIZE
                     WS-BETRAG-ANZEIGE DELIMITED BY SIZE
                     " EUR" DELIMITED BY SIZE
                INTO AUSZUG-SATZ
              END-STRING
              WRITE AUSZUG-SATZ
           END-IF
           EXIT.

       DRUCKE-EIN-KONTO SECTION.
      *    Kontozeile mit der Kontowaehrung (Leerzeichen = EUR);
      *    nur EUR-Konten gehen in die EUR-Portfoliosummen ein.
             INTO AUSZUG-SATZ
           END-STRING
           WRITE AUSZUG-SATZ
           PERFORM DRUCKE-KONTOINHABER
           PERFORM DRUCKE-MONATSBEWEGUNGEN
           EXIT.

              END-STRING
              WRITE AUSZUG-SATZ
           END-IF
           IF WS-DARLEHEN-JE-KUNDE > 0
              MOVE WS-DARLEHEN-JE-KUNDE TO WS-ANZAHL-ANZEIGE
              MOVE SPACES TO AUSZUG-SATZ
              STRING "Darlehen gesamt:          " DELIMITED BY SIZE
                     WS-ANZAHL-ANZEIGE DELIMITED BY SIZE
                INTO AUSZUG-SATZ
              END-STRING
              WRITE AUSZUG-SATZ
              MOVE WS-SUMME-RESTSCHULD TO WS-SUMME-ANZEIGE
              MOVE SPACES TO AUSZUG-SATZ
              STRING "Restschuld Darlehen:      " DELIMITED BY SIZE
                     WS-SUMME-ANZEIGE DELIMITED BY SIZE
                     " EUR" DELIMITED BY SIZE
                INTO AUSZUG-SATZ
              END-STRING
              WRITE AUSZUG-SATZ
           END-IF
           EXIT.
       END PROGRAM KUNDENAUSZUG.

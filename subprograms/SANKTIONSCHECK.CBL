       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSCHECK.
      *    Gemeinsame Pruefung eines Namens und einer Kennung gegen
      *    die aktiven Eintraege der Sanktionsliste (siehe
      *    SANKTIONREC.cpy) fuer UEBERWEISUNG, SAMMELIMPORT und
      *    CLEARINGLAUF. Verglichen wird unscharf:
      *      - Kennung (Kontonummer, IBAN, ...) gleich der
      *        gelisteten Kennung,
      *      - Name nach Normierung (Grossschrift, nur Buchstaben
      *        und Ziffern) mit hoechstens SANKTOLERANZ Prozent
      *        abweichenden Zeichen (Editierdistanz, Vorgabe 20)
      *        gegen den gelisteten Namen oder denselben Namen mit
      *        vertauschter Wortfolge ("Vorname Name" gegen
      *        "Name Vorname"),
      *      - gelisteter Name (ab 8 Zeichen) vollstaendig im
      *        geprueften Namen enthalten (Zusaetze wie "GMBH").
      *    Namen unter 4 Zeichen werden nur ueber die Kennung
      *    geprueft.
      *    LS-TREFFER "J" mit der SANKTION-ID des ersten Treffers,
      *    sonst "N". LS-STATUS: "00" = geprueft, "04" = Liste
      *    nicht verfuegbar (dann ohne Treffer).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANKTIONSLISTE ASSIGN TO "SANKTIONSLISTE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SANKTION-ID
              FILE STATUS IS WS-SANKTION-STATUS.
           SELECT PARMFILE ASSIGN TO "parmfile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SANKTIONSLISTE.
       COPY SANKTIONREC.
       FD PARMFILE.
       COPY PARMFILEREC.

       WORKING-STORAGE SECTION.
       01 WS-SANKTION-STATUS PIC X(02).
       01 WS-PARMFILE-STATUS PIC X(02).
       01 WS-SANKTION-EOF PIC X.
       01 WS-PARMFILE-EOF PIC X.
       01 WS-TOLERANZ PIC 9(03).

      *    Normierung: WS-ROH wird zu WS-NORM mit WS-NORM-LAENGE
      *    gueltigen Zeichen.
       01 WS-ROH PIC X(40).
       01 WS-NORM PIC X(40).
       01 WS-NORM-LAENGE PIC 9(02).
       01 WS-ZEICHEN PIC X(01).
       01 WS-IDX PIC 9(02).

      *    Geprueft wird WS-PRUEF-NAME gegen WS-LISTEN-NAME.
       01 WS-PRUEF-NAME PIC X(40).
       01 WS-PRUEF-LAENGE PIC 9(02).
       01 WS-PRUEF-KENNUNG PIC X(40).
       01 WS-LISTEN-NAME PIC X(40).
       01 WS-LISTEN-LAENGE PIC 9(02).
       01 WS-VERTAUSCHT PIC X(40).
       01 WS-WORT-ENDE PIC 9(02).
       01 WS-ERLAUBT PIC 9(02).
       01 WS-ENTHALTEN PIC 9(03).

      *    Editierdistanz (Levenshtein) zwischen WS-PRUEF-NAME und
      *    WS-LISTEN-NAME, zeilenweise berechnet.
       01 WS-DISTANZ PIC 9(03).
       01 WS-VORHER-ZEILE.
          05 WS-VORHER PIC 9(03) OCCURS 41 TIMES.
       01 WS-AKTUELL-ZEILE.
          05 WS-AKTUELL PIC 9(03) OCCURS 41 TIMES.
       01 WS-I PIC 9(02).
       01 WS-J PIC 9(02).
       01 WS-KOSTEN PIC 9(01).
       01 WS-MINIMUM PIC 9(03).
       01 WS-LAENGEN-DIFF PIC S9(03).

       LINKAGE SECTION.
       01 LS-NAME PIC X(30).
       01 LS-KENNUNG PIC X(20).
       01 LS-TREFFER PIC X(01).
       01 LS-SANKTION-ID PIC X(10).
       01 LS-STATUS PIC X(02).

       PROCEDURE DIVISION USING LS-NAME LS-KENNUNG LS-TREFFER
             LS-SANKTION-ID LS-STATUS.
           MOVE "N" TO LS-TREFFER
           MOVE SPACES TO LS-SANKTION-ID
           MOVE "00" TO LS-STATUS
           PERFORM LESE-TOLERANZ

           MOVE LS-NAME TO WS-ROH
           PERFORM NORMIERE
           MOVE WS-NORM TO WS-PRUEF-NAME
           MOVE WS-NORM-LAENGE TO WS-PRUEF-LAENGE
           MOVE LS-KENNUNG TO WS-ROH
           PERFORM NORMIERE
           MOVE WS-NORM TO WS-PRUEF-KENNUNG

           OPEN INPUT SANKTIONSLISTE
           IF WS-SANKTION-STATUS NOT = "00" THEN
              MOVE "04" TO LS-STATUS
              GOBACK
           END-IF
           MOVE "N" TO WS-SANKTION-EOF
           PERFORM UNTIL WS-SANKTION-EOF = "J"
              READ SANKTIONSLISTE NEXT RECORD
                 AT END MOVE "J" TO WS-SANKTION-EOF
                 NOT AT END
                    IF SANKTION-AKTIV = "J"
                       PERFORM PRUEFE-EINTRAG
                       IF LS-TREFFER = "J"
                          MOVE SANKTION-ID TO LS-SANKTION-ID
                          MOVE "J" TO WS-SANKTION-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SANKTIONSLISTE
           GOBACK.

       PRUEFE-EINTRAG SECTION.
           IF WS-PRUEF-KENNUNG NOT = SPACES
              AND SANKTION-KENNUNG NOT = SPACES
              MOVE SANKTION-KENNUNG TO WS-ROH
              PERFORM NORMIERE
              IF WS-NORM = WS-PRUEF-KENNUNG
                 MOVE "J" TO LS-TREFFER
                 EXIT SECTION
              END-IF
           END-IF
           IF WS-PRUEF-LAENGE < 4
              EXIT SECTION
           END-IF

           MOVE SANKTION-NAME TO WS-ROH
           PERFORM NORMIERE
           IF WS-NORM-LAENGE = 0
              EXIT SECTION
           END-IF
           MOVE WS-NORM TO WS-LISTEN-NAME
           MOVE WS-NORM-LAENGE TO WS-LISTEN-LAENGE

      *    Gelisteter Name vollstaendig im geprueften Namen.
           IF WS-LISTEN-LAENGE >= 8
              AND WS-LISTEN-LAENGE <= WS-PRUEF-LAENGE
              MOVE 0 TO WS-ENTHALTEN
              INSPECT WS-PRUEF-NAME(1:WS-PRUEF-LAENGE)
                 TALLYING WS-ENTHALTEN
                 FOR ALL WS-LISTEN-NAME(1:WS-LISTEN-LAENGE)
              IF WS-ENTHALTEN > 0
                 MOVE "J" TO LS-TREFFER
                 EXIT SECTION
              END-IF
           END-IF

           COMPUTE WS-ERLAUBT =
              (WS-LISTEN-LAENGE * WS-TOLERANZ) / 100
           PERFORM BERECHNE-DISTANZ
           IF WS-DISTANZ <= WS-ERLAUBT
              MOVE "J" TO LS-TREFFER
              EXIT SECTION
           END-IF

      *    Dieselben Namensteile in anderer Reihenfolge: erstes
      *    Wort des gelisteten Namens ans Ende stellen.
           MOVE FUNCTION TRIM(SANKTION-NAME) TO WS-ROH
           MOVE 0 TO WS-WORT-ENDE
           INSPECT WS-ROH TALLYING WS-WORT-ENDE
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WORT-ENDE = 0 OR WS-WORT-ENDE >= 39
              OR WS-ROH(WS-WORT-ENDE + 2:) = SPACES
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-VERTAUSCHT
           STRING WS-ROH(WS-WORT-ENDE + 2:) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-ROH(1:WS-WORT-ENDE) DELIMITED BY SIZE
             INTO WS-VERTAUSCHT
           END-STRING
           MOVE WS-VERTAUSCHT TO WS-ROH
           PERFORM NORMIERE
           MOVE WS-NORM TO WS-LISTEN-NAME
           MOVE WS-NORM-LAENGE TO WS-LISTEN-LAENGE
           PERFORM BERECHNE-DISTANZ
           IF WS-DISTANZ <= WS-ERLAUBT
              MOVE "J" TO LS-TREFFER
           END-IF
           EXIT.

       NORMIERE SECTION.
           MOVE SPACES TO WS-NORM
           MOVE 0 TO WS-NORM-LAENGE
           MOVE FUNCTION UPPER-CASE(WS-ROH) TO WS-ROH
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 40
              MOVE WS-ROH(WS-IDX:1) TO WS-ZEICHEN
              IF (WS-ZEICHEN >= "A" AND WS-ZEICHEN <= "Z")
                 OR (WS-ZEICHEN >= "0" AND WS-ZEICHEN <= "9")
                 ADD 1 TO WS-NORM-LAENGE
                 MOVE WS-ZEICHEN TO WS-NORM(WS-NORM-LAENGE:1)
              END-IF
           END-PERFORM
           EXIT.

       BERECHNE-DISTANZ SECTION.
      *    Bei zu grossem Laengenunterschied kann die Distanz die
      *    Toleranz nicht mehr einhalten - dann gar nicht rechnen.
           COMPUTE WS-LAENGEN-DIFF =
              WS-LISTEN-LAENGE - WS-PRUEF-LAENGE
           IF FUNCTION ABS(WS-LAENGEN-DIFF) > WS-ERLAUBT
              MOVE 999 TO WS-DISTANZ
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-J FROM 0 BY 1
              UNTIL WS-J > WS-LISTEN-LAENGE
              MOVE WS-J TO WS-VORHER(WS-J + 1)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-PRUEF-LAENGE
              MOVE WS-I TO WS-AKTUELL(1)
              PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-LISTEN-LAENGE
                 IF WS-PRUEF-NAME(WS-I:1) = WS-LISTEN-NAME(WS-J:1)
                    MOVE 0 TO WS-KOSTEN
                 ELSE
                    MOVE 1 TO WS-KOSTEN
                 END-IF
                 COMPUTE WS-MINIMUM = WS-VORHER(WS-J) + WS-KOSTEN
                 IF WS-VORHER(WS-J + 1) + 1 < WS-MINIMUM
                    COMPUTE WS-MINIMUM = WS-VORHER(WS-J + 1) + 1
                 END-IF
                 IF WS-AKTUELL(WS-J) + 1 < WS-MINIMUM
                    COMPUTE WS-MINIMUM = WS-AKTUELL(WS-J) + 1
                 END-IF
                 MOVE WS-MINIMUM TO WS-AKTUELL(WS-J + 1)
              END-PERFORM
              MOVE WS-AKTUELL-ZEILE TO WS-VORHER-ZEILE
           END-PERFORM
           MOVE WS-VORHER(WS-LISTEN-LAENGE + 1) TO WS-DISTANZ
           EXIT.

       LESE-TOLERANZ SECTION.
      *    Namenstoleranz in Prozent aus PARMFILE.DAT
      *    (SANKTOLERANZ, Vorgabe 20, hoechstens 50).
           MOVE 20 TO WS-TOLERANZ
           MOVE "N" TO WS-PARMFILE-EOF
           OPEN INPUT PARMFILE
           IF WS-PARMFILE-STATUS NOT = "00" THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-PARMFILE-EOF = "J"
              READ PARMFILE
                 AT END MOVE "J" TO WS-PARMFILE-EOF
                 NOT AT END
                    IF PARMFILE-SCHLUESSEL = "SANKTOLERANZ"
                       AND FUNCTION TRIM(PARMFILE-WERT) IS NUMERIC
                       MOVE FUNCTION TRIM(PARMFILE-WERT)
                          TO WS-TOLERANZ
                       MOVE "J" TO WS-PARMFILE-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARMFILE
           IF WS-TOLERANZ > 50
              MOVE 50 TO WS-TOLERANZ
           END-IF
           EXIT.
       END PROGRAM SANKTIONSCHECK.

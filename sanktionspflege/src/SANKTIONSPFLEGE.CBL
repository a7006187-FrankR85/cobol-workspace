       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSPFLEGE.
      *    Pflege der Sanktionsliste (siehe SANKTIONREC.cpy):
      *    Eintraege nach Namensteil suchen, hausintern einen
      *    Eintrag erfassen (Liste "HAUS"), einen Eintrag austragen
      *    und die amtliche Liste aus sanktionsliste-import.dat
      *    laden. Beim Laden wird jeder Importsatz angelegt oder
      *    aktualisiert und wieder aktiv gesetzt; Eintraege einer
      *    im Import vorkommenden Liste, die der Import nicht mehr
      *    enthaelt, werden ausgetragen (nicht geloescht). Der
      *    Zugang laeuft wie bei allen Pflegeprogrammen ueber
      *    OPSIGNON, jede Aenderung mit Operator-Kennung ueber das
      *    AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANKTIONSLISTE ASSIGN TO "SANKTIONSLISTE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SANKTION-ID
              FILE STATUS IS WS-SANKTION-STATUS.
           SELECT SANKTIONSIMPORT
              ASSIGN TO "sanktionsliste-import.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SANKTIONSLISTE.
       COPY SANKTIONREC.
       FD SANKTIONSIMPORT.
      *    Importzeile der amtlichen Liste: Listen-Kennung, Name,
      *    Kennung, Quelle und Laendercode in festen Spalten.
       01 IMPORT-SATZ.
          05 IMPORT-ID PIC X(10).
          05 IMPORT-NAME PIC X(40).
          05 IMPORT-KENNUNG PIC X(20).
          05 IMPORT-LISTE PIC X(10).
          05 IMPORT-LAND PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-SANKTION-STATUS PIC X(02).
       01 WS-IMPORT-STATUS PIC X(02).
       01 WS-SANKTION-EOF PIC X.
       01 WS-IMPORT-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-ID-EINGABE PIC X(10).
       01 WS-SUCH-EINGABE PIC X(40).
       01 WS-SUCHBEGRIFF PIC X(40).
       01 WS-SUCH-LAENGE PIC 9(02).
       01 WS-VERGLEICHSNAME PIC X(40).
       01 WS-TREFFER-ZAHL PIC 9(03).
       01 WS-BESTAETIGUNG PIC X.
       01 WS-ANZAHL PIC 9(05).
       01 WS-LAUF-ZEITSTEMPEL PIC 9(14).

      *    Zaehler und Listen-Kennungen eines Imports.
       01 WS-NEU-ANZAHL PIC 9(05).
       01 WS-GEAENDERT-ANZAHL PIC 9(05).
       01 WS-AUSGETRAGEN-ANZAHL PIC 9(05).
       01 WS-LISTEN-ANZAHL PIC 9(02).
       01 WS-LISTEN-TABELLE.
          05 WS-LISTE-CODE PIC X(10) OCCURS 20 TIMES.
       01 WS-LISTEN-IDX PIC 9(02).
       01 WS-LISTE-BEKANNT PIC X.

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "SANKTIONSPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O SANKTIONSLISTE
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-SANKTION-STATUS = "35" THEN
              OPEN OUTPUT SANKTIONSLISTE
              CLOSE SANKTIONSLISTE
              OPEN I-O SANKTIONSLISTE
           END-IF
           IF WS-SANKTION-STATUS NOT = "00" THEN
              DISPLAY "SANKTIONSLISTE nicht verfuegbar, Status: "
                 WS-SANKTION-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Sanktionsliste ---"
              DISPLAY "1 = Eintraege suchen"
              DISPLAY "2 = Eintrag erfassen (Liste HAUS)"
              DISPLAY "3 = Eintrag austragen"
              DISPLAY "4 = Amtliche Liste laden"
              DISPLAY "5 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM SUCHE-EINTRAEGE
                 WHEN "2"
                    PERFORM ERFASSE-EINTRAG
                 WHEN "3"
                    PERFORM TRAGE-AUS
                 WHEN "4"
                    PERFORM LADE-LISTE
                 WHEN "5"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE SANKTIONSLISTE
           STOP RUN.

       SUCHE-EINTRAEGE SECTION.
      *    Namensteil in Grossschrift im gelisteten Namen suchen;
      *    Leereingabe zeigt alle aktiven Eintraege.
           DISPLAY "Namensteil (leer = alle aktiven):"
           MOVE SPACES TO WS-SUCH-EINGABE
           ACCEPT WS-SUCH-EINGABE
           MOVE FUNCTION UPPER-CASE(WS-SUCH-EINGABE)
              TO WS-SUCHBEGRIFF
           MOVE 0 TO WS-SUCH-LAENGE
           IF WS-SUCHBEGRIFF NOT = SPACES
              COMPUTE WS-SUCH-LAENGE =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-SUCHBEGRIFF))
           END-IF
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-SANKTION-EOF
           MOVE LOW-VALUES TO SANKTION-ID
           START SANKTIONSLISTE KEY IS >= SANKTION-ID
              INVALID KEY MOVE "J" TO WS-SANKTION-EOF
           END-START
           PERFORM UNTIL WS-SANKTION-EOF = "J"
              READ SANKTIONSLISTE NEXT RECORD
                 AT END MOVE "J" TO WS-SANKTION-EOF
                 NOT AT END
                    MOVE 0 TO WS-TREFFER-ZAHL
                    IF WS-SUCH-LAENGE = 0
                       IF SANKTION-AKTIV = "J"
                          MOVE 1 TO WS-TREFFER-ZAHL
                       END-IF
                    ELSE
                       MOVE FUNCTION UPPER-CASE(SANKTION-NAME)
                          TO WS-VERGLEICHSNAME
                       INSPECT WS-VERGLEICHSNAME TALLYING
                          WS-TREFFER-ZAHL FOR ALL
                          WS-SUCHBEGRIFF(1:WS-SUCH-LAENGE)
                    END-IF
                    IF WS-TREFFER-ZAHL > 0
                       ADD 1 TO WS-ANZAHL
                       DISPLAY "  " SANKTION-ID " " SANKTION-LISTE
                          " " SANKTION-LAND " " SANKTION-AKTIV
                          " " SANKTION-NAME
                       IF SANKTION-KENNUNG NOT = SPACES
                          DISPLAY "             Kennung "
                             SANKTION-KENNUNG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "  keine Eintraege"
           END-IF
           EXIT.

       ERFASSE-EINTRAG SECTION.
           DISPLAY "Kennung des Eintrags (10 Zeichen):"
           MOVE SPACES TO WS-ID-EINGABE
           ACCEPT WS-ID-EINGABE
           IF WS-ID-EINGABE = SPACES
              DISPLAY "Kennung darf nicht leer sein."
              EXIT SECTION
           END-IF
           MOVE WS-ID-EINGABE TO SANKTION-ID
           READ SANKTIONSLISTE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "Eintrag existiert bereits: "
                    SANKTION-NAME
                 EXIT SECTION
           END-READ
           MOVE SPACES TO SANKTION-RECORD
           MOVE WS-ID-EINGABE TO SANKTION-ID
           DISPLAY "Name:"
           ACCEPT SANKTION-NAME
           IF SANKTION-NAME = SPACES
              DISPLAY "Name darf nicht leer sein."
              EXIT SECTION
           END-IF
           DISPLAY "Konto/IBAN/Registernummer (optional):"
           ACCEPT SANKTION-KENNUNG
           DISPLAY "Laendercode (optional):"
           ACCEPT SANKTION-LAND
           MOVE "HAUS" TO SANKTION-LISTE
           MOVE "J" TO SANKTION-AKTIV
           MOVE FUNCTION CURRENT-DATE(1:14) TO SANKTION-GEAENDERT-AM
           MOVE WS-ANGEMELDET-ID TO SANKTION-GEAENDERT-DURCH
           WRITE SANKTION-RECORD
              INVALID KEY
                 DISPLAY "Eintrag konnte nicht gespeichert werden."
                 EXIT SECTION
           END-WRITE
           DISPLAY "Eintrag " SANKTION-ID " erfasst."
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "SANKTION NEU " DELIMITED BY SIZE
                  SANKTION-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       TRAGE-AUS SECTION.
           DISPLAY "Kennung des Eintrags:"
           MOVE SPACES TO WS-ID-EINGABE
           ACCEPT WS-ID-EINGABE
           MOVE WS-ID-EINGABE TO SANKTION-ID
           READ SANKTIONSLISTE
              INVALID KEY
                 DISPLAY "Eintrag nicht gefunden."
                 EXIT SECTION
           END-READ
           IF SANKTION-AKTIV NOT = "J"
              DISPLAY "Eintrag ist bereits ausgetragen."
              EXIT SECTION
           END-IF
           DISPLAY SANKTION-ID " " SANKTION-LISTE " " SANKTION-NAME
           DISPLAY "Eintrag austragen (J/N)?"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J"
              EXIT SECTION
           END-IF
           MOVE "N" TO SANKTION-AKTIV
           MOVE FUNCTION CURRENT-DATE(1:14) TO SANKTION-GEAENDERT-AM
           MOVE WS-ANGEMELDET-ID TO SANKTION-GEAENDERT-DURCH
           REWRITE SANKTION-RECORD
           DISPLAY "Eintrag " SANKTION-ID " ausgetragen."
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "SANKTION AUS " DELIMITED BY SIZE
                  SANKTION-ID DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       LADE-LISTE SECTION.
      *    Alle Saetze des Imports erhalten denselben Lauf-
      *    zeitstempel; was danach in einer der importierten
      *    Listen einen anderen Stempel traegt, ist aus der
      *    amtlichen Liste entfallen und wird ausgetragen.
      *    Hausintern erfasste Eintraege bleiben unberuehrt.
           OPEN INPUT SANKTIONSIMPORT
           IF WS-IMPORT-STATUS NOT = "00"
              DISPLAY "Keine Importdatei vorhanden, Status: "
                 WS-IMPORT-STATUS
              EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUF-ZEITSTEMPEL
           MOVE 0 TO WS-NEU-ANZAHL
           MOVE 0 TO WS-GEAENDERT-ANZAHL
           MOVE 0 TO WS-AUSGETRAGEN-ANZAHL
           MOVE 0 TO WS-LISTEN-ANZAHL
           MOVE "N" TO WS-IMPORT-EOF
           PERFORM UNTIL WS-IMPORT-EOF = "J"
              READ SANKTIONSIMPORT
                 AT END MOVE "J" TO WS-IMPORT-EOF
                 NOT AT END
                    IF IMPORT-ID NOT = SPACES
                       AND IMPORT-NAME NOT = SPACES
                       AND IMPORT-LISTE NOT = "HAUS"
                       PERFORM UEBERNIMM-IMPORTSATZ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SANKTIONSIMPORT

           MOVE "N" TO WS-SANKTION-EOF
           MOVE LOW-VALUES TO SANKTION-ID
           START SANKTIONSLISTE KEY IS >= SANKTION-ID
              INVALID KEY MOVE "J" TO WS-SANKTION-EOF
           END-START
           PERFORM UNTIL WS-SANKTION-EOF = "J"
              READ SANKTIONSLISTE NEXT RECORD
                 AT END MOVE "J" TO WS-SANKTION-EOF
                 NOT AT END
                    IF SANKTION-AKTIV = "J"
                       AND SANKTION-GEAENDERT-AM
                          NOT = WS-LAUF-ZEITSTEMPEL
                       PERFORM PRUEFE-LISTE-IMPORTIERT
                       IF WS-LISTE-BEKANNT = "J"
                          MOVE "N" TO SANKTION-AKTIV
                          MOVE WS-LAUF-ZEITSTEMPEL
                             TO SANKTION-GEAENDERT-AM
                          MOVE WS-ANGEMELDET-ID
                             TO SANKTION-GEAENDERT-DURCH
                          REWRITE SANKTION-RECORD
                          ADD 1 TO WS-AUSGETRAGEN-ANZAHL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY "Liste geladen: " WS-NEU-ANZAHL " neu, "
              WS-GEAENDERT-ANZAHL " aktualisiert, "
              WS-AUSGETRAGEN-ANZAHL " ausgetragen."
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "SANKTION IMPORT N=" DELIMITED BY SIZE
                  WS-NEU-ANZAHL DELIMITED BY SIZE
                  " U=" DELIMITED BY SIZE
                  WS-GEAENDERT-ANZAHL DELIMITED BY SIZE
                  " A=" DELIMITED BY SIZE
                  WS-AUSGETRAGEN-ANZAHL DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SPACE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       UEBERNIMM-IMPORTSATZ SECTION.
           MOVE IMPORT-LISTE TO SANKTION-LISTE
           PERFORM PRUEFE-LISTE-IMPORTIERT
           IF WS-LISTE-BEKANNT = "N" AND WS-LISTEN-ANZAHL < 20
              ADD 1 TO WS-LISTEN-ANZAHL
              MOVE IMPORT-LISTE TO WS-LISTE-CODE(WS-LISTEN-ANZAHL)
           END-IF
           MOVE IMPORT-ID TO SANKTION-ID
           READ SANKTIONSLISTE
              INVALID KEY
                 MOVE SPACES TO SANKTION-RECORD
                 MOVE IMPORT-ID TO SANKTION-ID
                 PERFORM SETZE-IMPORTFELDER
                 WRITE SANKTION-RECORD
                 ADD 1 TO WS-NEU-ANZAHL
              NOT INVALID KEY
                 PERFORM SETZE-IMPORTFELDER
                 REWRITE SANKTION-RECORD
                 ADD 1 TO WS-GEAENDERT-ANZAHL
           END-READ
           EXIT.

       SETZE-IMPORTFELDER SECTION.
           MOVE IMPORT-NAME TO SANKTION-NAME
           MOVE IMPORT-KENNUNG TO SANKTION-KENNUNG
           MOVE IMPORT-LISTE TO SANKTION-LISTE
           MOVE IMPORT-LAND TO SANKTION-LAND
           MOVE "J" TO SANKTION-AKTIV
           MOVE WS-LAUF-ZEITSTEMPEL TO SANKTION-GEAENDERT-AM
           MOVE WS-ANGEMELDET-ID TO SANKTION-GEAENDERT-DURCH
           EXIT.

       PRUEFE-LISTE-IMPORTIERT SECTION.
      *    Kommt SANKTION-LISTE im laufenden Import vor?
           MOVE "N" TO WS-LISTE-BEKANNT
           PERFORM VARYING WS-LISTEN-IDX FROM 1 BY 1
              UNTIL WS-LISTEN-IDX > WS-LISTEN-ANZAHL
              IF WS-LISTE-CODE(WS-LISTEN-IDX) = SANKTION-LISTE
                 MOVE "J" TO WS-LISTE-BEKANNT
              END-IF
           END-PERFORM
           EXIT.
       END PROGRAM SANKTIONSPFLEGE.

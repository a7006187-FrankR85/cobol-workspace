       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATPFLEGE.
      *    Pflege der Lastschriftmandate (siehe MANDATREC.cpy):
      *    Mandate eines Schuldnerkontos anzeigen, ein neues
      *    Mandat anlegen und ein Mandat widerrufen. Der Zugang
      *    laeuft wie bei allen Pflegeprogrammen ueber OPSIGNON;
      *    das Schuldnerkonto muss in der KONTODATEI stehen. Ein
      *    widerrufenes Mandat bleibt als Satz erhalten, damit
      *    LASTSCHRIFTLAUF spaetere Einzuege darauf mit
      *    Rueckgabegrund abweisen kann. Jede Aenderung laeuft mit
      *    Operator-Kennung ueber das AUDITLOG-Subprogramm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATDATEI ASSIGN TO "MANDATDATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MANDAT-ID
              ALTERNATE RECORD KEY IS MANDAT-KONTO-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-MANDAT-STATUS.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              FILE STATUS IS WS-KONTODATEI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDATDATEI.
       COPY MANDATREC.
       FD KONTODATEI.
       COPY KONTOREC.

       WORKING-STORAGE SECTION.
       01 WS-MANDAT-STATUS PIC X(02).
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-EOF PIC X.

       01 WS-MENUE-WAHL PIC X.
       01 WS-MENUE-ENDE PIC X VALUE "N".
          88 MENUE-BEENDET VALUE "J".

      *    Angemeldeter Operator (OPSIGNON).
       01 WS-ANGEMELDET-ID PIC X(10).
       01 WS-ANGEMELDET-ROLLE PIC X(01).
       01 WS-SIGNON-STATUS PIC X(02).

       01 WS-KONTO-EINGABE PIC X(10).
       01 WS-GLAEUBIGER-EINGABE PIC X(18).
       01 WS-REFERENZ-EINGABE PIC X(20).
       01 WS-NAME-EINGABE PIC X(30).
       01 WS-DATUM-EINGABE PIC X(08).
       01 WS-BESTAETIGUNG PIC X.
       01 WS-ANZAHL PIC 9(03).
       01 WS-AKT-DATUM PIC 9(08).

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die Pruefung des Unterschriftsdatums
      *    (VALDATUM).
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "MANDATPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
       01 WS-AUDITLOG-STATUS PIC X(02).

       PROCEDURE DIVISION.
           CALL "OPSIGNON" USING WS-ANGEMELDET-ID
              WS-ANGEMELDET-ROLLE WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS NOT = "00" THEN
              STOP RUN
           END-IF

           OPEN I-O MANDATDATEI
      *    Neu anlegen nur, wenn die Datei wirklich fehlt (Status
      *    35); jeder andere Status darf den Bestand nicht leer
      *    ueberschreiben.
           IF WS-MANDAT-STATUS = "35" THEN
              OPEN OUTPUT MANDATDATEI
              CLOSE MANDATDATEI
              OPEN I-O MANDATDATEI
           END-IF
           IF WS-MANDAT-STATUS NOT = "00" THEN
              DISPLAY "MANDATDATEI nicht verfuegbar, Status: "
                 WS-MANDAT-STATUS
              STOP RUN
           END-IF
           OPEN INPUT KONTODATEI
           IF WS-KONTODATEI-STATUS NOT = "00" THEN
              DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                 WS-KONTODATEI-STATUS
              CLOSE MANDATDATEI
              STOP RUN
           END-IF

           PERFORM UNTIL MENUE-BEENDET
              DISPLAY " "
              DISPLAY "--- Lastschriftmandate ---"
              DISPLAY "1 = Mandate eines Kontos anzeigen"
              DISPLAY "2 = Mandat anlegen"
              DISPLAY "3 = Mandat widerrufen"
              DISPLAY "4 = Beenden"
              DISPLAY "Bitte waehlen:"
              ACCEPT WS-MENUE-WAHL
              EVALUATE WS-MENUE-WAHL
                 WHEN "1"
                    PERFORM ZEIGE-MANDATE
                 WHEN "2"
                    PERFORM LEGE-MANDAT-AN
                 WHEN "3"
                    PERFORM WIDERRUFE-MANDAT
                 WHEN "4"
                    MOVE "J" TO WS-MENUE-ENDE
                 WHEN OTHER
                    DISPLAY "Ungueltige Auswahl."
              END-EVALUATE
           END-PERFORM

           CLOSE KONTODATEI
           CLOSE MANDATDATEI
           STOP RUN.

       ZEIGE-MANDATE SECTION.
           DISPLAY "Schuldnerkonto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE 0 TO WS-ANZAHL
           MOVE "N" TO WS-EOF
           MOVE WS-KONTO-EINGABE TO MANDAT-KONTO-ID
           START MANDATDATEI KEY IS = MANDAT-KONTO-ID
              INVALID KEY MOVE "J" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "J"
              READ MANDATDATEI NEXT RECORD
                 AT END MOVE "J" TO WS-EOF
                 NOT AT END
                    IF MANDAT-KONTO-ID NOT = WS-KONTO-EINGABE
                       MOVE "J" TO WS-EOF
                    ELSE
                       ADD 1 TO WS-ANZAHL
                       DISPLAY "  " MANDAT-GLAEUBIGER-ID " "
                          MANDAT-REFERENZ " " MANDAT-GLAEUBIGER-NAME
                       DISPLAY "     unterschrieben "
                          MANDAT-UNTERSCHRIFT-AM
                          " Status " MANDAT-STATUS
                          " zuletzt genutzt " MANDAT-LETZTE-NUTZUNG
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ANZAHL = 0
              DISPLAY "Keine Mandate fuer dieses Konto."
           END-IF
           EXIT.

       LEGE-MANDAT-AN SECTION.
           DISPLAY "Schuldnerkonto:"
           ACCEPT WS-KONTO-EINGABE
           MOVE WS-KONTO-EINGABE TO KONTO-ID
           READ KONTODATEI
              INVALID KEY
                 DISPLAY "Konto nicht gefunden."
                 EXIT SECTION
           END-READ
           DISPLAY "Glaeubiger-Identifikationsnummer:"
           ACCEPT WS-GLAEUBIGER-EINGABE
           DISPLAY "Mandatsreferenz:"
           ACCEPT WS-REFERENZ-EINGABE
           IF WS-GLAEUBIGER-EINGABE = SPACES
              OR WS-REFERENZ-EINGABE = SPACES
              DISPLAY "Glaeubiger-ID und Mandatsreferenz duerfen "
                 "nicht leer sein."
              EXIT SECTION
           END-IF
           MOVE WS-GLAEUBIGER-EINGABE TO MANDAT-GLAEUBIGER-ID
           MOVE WS-REFERENZ-EINGABE TO MANDAT-REFERENZ
           READ MANDATDATEI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "Mandat existiert bereits."
                 EXIT SECTION
           END-READ
           DISPLAY "Name des Glaeubigers:"
           ACCEPT WS-NAME-EINGABE
           DISPLAY "Unterschriftsdatum (JJJJMMTT):"
           ACCEPT WS-DATUM-EINGABE
           MOVE "VALDATUM" TO WS-SUB-FUNKTION
           MOVE WS-DATUM-EINGABE TO WS-SUB-PARM1
           CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
              WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
           IF WS-SUB-STATUS NOT = "00"
              OR WS-SUB-ERGEBNIS(1:1) NOT = "J"
              DISPLAY "Ungueltiges Datum."
              EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AKT-DATUM
           IF WS-DATUM-EINGABE > WS-AKT-DATUM
              DISPLAY "Unterschriftsdatum liegt in der Zukunft."
              EXIT SECTION
           END-IF

           MOVE SPACES TO MANDAT-RECORD
           MOVE WS-GLAEUBIGER-EINGABE TO MANDAT-GLAEUBIGER-ID
           MOVE WS-REFERENZ-EINGABE TO MANDAT-REFERENZ
           MOVE WS-KONTO-EINGABE TO MANDAT-KONTO-ID
           MOVE WS-NAME-EINGABE TO MANDAT-GLAEUBIGER-NAME
           MOVE WS-DATUM-EINGABE TO MANDAT-UNTERSCHRIFT-AM
           MOVE "A" TO MANDAT-STATUS
           MOVE 0 TO MANDAT-WIDERRUFEN-AM
           MOVE 0 TO MANDAT-LETZTE-NUTZUNG
           WRITE MANDAT-RECORD
              INVALID KEY
                 DISPLAY "Mandat konnte nicht angelegt werden, "
                    "Status: " WS-MANDAT-STATUS
                 EXIT SECTION
           END-WRITE
           DISPLAY "Mandat angelegt."
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "MANDAT ANGELEGT KONTO=" DELIMITED BY SIZE
                  WS-KONTO-EINGABE DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SIZE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.

       WIDERRUFE-MANDAT SECTION.
           DISPLAY "Glaeubiger-Identifikationsnummer:"
           ACCEPT WS-GLAEUBIGER-EINGABE
           DISPLAY "Mandatsreferenz:"
           ACCEPT WS-REFERENZ-EINGABE
           MOVE WS-GLAEUBIGER-EINGABE TO MANDAT-GLAEUBIGER-ID
           MOVE WS-REFERENZ-EINGABE TO MANDAT-REFERENZ
           READ MANDATDATEI
              INVALID KEY
                 DISPLAY "Mandat nicht gefunden."
                 EXIT SECTION
           END-READ
           IF MANDAT-STATUS = "W"
              DISPLAY "Mandat ist bereits widerrufen."
              EXIT SECTION
           END-IF
           DISPLAY "Konto " MANDAT-KONTO-ID " Glaeubiger "
              MANDAT-GLAEUBIGER-NAME
           DISPLAY "Mandat widerrufen (J/N)?"
           ACCEPT WS-BESTAETIGUNG
           IF WS-BESTAETIGUNG NOT = "J"
              DISPLAY "Abgebrochen."
              EXIT SECTION
           END-IF
           MOVE "W" TO MANDAT-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO MANDAT-WIDERRUFEN-AM
           MOVE WS-ANGEMELDET-ID TO MANDAT-WIDERRUFEN-DURCH
           REWRITE MANDAT-RECORD
           DISPLAY "Mandat widerrufen."
           MOVE SPACES TO WS-AUDITLOG-EREIGNIS
           STRING "MANDAT WIDERRUFEN KONTO=" DELIMITED BY SIZE
                  MANDAT-KONTO-ID DELIMITED BY SIZE
                  " OP=" DELIMITED BY SIZE
                  WS-ANGEMELDET-ID DELIMITED BY SIZE
             INTO WS-AUDITLOG-EREIGNIS
           END-STRING
           CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
              WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
           EXIT.
       END PROGRAM MANDATPFLEGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    KONTODATEI nur lesend, zur Pruefung, ob eine ohne IBAN
      *    erfasste Kontonummer ein Konto des Hauses ist.
           SELECT KONTODATEI ASSIGN TO "KONTODATEI"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KONTO-ID
              ALTERNATE RECORD KEY IS KONTO-KUNDEN-ID WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WS-KONTODATEI-STATUS.
           SELECT DAUERAUFTRAG ASSIGN TO "DAUERAUFTRAG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD KONTODATEI.
       COPY KONTOREC.
       FD DAUERAUFTRAG.
       COPY DAUERREC.
       FD TANSEQUENZ.
          05 TANSEQUENZ-WERT PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-KONTODATEI-STATUS PIC X(02).
       01 WS-DAUER-STATUS PIC X(02).
       01 WS-TANSEQUENZ-STATUS PIC X(02).
       01 WS-DAUER-EOF PIC X VALUE "N".

       01 WS-LFD-NR-EINGABE PIC X(03).
       01 WS-EMPFAENGER-EINGABE PIC X(10).
      *    Rohe Empfaengereingabe (Kontonummer oder IBAN) und die
      *    gepruefte IBAN eines fremden Empfaengers (leer bei
      *    hausinternen Konten).
       01 WS-EMPFAENGER-ROH PIC X(34).
       01 WS-EMPFAENGER-IBAN PIC X(34) VALUE SPACES.
       01 WS-IBAN-GUELTIG PIC X.
       01 WS-BETRAG-EURO-EINGABE PIC X(07).
       01 WS-BETRAG-CENT-EINGABE PIC X(02).
       01 WS-BETRAG-EURO PIC 9(07).
       01 WS-TAN-EMPFAENGER PIC X(10).
       01 WS-TAN-SEQUENZ PIC 9(06) VALUE 1.

      *    SUBMODULE-Dispatch-Bibliothek (siehe subprograms/
      *    SUBMODULE) fuer die IBAN-Pruefung.
       01 WS-SUB-FUNKTION PIC X(10).
       01 WS-SUB-PARM1 PIC X(20).
       01 WS-SUB-PARM2 PIC X(20).
       01 WS-SUB-ERGEBNIS PIC X(20).
       01 WS-SUB-STATUS PIC X(02).

      *    Gemeinsames Aktivitaetsprotokoll (AUDITLOG, ACTIVITY.LOG).
       01 WS-AUDITLOG-PROGRAMM PIC X(20) VALUE "DAUERPFLEGE".
       01 WS-AUDITLOG-EREIGNIS PIC X(50).
                           " " WS-BETRAG-ANZEIGE
                           " " DAUER-INTERVALL
                           " faellig " DAUER-NAECHSTE-FAELLIGKEIT
                        IF DAUER-EMPFAENGER-IBAN NOT = SPACES
                           DISPLAY "         IBAN "
                              DAUER-EMPFAENGER-IBAN
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            EXIT.
       ERFASSE-AUFTRAGSDATEN SECTION.
            MOVE "N" TO WS-ERFASSUNG-GUELTIG
            DISPLAY "Empfaengerkonto oder IBAN:"
            MOVE SPACES TO WS-EMPFAENGER-ROH
            ACCEPT WS-EMPFAENGER-ROH
            PERFORM UEBERNEHME-EMPFAENGER-EINGABE
            IF WS-IBAN-GUELTIG NOT = "J" THEN
               EXIT SECTION
            END-IF
            IF WS-EMPFAENGER-EINGABE = SPACES THEN
               DISPLAY "Empfaengerkonto darf nicht leer sein."
               EXIT SECTION
            END-IF
            MOVE "J" TO WS-ERFASSUNG-GUELTIG
            EXIT.
       UEBERNEHME-EMPFAENGER-EINGABE SECTION.
      *    Beginnt die Eingabe mit Laenderkennzeichen und zwei
      *    Pruefziffern, ist sie eine IBAN und wird geprueft; jede
      *    andere Eingabe ist eine hoechstens zehnstellige Konto-
      *    nummer, die ein Konto des Hauses sein muss - fremde
      *    Empfaenger brauchen die IBAN, sonst kann das Partner-
      *    institut die Zahlung nicht zuordnen.
            MOVE "J" TO WS-IBAN-GUELTIG
            MOVE SPACES TO WS-EMPFAENGER-EINGABE
            MOVE SPACES TO WS-EMPFAENGER-IBAN
            IF WS-EMPFAENGER-ROH(1:2) IS ALPHABETIC
               AND WS-EMPFAENGER-ROH(1:1) NOT = SPACE
               AND WS-EMPFAENGER-ROH(2:1) NOT = SPACE
               AND WS-EMPFAENGER-ROH(3:2) IS NUMERIC
               PERFORM PRUEFE-EMPFAENGER-IBAN
               EXIT SECTION
            END-IF
            IF WS-EMPFAENGER-ROH(11:24) NOT = SPACES THEN
               DISPLAY "Kontonummer ist laenger als 10 Stellen."
               MOVE "N" TO WS-IBAN-GUELTIG
               EXIT SECTION
            END-IF
            MOVE WS-EMPFAENGER-ROH(1:10) TO WS-EMPFAENGER-EINGABE
            IF WS-EMPFAENGER-EINGABE NOT = SPACES THEN
               PERFORM PRUEFE-EMPFAENGER-HAUSKONTO
            END-IF
            EXIT.
       PRUEFE-EMPFAENGER-HAUSKONTO SECTION.
            MOVE "N" TO WS-IBAN-GUELTIG
            OPEN INPUT KONTODATEI
            IF WS-KONTODATEI-STATUS NOT = "00" THEN
               DISPLAY "KONTODATEI nicht verfuegbar, Status: "
                  WS-KONTODATEI-STATUS
               EXIT SECTION
            END-IF
            MOVE WS-EMPFAENGER-EINGABE TO KONTO-ID
            READ KONTODATEI
               INVALID KEY
                  DISPLAY "Konto " WS-EMPFAENGER-EINGABE
                     " ist kein Konto unseres Hauses - fuer fremde "
                     "Empfaenger bitte die IBAN eingeben."
               NOT INVALID KEY
                  MOVE "J" TO WS-IBAN-GUELTIG
            END-READ
            CLOSE KONTODATEI
            EXIT.
       PRUEFE-EMPFAENGER-IBAN SECTION.
      *    Prueft die IBAN in WS-EMPFAENGER-ROH (SUBMODULE-Funktion
      *    IBANPRUEF). Eine IBAN des Hauses ergibt die KONTO-ID,
      *    eine fremde die Kontonummer zur Anzeige plus die
      *    kompakte IBAN in WS-EMPFAENGER-IBAN.
            MOVE "N" TO WS-IBAN-GUELTIG
            MOVE SPACES TO WS-EMPFAENGER-EINGABE
            MOVE SPACES TO WS-EMPFAENGER-IBAN
            MOVE "IBANPRUEF" TO WS-SUB-FUNKTION
            MOVE WS-EMPFAENGER-ROH(1:20) TO WS-SUB-PARM1
            MOVE SPACES TO WS-SUB-PARM2
            MOVE WS-EMPFAENGER-ROH(21:14) TO WS-SUB-PARM2(1:14)
            CALL "SUBMODULE" USING WS-SUB-FUNKTION WS-SUB-PARM1
               WS-SUB-PARM2 WS-SUB-ERGEBNIS WS-SUB-STATUS
            IF WS-SUB-STATUS NOT = "00"
               OR WS-SUB-ERGEBNIS(1:1) NOT = "J" THEN
               DISPLAY "IBAN ungueltig (Pruefziffer oder Aufbau "
                  "falsch) - bitte Eingabe pruefen."
               EXIT SECTION
            END-IF
            MOVE "J" TO WS-IBAN-GUELTIG
            MOVE WS-SUB-ERGEBNIS(3:10) TO WS-EMPFAENGER-EINGABE
            IF WS-SUB-ERGEBNIS(2:1) NOT = "H"
               MOVE WS-SUB-PARM1 TO WS-EMPFAENGER-IBAN(1:20)
               MOVE WS-SUB-PARM2(1:14) TO WS-EMPFAENGER-IBAN(21:14)
            END-IF
            EXIT.
       UEBERNEHME-AUFTRAGSDATEN SECTION.
            MOVE WS-EMPFAENGER-EINGABE TO DAUER-EMPFAENGER
            MOVE WS-EMPFAENGER-IBAN TO DAUER-EMPFAENGER-IBAN
            MOVE WS-BETRAG TO DAUER-BETRAG
            MOVE WS-TEXT-EINGABE TO DAUER-TEXT
            MOVE WS-INTERVALL-EINGABE TO DAUER-INTERVALL
            PERFORM LESE-TAN-SEQUENZ
            CALL "MOBILETAN" USING LS-KONTO-ID WS-TAN-ERGEBNIS
               WS-TAN-BETRAG WS-TAN-EMPFAENGER WS-TAN-SEQUENZ
               BY CONTENT LS-KONTO-ID
            PERFORM SCHREIBE-TAN-SEQUENZ
            EXIT.
       LESE-TAN-SEQUENZ SECTION.

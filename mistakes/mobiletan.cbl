       01 LS-BETRAG PIC S9(7)V99.
       01 LS-EMPFAENGER PIC X(10).
       01 LS-SEQUENZ PIC 9(06).
      *    Konto, unter dem das Geraet des angemeldeten Kunden
      *    registriert ist; weicht vom belasteten Konto LS-KONTO-ID
      *    ab, wenn ein Mitinhaber oder Bevollmaechtigter verfuegt.
      *    TAN-Protokoll und Hauptbuch bleiben beim belasteten Konto.
       01 LS-GERAETE-KONTO PIC X(10).

       PROCEDURE DIVISION USING LS-KONTO-ID LS-TAN-ERGEBNIS
               LS-BETRAG LS-EMPFAENGER LS-SEQUENZ LS-GERAETE-KONTO.
      *    Programmlogik kommt hier.
            MOVE ZERO TO ZAEHLER1
                         ZAEHLER2
            MOVE "N" TO WS-GERAET-GEFUNDEN
            OPEN INPUT GERAETEDATEI
            IF WS-GERAETE-STATUS = "00" THEN
               MOVE LS-GERAETE-KONTO TO GERAETE-KONTO-ID
               READ GERAETEDATEI
                  INVALID KEY
                     CONTINUE
            IF GERAET-REGISTRIERT THEN
               PERFORM SCHREIBE-TAN-VERSANDSATZ
               DISPLAY "Zur Bestaetigung wurde eine mobileTAN an "
                  "das hinterlegte Geraet fuer Konto " LS-GERAETE-KONTO
                  " versendet."
            ELSE
               DISPLAY "Fuer Konto " LS-GERAETE-KONTO
                  " ist kein Geraet "
                  "registriert."
               DISPLAY "(Testmodus: TAN = " WS-TAN-GENERIERT ")"
            END-IF
            END-STRING
            MOVE WS-TAN-AUSGESTELLT-UM TO TANAUSGANG-ZEITSTEMPEL
            MOVE "N" TO TANAUSGANG-STATUS
            MOVE LS-GERAETE-KONTO TO TANAUSGANG-KONTO-ID
            MOVE "T" TO TANAUSGANG-ART
            WRITE TANAUSGANG-SATZ
            CLOSE TANAUSGANG
            EXIT.

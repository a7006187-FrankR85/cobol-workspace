            CALL "MOBILETAN" USING WS-ORIGINAL-KONTO
               WS-TAN-ERGEBNIS WS-TAN-BETRAG WS-TAN-EMPFAENGER
               WS-TAN-SEQUENZ
               BY CONTENT WS-ORIGINAL-KONTO
            PERFORM SCHREIBE-TAN-SEQUENZ
            IF NOT TAN-BESTAETIGT THEN
               DISPLAY "Storno abgebrochen - mobileTAN ungueltig."

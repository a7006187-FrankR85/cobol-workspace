            CALL "MOBILETAN" USING WS-KONTO-ID-EINGABE
               WS-TAN-ERGEBNIS WS-TAN-BETRAG WS-TAN-EMPFAENGER
               WS-TAN-SEQUENZ
               BY CONTENT WS-KONTO-ID-EINGABE
            PERFORM SCHREIBE-TAN-SEQUENZ

            IF NOT TAN-BESTAETIGT THEN

             10 EMPF-KURZNAME         PIC X(10).
          05 EMPF-EMPFAENGER          PIC X(10).
          05 EMPF-TEXT                PIC X(30).
      *    IBAN eines nicht hausinternen Empfaengers in kompakter
      *    Schreibweise mit gepruefter Pruefziffer (SUBMODULE-
      *    Funktion IBANPRUEF); EMPF-EMPFAENGER enthaelt dann nur
      *    die Kontonummer aus der IBAN zur Anzeige. Leer bei
      *    hausinternen Empfaengern und bei Vorlagen aus der Zeit
      *    vor der IBAN-Umstellung (Migration ibanmig.cbl).
          05 EMPF-EMPFAENGER-IBAN     PIC X(34).
          05 FILLER                   PIC X(20).

          05 DAUER-INTERVALL          PIC X(01).
          05 DAUER-NAECHSTE-FAELLIGKEIT PIC 9(08).
          05 DAUER-ENDE-DATUM         PIC 9(08).
      *    IBAN eines nicht hausinternen Empfaengers in kompakter
      *    Schreibweise mit gepruefter Pruefziffer (SUBMODULE-
      *    Funktion IBANPRUEF); DAUER-EMPFAENGER enthaelt dann nur die
      *    Kontonummer aus der IBAN zur Anzeige, gezahlt wird
      *    immer ueber den Clearing-Ausgang. Leer bei hausinternen
      *    Empfaengern (auch per IBAN erfasst steht dort die
      *    KONTO-ID) und bei Altbestaenden aus der Zeit vor der
      *    IBAN-Umstellung (Migration ibanmig.cbl).
          05 DAUER-EMPFAENGER-IBAN    PIC X(34).
          05 FILLER                   PIC X(20).

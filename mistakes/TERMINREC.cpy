      *    (terminpflege.cbl), ausgefuehrt vom taeglichen
      *    TERMINLAUF unter BATCHLAUF.
      *    TERMIN-STATUS: "O" offen, "E" erledigt (ausgefuehrt),
      *    "U" uebergangen (am Termin endgueltig keine Deckung
      *    oder Empfaenger ohne IBAN kein Konto des Hauses).
       01 TERMIN-RECORD.
          05 TERMIN-ID.
             10 TERMIN-KONTO-ID       PIC X(10).
          05 TERMIN-TEXT              PIC X(30).
          05 TERMIN-AUSFUEHRUNG       PIC 9(08).
          05 TERMIN-STATUS            PIC X(01).
      *    IBAN eines nicht hausinternen Empfaengers in kompakter
      *    Schreibweise mit gepruefter Pruefziffer (SUBMODULE-
      *    Funktion IBANPRUEF); TERMIN-EMPFAENGER enthaelt dann nur
      *    die Kontonummer aus der IBAN zur Anzeige, gezahlt wird
      *    immer ueber den Clearing-Ausgang. Leer bei hausinternen
      *    Empfaengern (auch per IBAN erfasst steht dort die
      *    KONTO-ID) und bei Altbestaenden aus der Zeit vor der
      *    IBAN-Umstellung (Migration ibanmig.cbl).
          05 TERMIN-EMPFAENGER-IBAN   PIC X(34).
          05 FILLER                   PIC X(20).

      *    Satzlayout fuer die Kontowecker-Regeln KONTOWECKER
      *    (indiziert nach Konto): je Konto bis zu drei vom Kunden
      *    in der Selbstbedienung (Login.cbl, mit mobileTAN)
      *    gesetzte Benachrichtigungen, die WECKERLAUF nach den
      *    Buchungslaeufen des Tages auswertet und als SMS in
      *    TANAUSGANG.DAT stellt.
      *    WECKER-SALDO-AKTIV "J": Meldung, sobald der Saldo unter
      *    WECKER-SALDO-GRENZE faellt; WECKER-SALDO-GEMELDET haelt
      *    fest, dass die Unterschreitung schon gemeldet wurde
      *    ("J"), und wird zurueckgesetzt, wenn der Saldo wieder
      *    ueber der Grenze liegt - so kommt je Unterschreitung nur
      *    eine Nachricht.
      *    WECKER-BUCHUNG-AKTIV "J": Meldung je Buchung, deren
      *    Betrag (Soll oder Haben) WECKER-BUCHUNG-BETRAG erreicht.
      *    WECKER-EINGANG-AKTIV "J": Meldung je Zahlungseingang aus
      *    dem Clearing (TRANS-HERKUNFT "E").
      *    WECKER-LETZTER-LAUF ist das Laufdatum, bis zu dem die
      *    Buchungen schon ausgewertet sind; ein Wiederholungslauf
      *    fuer denselben Tag meldet nichts doppelt.
       01 WECKER-RECORD.
          05 WECKER-KONTO-ID          PIC X(10).
          05 WECKER-SALDO-AKTIV       PIC X(01).
          05 WECKER-SALDO-GRENZE      PIC S9(9)V99.
          05 WECKER-SALDO-GEMELDET    PIC X(01).
          05 WECKER-BUCHUNG-AKTIV     PIC X(01).
          05 WECKER-BUCHUNG-BETRAG    PIC 9(7)V99.
          05 WECKER-EINGANG-AKTIV     PIC X(01).
          05 WECKER-LETZTER-LAUF      PIC 9(08).
          05 WECKER-GEAENDERT-AM      PIC 9(14).
          05 FILLER                   PIC X(10).

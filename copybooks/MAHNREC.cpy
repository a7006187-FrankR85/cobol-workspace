      *    Satzlayout fuer die Mahnstatusdatei MAHNSTATUS (indiziert
      *    nach MAHN-KONTO-ID): ein Satz je Konto in ungenehmigter
      *    Ueberziehung (Saldo plus KONTO-LIMIT unter null), gefuehrt
      *    vom woechentlichen MAHNLAUF. Der Satz wird geloescht,
      *    sobald die Ueberziehung ausgeglichen ist.
      *    MAHN-STUFE: 0 = ueberzogen, noch kein Schreiben,
      *    1 = Zahlungserinnerung, 2 = Mahnung, 3 = letzte Mahnung.
      *    MAHN-SPERRE: Leerzeichen = keine Zahlungssperre,
      *    "B" = beantragt (offene Freigabe Art "M", Nummer in
      *    MAHN-FREIGABE-ID), "J" = gesperrt (KONTO-MAHNSPERRE),
      *    "A" = vom Supervisor abgelehnt (kein neuer Antrag bis
      *    zum Ausgleich).
       01 MAHN-RECORD.
          05 MAHN-KONTO-ID            PIC X(10).
          05 MAHN-STUFE               PIC 9(01).
          05 MAHN-UEBERZOGEN-SEIT     PIC 9(08).
          05 MAHN-LETZTES-SCHREIBEN   PIC 9(08).
          05 MAHN-BETRAG              PIC S9(9)V99.
          05 MAHN-GEBUEHREN           PIC S9(7)V99.
          05 MAHN-SPERRE              PIC X(01).
          05 MAHN-FREIGABE-ID         PIC 9(06).
          05 MAHN-GEPRUEFT-AM         PIC 9(08).
          05 FILLER                   PIC X(20).

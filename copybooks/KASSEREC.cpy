      *    Satzlayout fuer die Kassenladen-Datei KASSENLADE.DAT
      *    (indiziert nach Operator und Geschaeftstag): je Kassierer
      *    und Tag eine Kassenlade. Eroeffnet wird sie in KASSE mit
      *    dem Anfangsbestand (Wechselgeld, Vorgabe aus PARMFILE.DAT,
      *    Schluessel KASSEANFANG); jede Bareinzahlung und
      *    Barauszahlung schreibt die Lade fort. Der Sollbestand ist
      *    Anfangsbestand + Einzahlungen - Auszahlungen. Beim
      *    Kassenabschluss erfasst der Kassierer den gezaehlten
      *    Bestand; eine Differenz (Ist - Soll, positiv =
      *    Kassenueberschuss, negativ = Kassenfehlbetrag) geht
      *    zusaetzlich als Satz in KASSENDIFF.DAT (siehe
      *    KASSENDIFFREC.cpy) an den Supervisor.
      *    KASSE-STATUS: "O" offen, "A" abgeschlossen (keine
      *    Buchungen mehr fuer diesen Tag).
       01 KASSE-RECORD.
          05 KASSE-ID.
             10 KASSE-OPERATOR-ID     PIC X(10).
             10 KASSE-DATUM           PIC 9(08).
          05 KASSE-ANFANGSBESTAND     PIC S9(9)V99.
          05 KASSE-EINZAHLUNGEN       PIC S9(9)V99.
          05 KASSE-AUSZAHLUNGEN       PIC S9(9)V99.
          05 KASSE-ANZAHL-EIN         PIC 9(05).
          05 KASSE-ANZAHL-AUS         PIC 9(05).
          05 KASSE-GEZAEHLT           PIC S9(9)V99.
          05 KASSE-DIFFERENZ          PIC S9(9)V99.
          05 KASSE-STATUS             PIC X(01).

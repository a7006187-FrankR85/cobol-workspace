      *    Satzlayout fuer die Kassendifferenzen KASSENDIFF.DAT
      *    (indiziert nach Operator und Geschaeftstag wie
      *    KASSENLADE.DAT, siehe KASSEREC.cpy): beim
      *    Kassenabschluss in KASSE festgestellte Abweichung
      *    zwischen Soll- und gezaehltem Bestand einer Kassenlade.
      *    Der Supervisor sichtet die offenen Differenzen in KASSE
      *    und schliesst sie mit Vermerk ab.
      *    KDIFF-BETRAG = Ist - Soll (positiv = Ueberschuss,
      *    negativ = Fehlbetrag).
      *    KDIFF-STATUS: "O" offen, "E" erledigt.
       01 KDIFF-RECORD.
          05 KDIFF-ID.
             10 KDIFF-OPERATOR-ID     PIC X(10).
             10 KDIFF-DATUM           PIC 9(08).
          05 KDIFF-SOLL               PIC S9(9)V99.
          05 KDIFF-IST                PIC S9(9)V99.
          05 KDIFF-BETRAG             PIC S9(9)V99.
          05 KDIFF-STATUS             PIC X(01).
          05 KDIFF-BEARBEITER         PIC X(10).
          05 KDIFF-VERMERK            PIC X(30).

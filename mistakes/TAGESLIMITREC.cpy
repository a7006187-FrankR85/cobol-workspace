      *    (Alternativschluessel Konto+Datum des Umsatzjournals)
      *    plus der neue Betrag duerfen das Limit nicht
      *    ueberschreiten; Ablehnungen stehen wie Limitverstoesse
      *    in LIMIT-AUSNAHMEN.LOG. Barauszahlungen in KASSE zaehlen
      *    die Belastungen mit Herkunft "U" und "B" gegen das Limit.
       01 TAGESLIMIT-RECORD.
          05 TAGESLIMIT-KONTO-ID      PIC X(10).
          05 TAGESLIMIT-BETRAG        PIC 9(7)V99.

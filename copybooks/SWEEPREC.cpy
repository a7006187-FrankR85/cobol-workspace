      *    Satzlayout fuer die Kontenausgleichsregeln SWEEPREGELN
      *    (indiziert nach Quellkonto plus Zielkonto): je Regel
      *    haelt der naechtliche SWEEPLAUF den Saldo des Quellkontos
      *    (in der Regel das Girokonto) zwischen Untergrenze und
      *    Obergrenze, indem er mit dem Zielkonto (in der Regel das
      *    Sparkonto) umbucht. Quell- und Zielkonto muessen
      *    derselben KONTO-KUNDEN-ID gehoeren und dieselbe Waehrung
      *    fuehren. Gepflegt vom Kunden in der Selbstbedienung
      *    (Login.cbl, jede Aenderung mit mobileTAN).
      *    SWEEP-ABSCHOEPFEN "J": liegt der Saldo des Quellkontos
      *    ueber SWEEP-OBERGRENZE, geht der Ueberschuss auf das
      *    Zielkonto.
      *    SWEEP-AUFFUELLEN "J": liegt der Saldo des Quellkontos
      *    unter SWEEP-UNTERGRENZE, wird der Fehlbetrag vom
      *    Zielkonto aufgefuellt, soweit dessen verfuegbarer Betrag
      *    (Saldo plus KONTO-LIMIT abzueglich Betragssperren)
      *    reicht.
      *    Umbuchungen unter SWEEP-MINDESTBETRAG unterbleiben.
      *    SWEEP-LETZTER-LAUF und SWEEP-LETZTER-BETRAG halten die
      *    letzte ausgefuehrte Umbuchung fest (Betrag positiv =
      *    zum Zielkonto, negativ = vom Zielkonto).
       01 SWEEP-RECORD.
          05 SWEEP-ID.
             10 SWEEP-QUELL-KONTO-ID  PIC X(10).
             10 SWEEP-ZIEL-KONTO-ID   PIC X(10).
          05 SWEEP-ABSCHOEPFEN        PIC X(01).
          05 SWEEP-OBERGRENZE         PIC 9(9)V99.
          05 SWEEP-AUFFUELLEN         PIC X(01).
          05 SWEEP-UNTERGRENZE        PIC 9(9)V99.
          05 SWEEP-MINDESTBETRAG      PIC 9(7)V99.
          05 SWEEP-LETZTER-LAUF       PIC 9(08).
          05 SWEEP-LETZTER-BETRAG     PIC S9(9)V99.
          05 SWEEP-GEAENDERT-AM       PIC 9(14).
          05 FILLER                   PIC X(20).

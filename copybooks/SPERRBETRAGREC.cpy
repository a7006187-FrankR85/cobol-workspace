      *    Satzlayout fuer die Betragssperren SPERRBETRAG
      *    (indiziert nach Konto plus laufender Nummer): gesperrte
      *    Teilbetraege eines Guthabens, etwa aus einem
      *    Pfaendungsbeschluss oder fuer einen strittigen Betrag.
      *    Anders als die Login-Sperre in SPERRDATEI bleibt das
      *    Konto benutzbar; verfuegbar ist nur noch
      *    KONTO-SALDO + KONTO-LIMIT - Summe der aktiven Sperren
      *    (SUBMODULE-Funktion SPERRSUMME).
      *    SPERRBETRAG-GRUND: "PF" Pfaendung, "ST" strittiger
      *    Betrag, "SO" sonstige Sperre.
      *    SPERRBETRAG-STATUS: "B" beantragt (wartet auf Freigabe
      *    "P" in FREIGABE.DAT, wirkt noch nicht), "A" aktiv,
      *    "E" Aufhebung beantragt (Freigabe "E", wirkt bis zur
      *    Entscheidung weiter), "F" aufgehoben, "X" abgelehnt.
      *    Eine aktive Sperre wirkt bis einschliesslich
      *    SPERRBETRAG-ABLAUF (99999999 = unbefristet).
      *    Erfasst in SPERRBETRAGPFLEGE, wirksam erst durch
      *    FREIGABEPFLEGE.
       01 SPERRBETRAG-RECORD.
          05 SPERRBETRAG-ID.
             10 SPERRBETRAG-KONTO-ID  PIC X(10).
             10 SPERRBETRAG-LFD-NR    PIC 9(04).
          05 SPERRBETRAG-BETRAG       PIC 9(9)V99.
          05 SPERRBETRAG-GRUND        PIC X(02).
          05 SPERRBETRAG-REFERENZ     PIC X(20).
          05 SPERRBETRAG-ERFASST-DURCH PIC X(10).
          05 SPERRBETRAG-ERFASST-AM   PIC 9(08).
          05 SPERRBETRAG-ABLAUF       PIC 9(08).
          05 SPERRBETRAG-STATUS       PIC X(01).
          05 SPERRBETRAG-AUFGEHOBEN-AM PIC 9(08).
          05 FILLER                   PIC X(10).

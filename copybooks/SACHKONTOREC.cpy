      *    Satzlayout fuer den Sachkontenplan SACHKONTEN.DAT
      *    (indiziert nach Sachkontonummer): die internen Konten der
      *    doppelten Buchfuehrung, gegen die SACHBUCHLAUF die
      *    Kundenbuchungen des Tages gegenbucht (Zuordnung ueber die
      *    Buchungsregeln, siehe BUCHREGELREC.cpy). Das
      *    Kundeneinlagen-Sammelkonto ist das Sachkonto aus dem
      *    PARMFILE-Schluessel SACHKTOEINLAGEN; sein Habensaldo muss
      *    der Summe aller KONTO-SALDO entsprechen.
      *    SACHKONTO-ART: "A" Aktiv, "P" Passiv, "E" Ertrag,
      *    "K" Aufwand (Kosten).
      *    SACHKONTO-VORTRAG ist der Saldo zum Periodenbeginn
      *    (Soll positiv, Haben negativ), SACHKONTO-SOLL und
      *    SACHKONTO-HABEN sind die Umsaetze der laufenden Periode
      *    (beide positiv). Saldo = Vortrag + Soll - Haben.
      *    MONATSABSCHLUSS druckt daraus die Summen- und
      *    Saldenliste und traegt den Saldo als neuen Vortrag vor.
      *    Gepflegt wird der Plan in SACHKONTENPFLEGE.
       01 SACHKONTO-RECORD.
          05 SACHKONTO-NR             PIC X(06).
          05 SACHKONTO-BEZEICHNUNG    PIC X(30).
          05 SACHKONTO-ART            PIC X(01).
          05 SACHKONTO-VORTRAG        PIC S9(11)V99.
          05 SACHKONTO-SOLL           PIC S9(11)V99.
          05 SACHKONTO-HABEN          PIC S9(11)V99.

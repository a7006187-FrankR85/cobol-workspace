      *    "E" Clearing-Eingang (CLEARINGLAUF),
      *    "G" Gebuehren (GEBUEHRENLAUF),
      *    "T" Terminueberweisung (TERMINLAUF),
      *    "X" Abstimmkorrektur (DIFFPFLEGE),
      *    "L" Lastschrift (LASTSCHRIFTLAUF),
      *    "K" Darlehen: Auszahlung (DARLEHENPFLEGE), Zins- und
      *        Tilgungsanteil der Rate (TILGUNGSLAUF),
      *    "F" Festgeld: Anlage (FESTGELDPFLEGE), Rueckzahlung und
      *        Zinsen (FESTGELDLAUF), vorzeitige Kuendigung mit
      *        Vorfaelligkeitsentgelt (FREIGABEPFLEGE),
      *    "B" Bareinzahlung und Barauszahlung am Schalter (KASSE),
      *    "W" Kontenausgleich zwischen Konten desselben Kunden
      *        (SWEEPLAUF).
       01 TRANSAKTIONEN-SATZ.
          05 TRANS-REF                PIC X(17).
          05 TRANS-KONTO-DATUM.

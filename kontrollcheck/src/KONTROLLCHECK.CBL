      *    die Kontrollsaetze des Laufdatums aus lauf-kontrolle.dat
      *    (siehe KONTROLLREC.cpy, geschrieben von UEBERWEISUNG,
      *    DAUERLAUF, ZINSLAUF, STORNO, MOBILETAN, CLEARINGLAUF,
      *    GEBUEHRENLAUF, TERMINLAUF, LASTSCHRIFTLAUF,
      *    DARLEHENPFLEGE, TILGUNGSLAUF, FESTGELDPFLEGE,
      *    FESTGELDLAUF, FREIGABEPFLEGE und KASSE), summiert sie
      *    je Bereich und haelt die Umsatzjournal-Kontrollsummen
      *    ("T") gegen den tatsaechlichen Tagesbestand in
      *    TRANSAKTIONEN.DAT
      *    (Anzahl und Betragssumme aller Saetze mit TRANS-DATUM
      *    gleich Laufdatum). Hauptbuch-Kontrollsummen ("L") werden
      *    nachrichtlich ausgewiesen; LEDGER.DAT traegt keinen

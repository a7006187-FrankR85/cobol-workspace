      *    Satzlayout fuer die vom Partnerinstitut gelieferte
      *    Lastschrift-Eingangsdatei lastschrift-eingang.dat: je
      *    Satz eine Einzugsanforderung eines Glaeubigers gegen
      *    ein hausinternes Schuldnerkonto unter Angabe von
      *    Glaeubiger-ID und Mandatsreferenz (siehe MANDATREC.cpy).
      *    Der naechtliche LASTSCHRIFTLAUF bucht eingeloeste
      *    Lastschriften ins Umsatzjournal (Herkunft "L") und ins
      *    Hauptbuch; nicht einloesbare gehen mit Rueckgabegrund
      *    in die Rueckgabedatei lastschrift-rueckgabe.dat.
      *    Saetze mit spaeterer Faelligkeit bleiben in der
      *    Eingangsdatei stehen, bis ihr Faelligkeitstag erreicht
      *    ist.
       01 LASTSCHRIFT-SATZ.
          05 LASTSCHRIFT-GLAEUBIGER-ID PIC X(18).
          05 LASTSCHRIFT-MANDAT-REF   PIC X(20).
          05 LASTSCHRIFT-KONTO-ID     PIC X(10).
          05 LASTSCHRIFT-BETRAG       PIC S9(7)V99.
          05 LASTSCHRIFT-TEXT         PIC X(30).
          05 LASTSCHRIFT-FAELLIG      PIC 9(08).

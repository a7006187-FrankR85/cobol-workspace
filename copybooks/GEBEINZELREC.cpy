      *    Satzlayout der Entgeltpostendatei gebuehren-einzel.dat
      *    (zeilensequentiell, fortgeschrieben vom GEBUEHRENLAUF):
      *    je Gebuehrenbuchung (Herkunft "G") ein Satz je
      *    berechnetem Bestandteil unter derselben Buchungsreferenz
      *    wie im Umsatzjournal. GEBEINZ-ART und GEBEINZ-HERKUNFT
      *    bezeichnen die Zeile des Gebuehrenverzeichnisses
      *    gebuehren.dat ("M" Grundgebuehr, "P" Postengebuehr je
      *    TRANS-HERKUNFT, "S" SMS je Nachrichtenart),
      *    GEBEINZ-ANZAHL die berechneten Posten (bei "M" 1),
      *    GEBEINZ-BETRAG den Betrag des Bestandteils in Euro.
      *    Die Summe der Saetze einer Referenz ergibt den Betrag
      *    der Gebuehrenbuchung. Gelesen von ENTGELTAUFSTELLUNG
      *    fuer die Aufschluesselung je Entgelt.
       01 GEBEINZ-SATZ.
          05 GEBEINZ-TRANS-REF        PIC X(17).
          05 GEBEINZ-KONTO-ID         PIC X(10).
          05 GEBEINZ-DATUM            PIC 9(08).
          05 GEBEINZ-ART              PIC X(01).
          05 GEBEINZ-HERKUNFT         PIC X(01).
          05 GEBEINZ-ANZAHL           PIC 9(05).
          05 GEBEINZ-BETRAG           PIC 9(7)V99.

      *    Satzlayout fuer die Kategorie-Historie zahlen-historie.dat
      *    (zeilensequentiell, fortgeschrieben): MAIN (addierenZu2020)
      *    haengt nach jedem Lauf ohne Kontrollbruch je Kategorie mit
      *    Saetzen einen Satz mit Laufdatum, Satzzahl, Summe und dem
      *    Zielwert aus kategorien.dat an (0 = kein Zielwert).
      *    Ausgewertet vom Soll/Ist-Bericht ZAHLHISTORIE.
       01 KATHIST-SATZ.
          05 KATHIST-LAUFDATUM        PIC 9(08).
          05 FILLER                   PIC X(01).
          05 KATHIST-KATEGORIE        PIC X(05).
          05 FILLER                   PIC X(01).
          05 KATHIST-SAETZE           PIC 9(07).
          05 FILLER                   PIC X(01).
          05 KATHIST-SUMME            PIC 9(09).
          05 FILLER                   PIC X(01).
          05 KATHIST-ZIEL             PIC 9(07).

      *    Satzlayout fuer die Sanktionsliste SANKTIONSLISTE
      *    (indiziert nach SANKTION-ID): je Eintrag eine gelistete
      *    Person oder Organisation aus den amtlichen Embargo- und
      *    Sanktionslisten mit Name und - soweit bekannt - einer
      *    Kennung (Kontonummer, IBAN, Registernummer).
      *    SANKTION-LISTE bezeichnet die Quelle ("EU", "UN", ...;
      *    hausintern erfasste Eintraege "HAUS"). Geladen wird die
      *    amtliche Liste aus sanktionsliste-import.dat, gepflegt
      *    in SANKTIONSPFLEGE; geprueft wird gegen die Liste mit
      *    dem Subprogramm SANKTIONSCHECK.
      *    SANKTION-AKTIV: "J" wird geprueft, "N" ist ausgetragen
      *    (der Satz bleibt fuer die Nachvollziehbarkeit stehen).
       01 SANKTION-RECORD.
          05 SANKTION-ID              PIC X(10).
          05 SANKTION-NAME            PIC X(40).
          05 SANKTION-KENNUNG         PIC X(20).
          05 SANKTION-LISTE           PIC X(10).
          05 SANKTION-LAND            PIC X(02).
          05 SANKTION-AKTIV           PIC X(01).
          05 SANKTION-GEAENDERT-AM    PIC 9(14).
          05 SANKTION-GEAENDERT-DURCH PIC X(10).
          05 FILLER                   PIC X(10).

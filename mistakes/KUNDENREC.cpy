      *    nach KUNDEN-ID): Name, Anschrift und Kontaktdaten werden
      *    hier einmal je Kunde gefuehrt, statt den Namen auf jedem
      *    Kontosatz in der KONTODATEI zu wiederholen.
      *    KUNDEN-FILIALE ist die Heimatfiliale (Schluessel im
      *    Filialstamm, FILIALEREC.cpy); neue Konten des Kunden
      *    uebernehmen sie in KONTO-FILIALE. Der FILLER am Satzende
      *    ist Reserve fuer kuenftige Erweiterungen.
       01 KUNDEN-RECORD.
          05 KUNDEN-ID                PIC X(10).
          05 KUNDEN-NAME              PIC X(30).
          05 KUNDEN-PLZ               PIC X(05).
          05 KUNDEN-ORT               PIC X(30).
          05 KUNDEN-TELEFON           PIC X(15).
          05 KUNDEN-FILIALE           PIC X(02).
          05 FILLER                   PIC X(18).

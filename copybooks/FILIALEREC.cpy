      *    Satzlayout fuer den Filialstamm FILIALDATEI (indiziert
      *    nach FILIALE-NR): je Geschaeftsstelle Nummer, Name, Ort
      *    und verantwortliche Filialleitung. Die Heimatfiliale
      *    eines Kunden steht in KUNDEN-FILIALE (KUNDENREC.cpy,
      *    Pflege in KUNDENPFLEGE) und wird bei der Kontoanlage in
      *    KONTO-FILIALE (KONTOREC.cpy) uebernommen; die Filiale
      *    eines Operators steht in OPERATOR-FILIALE
      *    (OPERATORREC.cpy). Leerzeichen als Filiale bedeutet
      *    "keiner Filiale zugeordnet" (beim Operator: Zentrale,
      *    sieht alle Filialen). Gepflegt wird der Stamm in
      *    FILIALPFLEGE.
       01 FILIALE-RECORD.
          05 FILIALE-NR               PIC X(02).
          05 FILIALE-NAME             PIC X(30).
          05 FILIALE-ORT              PIC X(30).
          05 FILIALE-LEITUNG          PIC X(30).
          05 FILLER                   PIC X(20).

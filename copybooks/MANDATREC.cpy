      *    Satzlayout fuer die Mandatsdatei MANDATDATEI (SEPA-
      *    Lastschriftmandate, indiziert nach Glaeubiger-
      *    Identifikationsnummer plus Mandatsreferenz, Alternativ-
      *    schluessel Schuldnerkonto mit Duplikaten fuer die
      *    Mandatsuebersicht in der Selbstbedienung Login.cbl).
      *    Angelegt und gepflegt in MANDATPFLEGE, geprueft vom
      *    naechtlichen LASTSCHRIFTLAUF: nur ein aktives Mandat
      *    auf dasselbe Schuldnerkonto, dessen Unterschriftsdatum
      *    nicht nach der Faelligkeit liegt, deckt eine
      *    eingehende Lastschrift.
      *    MANDAT-STATUS: "A" aktiv, "W" widerrufen;
      *    MANDAT-WIDERRUFEN-DURCH fuehrt die Operator-Kennung
      *    oder "KUNDE" bei Widerruf ueber die Selbstbedienung.
      *    MANDAT-LETZTE-NUTZUNG ist das Laufdatum der letzten
      *    eingeloesten Lastschrift (0 = noch nie genutzt).
       01 MANDAT-RECORD.
          05 MANDAT-ID.
             10 MANDAT-GLAEUBIGER-ID  PIC X(18).
             10 MANDAT-REFERENZ       PIC X(20).
          05 MANDAT-KONTO-ID          PIC X(10).
          05 MANDAT-GLAEUBIGER-NAME   PIC X(30).
          05 MANDAT-UNTERSCHRIFT-AM   PIC 9(08).
          05 MANDAT-STATUS            PIC X(01).
          05 MANDAT-WIDERRUFEN-AM     PIC 9(08).
          05 MANDAT-WIDERRUFEN-DURCH  PIC X(10).
          05 MANDAT-LETZTE-NUTZUNG    PIC 9(08).

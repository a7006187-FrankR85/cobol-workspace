      *    Satzlayout fuer die Kontobeziehungen KONTOBEZIEHUNG
      *    (indiziert nach Konto+Kunde, Alternativschluessel
      *    KONTOBEZ-KUNDEN-ID): weitere Personen zu einem Konto
      *    neben dem Kontoinhaber aus KONTO-KUNDEN-ID, etwa der
      *    Ehepartner bei einem Gemeinschaftskonto oder ein
      *    Bevollmaechtigter fuer einen betreuten Elternteil.
      *    KONTOBEZ-ROLLE: "M" Mitinhaber, "V" Bevollmaechtigter;
      *    der Inhaber aus KONTO-KUNDEN-ID wird hier nicht gefuehrt
      *    (Anzeigerolle "I"). KONTOBEZ-ANTEIL ist der Anteil des
      *    Mitinhabers in Prozent (fuer Bevollmaechtigte 0); dem
      *    Inhaber steht der Rest bis 100 zu - danach teilt
      *    STEUERBESCHEID die Zinsen auf. Eine Beziehung gilt vom
      *    Tag GUELTIG-AB bis einschliesslich GUELTIG-BIS
      *    (99999999 = unbefristet). Gepflegt in KONTOBEZPFLEGE;
      *    Login.cbl bietet dem Kunden alle Konten an, ueber die er
      *    am Tag verfuegen darf.
       01 KONTOBEZ-RECORD.
          05 KONTOBEZ-ID.
             10 KONTOBEZ-KONTO-ID     PIC X(10).
             10 KONTOBEZ-KUNDEN-ID    PIC X(10).
          05 KONTOBEZ-ROLLE           PIC X(01).
          05 KONTOBEZ-ANTEIL          PIC 9(03)V99.
          05 KONTOBEZ-GUELTIG-AB      PIC 9(08).
          05 KONTOBEZ-GUELTIG-BIS     PIC 9(08).
          05 KONTOBEZ-ANGELEGT-DURCH  PIC X(10).
          05 FILLER                   PIC X(10).

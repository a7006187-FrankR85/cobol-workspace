      *    Satzlayout fuer das elektronische Postfach POSTFACH
      *    (indiziert nach Kunde, Dokumentart, Periode und Konto):
      *    je Dokument, das ein Batch fuer den Kunden erzeugt, ein
      *    Verweis auf die Datei, damit der Kunde sie im
      *    Selbstbedienungsmenue von Login.cbl lesen kann.
      *    Eingetragen werden die Dokumente von KONTOAUSZUG
      *    (Kontoauszuege unter auszuege/) und STEUERBESCHEID
      *    (Steuerbescheinigungen unter bescheinigungen/); ein
      *    erneuter Lauf fuer dieselbe Periode aktualisiert nur
      *    den Dateinamen und laesst Zustelldatum und Lesestatus
      *    stehen.
      *    POSTFACH-KUNDEN-ID ist KONTO-KUNDEN-ID des Kontos bzw.
      *    die KONTO-ID, wenn dem Konto noch kein Kunde zugeordnet
      *    ist.
      *    POSTFACH-ART: "A" Kontoauszug (POSTFACH-PERIODE JJJJMM,
      *    POSTFACH-KONTO-ID das Konto), "S" Steuerbescheinigung
      *    (POSTFACH-PERIODE JJJJ, POSTFACH-KONTO-ID leer).
      *    POSTFACH-GELESEN: "J" vom Kunden geoeffnet, "N" noch
      *    ungelesen. POSTFACH-PAPIER-AM setzt der monatliche
      *    POSTFACHREPORT, wenn er das Dokument zum Papierversand
      *    ausweist (0 = nicht auf Papier versandt).
       01 POSTFACH-RECORD.
          05 POSTFACH-SCHLUESSEL.
             10 POSTFACH-KUNDEN-ID    PIC X(10).
             10 POSTFACH-ART          PIC X(01).
             10 POSTFACH-PERIODE      PIC X(06).
             10 POSTFACH-KONTO-ID     PIC X(10).
          05 POSTFACH-DATEINAME       PIC X(50).
          05 POSTFACH-ZUGESTELLT-AM   PIC 9(08).
          05 POSTFACH-GELESEN         PIC X(01).
          05 POSTFACH-GELESEN-AM      PIC 9(08).
          05 POSTFACH-PAPIER-AM       PIC 9(08).
          05 FILLER                   PIC X(20).

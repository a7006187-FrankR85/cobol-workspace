      *    Satzlayout fuer die Legitimationsdaten LEGITIMATION
      *    (indiziert nach KUNDEN-ID, ein Satz je Kunde des
      *    KUNDENSTAMM): wie und wann der Kunde identifiziert
      *    wurde. Gepflegt in LEGITIMATIONSPFLEGE, geprueft von
      *    KONTOPFLEGE (ohne gueltige Legitimation kein neues
      *    Konto) und vom monatlichen KYCPRUEFUNG.
      *    LEGI-DOKUMENTART: "P" Reisepass, "A" Personalausweis,
      *    "T" Aufenthaltstitel, "S" sonstiges amtliches Dokument.
      *    Gueltig ist eine Legitimation, solange
      *    LEGI-GUELTIG-BIS nicht vor dem Tagesdatum liegt.
      *    LEGI-RISIKOKLASSE: "N" niedrig, "M" mittel, "H" hoch;
      *    sie bestimmt den Abstand der periodischen Pruefung
      *    (PARMFILE KYCPRUEFNIEDRIG/KYCPRUEFMITTEL/KYCPRUEFHOCH
      *    in Monaten). LEGI-LETZTE-PRUEFUNG ist das Datum der
      *    letzten Ueberpruefung (bei der Erfassung das
      *    Identifizierungsdatum).
       01 LEGITIMATION-RECORD.
          05 LEGI-KUNDEN-ID           PIC X(10).
          05 LEGI-DOKUMENTART         PIC X(01).
          05 LEGI-DOKUMENTNR          PIC X(20).
          05 LEGI-BEHOERDE            PIC X(30).
          05 LEGI-GUELTIG-BIS         PIC 9(08).
          05 LEGI-GEBURTSDATUM        PIC 9(08).
          05 LEGI-NATIONALITAET       PIC X(03).
          05 LEGI-IDENTIFIZIERT-DURCH PIC X(10).
          05 LEGI-IDENTIFIZIERT-AM    PIC 9(08).
          05 LEGI-RISIKOKLASSE        PIC X(01).
          05 LEGI-LETZTE-PRUEFUNG     PIC 9(08).
          05 LEGI-GEPRUEFT-DURCH      PIC X(10).
          05 FILLER                   PIC X(20).

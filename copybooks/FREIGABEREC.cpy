      *    ablehnt.
      *    FREIGABE-ART: "L" = Limitaenderung (LIMITPFLEGE,
      *    FREIGABE-BETRAG ist das neue Limit), "K" = Konto-
      *    aufloesung (KONTOPFLEGE, FREIGABE-TRANS-ID und
      *    FREIGABE-TEXT(14:17) ergeben zusammen das 34-stellige
      *    Auszahlungskonto - Kontonummer des Hauses oder IBAN -,
      *    FREIGABE-TEXT(1:13) ist "SCHLIESSUNG", FREIGABE-BETRAG
      *    der vorberechnete und nach Ausfuehrung der tatsaechlich
      *    ausgezahlte Schlusssaldo), "S" = Storno (STORNO,
      *    FREIGABE-TRANS-ID ist die Originalbuchung),
      *    "F" = vorzeitige Festgeldkuendigung (FESTGELDPFLEGE,
      *    FREIGABE-TRANS-ID ist die FESTGELD-ID, FREIGABE-BETRAG
      *    das Vorfaelligkeitsentgelt), "P" = Betragssperre in
      *    Kraft setzen, "E" = Betragssperre aufheben (beide
      *    SPERRBETRAGPFLEGE, FREIGABE-TRANS-ID(1:14) ist die
      *    SPERRBETRAG-ID, FREIGABE-BETRAG der gesperrte Betrag),
      *    "M" = Zahlungssperre der letzten Mahnstufe (MAHNLAUF,
      *    Erfasser "MAHNLAUF", FREIGABE-BETRAG die Ueberziehung
      *    bei Vorlage; der MAHNLAUF lehnt den Antrag selbst ab,
      *    wenn das Konto vorher ausgeglichen wird), "U" =
      *    Produktumstellung (PRODUKTUMSTELLUNG, Erfasser
      *    "UMSTELLUNG", FREIGABE-KONTO-ID leer,
      *    FREIGABE-TRANS-ID(1:12) ist der Regelschluessel aus
      *    UMSTREGELREC.cpy, (13:5) die Zahl der Konten der
      *    Vorschau bei Vorlage).
      *    FREIGABE-STATUS: "O" offen, "F" freigegeben,
      *    "A" abgelehnt.
       01 FREIGABE-RECORD.

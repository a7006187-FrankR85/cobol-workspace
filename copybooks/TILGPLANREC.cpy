      *    Satzlayout fuer den Tilgungsplan TILGUNGSPLAN.DAT
      *    (indiziert nach Darlehen plus Ratennummer): je Monats-
      *    rate eines Darlehens (siehe DARLEHENREC.cpy) ein Satz
      *    mit Faelligkeit, Ratenbetrag und der Aufteilung in
      *    Zins- und Tilgungsanteil sowie der Restschuld nach
      *    Zahlung. Erzeugt bei der Eroeffnung in DARLEHENPFLEGE
      *    (Annuitaetenrechnung, die letzte Rate gleicht Rundungs-
      *    differenzen aus), fortgeschrieben vom TILGUNGSLAUF.
      *    TILGPLAN-STATUS: "O" offen, "B" bezahlt,
      *    "R" rueckstaendig (faellig, mangels Deckung nicht
      *    eingezogen; der naechste TILGUNGSLAUF versucht es
      *    erneut). TILGPLAN-TRANS-REF ist die Buchungsreferenz
      *    des Tilgungsanteils.
       01 TILGPLAN-RECORD.
          05 TILGPLAN-ID.
             10 TILGPLAN-DARLEHEN-ID  PIC X(10).
             10 TILGPLAN-RATE-NR      PIC 9(03).
          05 TILGPLAN-FAELLIG         PIC 9(08).
          05 TILGPLAN-RATE            PIC S9(7)V99.
          05 TILGPLAN-ZINS            PIC S9(7)V99.
          05 TILGPLAN-TILGUNG         PIC S9(7)V99.
          05 TILGPLAN-RESTSCHULD      PIC S9(9)V99.
          05 TILGPLAN-STATUS          PIC X(01).
          05 TILGPLAN-BEZAHLT-AM      PIC 9(08).
          05 TILGPLAN-TRANS-REF       PIC X(17).

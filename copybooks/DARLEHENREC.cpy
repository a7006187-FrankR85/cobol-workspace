      *    Satzlayout fuer den Darlehensstamm DARLEHENDATEI
      *    (Ratenkredite, indiziert nach DARLEHEN-ID, Alternativ-
      *    schluessel Kunde mit Duplikaten fuer den Sammelauszug
      *    KUNDENAUSZUG). Eroeffnet in DARLEHENPFLEGE, die dabei
      *    den Tilgungsplan (siehe TILGPLANREC.cpy) erzeugt und
      *    den Darlehensbetrag auf das Verrechnungskonto
      *    DARLEHEN-KONTO-ID auszahlt; der monatliche TILGUNGSLAUF
      *    zieht die Raten von diesem Konto ein.
      *    DARLEHEN-ZINSSATZ ist der Nominalzins p.a. in
      *    Hundertstel-Prozent wie in PRODUKTREC.cpy,
      *    DARLEHEN-LAUFZEIT die Anzahl Monatsraten.
      *    DARLEHEN-RESTSCHULD ist der noch offene Kapitalbetrag,
      *    DARLEHEN-RUECKSTAND-ANZAHL/-BETRAG die Zahl und Summe
      *    der faelligen, aber nicht eingezogenen Raten.
      *    DARLEHEN-STATUS: "A" laufend, "R" im Rueckstand,
      *    "G" getilgt.
       01 DARLEHEN-RECORD.
          05 DARLEHEN-ID              PIC X(10).
          05 DARLEHEN-KUNDEN-ID       PIC X(10).
          05 DARLEHEN-KONTO-ID        PIC X(10).
          05 DARLEHEN-BETRAG          PIC S9(9)V99.
          05 DARLEHEN-ZINSSATZ        PIC 9(04).
          05 DARLEHEN-LAUFZEIT        PIC 9(03).
          05 DARLEHEN-RATE            PIC S9(7)V99.
          05 DARLEHEN-AUSGEZAHLT-AM   PIC 9(08).
          05 DARLEHEN-NAECHSTE-FAELLIGKEIT PIC 9(08).
          05 DARLEHEN-RESTSCHULD      PIC S9(9)V99.
          05 DARLEHEN-RUECKSTAND-ANZAHL PIC 9(03).
          05 DARLEHEN-RUECKSTAND-BETRAG PIC S9(9)V99.
          05 DARLEHEN-STATUS          PIC X(01).

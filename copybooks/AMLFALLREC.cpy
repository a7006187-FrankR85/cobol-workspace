      *    Satzlayout fuer die Geldwaesche-Falldatei AMLFAELLE
      *    (indiziert nach laufender AMLFALL-ID aus
      *    amlfall-sequenz.dat, Alternativschluessel Konto plus
      *    Muster mit Duplikaten): je Auffaelligkeit, die der
      *    naechtliche AMLLAUF im Umsatzjournal findet, ein Fall,
      *    den ein Compliance-Operator (OPERATOR-ROLLE "C") in
      *    AMLFALLPFLEGE entscheidet.
      *    AMLFALL-MUSTER: "ST" Stueckelung knapp unter der
      *    Meldegrenze, "DU" Durchlauf (Clearing-Gutschrift geht
      *    gleich wieder hinaus), "RU" Umsatz auf einem ruhenden
      *    Konto, "RB" Folge runder Betraege.
      *    AMLFALL-BETRAG ist die Summe der auffaelligen Umsaetze,
      *    AMLFALL-ANZAHL ihre Anzahl im Pruefzeitraum
      *    AMLFALL-VON bis AMLFALL-ERKANNT-AM.
      *    AMLFALL-STATUS: "O" offen, "G" geschlossen (kein
      *    Verdacht), "M" an die Behoerden gemeldet.
       01 AMLFALL-RECORD.
          05 AMLFALL-ID               PIC 9(06).
          05 AMLFALL-KONTO-MUSTER.
             10 AMLFALL-KONTO-ID      PIC X(10).
             10 AMLFALL-MUSTER        PIC X(02).
          05 AMLFALL-ERKANNT-AM       PIC 9(08).
          05 AMLFALL-VON              PIC 9(08).
          05 AMLFALL-BETRAG           PIC S9(9)V99.
          05 AMLFALL-ANZAHL           PIC 9(04).
          05 AMLFALL-BESCHREIBUNG     PIC X(40).
          05 AMLFALL-STATUS           PIC X(01).
          05 AMLFALL-BEARBEITER       PIC X(10).
          05 AMLFALL-ENTSCHIEDEN-AM   PIC 9(14).
          05 AMLFALL-BEGRUENDUNG      PIC X(50).
          05 FILLER                   PIC X(20).

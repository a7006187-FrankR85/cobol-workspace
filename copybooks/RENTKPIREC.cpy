      *    Satzlayout der Kennzahlendatei kpi-rentabilitaet.dat
      *    (zeilensequentiell, fortgeschrieben von RENTABILITAET):
      *    ein Satz je Monatslauf mit den Summen ueber alle Kunden,
      *    Betraege in Euro. Netto-Deckungsbeitrag = Gebuehren plus
      *    Sollzinsertrag minus gezahlte Habenzinsen. Ein
      *    Wiederholungslauf fuer denselben Monat haengt einen
      *    neuen Satz an; KPITREND wertet je Periode den letzten
      *    Satz aus.
       01 RENTKPI-SATZ.
          05 RENTKPI-PERIODE          PIC 9(06).
          05 RENTKPI-LAUFDATUM        PIC 9(08).
          05 RENTKPI-KUNDEN           PIC 9(07).
          05 RENTKPI-KONTEN           PIC 9(07).
          05 RENTKPI-GEBUEHREN        PIC S9(11)V99.
          05 RENTKPI-HABENZINS        PIC S9(11)V99.
          05 RENTKPI-SOLLZINS         PIC S9(11)V99.
          05 RENTKPI-NETTO            PIC S9(11)V99.
          05 RENTKPI-VERLUSTKUNDEN    PIC 9(07).
          05 RENTKPI-VERLUST-AKTIV    PIC 9(07).
          05 RENTKPI-BUCHUNGEN        PIC 9(09).
          05 RENTKPI-SMS              PIC 9(09).
          05 RENTKPI-DURCHSCHNITT     PIC S9(13)V99.

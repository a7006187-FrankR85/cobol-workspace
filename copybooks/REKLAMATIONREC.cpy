      *    Satzlayout fuer die Reklamationsdatei REKLAMATIONEN
      *    (indiziert nach laufender REKL-ID aus
      *    reklamation-sequenz.dat): je Kundenbeschwerde ueber
      *    eine Buchung ein Fall mit Bezug auf Konto und
      *    Buchungsreferenz (TRANS-REF aus TRANSAKTIONEN.DAT;
      *    leer, wenn sich die Beschwerde auf keine gebuchte
      *    Zahlung bezieht, etwa "NE"). Erfasst und bearbeitet
      *    werden die Faelle in REKLAMATIONSPFLEGE, die Ueber-
      *    sicht der ueberfaelligen Faelle je Bearbeiter liefert
      *    der woechentliche REKLAMATIONSREPORT.
      *    REKL-KATEGORIE: "DB" Doppelbuchung, "BF" falscher
      *    Betrag, "NA" nicht autorisierte Zahlung, "GE" Gebuehr
      *    oder Zins strittig, "NE" Zahlung nicht eingegangen,
      *    "SO" Sonstiges.
      *    REKL-FAELLIG ist REKL-EINGANG plus PARMFILE-Frist
      *    REKLFRIST (Kalendertage).
      *    REKL-STATUS: "O" offen, "B" in Bearbeitung, "W" Storno
      *    beantragt, wartet auf Freigabe (REKL-FREIGABE-ID ist
      *    der Satz in FREIGABE.DAT), "S" erledigt durch Storno
      *    (REKL-STORNO-REF ist die stornierte LEDGER-TRANS-ID),
      *    "E" erledigt ohne Korrektur, "Z" vom Kunden
      *    zurueckgezogen. "O", "B" und "W" gelten als offen.
      *    REKL-VERLAUF haelt die Statuswechsel und Vermerke;
      *    ist er voll, bleibt der Erfassungseintrag stehen und
      *    der aelteste Folgeeintrag faellt heraus.
       01 REKLAMATION-RECORD.
          05 REKL-ID                  PIC 9(06).
          05 REKL-KONTO-ID            PIC X(10).
          05 REKL-TRANS-REF           PIC X(17).
          05 REKL-KATEGORIE           PIC X(02).
          05 REKL-BESCHREIBUNG        PIC X(50).
          05 REKL-EINGANG             PIC 9(08).
          05 REKL-FAELLIG             PIC 9(08).
          05 REKL-STATUS              PIC X(01).
          05 REKL-BEARBEITER          PIC X(10).
          05 REKL-FREIGABE-ID         PIC 9(06).
          05 REKL-STORNO-REF          PIC X(17).
          05 REKL-ERGEBNIS            PIC X(40).
          05 REKL-ERLEDIGT-AM         PIC 9(08).
          05 REKL-VERLAUF-ANZAHL      PIC 9(02).
          05 REKL-VERLAUF OCCURS 12 TIMES.
             10 REKL-VERLAUF-ZEITPUNKT PIC 9(14).
             10 REKL-VERLAUF-STATUS   PIC X(01).
             10 REKL-VERLAUF-OPERATOR PIC X(10).
             10 REKL-VERLAUF-VERMERK  PIC X(30).
          05 FILLER                   PIC X(20).

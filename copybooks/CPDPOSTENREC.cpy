      *    Satzlayout fuer die CPD-Posten CPDPOSTEN (indiziert nach
      *    laufender CPD-ID aus cpd-sequenz.dat): Clearing-Eingaenge,
      *    die der CLEARINGLAUF keinem Konto zuordnen konnte
      *    (unbekanntes Empfaengerkonto oder ungueltige/fremde
      *    IBAN), werden nicht mehr an den Auftraggeber
      *    zurueckgegeben, sondern auf dem hausinternen CPD-Konto
      *    (PARMFILE-Schluessel CPDKONTO, ein gewoehnliches Konto
      *    der KONTODATEI) gutgeschrieben und hier als offener
      *    Posten gefuehrt. Die Clearingstelle bucht einen Posten
      *    in CPDPFLEGE auf das richtige Konto um; was nach
      *    CPDRUECKTAGE Tagen (PARMFILE, Vorgabe 30) noch offen
      *    ist, gibt der CPDLAUF ueber den Clearing-Ausgang an den
      *    Auftraggeber zurueck.
      *    CPD-EINGANG-REF ist die Buchungsreferenz der Gutschrift
      *    auf dem CPD-Konto, CPD-ERLEDIGT-REF die der Belastung
      *    bei Umbuchung oder Rueckgabe.
      *    CPD-STATUS: "O" offen, "U" umgebucht auf CPD-ZIELKONTO,
      *    "R" an den Auftraggeber zurueckgegeben.
       01 CPD-RECORD.
          05 CPD-ID                   PIC 9(06).
          05 CPD-EINGANGSDATUM        PIC 9(08).
          05 CPD-EINGANG-REF          PIC X(17).
          05 CPD-EMPFAENGER           PIC X(10).
          05 CPD-EMPFAENGER-IBAN      PIC X(34).
          05 CPD-AUFTRAGGEBER         PIC X(10).
          05 CPD-AUFTRAGGEBER-IBAN    PIC X(34).
          05 CPD-BETRAG               PIC S9(7)V99.
          05 CPD-TEXT                 PIC X(30).
          05 CPD-DATUM                PIC 9(08).
          05 CPD-GRUND                PIC X(22).
          05 CPD-STATUS               PIC X(01).
          05 CPD-ZIELKONTO            PIC X(10).
          05 CPD-ERLEDIGT-REF         PIC X(17).
          05 CPD-BEARBEITER           PIC X(10).
          05 CPD-ERLEDIGT-AM          PIC 9(14).
          05 FILLER                   PIC X(20).

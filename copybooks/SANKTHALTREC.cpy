      *    Satzlayout fuer die angehaltenen Zahlungen SANKTIONSHALT
      *    (indiziert nach laufender HALT-ID aus
      *    sanktionshalt-sequenz.dat): Zahlungen, deren Empfaenger
      *    oder Auftraggeber bei der Pruefung gegen die Sanktions-
      *    liste (SANKTIONSCHECK) getroffen hat, werden nicht
      *    gebucht, sondern hier geparkt, bis ein Compliance-
      *    Operator (OPERATOR-ROLLE "C") sie in SANKTIONSFREIGABE
      *    freigibt oder ablehnt.
      *    HALT-QUELLE: "U" Ueberweisung, "S" Position einer
      *    Sammelueberweisung (SAMMELIMPORT), "E" Clearing-Eingang
      *    (CLEARINGLAUF; HALT-DATUM ist dann CLEARING-DATUM).
      *    HALT-SANKTION-ID ist der getroffene Listeneintrag; leer,
      *    wenn die Sanktionsliste bei der Pruefung nicht lesbar
      *    war und die Zahlung deshalb ungeprueft geparkt wurde.
      *    HALT-STATUS: "O" offen, "F" freigegeben und an den
      *    Clearing-Eingang zurueckgestellt (nur Quelle "E"),
      *    "B" ausgefuehrt bzw. zur Ausfuehrung uebergeben,
      *    "A" abgelehnt.
      *    Freigegebene Ueberweisungen und Sammelpositionen gehen
      *    als Terminueberweisung zum Freigabetag in
      *    TERMINAUFTRAG.DAT (HALT-VERWEIS = TERMIN-ID), die der
      *    naechste TERMINLAUF ausfuehrt.
       01 HALT-RECORD.
          05 HALT-ID                  PIC 9(06).
          05 HALT-QUELLE              PIC X(01).
          05 HALT-AUFTRAGGEBER        PIC X(10).
          05 HALT-EMPFAENGER          PIC X(10).
          05 HALT-NAME                PIC X(30).
          05 HALT-BETRAG              PIC S9(7)V99.
          05 HALT-TEXT                PIC X(30).
          05 HALT-DATUM               PIC 9(08).
          05 HALT-ERFASST-AM          PIC 9(14).
          05 HALT-SANKTION-ID         PIC X(10).
          05 HALT-STATUS              PIC X(01).
          05 HALT-ENTSCHEIDER         PIC X(10).
          05 HALT-ENTSCHIEDEN-AM      PIC 9(14).
          05 HALT-BEGRUENDUNG         PIC X(40).
          05 HALT-VERWEIS             PIC X(13).
      *    IBAN eines nicht hausinternen Empfaengers (Quellen "U"
      *    und "S"); geht bei der Freigabe in die Terminueberweisung
      *    mit. Leer bei hausinternen Empfaengern, bei Quelle "E"
      *    und bei Saetzen aus der Zeit vor der IBAN-Umstellung
      *    (Migration ibanmig.cbl).
          05 HALT-EMPFAENGER-IBAN     PIC X(34).
          05 FILLER                   PIC X(20).

      *    Satzlayout fuer die Laufzeitprognose des naechtlichen
      *    BATCHLAUF (batchlauf-prognose.dat, eine Zeile, nach
      *    jedem Schritt neu geschrieben): voraussichtliches Ende
      *    der Nacht aus der aktuellen Uhrzeit plus dem gleitenden
      *    Laufzeitdurchschnitt der noch offenen Schritte, dazu
      *    das Ende des Batchfensters aus PARMFILE-Schluessel
      *    BATCHFENSTER (SSMM; erster solcher Zeitpunkt nach
      *    dem Laufbeginn). ALERTMONITOR warnt, wenn Prognose oder
      *    tatsaechliches Ende hinter dem Fensterende liegen.
      *    PROGNOSE-STATUS: "L" Lauf noch aktiv (PROGNOSE-ENDE ist
      *    die Prognose), "E" Lauf beendet, "A" Lauf abgebrochen
      *    (PROGNOSE-ENDE ist dann das tatsaechliche Ende).
      *    Zeitpunkte als JJJJMMTTSSMMSS; PROGNOSE-FENSTER-ENDE 0 =
      *    kein Batchfenster eingestellt.
      *    PROGNOSE-OHNE-HISTORIE zaehlt die offenen Schritte ohne
      *    Laufzeithistorie, die in der Prognose mit 0 Sekunden
      *    stehen.
       01 PROGNOSE-RECORD.
          05 PROGNOSE-LAUFDATUM       PIC 9(08).
          05 PROGNOSE-STATUS          PIC X(01).
          05 PROGNOSE-STAND           PIC 9(14).
          05 PROGNOSE-ENDE            PIC 9(14).
          05 PROGNOSE-FENSTER-ENDE    PIC 9(14).
          05 PROGNOSE-OFFEN-ANZAHL    PIC 9(02).
          05 PROGNOSE-OHNE-HISTORIE   PIC 9(02).
          05 PROGNOSE-NAECHSTER       PIC X(20).

      *    Satzlayout fuer die Festgeldanlagen FESTGELDDATEI
      *    (indiziert nach FESTGELD-ID, Alternativschluessel
      *    Quellkonto mit Duplikaten). Angelegt in FESTGELDPFLEGE:
      *    der Anlagebetrag wird dabei vom Quellkonto
      *    FESTGELD-KONTO-ID abgebucht und liegt bis zur
      *    Faelligkeit ausserhalb des Kontosaldos. Laufzeit 3, 6
      *    oder 12 Monate zum bei Anlage vereinbarten Festzins
      *    FESTGELD-ZINSSATZ (Hundertstel-Prozent p.a. wie in
      *    PRODUKTREC.cpy; Vorgabe je Laufzeit aus PARMFILE.DAT,
      *    Schluessel FESTGELDZINS03/06/12). Zinsen werden
      *    taggenau (act/365) vom Beginn bis zur Faelligkeit
      *    gerechnet.
      *    FESTGELD-ANWEISUNG bei Faelligkeit: "A" Auszahlung von
      *    Betrag und Zinsen auf das Quellkonto, "P" Prolongation:
      *    die Zinsen gehen auf das Quellkonto, der Betrag wird
      *    fuer dieselbe Laufzeit zum dann gueltigen Zinssatz neu
      *    angelegt. Ausgefuehrt vom taeglichen FESTGELDLAUF.
      *    FESTGELD-STATUS: "L" laufend, "E" erledigt (ausgezahlt),
      *    "K" vorzeitig gekuendigt (nur ueber FREIGABE.DAT,
      *    Freigabeart "F", mit Vorfaelligkeitsentgelt).
       01 FESTGELD-RECORD.
          05 FESTGELD-ID              PIC X(10).
          05 FESTGELD-KONTO-ID        PIC X(10).
          05 FESTGELD-BETRAG          PIC S9(9)V99.
          05 FESTGELD-BEGINN          PIC 9(08).
          05 FESTGELD-FAELLIG         PIC 9(08).
          05 FESTGELD-LAUFZEIT        PIC 9(02).
          05 FESTGELD-ZINSSATZ        PIC 9(04).
          05 FESTGELD-ANWEISUNG       PIC X(01).
          05 FESTGELD-STATUS          PIC X(01).
          05 FESTGELD-ERLEDIGT-AM     PIC 9(08).
          05 FESTGELD-ZINSEN-GESAMT   PIC S9(9)V99.

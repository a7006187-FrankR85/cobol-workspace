      *    jeweils naechsten Gateway-Lauf werden abgearbeitete
      *    "V"- und "F"-Saetze bereinigt, damit die Datei nicht
      *    unbegrenzt waechst.
      *    TANAUSGANG-KONTO-ID ist das Konto, dem die Nachricht
      *    zugeordnet ist (fuer die SMS-Gebuehren, siehe
      *    SMSNUTZREC.cpy); TANAUSGANG-ART: "T" = mobileTAN,
      *    "W" = Warnung neuer Empfaenger, "A" = Kontoalarm
      *    (Wecker, Dauerauftrag ohne Deckung), "O" = Einmal-
      *    passwort, "B" = Betriebsalarm ohne Konto (wird nicht
      *    berechnet).
       01 TANAUSGANG-SATZ.
          05 TANAUSGANG-RUFNUMMER     PIC X(15).
          05 TANAUSGANG-TEXT          PIC X(50).
          05 TANAUSGANG-ZEITSTEMPEL   PIC 9(14).
          05 TANAUSGANG-STATUS        PIC X(01).
          05 TANAUSGANG-KONTO-ID      PIC X(10).
          05 TANAUSGANG-ART           PIC X(01).

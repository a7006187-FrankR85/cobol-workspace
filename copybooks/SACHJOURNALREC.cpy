      *    Satzlayout fuer das Sachbuch-Journal SACHJOURNAL.DAT
      *    (indiziert nach Buchungsreferenz und Seite): je
      *    Kundenbuchung aus TRANSAKTIONEN.DAT schreibt SACHBUCHLAUF
      *    eine Soll- und eine Habenzeile gleichen Betrags, eine auf
      *    dem Kundeneinlagen-Sammelkonto, eine auf dem Gegenkonto
      *    der Buchungsregel. Der Schluessel aus TRANS-REF und
      *    Seite sorgt dafuer, dass ein wiederholter Lauf fuer
      *    denselben Tag nichts doppelt bucht.
      *    SJ-SEITE: "S" Soll, "H" Haben. SJ-BETRAG ist immer
      *    positiv.
       01 SJ-RECORD.
          05 SJ-ID.
             10 SJ-TRANS-REF          PIC X(17).
             10 SJ-SEITE              PIC X(01).
          05 SJ-DATUM                 PIC 9(08).
          05 SJ-SACHKONTO             PIC X(06).
          05 SJ-BETRAG                PIC S9(9)V99.
          05 SJ-HERKUNFT              PIC X(01).
          05 SJ-KONTO-ID              PIC X(10).

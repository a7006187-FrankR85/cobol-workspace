      *    Satzlayout fuer die Buchungsregeln BUCHUNGSREGELN.DAT
      *    (indiziert nach TRANS-HERKUNFT, siehe TRANSREC.cpy): je
      *    Herkunft das Sachkonto (SACHKONTOREC.cpy), gegen das
      *    SACHBUCHLAUF die Kundenbuchung bucht - etwa "Z" gegen
      *    Zinsaufwand, "G" gegen Provisionsertrag, "E" gegen das
      *    Clearing-Verrechnungskonto, "B" gegen die Kasse. Die
      *    Kundenseite geht immer auf das Kundeneinlagen-
      *    Sammelkonto. Gepflegt in SACHKONTENPFLEGE.
       01 BUCHREGEL-RECORD.
          05 BUCHREGEL-HERKUNFT       PIC X(01).
          05 BUCHREGEL-SACHKONTO      PIC X(06).
          05 BUCHREGEL-BEZEICHNUNG    PIC X(30).

      *    Satzlayout fuer das Umstellungsprotokoll
      *    produktumstellung.log (zeilensequentiell, fortgeschrieben
      *    vom PRODUKTUMSTELLUNG, geprueft von INTEGRITAET): je
      *    Schritt einer Produktumstellung (siehe UMSTREGELREC.cpy)
      *    ein Satz unter dem Regelschluessel und der Nummer der
      *    Freigabe (FREIGABE-ART "U").
      *    UMSTLOG-ART: "V" Konto mit der Freigabe vorgelegt,
      *    "A" Kundenmitteilung fuer das Konto gedruckt (bei "V"
      *    und "A" UMSTLOG-ALTER = Alter am Stichtag, 0 ohne
      *    Alterskriterium), "U" Konto am Stichtag umgestellt,
      *    "X" angekuendigtes Konto nicht umgestellt (Konto
      *    aufgeloest oder Produkt inzwischen geaendert),
      *    "M" alle Mitteilungen der Umstellung gedruckt, "E"
      *    Umstellung abgeschlossen (bei "M" und "E" ist
      *    UMSTLOG-KONTO-ID leer).
       01 UMSTLOG-SATZ.
          05 UMSTLOG-ART              PIC X(01).
          05 UMSTLOG-REGEL.
             10 UMSTLOG-ALT-PRODUKT    PIC X(02).
             10 UMSTLOG-NEU-PRODUKT    PIC X(02).
             10 UMSTLOG-STICHTAG       PIC 9(08).
          05 UMSTLOG-KONTO-ID         PIC X(10).
          05 UMSTLOG-KUNDEN-ID        PIC X(10).
          05 UMSTLOG-FREIGABE-ID      PIC 9(06).
          05 UMSTLOG-DATUM            PIC 9(08).
          05 UMSTLOG-ALTER            PIC 9(03).
          05 FILLER                   PIC X(10).

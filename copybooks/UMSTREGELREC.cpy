      *    Satzlayout fuer die Umstellungsregeln umstellregeln.dat
      *    (zeilensequentiell, gepflegt vom Produktmanagement wie
      *    gebuehren.dat): je Zeile eine Produktumstellung, die der
      *    taegliche PRODUKTUMSTELLUNG abarbeitet - alle Konten mit
      *    KONTO-PRODUKT = UMSTREGEL-ALT-PRODUKT, die die Auswahl-
      *    kriterien erfuellen, gehen zum UMSTREGEL-STICHTAG auf
      *    UMSTREGEL-NEU-PRODUKT (beide Codes aus PRODUKTDATEI,
      *    siehe PRODUKTREC.cpy).
      *    Auswahlkriterien: UMSTREGEL-ALTER-AB/-BIS ist das Alter
      *    des Kontoinhabers in vollen Jahren am Stichtag nach
      *    LEGI-GEBURTSDATUM (siehe LEGITIMATIONREC.cpy; 0 = keine
      *    Grenze, etwa ALTER-AB 18 fuer JK nach GK), UMSTREGEL-
      *    FILIALE beschraenkt auf eine Filiale (leer = alle).
      *    UMSTREGEL-ANLASS erscheint in der Kundenmitteilung.
      *    Der UMSTREGEL-SCHLUESSEL bezeichnet die Umstellung in
      *    der Freigabe (FREIGABE-ART "U", siehe FREIGABEREC.cpy)
      *    und im Umstellungsprotokoll (siehe UMSTLOGREC.cpy); eine
      *    abgelehnte Umstellung wird mit neuem Stichtag erneut
      *    vorgelegt.
       01 UMSTREGEL-SATZ.
          05 UMSTREGEL-SCHLUESSEL.
             10 UMSTREGEL-ALT-PRODUKT  PIC X(02).
             10 UMSTREGEL-NEU-PRODUKT  PIC X(02).
             10 UMSTREGEL-STICHTAG     PIC 9(08).
          05 UMSTREGEL-ALTER-AB       PIC 9(03).
          05 UMSTREGEL-ALTER-BIS      PIC 9(03).
          05 UMSTREGEL-FILIALE        PIC X(02).
          05 UMSTREGEL-ANLASS         PIC X(30).

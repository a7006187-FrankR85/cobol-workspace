      *    der Stamm in KONTOPFLEGE, gelesen vom ZINSLAUF; welches
      *    Produkt ein Konto fuehrt, steht in KONTO-PRODUKT
      *    (siehe KONTOREC.cpy).
      *    PRODUKT-SMS-FREI ist die Zahl der SMS je Monat, die der
      *    GEBUEHRENLAUF einem Konto des Produkts nicht berechnet
      *    (Gebuehrenart "S", siehe SMSNUTZREC.cpy).
       01 PRODUKT-RECORD.
          05 PRODUKT-CODE             PIC X(02).
          05 PRODUKT-BEZEICHNUNG      PIC X(30).
             10 PRODUKT-STAFFEL-BIS   PIC 9(09).
             10 PRODUKT-HABENZINS     PIC 9(04).
             10 PRODUKT-SOLLZINS      PIC 9(04).
          05 PRODUKT-SMS-FREI         PIC 9(03).
          05 FILLER                   PIC X(17).

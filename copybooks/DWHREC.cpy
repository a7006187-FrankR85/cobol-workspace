      *    Satzlayout der Deltadatei dwh-delta-JJJJMMTT.dat fuer das
      *    Data Warehouse (zeilensequentiell, geschrieben vom
      *    naechtlichen DWHEXTRAKT). DWH-SATZART "D" = Datensatz,
      *    "K" = Kontrollsatz am Dateiende.
      *    Datensatz: DWH-AENDERUNG "I" = neu, "U" = geaendert,
      *    "D" = entfallen (nur Schluessel, keine Daten); DWH-TYP
      *    "KD" = Kunde (KUNDENSTAMM), "KT" = Konto (KONTODATEI, ohne
      *    Passwortangaben), "PR" = Produkt (PRODUKTDATEI).
      *    DWH-ANONYM "A" kennzeichnet einen vom LOESCHLAUF
      *    anonymisierten Kunden; das Warehouse muss die bisher
      *    gespeicherten Personendaten dann ueberschreiben.
      *    DWH-ZEITSTEMPEL ist der Zeitpunkt, zu dem der Extrakt die
      *    Aenderung festgestellt hat (Laufdatum plus Uhrzeit).
      *    Betraege stehen mit fuehrendem Vorzeichen, Zinssaetze wie
      *    im Produktstamm in Hundertstel-Prozent.
       01 DWH-DELTA-SATZ.
          05 DWH-SATZART              PIC X(01).
          05 DWH-AENDERUNG            PIC X(01).
          05 DWH-TYP                  PIC X(02).
          05 DWH-SCHLUESSEL           PIC X(10).
          05 DWH-ZEITSTEMPEL          PIC 9(14).
          05 DWH-ANONYM               PIC X(01).
          05 DWH-DATEN                PIC X(150).
          05 DWH-KUNDE-DATEN REDEFINES DWH-DATEN.
             10 DWH-KD-NAME           PIC X(30).
             10 DWH-KD-STRASSE        PIC X(30).
             10 DWH-KD-PLZ            PIC X(05).
             10 DWH-KD-ORT            PIC X(30).
             10 DWH-KD-TELEFON        PIC X(15).
             10 DWH-KD-FILIALE        PIC X(02).
             10 FILLER                PIC X(38).
          05 DWH-KONTO-DATEN REDEFINES DWH-DATEN.
             10 DWH-KT-KUNDEN-ID      PIC X(10).
             10 DWH-KT-NAME           PIC X(30).
             10 DWH-KT-SALDO          PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
             10 DWH-KT-LIMIT          PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
             10 DWH-KT-RUHEND         PIC X(01).
             10 DWH-KT-PRODUKT        PIC X(02).
             10 DWH-KT-WAEHRUNG       PIC X(03).
             10 DWH-KT-MAHNSPERRE     PIC X(01).
             10 DWH-KT-FILIALE        PIC X(02).
             10 FILLER                PIC X(77).
          05 DWH-PRODUKT-DATEN REDEFINES DWH-DATEN.
             10 DWH-PR-BEZEICHNUNG    PIC X(30).
             10 DWH-PR-STAFFEL OCCURS 3 TIMES.
                15 DWH-PR-STAFFEL-BIS PIC 9(09).
                15 DWH-PR-HABENZINS   PIC 9(04).
                15 DWH-PR-SOLLZINS    PIC 9(04).
             10 DWH-PR-SMS-FREI       PIC 9(03).
             10 FILLER                PIC X(66).
      *    Kontrollsatz: Laufdatum, Anzahl aller Datensaetze und je
      *    Satztyp (KD, KT, PR) die Anzahl der Einfuegungen,
      *    Aenderungen, Loeschungen und davon anonymisierten Saetze.
          05 DWH-KONTROLL-DATEN REDEFINES DWH-DATEN.
             10 DWH-KTL-LAUFDATUM     PIC 9(08).
             10 DWH-KTL-GESAMT        PIC 9(07).
             10 DWH-KTL-ZEILE OCCURS 3 TIMES.
                15 DWH-KTL-TYP        PIC X(02).
                15 DWH-KTL-EINGEFUEGT PIC 9(07).
                15 DWH-KTL-GEAENDERT  PIC 9(07).
                15 DWH-KTL-GELOESCHT  PIC 9(07).
                15 DWH-KTL-ANONYM     PIC 9(07).
             10 FILLER                PIC X(45).

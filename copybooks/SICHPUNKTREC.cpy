      *    Satzlayout der Sicherungspunktdateien der kontoweise
      *    buchenden Monatslaeufe (zinslauf-sicherungspunkt.dat,
      *    gebuehrenlauf-sicherungspunkt.dat, zeilensequentiell).
      *    Der Lauf schreibt die Datei alle SICHERUNGSPUNKT Konten
      *    (PARMFILE) komplett neu: zuerst den Kopfsatz
      *    SICHP-SATZART "K" mit der zuletzt fertig verarbeiteten
      *    KONTO-ID und den bis dahin aufgelaufenen Zaehlern und
      *    Kontrollsummen, danach je Filiale einen Satz "F" mit
      *    den Berichtssummen, soweit der Lauf sie fuehrt.
      *    SICHP-STATUS "L" = Lauf unterwegs, "E" = Lauf beendet.
      *    Ein Neustart unter demselben Laufdatum setzt nach
      *    SICHP-LETZTE-KONTO-ID wieder auf und uebernimmt Zaehler,
      *    Summen und die ersten SICHP-REPORT-ZEILEN Berichtszeilen.
      *    SICHP-ZUSATZ-1/-2 belegt jeder Lauf fuer sich
      *    (GEBUEHRENLAUF: zugestellte und berechnete SMS).
      *    Betraege mit Vorzeichen wie in KONTROLLREC.cpy.
       01 SICHPUNKT-SATZ.
          05 SICHP-SATZART            PIC X(01).
          05 SICHP-DATEN              PIC X(139).
          05 SICHP-KOPF REDEFINES SICHP-DATEN.
             10 SICHP-PROGRAMM        PIC X(20).
             10 SICHP-LAUFDATUM       PIC 9(08).
             10 SICHP-STATUS          PIC X(01).
             10 SICHP-LETZTE-KONTO-ID PIC X(10).
             10 SICHP-KONTEN-ANZAHL   PIC 9(07).
             10 SICHP-BUCHUNGS-ANZAHL PIC 9(07).
             10 SICHP-ANZAHL-T        PIC 9(05).
             10 SICHP-SUMME-T         PIC S9(11)V99.
             10 SICHP-ANZAHL-L        PIC 9(05).
             10 SICHP-SUMME-L         PIC S9(11)V99.
             10 SICHP-REPORT-ZEILEN   PIC 9(07).
             10 SICHP-ZUSATZ-1        PIC 9(07).
             10 SICHP-ZUSATZ-2        PIC 9(07).
             10 SICHP-FILIAL-VOLL     PIC X(01).
             10 SICHP-GESCHRIEBEN-AM  PIC 9(14).
             10 FILLER                PIC X(14).
          05 SICHP-FILIALE REDEFINES SICHP-DATEN.
             10 SICHP-FI-NR           PIC X(02).
             10 SICHP-FI-ANZAHL       PIC 9(07).
             10 SICHP-FI-SUMME        PIC S9(11)V99.
             10 FILLER                PIC X(117).

      *    Satzlayout fuer die Bewertungshistorie der
      *    Fremdwaehrungskonten WAEHRUNGSBEWERTUNG (indiziert nach
      *    Periode JJJJMM und Konto): je Monatsende und Konto mit
      *    KONTO-WAEHRUNG ungleich EUR der Saldo zum Stichtag, der
      *    Stichtagskurs aus kurse.dat (EUR je Einheit) und der
      *    Euro-Gegenwert, dazu Kurs und Euro-Wert des Vormonats
      *    und das unrealisierte Kursergebnis. BEW-ERGEBNIS ist die
      *    Kursaenderung auf den Stichtagssaldo
      *    (Saldo x (Kurs - Vormonatskurs)); ohne Vormonatssatz
      *    (neues Konto, erste Bewertung) ist es 0. Ein
      *    Wiederholungslauf fuer dieselbe Periode ueberschreibt
      *    die Saetze der Periode.
       01 BEWERTUNG-RECORD.
          05 BEWERTUNG-SCHLUESSEL.
             10 BEW-PERIODE           PIC 9(06).
             10 BEW-KONTO-ID          PIC X(10).
          05 BEW-STICHTAG             PIC 9(08).
          05 BEW-WAEHRUNG             PIC X(03).
          05 BEW-SALDO                PIC S9(11)V99.
          05 BEW-KURS                 PIC 9(3)V9(6).
          05 BEW-WERT-EUR             PIC S9(11)V99.
          05 BEW-KURS-VORMONAT        PIC 9(3)V9(6).
          05 BEW-WERT-VORMONAT        PIC S9(11)V99.
          05 BEW-ERGEBNIS             PIC S9(11)V99.
          05 FILLER                   PIC X(20).

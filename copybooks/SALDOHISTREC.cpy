      *    Satzlayout der taeglichen Saldenhistorie SALDOHISTORIE
      *    (indiziert nach Konto plus Datum): je Konto und Laufdatum
      *    der Saldo zum Tagesende in Kontowaehrung, geschrieben vom
      *    naechtlichen TAGESSALDO nach allen buchenden Laeufen.
      *    Ein Wiederholungslauf fuer dasselbe Datum ueberschreibt
      *    den Satz. Saetze, die aelter als SALDOHISTTAGE Tage sind
      *    (PARMFILE), loescht TAGESSALDO. Gelesen von RENTABILITAET
      *    fuer den Durchschnittssaldo des Monats.
       01 SALDOHIST-RECORD.
          05 SALDOH-ID.
             10 SALDOH-KONTO-ID       PIC X(10).
             10 SALDOH-DATUM          PIC 9(08).
          05 SALDOH-SALDO             PIC S9(9)V99.
          05 SALDOH-WAEHRUNG          PIC X(03).
          05 SALDOH-ERFASST-AM        PIC 9(14).
          05 FILLER                   PIC X(20).

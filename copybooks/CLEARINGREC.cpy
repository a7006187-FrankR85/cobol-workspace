      *    Gutschriften im selben Layout in clearing-eingang.dat,
      *    die der naechtliche CLEARINGLAUF ins Umsatzjournal
      *    (Herkunft "E") und ins Hauptbuch bucht.
      *    Das Partnerinstitut arbeitet mit IBANs: ausgehend steht
      *    die IBAN des Auftraggeberkontos (SUBMODULE-Funktion
      *    IBANBILD) und, soweit erfasst, die IBAN des Empfaengers
      *    in den IBAN-Feldern; die zehnstelligen Felder bleiben
      *    zur Anzeige belegt. Eingehend ordnet der CLEARINGLAUF
      *    eine Gutschrift ueber CLEARING-EMPFAENGER-IBAN dem Konto
      *    zu, wenn das Feld belegt ist, sonst wie bisher ueber
      *    CLEARING-EMPFAENGER.
       01 CLEARING-SATZ.
          05 CLEARING-EMPFAENGER      PIC X(10).
          05 CLEARING-AUFTRAGGEBER    PIC X(10).
          05 CLEARING-BETRAG          PIC S9(7)V99.
          05 CLEARING-TEXT            PIC X(30).
          05 CLEARING-DATUM           PIC 9(08).
          05 CLEARING-EMPFAENGER-IBAN PIC X(34).
          05 CLEARING-AUFTRAGGEBER-IBAN PIC X(34).

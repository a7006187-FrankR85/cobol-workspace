      *    Das Passwort wird nur noch als Einweg-Pruefwert gefuehrt
      *    (Funktion PWHASH in subprograms/SUBMODULE.CBL), nie mehr
      *    im Klartext; Altbestaende konvertiert das einmalige
      *    Migrationsprogramm kontomig.cbl. Die Reserve am
      *    Satzende ist mit KONTO-FILIALE aufgebraucht; die naechste
      *    Erweiterung braucht wieder eine Dateikonvertierung.
       01 KONTO-RECORD.
          05 KONTO-ID                 PIC X(10).
          05 KONTO-KUNDEN-ID           PIC X(10).
      *    abweichenden Waehrungen von Auftraggeber und
      *    Empfaenger mit dem Tageskurs um.
          05 KONTO-WAEHRUNG           PIC X(03).
      *    Zahlungssperre aus dem Mahnwesen ("J" = gesperrt): der
      *    MAHNLAUF stellt Konten der letzten Mahnstufe in die
      *    Freigabe (Art "M"), erst die Freigabe in FREIGABEPFLEGE
      *    setzt das Kennzeichen; UEBERWEISUNG und SAMMELIMPORT
      *    lehnen dann Auftraege ab. Der MAHNLAUF loescht es,
      *    sobald die Ueberziehung ausgeglichen ist.
          05 KONTO-MAHNSPERRE         PIC X(01).
      *    Filiale, die das Konto fuehrt: bei der Anlage in
      *    KONTOPFLEGE aus KUNDEN-FILIALE uebernommen, Leerzeichen
      *    = keiner Filiale zugeordnet. Grundlage der
      *    Filialaufteilung in den Berichten.
          05 KONTO-FILIALE            PIC X(02).

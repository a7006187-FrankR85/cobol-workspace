      *    (Funktion PWHASH in subprograms/SUBMODULE.CBL).
      *    OPERATOR-ROLLE: "S" = Supervisor (darf zusaetzlich
      *    Limits aendern, Sperren aufheben und Freigaben
      *    erteilen), "O" = Sachbearbeiter, "C" = Compliance
      *    (bearbeitet die Geldwaesche-Verdachtsfaelle in
      *    AMLFALLPFLEGE), "R" = Revision (erstellt in PRUEFEXPORT
      *    die Datentraegerueberlassung fuer die Betriebspruefung).
      *    Angemeldet wird ueber das gemeinsame
      *    Subprogramm OPSIGNON, gepflegt wird der Stamm in
      *    OPERATORPFLEGE.
      *    OPERATOR-FILIALE: Filiale des Operators (FILIALEREC.cpy);
      *    die Pflegeprogramme zeigen ihm zunaechst nur Kunden und
      *    Konten dieser Filiale. Leerzeichen = Zentrale, sieht
      *    alle Filialen.
       01 OPERATOR-RECORD.
          05 OPERATOR-ID              PIC X(10).
          05 OPERATOR-NAME            PIC X(30).
          05 OPERATOR-PASSWORT-HASH   PIC 9(10).
          05 OPERATOR-ROLLE           PIC X(01).
          05 OPERATOR-FILIALE         PIC X(02).
          05 FILLER                   PIC X(17).

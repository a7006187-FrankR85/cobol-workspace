      *    Satzlayout fuer das Spielerverzeichnis spieler.dat von
      *    ttt.cbl (indiziert nach Nickname): registrierte Spieler
      *    mit PIN, die wie KONTO-PASSWORT-HASH nur als Einweg-
      *    Pruefwert (SUBMODULE-Funktion PWHASH) gefuehrt wird.
      *    Gewertete Partien und Turniere sind nur fuer aktive
      *    registrierte Spieler mit PIN moeglich; ein registrierter
      *    Nickname verlangt auch in freien Partien die PIN.
      *    SPIELER-AKTIV: "J" aktiv, "N" stillgelegt (der Nickname
      *    bleibt belegt und ist nicht mehr spielbar). Gepflegt in
      *    spielerpflege.cbl.
       01 SPIELER-SATZ.
          05 SPIELER-NICK             PIC X(20).
          05 SPIELER-PIN-HASH         PIC 9(10).
          05 SPIELER-REGISTRIERT-AM   PIC 9(08).
          05 SPIELER-AKTIV            PIC X(01).
          05 SPIELER-PIN-GEAENDERT-AM PIC 9(08).
          05 FILLER                   PIC X(20).

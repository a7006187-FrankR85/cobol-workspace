      *    wie in replay.cbl). Geschrieben von ttt.cbl,
      *    gelesen vom Wiedergabeprogramm replay.cbl und der
      *    Spielerstatistik spielstatistik.cbl.
      *    JRN-WERTUNG im Kopfsatz: "G" gewertete Partie, "T"
      *    Turnierpartie (beide zaehlen fuer highscores.dat), "F"
      *    freie Partie ohne Wertung; leer bei Partien aus der Zeit
      *    vor dem Spielerverzeichnis (gelten als gewertet).
      *    Am Ende eines Turniers folgt ein Turniersatz (Art "T",
      *    Aufbau wie der Endesatz mit JRN-ERGEBNIS "T" und dem
      *    Turniersieger in JRN-GEWINNER, Spielnummer der letzten
      *    Turnierpartie); nur der Turniersieger erhaelt den Sieg
      *    in highscores.dat. Nachgerechnet werden Siege und
      *    Wertungen von wertungsabgleich.cbl.
       01 JOURNAL-SATZ.
          05 JRN-SPIEL-ID             PIC 9(06).
          05 JRN-ART                  PIC X(01).
             10 JRN-NICK1             PIC X(20).
             10 JRN-NICK2             PIC X(20).
             10 JRN-GROESSE           PIC 9(01).
             10 JRN-WERTUNG           PIC X(01).
          05 JRN-ZUG REDEFINES JRN-DATEN.
             10 JRN-ZUG-SPIELER       PIC 9(01).
             10 JRN-ZUG-X             PIC 9(01).

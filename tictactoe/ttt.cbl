		SELECT SPIELSEQUENZ ASSIGN TO 'spiel-sequenz.dat'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SPIELSEQUENZ-STATUS.
		SELECT SPIELERDATEI ASSIGN TO 'spieler.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SPIELER-NICK
		FILE STATUS IS WS-SPIELER-STATUS.

	DATA DIVISION.
		FILE SECTION.
			FD SPIELSEQUENZ.
			01 SPIELSEQUENZ-SATZ.
				05 SPIELSEQUENZ-WERT PIC 9(06).
			FD SPIELERDATEI.
			COPY SPIELERREC.


	WORKING-STORAGE SECTION.
   	01 WS-AUDITLOG-EREIGNIS PIC X(50).
   	01 WS-AUDITLOG-STATUS PIC X(02).

      *    Spielerverzeichnis (siehe SPIELERREC.cpy, Pflege in
      *    spielerpflege.cbl): gewertete Partien ("G") und Turniere
      *    ("T") nur mit registrierten Spielern und PIN; freie
      *    Partien ("F") lassen auch unregistrierte Namen zu und
      *    beruehren highscores.dat nicht. Ein registrierter Name
      *    verlangt immer die PIN; der Computer braucht keine.
   	01 WS-WERTUNG PIC X(1) VALUE "G".
   	01 WS-WERTUNG-ANTWORT PIC X(1).
   	01 WS-SPIELER-STATUS PIC X(02).
   	01 WS-PIN-NICK PIC X(20).
   	01 WS-PIN-EINGABE PIC X(06).
   	01 WS-PIN-OK PIC X(1).
   	01 WS-PIN-VERSUCHE PIC 9.

	01 FELD.
		05 Y-ACHSE OCCURS 5.
   			07 ZELLE PIC 9 OCCURS 5 VALUES 0.
	01 WS-SUB-PARM1 PIC X(20).
	01 WS-SUB-PARM2 PIC X(20).
	01 WS-SUB-ERGEBNIS PIC X(20).
	01 WS-SUB-ERGEBNIS-HASH REDEFINES WS-SUB-ERGEBNIS PIC 9(10).
	01 WS-SUB-STATUS PIC X(02).

      *    Tabelle fuer die Top-10-Bestenliste (highscoresAusgeben liest
				" Fortsetzung beim naechsten Start."
			STOP RUN
		END-IF
		PERFORM WERTE-PARTIE-AUS
		STOP RUN
	END-IF

	ACCEPT WS-TURNIER-ANTWORT
	IF WS-TURNIER-ANTWORT = "J" OR WS-TURNIER-ANTWORT = "j"
		MOVE "J" TO WS-TURNIER-MODUS
		MOVE "T" TO WS-WERTUNG
		PERFORM SPIELE-TURNIER
		STOP RUN
	END-IF

	DISPLAY "Gewertete Partie (Bestenliste, PIN noetig)? (J/N):"
	ACCEPT WS-WERTUNG-ANTWORT
	IF WS-WERTUNG-ANTWORT = "N" OR WS-WERTUNG-ANTWORT = "n"
		MOVE "F" TO WS-WERTUNG
	ELSE
		MOVE "G" TO WS-WERTUNG
	END-IF

	MOVE "N" TO WS-SUB-ERGEBNIS
	PERFORM UNTIL WS-SUB-ERGEBNIS = "J"
		MOVE "Spieler 1 Name eingeben:" TO WS-NACHRICHT-GEFUNDEN
		END-IF
		IF WS-SUB-ERGEBNIS NOT = "J"
			DISPLAY "Name darf nicht leer sein."
		ELSE
			MOVE Nick1 TO WS-PIN-NICK
			PERFORM PRUEFE-SPIELER-PIN
			IF WS-PIN-OK NOT = "J"
				MOVE "N" TO WS-SUB-ERGEBNIS
			END-IF
		END-IF
	END-PERFORM

		END-IF
		IF WS-SUB-ERGEBNIS NOT = "J"
			DISPLAY "Name darf nicht leer sein."
		ELSE
		IF Nick2 = Nick1
			DISPLAY "Spieler 2 muss ein anderer Name sein."
			MOVE "N" TO WS-SUB-ERGEBNIS
		ELSE
			MOVE Nick2 TO WS-PIN-NICK
			PERFORM PRUEFE-SPIELER-PIN
			IF WS-PIN-OK NOT = "J"
				MOVE "N" TO WS-SUB-ERGEBNIS
			END-IF
		END-IF
		END-IF
	END-PERFORM
	END-IF
			"naechsten Start moeglich."
		STOP RUN
	END-IF
	PERFORM WERTE-PARTIE-AUS
	STOP RUN.

	WERTE-PARTIE-AUS.
      *    Ergebnis einer Einzelpartie: Sieger anzeigen und nur bei
      *    einer gewerteten Partie Wertung und Siegzaehler in
      *    highscores.dat fortschreiben; die Bestenlisten werden in
      *    jedem Fall angezeigt.
		IF WS-WERTUNG NOT = "F"
			PERFORM SPEICHERE-RATING
		END-IF
		IF WS-PARTIE-SIEGER = 0
			DISPLAY "Unentschieden"
		ELSE
			PERFORM ZEIGE-SIEGER
			IF WS-WERTUNG NOT = "F"
				PERFORM spielerSpeichern
			ELSE
				DISPLAY "Freie Partie, keine Wertung."
			END-IF
		END-IF
		PERFORM highscoresAusgeben
		PERFORM highscoresMonatAusgeben
		.

	SPIELE-TURNIER.
      *    Rundenturnier: Teilnehmer erfassen, jeder gegen jeden,
		PERFORM ZEIGE-TURNIERTABELLE
		MOVE WS-TN-NAME(1) TO Gewinner
		DISPLAY "Turniersieger: " FUNCTION TRIM(Gewinner)
		PERFORM SCHREIBE-JOURNAL-TURNIER
		PERFORM spielerSpeichern
		PERFORM highscoresAusgeben
		PERFORM highscoresMonatAusgeben
		IF WS-TN-NAME-EINGABE = SPACES
			MOVE "E" TO WS-TURNIER-ANTWORT
		ELSE
      *    Turnierteilnehmer muessen registriert sein und ihre PIN
      *    eingeben; jeder Name nur einmal.
			MOVE "J" TO WS-PIN-OK
			PERFORM VARYING WS-TN-I FROM 1 BY 1
				UNTIL WS-TN-I > WS-TN-ANZAHL
				IF WS-TN-NAME(WS-TN-I)
					= WS-TN-NAME-EINGABE
					MOVE "N" TO WS-PIN-OK
				END-IF
			END-PERFORM
			IF WS-PIN-OK NOT = "J"
				DISPLAY "Name bereits erfasst."
			ELSE
				MOVE WS-TN-NAME-EINGABE TO WS-PIN-NICK
				PERFORM PRUEFE-SPIELER-PIN
			END-IF
			IF WS-PIN-OK = "J"
				ADD 1 TO WS-TN-ANZAHL
				MOVE WS-TN-NAME-EINGABE
					TO WS-TN-NAME(WS-TN-ANZAHL)
				MOVE "N" TO WS-TN-CPU(WS-TN-ANZAHL)
				MOVE 0 TO WS-TN-PUNKTE(WS-TN-ANZAHL)
			END-IF
		END-IF
	END-PERFORM
      *    Ungerade Teilnehmerzahl: der Computer fuellt auf.
			MOVE Nick1 TO JRN-NICK1
			MOVE Nick2 TO JRN-NICK2
			MOVE WS-BOARD-GROESSE TO JRN-GROESSE
			MOVE WS-WERTUNG TO JRN-WERTUNG
			WRITE JOURNAL-SATZ
		END-IF
		.
		END-IF
		.

	SCHREIBE-JOURNAL-TURNIER.
      *    Turnierergebnis (Art "T") hinter der letzten Partie des
      *    Turniers: nur der Turniersieger erhaelt den Sieg in
      *    highscores.dat, das muss der Wertungsabgleich
      *    nachvollziehen koennen.
		OPEN EXTEND SPIELEJOURNAL
		IF WS-JOURNAL-STATUS = "00"
			MOVE SPACES TO JOURNAL-SATZ
			MOVE WS-SPIEL-ID TO JRN-SPIEL-ID
			MOVE "T" TO JRN-ART
			MOVE "T" TO JRN-ERGEBNIS
			MOVE Gewinner TO JRN-GEWINNER
			WRITE JOURNAL-SATZ
			CLOSE SPIELEJOURNAL
		END-IF
		.

	WAEHLE-FORTSETZUNG.
      *    Bietet die offenen (unterbrochenen) Partien aus dem
      *    Journal an: offen ist eine Partie mit Pausenmarke "P"
				MOVE JRN-NICK1 TO Nick1
				MOVE JRN-NICK2 TO Nick2
				MOVE JRN-GROESSE TO WS-BOARD-GROESSE
				MOVE JRN-WERTUNG TO WS-WERTUNG
			WHEN "Z"
				MOVE JRN-ZUG-SPIELER
					TO ZELLE(JRN-ZUG-X, JRN-ZUG-Y)
			MOVE "N" TO WS-CPU-MODUS
		END-IF
		MOVE WS-GESUCHTE-SPIEL-ID TO WS-SPIEL-ID
      *    Partien aus der Zeit vor dem Spielerverzeichnis gelten
      *    als gewertet. Fortsetzen duerfen nur dieselben Spieler:
      *    registrierte Namen muessen ihre PIN erneut eingeben.
		IF WS-WERTUNG = SPACE
			MOVE "G" TO WS-WERTUNG
		END-IF
		MOVE Nick1 TO WS-PIN-NICK
		PERFORM PRUEFE-SPIELER-PIN
		IF WS-PIN-OK = "J" AND WS-SPIELER2-CPU NOT = "J"
			MOVE Nick2 TO WS-PIN-NICK
			PERFORM PRUEFE-SPIELER-PIN
		END-IF
		IF WS-PIN-OK NOT = "J"
			DISPLAY "Partie kann nicht fortgesetzt werden."
			EXIT PARAGRAPH
		END-IF

		MOVE "N" TO WS-JOURNAL-OFFEN
		OPEN EXTEND SPIELEJOURNAL
			FUNCTION TRIM(Nick2)
		.

	PRUEFE-SPIELER-PIN.
      *    Prueft WS-PIN-NICK gegen das Spielerverzeichnis und
      *    liefert WS-PIN-OK = "J", wenn der Name in dieser Partie
      *    spielen darf: registrierte, aktive Spieler nach richtiger
      *    PIN (drei Versuche, verglichen wird nur der PWHASH-
      *    Pruefwert), unregistrierte Namen nur in freien Partien.
		MOVE "N" TO WS-PIN-OK
		OPEN INPUT SPIELERDATEI
		IF WS-SPIELER-STATUS NOT = "00"
			IF WS-WERTUNG = "F"
				MOVE "J" TO WS-PIN-OK
			ELSE
				DISPLAY "Kein Spielerverzeichnis,"
					" nur freie Partien."
			END-IF
			EXIT PARAGRAPH
		END-IF
		MOVE WS-PIN-NICK TO SPIELER-NICK
		READ SPIELERDATEI
			INVALID KEY
				MOVE SPACES TO SPIELER-NICK
		END-READ
		CLOSE SPIELERDATEI
		IF SPIELER-NICK = SPACES
			IF WS-WERTUNG = "F"
				MOVE "J" TO WS-PIN-OK
			ELSE
				DISPLAY FUNCTION TRIM(WS-PIN-NICK)
					" ist nicht registriert;"
				DISPLAY "gewertet wird nur mit"
					" registrierten Spielern."
			END-IF
			EXIT PARAGRAPH
		END-IF
		IF SPIELER-AKTIV NOT = "J"
			DISPLAY "Nickname " FUNCTION TRIM(WS-PIN-NICK)
				" ist stillgelegt."
			EXIT PARAGRAPH
		END-IF
		MOVE 0 TO WS-PIN-VERSUCHE
		PERFORM UNTIL WS-PIN-OK = "J" OR WS-PIN-VERSUCHE >= 3
			DISPLAY "PIN fuer " FUNCTION TRIM(WS-PIN-NICK)
				":"
			MOVE SPACES TO WS-PIN-EINGABE
			ACCEPT WS-PIN-EINGABE
			MOVE "PWHASH" TO WS-SUB-FUNKTION
			MOVE WS-PIN-EINGABE TO WS-SUB-PARM1
			CALL "SUBMODULE" USING WS-SUB-FUNKTION
				WS-SUB-PARM1 WS-SUB-PARM2
				WS-SUB-ERGEBNIS WS-SUB-STATUS
			MOVE SPACES TO WS-PIN-EINGABE WS-SUB-PARM1
			IF WS-SUB-STATUS = "00"
				AND WS-SUB-ERGEBNIS-HASH
					= SPIELER-PIN-HASH
				MOVE "J" TO WS-PIN-OK
			ELSE
				ADD 1 TO WS-PIN-VERSUCHE
				DISPLAY "PIN falsch."
			END-IF
		END-PERFORM
		IF WS-PIN-OK NOT = "J"
			MOVE SPACES TO WS-AUDITLOG-EREIGNIS
			STRING "PIN ABGELEHNT NICK=" DELIMITED BY SIZE
				WS-PIN-NICK DELIMITED BY SIZE
				INTO WS-AUDITLOG-EREIGNIS
			END-STRING
			CALL "AUDITLOG" USING WS-AUDITLOG-PROGRAMM
				WS-AUDITLOG-EREIGNIS WS-AUDITLOG-STATUS
		END-IF
		.

	FeldAusgeben.
		CALL "SYSTEM" USING "clear"
		DISPLAY "########################"

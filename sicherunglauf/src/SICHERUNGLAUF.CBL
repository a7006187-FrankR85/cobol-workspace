       FD SPERRDATEI.
       COPY SPERRREC.
       FD SICHERUNG.
       01 SICHERUNG-SATZ PIC X(133).
       FD SICHERUNG-PROTOKOLL.
       01 PROTOKOLL-SATZ PIC X(100).

      *    Pruefsummen (Zeichensumme nach dem Multiplikator-
      *    Verfahren wie BERECHNE-ID-PRUEFWERT in mobiletan.cbl)
      *    fuer den Abgleich Quelle gegen Sicherung.
       01 WS-PRUEF-PUFFER PIC X(133).
       01 WS-PRUEF-IDX PIC 9(03).
       01 WS-PRUEFSUMME PIC 9(09).
       01 WS-QUELLE-ANZAHL PIC 9(06).
           PERFORM SICHERE-EINE-DATEI
           MOVE 4 TO WS-DATEI-KENNUNG
           MOVE "dauerauftrag" TO WS-DATEI-NAME
           MOVE 133 TO WS-SATZ-LAENGE
           PERFORM SICHERE-EINE-DATEI
           MOVE 5 TO WS-DATEI-KENNUNG
           MOVE "sperrdatei" TO WS-DATEI-NAME

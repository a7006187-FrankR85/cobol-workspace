      *    Satzlayout der SMS-Nutzungsdatei sms-nutzung.dat
      *    (zeilensequentiell, fortgeschrieben vom SMSGATEWAY): ein
      *    Satz je erfolgreich an das Gateway uebergebener Nachricht,
      *    die einem Konto zugeordnet ist. SMSNUTZ-ART wie
      *    TANAUSGANG-ART ("T" = mobileTAN, "W" = Warnung neuer
      *    Empfaenger, "A" = Kontoalarm, "O" = Einmalpasswort).
      *    SMSNUTZ-ZUGESTELLT-AM ist der Zeitpunkt der Uebergabe an
      *    das Gateway und bestimmt die Abrechnungsperiode im
      *    GEBUEHRENLAUF (Gebuehrenart "S" in gebuehren.dat);
      *    SMSNUTZ-AUSGESTELLT ist der Zeitstempel des Versandsatzes.
       01 SMSNUTZ-SATZ.
          05 SMSNUTZ-KONTO-ID         PIC X(10).
          05 SMSNUTZ-ART              PIC X(01).
          05 SMSNUTZ-ZUGESTELLT-AM    PIC 9(14).
          05 SMSNUTZ-AUSGESTELLT      PIC 9(14).

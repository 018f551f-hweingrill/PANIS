      ********************** Rechnungspruefung je Eingangsrechnung *
      *  Key = SK-KEY der Eingangsrechnung (SREKOPF), siehe PAKORPRF
      *  RP-STAT: O = ohne Abweichung, S = gesperrt (Abweichung
      *  ueber Toleranz), F = Sperre freigegeben, E = Wareneingangs-
      *  schein (PAKOBEST) durch die Lieferantenrechnung erledigt
       FD  RPRUEF       external       LABEL RECORD STANDARD.
       01  RP-SATZ.
           03  RP-KEY.
               05 RP-SA                PIC 99       COMP.
               05 RP-LIEFER            PIC 9(5)     COMP.
               05 RP-BELDAT            PIC 9(8)     COMP.
               05 RP-BELNR             PIC 9(7)     COMP.
           03  RP-BESTNR               PIC 9(6)     COMP.
           03  RP-STAT                 PIC X.
               88  RP-OK               VALUE "O".
               88  RP-GESPERRT         VALUE "S".
               88  RP-FREI             VALUE "F".
               88  RP-ERLEDIGT         VALUE "E".
               88  RP-ZAHLSPERRE       VALUE "S" "E".
           03  RP-PRUEFDAT             PIC 9(8)     COMP.
           03  RP-DIFANZ               PIC 999      COMP.
           03  RP-REBET                PIC S9(7)V99 COMP.
           03  RP-WEBET                PIC S9(7)V99 COMP.
           03  RP-FRUSER               PIC 99       COMP.
           03  RP-FRDAT                PIC 9(8)     COMP.

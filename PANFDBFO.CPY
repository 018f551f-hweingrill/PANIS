      ************ Bestellformular je Kunde und Woche (PANBSFOR) *
      *  FO-MG: Vorgabe aus der Dauerbestellung je Position und
      *  Wochentag (1 = Montag ... 7 = Sonntag), so wie gedruckt;
      *  die Rueckerfassung in PANBS fragt nur die Abweichungen
       FD  BSFORM       external       LABEL RECORD STANDARD.
       01  FO-SATZ.
           03  FO-KEY.
               05 FO-NUM               PIC 9(6)       COMP.
           03  FO-KTONR                PIC 9(6)       COMP.
           03  FO-MONTAG               PIC 9(8)       COMP.
           03  FO-DRDAT                PIC 9(8)       COMP.
           03  FO-STAT                 PIC X.
               88 FO-OFFEN             VALUE "O".
               88 FO-ERFASST           VALUE "E".
           03  FO-ERFDAT               PIC 9(8)       COMP.
           03  FO-ANZ                  PIC 99         COMP.
           03  FO-POS                          OCCURS 20.
               05 FO-ARNUM             PIC 9(4)       COMP.
               05 FO-MG                PIC S9(5)      COMP   OCCURS 7.

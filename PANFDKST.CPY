      ****** Kassen-Stundenverkaeufe je Filiale/Artikel (KASREAD) *
      *  Stundenscheibe der Vectron-Daten fuer den Aufbackplan
      *  (PANAUFB); KS-STD = Stunde der Kassenzeit 0 - 23
       FD  KASSTUND     external       LABEL RECORD STANDARD.
       01  KS-SATZ.
           03  KS-KEY.
               05 KS-DATUM             PIC 9(8)       COMP.
               05 KS-KTONR             PIC 9(8)       COMP.
               05 KS-ARNUM             PIC 9(4)       COMP.
               05 KS-STD               PIC 99         COMP.
           03  KS-MENGE                PIC S9(7)      COMP.

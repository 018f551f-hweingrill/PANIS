      ****** Kassen-Tageslosung je Filiale/Zahlart (KASREAD) *
      *  Zahlartsummen der Vectron-Daten fuer den Kassenabgleich
      *  (PAKOKABG); KZ-ZART 1 = bar, 2 = Karte, 3 = Gutschein,
      *  andere Zahlarten werden mitgeschrieben, aber nicht
      *  abgeglichen
       FD  KASSZAHL     external       LABEL RECORD STANDARD.
       01  KZ-SATZ.
           03  KZ-KEY.
               05 KZ-DATUM             PIC 9(8)       COMP.
               05 KZ-FILNR             PIC 9(5)       COMP.
               05 KZ-ZART              PIC 99         COMP.
           03  KZ-BET                  PIC S9(9)V99   COMP.
           03  KZ-ANZ                  PIC 9(7)       COMP.

      ************ Wareneingangsmeldungen der Ketten (RECADV) *
      *  je Liefertag/Kaeufer-GLN/Lieferschein/Artikel/SSCC die vom
      *  Lager der Kette angenommene Menge; RV-SSCC = 0 ohne Palette
       FD  RECADV       external       LABEL RECORD STANDARD.
       01  RV-SATZ.
           03  RV-KEY.
               05 RV-DATUM             PIC 9(8)       COMP.
               05 RV-GLN               PIC 9(13)      COMP.
               05 RV-LFNUM             PIC 9(7)       COMP.
               05 RV-ARNUM             PIC 9(5)       COMP.
               05 RV-SSCC              PIC 9(18).
           03  RV-MENGE                PIC S9(5)V99   COMP.
           03  RV-RECNR                PIC X(14).
           03  RV-LAUF                 PIC 9(14)      COMP.
           03  RV-ABGL                 PIC X.
               88  RV-ZUGEORD          VALUE "A".
               88  RV-OHNEVERS         VALUE "U".

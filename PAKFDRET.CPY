      ****************** retrograde Entnahme je Produktionstag *
      *  RT-LGNUM = 0: Kopfsatz des Tages mit RT-STAT (B = gebucht,
      *  S = storniert); sonst je Rohstoff die nach LAGERBZ gebuchte
      *  Entnahme (LB-SA = 8), der tatsaechlich vom LG-STAND abge-
      *  buchte Teil (RT-ABGEB) und die ueber das Waagprotokoll
      *  bereits erfasste, nicht gebuchte Menge (RT-WAAG), siehe
      *  PAKORETR
       FD  RETROBU      external       LABEL RECORD STANDARD.
       01  RT-SATZ.
           03  RT-KEY.
               05 RT-DATUM             PIC 9(8)      COMP.
               05 RT-LGNUM             PIC 9(5)      COMP.
           03  RT-STAT                 PIC X.
               88 RT-GEBUCHT           VALUE "B".
               88 RT-STORNIERT         VALUE "S".
           03  RT-LAUF                 PIC 9(8)      COMP.
           03  RT-MENGE                PIC S9(7)V999 COMP.
           03  RT-ABGEB                PIC S9(7)V999 COMP.
           03  RT-WAAG                 PIC S9(7)V999 COMP.
           03  RT-PREIS                PIC S9(5)V999 COMP.
           03  RT-BET                  PIC S9(7)V99  COMP.

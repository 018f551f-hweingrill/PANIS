      ************************* Retourwaren mit Grund *
       FD  RETGRUND     external       LABEL RECORD STANDARD.
       01  RG-SATZ.
           03  RG-KEY.
               05 RG-DATUM             PIC 9(8)       COMP.
               05 RG-KTONR             PIC 9(6)       COMP.
               05 RG-ARNUM             PIC 9(4)       COMP.
               05 RG-LFD               PIC 99         COMP.
           03  RG-GRUND                PIC 9          COMP.
           03  RG-VERW                 PIC 9          COMP.
           03  RG-MENGE                PIC S9(5)      COMP.

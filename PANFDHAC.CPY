      ************** HACCP-Backprotokoll je geplanter Ofenladung *
      *  Sollwerte aus dem Ofenplan (PANOFEN), Istwerte aus der
      *  Erfassung am Ofen (PANHACCP); HP-CHKEY = Produktionstag +
      *  Chargennummer wie LF-PRODDAT/LF-CHNR (PANCHARG)
       FD  BACKPROT     external       LABEL RECORD STANDARD.
       01  HP-SATZ.
           03  HP-KEY.
               05 HP-DATUM             PIC 9(8)       COMP.
               05 HP-OFEN              PIC 9          COMP.
               05 HP-LFD               PIC 999        COMP.
           03  HP-CHKEY.
               05 HP-CHDAT             PIC 9(8)       COMP.
               05 HP-CHNR              PIC 9(4)       COMP.
           03  HP-ARNUM                PIC 9(4)       COMP.
           03  HP-BEZ                  PIC X(25).
           03  HP-LADNR                PIC 99         COMP.
           03  HP-LADVON               PIC 99         COMP.
      *-----------------> Sollwerte: Rezept RE-TEMP / RE-GANG <-
           03  HP-SOLLTEMP             PIC 999V9      COMP.
           03  HP-SOLLDAUER            PIC 999        COMP.
           03  HP-SOLLBEG              PIC 9(4)       COMP.
           03  HP-SOLLEND              PIC 9(4)       COMP.
      *-----------------> Istwerte am Ofen, Zeiten HHMM <-
           03  HP-ISTBEG               PIC 9(4)       COMP.
           03  HP-ISTEND               PIC 9(4)       COMP.
           03  HP-ISTTEMP              PIC 999V9      COMP.
           03  HP-KERNTEMP             PIC 99V9       COMP.
           03  HP-BAECKER              PIC XXX.
           03  HP-STAT                 PIC X.
               88 HP-GEPLANT           VALUE SPACE.
               88 HP-ERFASST           VALUE "E".
           03  HP-ABW                  PIC X.
               88 HP-ABWEICH           VALUE "J".
           03  HP-ABWGRD               PIC X(20).

      ******************************************* Preisgruppen *
      *  Satz PG-ARNUM 0 = Gruppenkopf (PG-BEZ), sonst die datierten
      *  Preisstaffeln der Gruppe je Artikel, aufgebaut wie FA-XTAB;
      *  der Kunde (DE-PRGRP) erbt sie, eigene FA-XTAB geht vor
       FD  PREISGRP     external       LABEL RECORD STANDARD.
       01  PG-SATZ.
           03  PG-KEY.
               05 PG-GRP               PIC 99         COMP.
               05 PG-ARNUM             PIC 9(4)       COMP.
           03  PG-BEZ                  PIC X(30).
           03  PG-XTAB.
               05 PG-TAB                       OCCURS 4  INDEXED GX.
                  07 PG-PREIS          PIC S9(4)V999  COMP.
                  07 PG-AB             PIC 9(8)       COMP.
                  07 PG-BIS            PIC 9(8)       COMP.
                  07 PG-RET            PIC S9(4)V999  COMP.
                  07 PG-RAB            PIC S99V9      COMP.

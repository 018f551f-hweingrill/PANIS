           03  AR-CKEY.
               05 AR-OEPZ              PIC 99         COMP.
           03  AR-INH                  PIC 99V99      COMP.
           03  AR-INHTX                PIC X(8).
           03  AR-SGRP                 PIC 9(4)       COMP.
      *------------------------------------------> Mindestbestand <-
           03  AR-MIND                 PIC S9(5)      COMP.
      *------> Fertigwarenlager: "J" = lagergefuehrt, Haltbarkeit <-
           03  AR-FILLER.
               05 AR-LAGKZ             PIC X.
                  88 AR-LAGER          VALUE "J".
               05 AR-MHT               PIC 999        COMP.
      *------> Artikelnachfolge (PANNACHF): "A" = ausgelaufen,
      *        fuer neue Bestellungen gesperrt <-
               05 AR-AUSLKZ            PIC X.
                  88 AR-AUSGELAUFEN    VALUE "A".
      *------> Saisonfenster: lieferbar von/bis (MMTT, 0 = immer) <-
           03  AR-SAISAB               PIC 9(4)       COMP.
           03  AR-SAISBIS              PIC 9(4)       COMP.

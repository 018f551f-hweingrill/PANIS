           03  KL-USTTAB                            OCCURS 4.
               05 KL-UGILTAB           PIC 9(8)    COMP.
               05 KL-USTD              PIC 99V99   COMP   OCCURS 6.
      *------------> Toleranzen Rechnungspruefung WH-KEY = 222 <-
       01  KL-RPSATZ.
           03  FILLER                  PIC XXX.
           03  KL-RPMENG               PIC 99V9    COMP.
           03  KL-RPPREIS              PIC 99V9    COMP.
           03  KL-RPBETR               PIC 9(5)V99 COMP.
           03  KL-RPROLLE              PIC 9       COMP.
      *----------------------------------------> Firmen Key 121 - 220 <-
       01  KL-FSATZ.
           03  FILLER                  PIC XXX.

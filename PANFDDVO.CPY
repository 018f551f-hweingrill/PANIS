      ********** vorgemerkte Aenderungen der Dauerbestellung *
      *  DV-ANZ: neues Wochentagsraster ab DV-AB, gefaechert wie
      *  DA-ANZ (1 = Sonntag ... 7 = Samstag); DV-TOUR = Tour der
      *  Kunden-/Lieferadresse bei der Erfassung (Liste je Tour)
       FD  DAUVORM      external       LABEL RECORD STANDARD.
       01  DV-SATZ.
           03  DV-KEY.
               05 DV-KTONR             PIC 9(6)       COMP.
               05 DV-ARNUM             PIC 9(4)       COMP.
               05 DV-LADR              PIC 99         COMP.
               05 DV-AB                PIC 9(8)       COMP.
           03  DV-TOUR                 PIC 99         COMP.
           03  DV-ANZ                  PIC S9(5)      COMP   OCCURS 7.
           03  DV-ERFDAT               PIC 9(8)       COMP.
           03  DV-BEDIEN               PIC X(13).

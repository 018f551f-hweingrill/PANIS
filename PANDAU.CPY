      ********************************************* Dauerbestellungen *
       FD  DAUER        external       LABEL RECORD STANDARD.
       01  DA-SATZ.
           03  DA-PRIME.
               05 DA-KTONR             PIC 9(6)       COMP.
               05 DA-ARNUM             PIC 9(4)       COMP.
           03  DA-BEZ                  PIC X(25).
      *--------------> Rhythmus: 0 = jede Woche, 1 = gerade Woche,
      *                2 = ungerade Woche, 3 = nur 1.-7. des Monats <-
           03  DA-RHYT                 PIC 99         COMP.
      *--------------> Lieferadresse (PANLADR.DAT), 0 = Kundenadresse <-
           03  DA-LADR                 PIC 99         COMP.

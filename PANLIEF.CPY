               05 LF-CHNR              PIC 9(4)       COMP.
      *----------> gewogene Liefermenge in kg (nur AR-GEWKZ = 1) <-
           03  LF-GEWKG                PIC S9(3)V999  COMP.
      *--------------> Lieferadresse (PANLADR.DAT), 0 = Kundenadresse <-
           03  LF-LADR                 PIC 99         COMP.
      ****************************************** Texte je Lieferschein *
       FD  TX-LFTEXT      external     LABEL RECORD STANDARD.
       01  TX-SATZ.

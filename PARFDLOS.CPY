      ************************* Lieferantenchargen der Rohstoffe *
      *  je Wareneingang (PAKOBEST) bzw. Silobefuellung (PARSILO)
      *  ein Satz; LO-REST wird first-in-first-out abgebaut
       FD  ROHLOS       external       LABEL RECORD STANDARD.
       01  LO-SATZ.
           03  LO-KEY.
               05 LO-LGNUM             PIC 9(4)       COMP.
               05 LO-EINDAT            PIC 9(8)       COMP.
               05 LO-LFD               PIC 99         COMP.
           03  LO-LOSNR                PIC X(20).
           03  LO-MHD                  PIC 9(8)       COMP.
           03  LO-LFTMC                PIC X(5).
           03  LO-SILO                 PIC 9          COMP.
           03  LO-MENGE                PIC S9(7)V999  COMP.
           03  LO-REST                 PIC S9(7)V999  COMP.
      ************************** Verbrauch je Charge und Tag *
      *  VB-QUELLE W = Waagprotokoll (Produktionstag), R = retro-
      *  grade Entnahme (Liefertag); VB-LOSKEY mit VB-EINDAT 0 =
      *  Verbrauch ohne offene Charge; Satz mit VB-LGNUM 0 und
      *  VB-QUELLE W = Waagprotokoll des Tages ist zugeordnet
       FD  LOSVERB      external       LABEL RECORD STANDARD.
       01  VB-SATZ.
           03  VB-KEY.
               05 VB-LOSKEY.
                  07 VB-LGNUM          PIC 9(4)       COMP.
                  07 VB-EINDAT         PIC 9(8)       COMP.
                  07 VB-LFD            PIC 99         COMP.
               05 VB-DATUM             PIC 9(8)       COMP.
               05 VB-QUELLE            PIC X.
               05 VB-RENUM             PIC 9(4)       COMP.
           03  VB-MENGE                PIC S9(7)V999  COMP.
      *------> Tag + Quelle noch einmal als Zweitschluessel <-
           03  VB-AKEY.
               05 VB-ADATUM            PIC 9(8)       COMP.
               05 VB-AQUELLE           PIC X.

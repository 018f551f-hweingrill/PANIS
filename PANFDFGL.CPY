      ************ Fertigwarenlager je Artikel und Charge *
      *  nur Artikel mit AR-LAGKZ = "J" (Tiefkuehl, Dauerbackwaren);
      *  Mindesthaltbarkeit FL-MHD = Produktionstag + AR-MHT Tage
       FD  FERTLAG      external       LABEL RECORD STANDARD.
       01  FL-SATZ.
           03  FL-KEY.
               05 FL-ARNUM             PIC 9(4)       COMP.
               05 FL-PRODDAT           PIC 9(8)       COMP.
               05 FL-CHNR              PIC 9(4)       COMP.
           03  FL-MHD                  PIC 9(8)       COMP.
           03  FL-ZUGANG               PIC S9(7)      COMP.
           03  FL-BESTAND              PIC S9(7)      COMP.
      ************ Lagerbewegungen Fertigwaren *
      *  FB-ART P = Produktion, L = Lieferung, A = Abschrift
      *  (Retourenerfassung), F = Fehlmenge bei Lieferung
       FD  FERTBEW      external       LABEL RECORD STANDARD.
       01  FB-SATZ.
           03  FB-KEY.
               05 FB-DATUM             PIC 9(8)       COMP.
               05 FB-ARNUM             PIC 9(4)       COMP.
               05 FB-LFD               PIC 9(4)       COMP.
           03  FB-ART                  PIC X.
           03  FB-PRODDAT              PIC 9(8)       COMP.
           03  FB-CHNR                 PIC 9(4)       COMP.
           03  FB-MENGE                PIC S9(7)      COMP.
           03  FB-KTONR                PIC 9(6)       COMP.
           03  FB-LFNUM                PIC 9(6)       COMP.

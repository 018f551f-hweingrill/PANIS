      ************ Lieferadressen je Debitor *
      *  Rechnung geht an das Konto (LA-KTONR), geliefert wird an
      *  die Adresse mit eigener Tour/Stopp, Zeitfenster und
      *  Lieferscheintext; DAUER und LFSCHEIN verweisen ueber
      *  DA-LADR/LF-LADR (0 = Anschrift des Debitors)
       FD  LIEFADR      external       LABEL RECORD STANDARD.
       01  LA-SATZ.
           03  LA-KEY.
               05 LA-KTONR             PIC 9(6)       COMP.
               05 LA-LADR              PIC 99         COMP.
           03  LA-NAME                 PIC X(30).
           03  LA-STRASSE              PIC X(30).
           03  LA-PLZ                  PIC X(6).
           03  LA-ORT                  PIC X(25).
           03  LA-TOUR                 PIC 99         COMP.
           03  LA-SUB                  PIC 9999       COMP.
           03  LA-ZVON                 PIC 9(4)       COMP.
           03  LA-ZBIS                 PIC 9(4)       COMP.
           03  LA-LFTEXT               PIC X(60).
           03  LA-GLN                  PIC 9(14)      COMP.
      *------------> Geokoordinaten (Grad, 0 = keine), PANTOURS <-
           03  LA-GEOBR                PIC S99V9(6)   COMP.
           03  LA-GEOLA                PIC S999V9(6)  COMP.

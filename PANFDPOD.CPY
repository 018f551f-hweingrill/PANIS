      ********************** Ablieferstatus je Lieferschein *
       FD  PODDAT       external       LABEL RECORD STANDARD.
       01  PD-SATZ.
           03  PD-KEY.
               05 PD-DATUM             PIC 9(8)       COMP.
               05 PD-TOUR              PIC 99         COMP.
               05 PD-SUB               PIC 9999       COMP.
               05 PD-KTONR             PIC 9(6)       COMP.
               05 PD-NUM               PIC 9(6)       COMP.
           03  PD-STAT                 PIC X.
               88  PD-GELIEF           VALUE "G".
               88  PD-VERWEIG          VALUE "T".
               88  PD-ABWESEND         VALUE "A".
           03  PD-ZEIT                 PIC 9(6)       COMP.
           03  PD-BEDIEN               PIC X(13).

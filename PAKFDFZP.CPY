      ************** Pruefungen je Fahrzeug und Pruefart *
      *  PR-TYP 1 = Service, 2 = Pickerl (57a), 3 = Tachograph,
      *  4 = Kuehlanlage; Faelligkeit aus der letzten Pruefung
      *  plus Intervall (Monate und/oder km, 0 = ohne)
       FD  FZPRUEF      external       LABEL RECORD STANDARD.
       01  PR-SATZ.
           03  PR-KEY.
               05 PR-FZG               PIC 999       COMP.
               05 PR-TYP               PIC 9         COMP.
           03  PR-MONATE               PIC 99        COMP.
           03  PR-KMINT                PIC 9(6)      COMP.
           03  PR-LETZTDAT             PIC 9(8)      COMP.
           03  PR-LETZTKM              PIC 9(7)      COMP.
           03  PR-FAELLDAT             PIC 9(8)      COMP.
           03  PR-FAELLKM              PIC 9(7)      COMP.
      ************** erledigte Pruefungen mit Kosten *
      *  FH-TDATUM/FH-TOUR: Tageszuteilung (PAKFTAG.DAT), auf
      *  deren FT-WART die Kosten gebucht wurden (0 = keine)
       FD  FZHIST       external       LABEL RECORD STANDARD.
       01  FH-SATZ.
           03  FH-KEY.
               05 FH-FZG               PIC 999       COMP.
               05 FH-DATUM             PIC 9(8)      COMP.
               05 FH-TYP               PIC 9         COMP.
           03  FH-KM                   PIC 9(7)      COMP.
           03  FH-KOST                 PIC S9(5)V99  COMP.
           03  FH-TEXT                 PIC X(30).
           03  FH-TDATUM               PIC 9(8)      COMP.
           03  FH-TOUR                 PIC 99        COMP.

      ************************************ Emballagen-Bewegungen *
       FD  EMBALLAG     external       LABEL RECORD STANDARD.
       01  EM-SATZ.
           03  EM-KEY.
               05 EM-KTONR             PIC 9(6)       COMP.
               05 EM-DATUM             PIC 9(8)       COMP.
               05 EM-LFD               PIC 99         COMP.
           03  EM-TOUR                 PIC 99         COMP.
           03  EM-AUS                  PIC S9(5)      COMP.
           03  EM-RET                  PIC S9(5)      COMP.
           03  EM-TEXT                 PIC X(15).

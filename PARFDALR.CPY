      ********* Allergene und Zutaten je Rohstoff (Pflegewerte) *
      *  Codes wie AL-KENN (PANFDALL.CPY) - "J" = enthalten
       FD  ALLROH       external       LABEL RECORD STANDARD.
       01  RA-SATZ.
           03  RA-KEY.
               05 RA-LGNUM             PIC 9(4)       COMP.
           03  RA-KENN                 PIC X          OCCURS 14.
           03  RA-ZUTAT                PIC X(200).
      ****** Allergene und Zutaten je Rezept aus den Komponenten *
      *  gerollt (PARALLRG), Key = RE-NUM = AR-NUM
      *  AD-FEHLT: Komponenten ohne Pflegewerte
       FD  ALLDEKL      external       LABEL RECORD STANDARD.
       01  AD-SATZ.
           03  AD-KEY.
               05 AD-ARNUM             PIC 9(4)       COMP.
           03  AD-KENN                 PIC X          OCCURS 14.
           03  AD-ZUTAT                PIC X(200).
           03  AD-FEHLT                PIC 99         COMP.

      ************** Verpackungsstueckliste je Artikel (ARA-Lizenz) *
      *  je Packmittel: Betriebsstoff in LAGARTIK (VP-LGNUM, 0 = nur
      *  Meldung ohne Lagerfuehrung), Art (1 Beutel, 2 Papier,
      *  3 Folie, 4 Karton, 5 Etikett), ARA-Stoffklasse, Gewicht in g
      *  und Anzahl Packmittel je verkaufter Einheit (Karton 0,05 =
      *  ein Karton je 20 Stueck)
       FD  VERPSTL      external       LABEL RECORD STANDARD.
       01  VP-SATZ.
           03  VP-KEY.
               05 VP-ARNUM             PIC 9(4)       COMP.
           03  VP-POS                                 OCCURS 8.
               05 VP-LGNUM             PIC 9(4)       COMP.
               05 VP-TYP               PIC 9          COMP.
               05 VP-KLASSE            PIC 99         COMP.
               05 VP-GRAMM             PIC 9(4)V9     COMP.
               05 VP-ANZ               PIC 9(3)V999   COMP.
      *-----------> VP-ARNUM = 0: zuletzt abgebuchter Monat JJJJMM <-
       01  VP-KSATZ.
           03  FILLER                  PIC XX.
           03  VP-BUCHBIS              PIC 9(6)       COMP.
           03  FILLER                  PIC X(40).

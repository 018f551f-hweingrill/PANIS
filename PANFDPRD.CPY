      ************ Produktionsmeldung je Produktionstag und Artikel *
      *  PM-SOLL stellt der Backzettel (PANBACKZ), PM-IST meldet die
      *  Backstube (PANPRODM); geliefert und retour werden beim
      *  Bericht aus Lieferscheinen und Retouren nachgezogen
       FD  PRODMELD     external       LABEL RECORD STANDARD.
       01  PM-SATZ.
           03  PM-KEY.
               05 PM-DATUM             PIC 9(8)       COMP.
               05 PM-ARNUM             PIC 9(4)       COMP.
           03  PM-SOLL                 PIC S9(7)      COMP.
           03  PM-IST                  PIC S9(7)      COMP.
           03  PM-STAT                 PIC X.
               88 PM-GEMELDET          VALUE "J".
           03  PM-BESTELLT             PIC S9(7)      COMP.
           03  PM-GELIEF               PIC S9(7)      COMP.
           03  PM-RETOUR               PIC S9(7)      COMP.

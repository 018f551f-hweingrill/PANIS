      ******************************************************************
      *     Kundenkontakt- und Reklamationsjournal (PANKJOUR.DAT)      *
      *     je Debitor datierte Eintraege mit Typ (B Besuch,           *
      *     T Telefonat, R Reklamation, Z Zusage, S Rundschreiben      *
      *     aus PANRUNDS), Freitext,                                   *
      *     Bediener, Wiedervorlagedatum und bei Reklamationen         *
      *     der betroffenen Beleg-Nr. - DE-ANMERK war mit 60           *
      *     Zeichen die ganze Kundengeschichte                         *
               88  KJ-TELEFON          VALUE "T".
               88  KJ-REKLAM           VALUE "R".
               88  KJ-ZUSAGE           VALUE "Z".
               88  KJ-RUNDS            VALUE "S".
           03  KJ-TEXT                 PIC X(60).
           03  KJ-USER                 PIC X(13).
           03  KJ-WVDAT                PIC 9(8)      COMP.

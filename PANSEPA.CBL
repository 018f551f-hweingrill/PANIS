      *     Debitor (DE-IBAN/DE-BIC/DE-MANDAT, Wartung PANDEBAN 62)    *
      *     Quelle: offene Rechnungsbuchungen PANISFIB.DAT des Tages   *
      *     Einreichjournal: PANSEPAJ.DAT                              *
      *     Kunden mit Einzugsstopp nach Ruecklastschrift (DE-LSSTOP,  *
      *     PANSEPRL) werden nicht mehr eingezogen                     *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           MOVE BF-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO B.
           IF DE-INKASSO = 0 GO B.
           IF DE-LSGESP GO B.
           IF DE-IBAN = SPACE GO B.
           IF WH-LAUF = 1
               ADD 1 TO WH-ANZTX

      *               laden: WH-NUM = Rezept, WZ-DATUM = Produktions-  *
      *               datum -> WH-WERT = 1 Version geladen /           *
      *               0 = aktueller Stand gilt                         *
      *     WL-CA 60: Stand ohne Dialog einfrieren (Rezeptfreigabe     *
      *               PARREZFR): WH-NUM = Rezept, WZ-DATUM = gueltig   *
      *               bis -> WH-WERT = 1 eingefroren / 0 kein Rezept   *
      *               oder Stand zu dem Tag schon vorhanden            *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           IF WL-CA = 10 PERFORM EINFRIER.
           IF WL-CA = 20 PERFORM UEBERSICHT.
           IF WL-CA = 50 PERFORM STAND-HOL.
           IF WL-CA = 60 PERFORM FREI-EINFR.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ********************* Stand einfrieren *
           GO B.
       X.  CLOSE REZHIST.
       Z.  EXIT.
      **** Stand ohne Dialog einfrieren (WH-NUM / WZ-DATUM) *
      *  ein schon vorhandener Stand zu diesem Tag bleibt stehen -
      *  er war an dem Tag in der Produktion
       FREI-EINFR SECTION.
       A.  MOVE 0 TO WH-WERT.
           OPEN INPUT REZEPT.
           OPEN I-O REZHIST.
           IF WF-STATUS = "35"
               CLOSE REZHIST OPEN OUTPUT REZHIST
               CLOSE REZHIST OPEN I-O REZHIST.
           MOVE WH-NUM TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID GO X.
           MOVE RE-NUM TO RH-NUM.
           MOVE WZ-DATUM TO RH-GILBIS.
           MOVE RE-SATZ TO RH-REST.
           WRITE RH-SATZ INVALID GO X.
           MOVE 1 TO WH-WERT.
       X.  CLOSE REZEPT REZHIST.
       Z.  EXIT.
      **** Version zum Stichtag in den RE-SATZ-Puffer laden *
       STAND-HOL SECTION.
       A.  MOVE 0 TO WH-WERT WH-BEST.

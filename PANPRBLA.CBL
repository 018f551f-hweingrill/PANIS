      *     je Artikel des Kunden (FAKTDAT): heute gueltiger Preis     *
      *     (datierte Staffel vor Grundpreis), Rabatt aus der          *
      *     Staffel (FA-RAB) bzw. DE-RAB, Nettopreis, dazu eine        *
      *     kuenftig datierte Staffel mit ihrem FA-AB; ohne eigenen    *
      *     Kundenpreis gelten die Staffeln der Preisgruppe (PANPRGRP) *
      *     WL-CA 10: ein Kunde auf Zuruf                              *
      *     WL-CA 20: Serienlauf je Tour oder Kontenbereich            *
      ******************************************************************
           COPY PANSEKON.CPY.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSEPGR.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       COPY PANKONS.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANFDPGR.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-PGDAT                PIC 9        COMP VALUE ZERO.
           03  WH-KTONR                PIC 9(6).
           03  WH-VONKTO               PIC 9(6).
           03  WH-BISKTO               PIC 9(6).
      ******************************************************************
       DAT-OEFFN SECTION.
       A.  OPEN INPUT DEBITOR KONSTANT ARTIKEL FAKTDAT.
           MOVE 0 TO WM-PGDAT.
           OPEN INPUT PREISGRP.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-PGDAT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
       Z.  EXIT.
       DAT-SCHLIESS SECTION.
       A.  MOVE 0 TO WM-OPEN.
           CLOSE DEBITOR KONSTANT ARTIKEL FAKTDAT DRUCKER.
           IF WM-PGDAT = 1 CLOSE PREISGRP.
       Z.  EXIT.
      ************************* Preisblatt fuer einen Kunden *
       BLATT-DRUCK SECTION.
       B.  READ FAKTDAT NEXT IGNORE LOCK AT END GO Z.
           IF FA-KTONR NOT = WH-KTONR GO Z.
           PERFORM PREIS-HOLE.
           IF WH-GPREIS = 0 PERFORM GRUPPE-HOLE.
           IF WH-GPREIS = 0 GO B.
           PERFORM ZEIL-DRUCK.
           GO B.
           END-PERFORM.
           IF WH-GRAB = 0 MOVE DE-RAB TO WH-GRAB.
       Z.  EXIT.
      ********** kein Kundenpreis: Staffeln der Preisgruppe *
       GRUPPE-HOLE SECTION.
       A.  IF DE-PRGRP = 0 OR WM-PGDAT = 0 GO Z.
           MOVE DE-PRGRP TO PG-GRP.
           MOVE FA-ARNUM TO PG-ARNUM.
           READ PREISGRP IGNORE LOCK INVALID GO Z.
           MOVE PG-XTAB TO FA-XTAB.
           PERFORM PREIS-HOLE.
       Z.  EXIT.
      ******************************* eine Artikelzeile *
       ZEIL-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.

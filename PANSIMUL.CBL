      ******************************************************************
      *     Simulationslauf zum Rechnungsprogramm                      *
      *     bepreist die Lieferscheine eines Tages je Fakturenart      *
      *     mit derselben Preisfindung (FA-XTAB -> Preisgruppe         *
      *     PANPRGRP -> Artikelpreis, Aktion darauf, Kundenrabatt      *
      *     DE-RAB, datierte USt ueber PANUSTS) und schreibt NUR ein   *
      *     Kontrolljournal:                                           *
      *     Summen je Kunde, je Tour und je Sortiergruppe samt         *
      *     aller Warnungen (Preis fehlt, unter Einstand, Kunde        *
      *     gesperrt) - BUCHFAKT, Raster und Nummernkreise bleiben     *
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEPGR.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDPGR.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-PGDAT                PIC 9        COMP VALUE ZERO.
           03  WH-SIMDAT               PIC 9(8).
           03  WH-FAKART               PIC 99.
           03  WH-EFFPR                PIC S9(4)V999 COMP.
           CALL "PANUSTS" USING "50USTHOL" WH-CREG.
           CANCEL "PANUSTS".
           OPEN INPUT DEBITOR ARTIKEL FAKTDAT LFSCHEIN.
           MOVE 0 TO WM-PGDAT.
           OPEN INPUT PREISGRP.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-PGDAT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER DEBITOR ARTIKEL FAKTDAT LFSCHEIN.
           IF WM-PGDAT = 1 CLOSE PREISGRP.
       Z.  EXIT.
      **************** Kunde: Sperre pruefen *
       KD-PRUEF SECTION.
       A.  MOVE LF-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID MOVE 0 TO DE-RAB DE-SPERR DE-FNR DE-PRGRP GO Z.
           IF DE-SPERR NOT = 0 AND WH-SIMDAT NOT < DE-SPERR
               ADD 1 TO WD-WARN
               MOVE SPACE TO DRA-SATZ
      *----------> 1. Basispreis: Kundenpreis aus FA-XTAB <-
           MOVE LF-KTONR TO FA-KTONR.
           MOVE LF-ARNUM TO FA-ARNUM.
           READ FAKTDAT IGNORE LOCK INVALID GO B.
           PERFORM VARYING WH-PX FROM 1 BY 1 UNTIL WH-PX > 4
               IF FA-AB(WH-PX) NOT = 0
                   AND FA-AB(WH-PX) NOT > WH-SIMDAT
               END-IF
           END-PERFORM.
           IF WH-EFFPR NOT = 0 GO D.
      *----------> 2. Preis der Preisgruppe des Kunden <-
       B.  IF DE-PRGRP = 0 OR WM-PGDAT = 0 GO C.
           MOVE DE-PRGRP TO PG-GRP.
           MOVE LF-ARNUM TO PG-ARNUM.
           READ PREISGRP IGNORE LOCK INVALID GO C.
           PERFORM VARYING WH-PX FROM 1 BY 1 UNTIL WH-PX > 4
               IF PG-AB(WH-PX) = 0 AND PG-BIS(WH-PX) = 0
                   AND PG-PREIS(WH-PX) NOT = 0
                   AND WH-EFFPR = 0
                   MOVE PG-PREIS(WH-PX) TO WH-EFFPR
               END-IF
           END-PERFORM.
           PERFORM VARYING WH-PX FROM 1 BY 1 UNTIL WH-PX > 4
               IF PG-AB(WH-PX) NOT = 0
                   AND PG-AB(WH-PX) NOT > WH-SIMDAT
                   AND PG-BIS(WH-PX) NOT < WH-SIMDAT
                   MOVE PG-PREIS(WH-PX) TO WH-EFFPR
               END-IF
           END-PERFORM.
           IF WH-EFFPR NOT = 0 GO D.
      *----------> 3. Artikelpreis (ggf. vorgemerkte Aenderung) <-
       C.  IF AR-ADAT NOT = 0 AND AR-ADAT NOT > WH-SIMDAT
               AND AR-APREIS NOT = 0
               MOVE AR-APREIS TO WH-EFFPR
           ELSE
               MOVE AR-PREIS TO WH-EFFPR.
      *----> 4. Aktion auf den Basispreis (Preis oder Rabatt) <-
       D.  MOVE LF-ARNUM TO WH-NUM.
           MOVE DE-FNR TO WZ.
           MOVE WH-SIMDAT TO WZ-DATUM.

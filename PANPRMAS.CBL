      *     Auswahl nach Sortiergruppe oder Artikelnummernbereich,     *
      *     Aenderung prozentuell oder absolut mit Rundungsregel,      *
      *     Gueltigkeitsdatum; schreibt AR-APREIS/AR-ADAT und die      *
      *     neuen FA-XTAB-Staffeln sowie die Staffeln der              *
      *     Preisgruppen (PANPRGRP), Kontrolliste alt/neu.             *
      *     Simulationslauf (ohne Schreiben) vorab moeglich.           *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSEPGR.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           03  WM-SIMU                 PIC 9        COMP VALUE 1.
           03  WM-PROZKZ               PIC 9        COMP.
           03  WH-SGRP                 PIC 9(4).
           03  WH-AELTAB               PIC 9(8)     COMP.
           03  WD-ANZART               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZFAK               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZGRP               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON PREISGRP.
       A.  CALL "CADECL" USING "PANPRGRP.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           ACCEPT WM-SIMU AT 3033.
           OPEN I-O ARTIKEL.
           OPEN I-O FAKTDAT.
           MOVE 0 TO WM-PGDAT.
           OPEN I-O PREISGRP.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-PGDAT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
               TO DRA-TITEL.
           MOVE "       neu" TO DRA-TITEL(48:10).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-ANZART WD-ANZFAK WD-ANZGRP.
           PERFORM ART-LAUF.
           MOVE SPACE TO DRA-SATZ.
           MOVE "geaenderte Artikel / Kundenpreise:" TO DRA-TITEL.
           MOVE WD-ANZART TO DRA-ALT.
           MOVE WD-ANZFAK TO DRA-NEU.
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "geaenderte Gruppenpreise:" TO DRA-TITEL.
           MOVE WD-ANZGRP TO DRA-NEU.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER ARTIKEL FAKTDAT.
           IF WM-PGDAT = 1 CLOSE PREISGRP.
       Z.  EXIT.
      ***************************** Artikel durchlaufen *
       ART-LAUF SECTION.
               MOVE WH-EFFDAT TO AR-ADAT
               REWRITE AR-SATZ.
           PERFORM FAKT-LAUF.
           IF WM-PGDAT = 1 PERFORM GRP-LAUF.
           GO B.
       Z.  EXIT.
      ************* neuen Preis errechnen und runden *
           REWRITE FA-SATZ.
           GO B.
       Z.  EXIT.
      ********* Staffeln der Preisgruppen zum Artikel nachziehen *
       GRP-LAUF SECTION.
       A.  MOVE 0 TO PG-GRP PG-ARNUM.
           START PREISGRP KEY NOT < PG-KEY INVALID GO Z.
       B.  READ PREISGRP NEXT IGNORE LOCK AT END GO Z.
           IF PG-ARNUM NOT = AR-NUM GO B.
      *--------------> gueltige Staffel zum Stichtag suchen <-
           MOVE 0 TO WH-PX.
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 4
               IF PG-AB(GX) NOT = 0
                   AND PG-AB(GX) NOT > WH-EFFDAT
                   AND PG-BIS(GX) NOT < WH-EFFDAT
                   SET WH-PX TO GX
               END-IF
           END-PERFORM.
           IF WH-PX = 0 GO B.
           SET GX TO WH-PX.
           MOVE PG-PREIS(GX) TO WH-ALT.
           PERFORM NEUPREIS.
           IF WH-NEU = WH-ALT GO B.
           ADD 1 TO WD-ANZGRP.
           MOVE SPACE TO DRA-SATZ.
           MOVE AR-NUM TO DRA-ARNUM.
           MOVE PG-GRP TO DRA-KTONR.
           MOVE "Preisgruppe" TO DRA-BEZ.
           MOVE WH-ALT TO DRA-ALT.
           MOVE WH-NEU TO DRA-NEU.
           WRITE DRA-SATZ AFTER 1.
           IF WM-SIMU = 1 GO B.
      *-------------> freie bzw. aelteste Staffel belegen <-
           MOVE 0 TO WH-FREI.
           MOVE 1 TO WH-AELT.
           MOVE 99999999 TO WH-AELTAB.
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 4
               IF WH-FREI = 0
                   AND (PG-AB(GX) = 0 OR PG-BIS(GX) < WH-VORTAG)
                   AND GX NOT = WH-PX
                   SET WH-FREI TO GX
               END-IF
               IF PG-AB(GX) < WH-AELTAB AND GX NOT = WH-PX
                   MOVE PG-AB(GX) TO WH-AELTAB
                   SET WH-AELT TO GX
               END-IF
           END-PERFORM.
           IF WH-FREI = 0 MOVE WH-AELT TO WH-FREI.
      *-------------> alte Staffel zum Vortag schliessen <-
           SET GX TO WH-PX.
           IF PG-BIS(GX) > WH-VORTAG
               MOVE WH-VORTAG TO PG-BIS(GX).
           SET GX TO WH-FREI.
           MOVE WH-NEU TO PG-PREIS(GX).
           MOVE WH-EFFDAT TO PG-AB(GX).
           MOVE 99999999 TO PG-BIS(GX).
           REWRITE PG-SATZ.
           GO B.
       Z.  EXIT.

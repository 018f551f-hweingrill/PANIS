      *     RE-GANG-Schritten, Temperatur RE-TEMP; die Ladungen        *
      *     werden nach Temperatur fallend gereiht (moeglichst         *
      *     wenig Umheizen) und auf die Oefen verteilt - je Ofen       *
      *     ein Schichtplan mit Uhrzeiten; die Ladungen werden als     *
      *     Sollwerte ins HACCP-Backprotokoll (PANHACCP.DAT)           *
      *     gestellt, solange fuer den Tag nichts erfasst ist          *
      *     WL-CA 10: Plan rechnen und drucken                         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       FILE-CONTROL.
           COPY PANSELFS.CPY.
           COPY PARSEREZ.CPY.
           COPY PANSEHAC.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANLIEF.CPY.
       COPY PARREZEP.CPY.
       COPY PANFDHAC.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
                  07 JB-OFEN           PIC 9        COMP.
                  07 JB-BEGMIN         PIC 9(5)     COMP.
                  07 JB-ENDMIN         PIC 9(5)     COMP.
                  07 JB-ARNUM          PIC 9(4)     COMP.
           03  WS-JSAVE                PIC X(48).
           03  WD-LD1                  PIC 99.
           03  WD-LD2                  PIC 99.
           03  WT-OFREI                PIC 9(5)     COMP OCCURS 6.
           03  WH-OI                   PIC 9        COMP.
           03  WH-OMIN                 PIC 9        COMP.
           03  WT-OLFD                 PIC 999      COMP OCCURS 6.
           03  WH-ERFASST              PIC 9        COMP.
           03  WH-LADGES               PIC 99       COMP.
           03  WH-LD                   PIC 99       COMP.
           03  WH-DAUER                PIC 999      COMP.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BACKPROT.
       A.  CALL "CADECL" USING "PANHACCP.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           PERFORM JOBS-REIHEN.
           PERFORM JOBS-VERTEILEN.
           PERFORM PLAN-DRUCK.
           PERFORM PLAN-SICHERN.
           CLOSE REZEPT.
       Z.  EXIT.
      ********* Tagesmengen je Artikel aus den Lieferscheinen *
                   MOVE RE-TEMP TO JB-TEMP(WH-JANZ)
                   MOVE WH-DAUER TO JB-DAUER(WH-JANZ)
                   MOVE RE-TX TO JB-BEZ(WH-JANZ)
                   MOVE RE-NUM TO JB-ARNUM(WH-JANZ)
                   MOVE WH-LD TO JB-LADNR(WH-JANZ)
                   MOVE WH-LADGES TO JB-LADVON(WH-JANZ)
                   MOVE 0 TO JB-OFEN(WH-JANZ)
           STRING WD-LD1 "/" WD-LD2 DELIMITED SIZE INTO DRA-LADUNG.
       B.  WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ***** Ladungen als Sollwerte ins Backprotokoll *
      *  ist fuer den Plantag schon eine Ladung erfasst, bleibt das
      *  Protokoll unveraendert; sonst wird der Tag neu aufgebaut
       PLAN-SICHERN SECTION.
       A.  OPEN I-O BACKPROT.
           IF WF-STATUS = "35"
               CLOSE BACKPROT OPEN OUTPUT BACKPROT
               CLOSE BACKPROT OPEN I-O BACKPROT.
           MOVE 0 TO WH-ERFASST.
           MOVE WH-PLANDAT TO HP-DATUM.
           MOVE 0 TO HP-OFEN HP-LFD.
           START BACKPROT KEY NOT < HP-KEY INVALID GO D.
       B.  READ BACKPROT NEXT IGNORE LOCK AT END GO C.
           IF HP-DATUM NOT = WH-PLANDAT GO C.
           IF HP-ERFASST MOVE 1 TO WH-ERFASST GO C.
           GO B.
       C.  IF WH-ERFASST = 1
               DISPLAY "Backprotokoll schon erfasst, bleibt" AT 2601
               GO X.
      *------> geplante Ladungen des Tages entfernen <-
           MOVE WH-PLANDAT TO HP-DATUM.
           MOVE 0 TO HP-OFEN HP-LFD.
           START BACKPROT KEY NOT < HP-KEY INVALID GO D.
       E.  READ BACKPROT NEXT AT END GO D.
           IF ZUGRIF GO E.
           IF HP-DATUM NOT = WH-PLANDAT GO D.
           DELETE BACKPROT RECORD.
           GO E.
       D.  PERFORM VARYING WH-OI FROM 1 BY 1 UNTIL WH-OI > 6
               MOVE 0 TO WT-OLFD(WH-OI).
           PERFORM VARYING WH-JI FROM 1 BY 1 UNTIL WH-JI > WH-JANZ
               PERFORM LADUNG-SICHERN
           END-PERFORM.
       X.  CLOSE BACKPROT.
       Z.  EXIT.
       LADUNG-SICHERN SECTION.
       A.  MOVE JB-OFEN(WH-JI) TO WH-OI.
           ADD 1 TO WT-OLFD(WH-OI).
           INITIALIZE HP-SATZ.
           MOVE WH-PLANDAT TO HP-DATUM HP-CHDAT.
           MOVE WH-OI TO HP-OFEN.
           MOVE WT-OLFD(WH-OI) TO HP-LFD.
           MOVE 0 TO HP-CHNR.
           MOVE JB-ARNUM(WH-JI) TO HP-ARNUM.
           MOVE JB-BEZ(WH-JI) TO HP-BEZ.
           MOVE JB-LADNR(WH-JI) TO HP-LADNR.
           MOVE JB-LADVON(WH-JI) TO HP-LADVON.
           MOVE JB-TEMP(WH-JI) TO HP-SOLLTEMP.
           MOVE JB-DAUER(WH-JI) TO HP-SOLLDAUER.
           COMPUTE WH-HH = FUNCTION REM(JB-BEGMIN(WH-JI) / 60 24).
           COMPUTE WH-MM = FUNCTION REM(JB-BEGMIN(WH-JI) 60).
           COMPUTE HP-SOLLBEG = WH-HH * 100 + WH-MM.
           COMPUTE WH-HH = FUNCTION REM(JB-ENDMIN(WH-JI) / 60 24).
           COMPUTE WH-MM = FUNCTION REM(JB-ENDMIN(WH-JI) 60).
           COMPUTE HP-SOLLEND = WH-HH * 100 + WH-MM.
           MOVE SPACE TO HP-STAT HP-ABW HP-ABWGRD HP-BAECKER.
           WRITE HP-SATZ INVALID CONTINUE.
       Z.  EXIT.

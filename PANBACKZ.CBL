      *     Aufloesung ueber die Rezepte (RE-KOMP): Backzettel je      *
      *     Teiggruppe und verdichtete Rohstoff-Bedarfsliste mit       *
      *     waagefertigen Komponentengewichten.                        *
      *     Die Backzettelmengen werden als Sollmengen der Produk-     *
      *     tionsmeldung (PANPRODM.DAT) je Tag und Artikel gestellt    *
      *     Lagergefuehrte Artikel (AR-LAGKZ, Fertigwarenlager         *
      *     PANFERTL) werden nach Fehlmenge geplant: Tagesbedarf plus  *
      *     Mindestbestand abzueglich verfuegbarem Lagerbestand        *
      *     Offene Vorbestellungen des Werksverkaufs (PANVORB) mit     *
      *     Abholtag = Produktionstag werden mitgeplant                *
      *     Dauermengen mit Faktor aus dem Ereigniskalender (PANEREIG, *
      *     Sortiergruppe/Kundengruppe DE-FNR) fuer Feier-/Fenstertage *
      *     Vorgemerkte Rasteraenderungen (PANDAUVO) mit Stichtag bis  *
      *     zum Produktionstag gehen den Dauermengen vor               *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSEART.CPY.
           COPY PANSEDAU.CPY.
           COPY PANSEDVO.CPY.
           COPY PANSELFS.CPY.
           COPY PARSEREZ.CPY.
           COPY PANSEPRD.CPY.
           COPY PANSEVOB.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANDAU.CPY.
       COPY PANFDDVO.CPY.
       COPY PANLIEF.CPY.
       COPY PARREZEP.CPY.
       COPY PANFDPRD.CPY.
       COPY PANFDVOB.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-PLANDAT              PIC 9(8).
           03  WH-LKTO                 PIC 9(6)     COMP.
           03  WM-DVO                  PIC 9        COMP.
           03  WH-DVMG                 PIC S9(5)    COMP.
           03  WH-WT                   PIC 9        COMP.
           03  WH-TAGI                 PIC 9(8)     COMP.
           03  WH-WOCHE                PIC 9(5)     COMP.
           03  WH-TAGMON               PIC 99       COMP.
           03  WH-TB                   PIC 99       COMP.
           03  WH-KX                   PIC 99       COMP.
           03  WH-FEHL                 PIC S9(7)    COMP.
      *---------------------> Artikelmengen je Teiggruppe <-
           03  WH-AI                   PIC 999      COMP.
           03  WH-AANZ                 PIC 999      COMP VALUE ZERO.
                  07 RO-GEW            PIC S9(9)V99 COMP.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON DAUVORM.
       A.  CALL "CADECL" USING "PANDAUVO.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON PRODMELD.
       A.  CALL "CADECL" USING "PANPRODM.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON VORBEST.
       A.  CALL "CADECL" USING "PANVORB.DAT " WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           MOVE 0 TO WH-AANZ WH-RANZ.
           PERFORM LFS-SAMMELN.
           PERFORM DAU-SAMMELN.
           PERFORM VORB-SAMMELN.
           PERFORM LAGER-BEDARF.
           PERFORM ROH-AUFLOES.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM ROH-DRUCK.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER ARTIKEL DAUER LFSCHEIN REZEPT.
           PERFORM SOLL-SICHERN.
       Z.  EXIT.
      ***** Backzettelmengen als Soll der Produktionsmeldung *
      *  bereits gemeldete Istmengen bleiben erhalten; Artikel, die
      *  nicht mehr auf dem Backzettel stehen, erhalten Soll 0
       SOLL-SICHERN SECTION.
       A.  OPEN I-O PRODMELD.
           IF WF-STATUS = "35"
               CLOSE PRODMELD OPEN OUTPUT PRODMELD
               CLOSE PRODMELD OPEN I-O PRODMELD.
           MOVE WH-PLANDAT TO PM-DATUM.
           MOVE 0 TO PM-ARNUM.
           START PRODMELD KEY NOT < PM-KEY INVALID GO C.
       B.  READ PRODMELD NEXT AT END GO C.
           IF ZUGRIF GO B.
           IF PM-DATUM NOT = WH-PLANDAT GO C.
           MOVE 0 TO PM-SOLL.
           REWRITE PM-SATZ.
           GO B.
       C.  PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               MOVE WH-PLANDAT TO PM-DATUM
               MOVE BA-ARNUM(WH-AI) TO PM-ARNUM
               READ PRODMELD INVALID
                   INITIALIZE PM-SATZ
                   MOVE WH-PLANDAT TO PM-DATUM
                   MOVE BA-ARNUM(WH-AI) TO PM-ARNUM
               END-READ
               MOVE BA-MENGE(WH-AI) TO PM-SOLL
               REWRITE PM-SATZ INVALID WRITE PM-SATZ END-REWRITE
           END-PERFORM.
           CLOSE PRODMELD.
       Z.  EXIT.
      ********** Mengen aus den erzeugten Lieferscheinen *
       LFS-SAMMELN SECTION.
       Z.  EXIT.
      ***** Dauerbestellungen, zu denen noch kein Schein existiert *
       DAU-SAMMELN SECTION.
       A.  MOVE 1 TO WM-DVO.
           OPEN INPUT DAUVORM.
           IF WF-STATUS = "35" MOVE 0 TO WM-DVO.
           MOVE 0 TO DA-KTONR DA-ARNUM DA-LADR WH-LKTO.
           START DAUER KEY NOT < DA-KEY INVALID GO X.
       B.  READ DAUER NEXT IGNORE LOCK AT END GO X.
           MOVE DA-ANZ(WH-WT) TO WH-DVMG.
           IF WM-DVO = 1 PERFORM DV-SUCHEN.
           IF WH-DVMG = 0 GO B.
      *-------------------> Saisonpause / Rhythmus beachten <-
           IF DA-SUSPAB NOT = 0
               AND WH-PLANDAT NOT < DA-SUSPAB
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO D.
       C.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO D.
           IF LF-KTONR NOT = DA-KTONR GO D.
           IF LF-ARNUM = DA-ARNUM AND LF-DATUM = WH-PLANDAT
               AND LF-LADR = DA-LADR GO B.
           GO C.
       D.  MOVE DA-ARNUM TO WH-NUM.
           MOVE WH-DVMG TO WH-WERT.
      *-------------> Faktor aus dem Ereigniskalender <-
           IF DA-KTONR NOT = WH-LKTO
               MOVE DA-KTONR TO WH-LKTO DE-KTONR
               READ DEBITOR IGNORE LOCK INVALID MOVE 0 TO DE-FNR.
           MOVE DE-FNR TO WX.
           MOVE WH-PLANDAT TO WZ-DATUM.
           CALL "PANEREIG" USING "50EREIG" WH-CREG.
           CANCEL "PANEREIG".
           MOVE DA-ARNUM TO WH-NUM.
           PERFORM ART-ZAEHL.
           GO B.
       X.  IF WM-DVO = 1 CLOSE DAUVORM.
       Z.  EXIT.
      ***** juengste Vormerkung mit Stichtag bis Produktionstag *
       DV-SUCHEN SECTION.
       A.  MOVE DA-KTONR TO DV-KTONR.
           MOVE DA-ARNUM TO DV-ARNUM.
           MOVE DA-LADR TO DV-LADR.
           MOVE 0 TO DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO Z.
       B.  READ DAUVORM NEXT IGNORE LOCK AT END GO Z.
           IF DV-KTONR NOT = DA-KTONR OR DV-ARNUM NOT = DA-ARNUM
               OR DV-LADR NOT = DA-LADR GO Z.
           IF DV-AB > WH-PLANDAT GO Z.
           MOVE DV-ANZ(WH-WT) TO WH-DVMG.
           GO B.
       Z.  EXIT.
      ***** offene Vorbestellungen mit Abholtag = Produktionstag *
       VORB-SAMMELN SECTION.
       A.  OPEN INPUT VORBEST.
           IF WF-STATUS = "35" GO Z.
           MOVE WH-PLANDAT TO VB-ABDAT.
           MOVE 0 TO VB-ANUM.
           START VORBEST KEY NOT < VB-AKEY INVALID GO X.
       B.  READ VORBEST NEXT IGNORE LOCK AT END GO X.
           IF VB-ABDAT NOT = WH-PLANDAT GO X.
           IF VB-NUM = 0 OR NOT VB-OFFEN GO B.
           PERFORM VARYING WH-KX FROM 1 BY 1 UNTIL WH-KX > 10
               IF VB-ARNUM(WH-KX) NOT = 0
                   MOVE VB-ARNUM(WH-KX) TO WH-NUM
                   MOVE VB-MENGE(WH-KX) TO WH-WERT
                   PERFORM ART-ZAEHL
               END-IF
           END-PERFORM.
           GO B.
       X.  CLOSE VORBEST.
       Z.  EXIT.
      **************** Rhythmusregel wie PANDAURH *
       RHYT-PRUEF SECTION.
               COMPUTE WH-TAGMON = FUNCTION REM(WH-PLANDAT 100)
               IF WH-TAGMON > 7 MOVE "N" TO WH-X.
       Z.  EXIT.
      ***** Saisonfenster des Artikels (AR-SAISAB/-BIS, MMTT); *
      *     ausgelaufene Artikel (Nachfolge PANNACHF) nie
       SAIS-PRUEF SECTION.
       A.  MOVE "J" TO WH-X.
           MOVE DA-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           IF AR-AUSGELAUFEN MOVE "N" TO WH-X GO Z.
           IF AR-SAISAB = 0 AND AR-SAISBIS = 0 GO Z.
           COMPUTE WH-NUM = FUNCTION REM(WH-PLANDAT 10000).
           IF AR-SAISAB NOT > AR-SAISBIS
               IF WH-NUM < AR-SAISAB AND WH-NUM > AR-SAISBIS
                   MOVE "N" TO WH-X.
       Z.  EXIT.
      ***** lagergefuehrte Artikel: Fehlmenge statt Tagesmenge *
       LAGER-BEDARF SECTION.
       A.  MOVE 0 TO AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO Z.
       B.  READ ARTIKEL NEXT IGNORE LOCK AT END GO Z.
           IF NOT AR-LAGER GO B.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               OR BA-ARNUM(WH-AI) = AR-NUM
               CONTINUE.
           MOVE 0 TO WH-FEHL.
           IF WH-AI NOT > WH-AANZ
               MOVE BA-MENGE(WH-AI) TO WH-FEHL.
           ADD AR-MIND TO WH-FEHL.
           MOVE AR-NUM TO WH-NUM.
           MOVE WH-PLANDAT TO WZ-DATUM.
           CALL "PANFERTL" USING "60FGBEST" WH-CREG.
           CANCEL "PANFERTL".
           SUBTRACT WH-WERT FROM WH-FEHL.
           IF WH-FEHL < 0 MOVE 0 TO WH-FEHL.
           IF WH-AI NOT > WH-AANZ
               MOVE WH-FEHL TO BA-MENGE(WH-AI)
               GO B.
           IF WH-FEHL = 0 GO B.
           MOVE WH-FEHL TO WH-WERT.
           PERFORM ART-ZAEHL.
           GO B.
       Z.  EXIT.
      ************ Artikelmenge in die Tabelle einrechnen *
       ART-ZAEHL SECTION.
       A.  PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ

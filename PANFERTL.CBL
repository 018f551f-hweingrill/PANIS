      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANFERTL.
      ******************************************************************
      *     Fertigwarenlager fuer Tiefkuehl- und Dauerbackwaren        *
      *     (AR-LAGKZ = "J"); Bestand je Artikel, Produktionstag und   *
      *     Charge in PANFERTL.DAT, Bewegungen in PANFERTB.DAT         *
      *     WL-CA 10: Lagerkennzeichen, Haltbarkeit (Tage) und         *
      *               Mindestbestand je Artikel                        *
      *     WL-CA 20: Produktionszugang je Produktionstag und Charge   *
      *     WL-CA 30: Lieferungen eines Tages abbuchen - zuerst die    *
      *               Charge mit dem fruehesten MHD; Produktionstag    *
      *               und Charge gehen in LF-PRODDAT/LF-CHNR der       *
      *               Lieferscheinzeile (Zeilen mit Lieferbewegung     *
      *               in PANFERTB.DAT werden nicht nochmals abgebucht) *
      *     WL-CA 40: Bestandsliste je Charge mit Alter und MHD        *
      *     WL-CA 50: Abschrift buchen (Aufruf aus PANRETGR) -         *
      *               WH-NUM Artikel, WZ-DATUM Tag, WH-WERT Menge      *
      *     WL-CA 60: verfuegbarer Bestand (Aufruf aus PANBACKZ) -     *
      *               WH-NUM Artikel, WZ-DATUM Stichtag; zurueck       *
      *               WH-WERT Bestand der am Stichtag nicht            *
      *               abgelaufenen Chargen                             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEFGL.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDART.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDFGL.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-NUM              PIC ZZZ9.
               05 FILLER               PIC XX.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC XX.
               05 DRA-PROD             PIC 9(8).
               05 FILLER               PIC XX.
               05 DRA-CHNR             PIC ZZZ9.
               05 FILLER               PIC XX.
               05 DRA-MHD              PIC 9(8).
               05 FILLER               PIC XX.
               05 DRA-ALTER            PIC ZZZ9.
               05 FILLER               PIC XX.
               05 DRA-MENGE            PIC ZZZ.ZZ9-.
               05 FILLER               PIC XX.
               05 DRA-HINW             PIC X(10).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(85).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WV-ARNUM                PIC 9(4).
           03  WH-JN                   PIC X.
           03  WH-MHT                  PIC 999.
           03  WH-MIND                 PIC 9(5).
           03  WH-PRODD                PIC 9(8).
           03  WH-CHNR                 PIC 9(4).
           03  WH-MENGE                PIC 9(7).
           03  WH-STICHT               PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-TAGI                 PIC 9(7)     COMP.
      *--------------> Abbuchung nach MHD <-
           03  WH-REST                 PIC S9(7)    COMP.
           03  WH-AB                   PIC S9(7)    COMP.
           03  WH-ABDAT                PIC 9(8)     COMP.
           03  WH-MHDX                 PIC 9(8)     COMP.
           03  WH-MINMHD               PIC 9(8)     COMP.
           03  WH-ERSTPD               PIC 9(8)     COMP.
           03  WH-ERSTCH               PIC 9(4)     COMP.
           03  WH-ERSTE                PIC X.
           03  WF-KTONR                PIC 9(6)     COMP.
           03  WF-LFNUM                PIC 9(6)     COMP.
           03  WF-ART                  PIC X.
           03  WS-BEST                 PIC S9(9)    COMP.
           03  WD-GEST                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-FEHL                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-MENGE                PIC ZZZ.ZZ9-.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FERTLAG.
       A.  CALL "CADECL" USING "PANFERTL.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON FERTBEW.
       A.  CALL "CADECL" USING "PANFERTB.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM ZUGANG.
           IF WL-CA = 30 PERFORM LIEFERUNG.
           IF WL-CA = 40 PERFORM BESTLISTE.
           IF WL-CA = 50 PERFORM ABSCHRIFT.
           IF WL-CA = 60 PERFORM BESTAND.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ********* Lagerkennzeichen, Haltbarkeit, Mindestbestand *
       WARTUNG SECTION.
       A.  DISPLAY "Fertigwarenlager je Artikel" AT 2301.
       B.  DISPLAY "Artikel (0 = Ende):" AT 2401.
           MOVE 0 TO WV-ARNUM.
           ACCEPT WV-ARNUM AT 2422.
           IF WV-ARNUM = 0 GO Z.
           MOVE WV-ARNUM TO AR-NUM.
           READ ARTIKEL INVALID
               DISPLAY "Artikel nicht vorhanden" AT 2501 GO B.
           DISPLAY AR-BEZ AT 2430.
           DISPLAY "lagergefuehrt (J/N):" AT 2501.
           MOVE "N" TO WH-JN.
           IF AR-LAGER MOVE "J" TO WH-JN.
           ACCEPT WH-JN AT 2522.
           IF WH-JN = "j" MOVE "J" TO WH-JN.
           IF WH-JN = "J"
               MOVE "J" TO AR-LAGKZ
           ELSE
               MOVE "N" TO AR-LAGKZ.
           DISPLAY "Haltbarkeit Tage:" AT 2525.
           MOVE AR-MHT TO WH-MHT.
           IF AR-LAGKZ = "N" MOVE 0 TO WH-MHT.
           ACCEPT WH-MHT AT 2543.
           MOVE WH-MHT TO AR-MHT.
           DISPLAY "Mindestbestand:" AT 2548.
           MOVE AR-MIND TO WH-MIND.
           ACCEPT WH-MIND AT 2564.
           MOVE WH-MIND TO AR-MIND.
           REWRITE AR-SATZ.
           DISPLAY "                                        " AT 2501.
           DISPLAY "                                        " AT 2541.
           GO B.
       Z.  EXIT.
      ********* Produktionszugang je Charge *
       ZUGANG SECTION.
       A.  DISPLAY "Produktionszugang Fertigwarenlager" AT 2301.
           PERFORM LAGER-OEFFNEN.
       B.  DISPLAY "Artikel (0 = Ende):" AT 2401.
           MOVE 0 TO WV-ARNUM.
           ACCEPT WV-ARNUM AT 2422.
           IF WV-ARNUM = 0 GO X.
           MOVE WV-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel nicht vorhanden" AT 2501 GO B.
           DISPLAY AR-BEZ AT 2430.
           IF NOT AR-LAGER
               DISPLAY "Artikel ist nicht lagergefuehrt" AT 2501 GO B.
           DISPLAY "Produktionstag (JJJJMMTT):" AT 2501.
           MOVE 0 TO WH-PRODD.
           ACCEPT WH-PRODD AT 2529.
           IF WH-PRODD = 0 GO B.
           DISPLAY "Charge:" AT 2540.
           MOVE 0 TO WH-CHNR.
           ACCEPT WH-CHNR AT 2548.
           DISPLAY "Menge:" AT 2601.
           MOVE 0 TO WH-MENGE.
           ACCEPT WH-MENGE AT 2609.
           IF WH-MENGE = 0 GO B.
           MOVE WV-ARNUM TO FL-ARNUM.
           MOVE WH-PRODD TO FL-PRODDAT.
           MOVE WH-CHNR TO FL-CHNR.
           READ FERTLAG INVALID
               INITIALIZE FL-SATZ
               MOVE WV-ARNUM TO FL-ARNUM
               MOVE WH-PRODD TO FL-PRODDAT
               MOVE WH-CHNR TO FL-CHNR
               MOVE 99991231 TO FL-MHD
               IF AR-MHT NOT = 0
                   COMPUTE WH-TAGI =
                       FUNCTION INTEGER-OF-DATE(WH-PRODD) + AR-MHT
                   COMPUTE FL-MHD = FUNCTION DATE-OF-INTEGER(WH-TAGI)
               END-IF
           END-READ.
           DISPLAY "MHD:" AT 2620.
           ACCEPT FL-MHD AT 2625.
           ADD WH-MENGE TO FL-ZUGANG FL-BESTAND.
           REWRITE FL-SATZ INVALID WRITE FL-SATZ.
           MOVE "P" TO WF-ART.
           MOVE 0 TO WF-KTONR WF-LFNUM.
           MOVE WH-MENGE TO WH-AB.
           MOVE WH-PRODD TO WZ-DATUM.
           PERFORM BEW-SCHREIB.
           MOVE FL-BESTAND TO WD-MENGE.
           DISPLAY "Bestand Charge:" AT 2640.
           DISPLAY WD-MENGE AT 2656.
           GO B.
       X.  PERFORM LAGER-SCHLIESS.
       Z.  EXIT.
      ********* Lieferungen eines Tages nach MHD abbuchen *
      *  Stornozeilen (LF-STAT 94/95) und "nlf" (96/97) bleiben
      *  aussen vor, Naturalrabatt geht mit vom Lager
       LIEFERUNG SECTION.
       A.  DISPLAY "Lieferungen vom Fertigwarenlager abbuchen" AT 2301.
           DISPLAY "Lieferdatum (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WV-DATUM.
           ACCEPT WV-DATUM AT 2436.
           IF WV-DATUM = 0 GO Z.
           PERFORM LAGER-OEFFNEN.
           MOVE 0 TO WD-GEST WD-FEHL.
           MOVE WV-DATUM TO WQ-DATUM.
           MOVE 0 TO WQ-TOUR WQ-SUB WQ-KTONR WQ-NUM WQ-ARNUM.
           MOVE SPACE TO WQ-SORT.
           MOVE WQ-AKEY TO LF-AKEY.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO X.
       B.  READ LFSCHEIN NEXT AT END GO X.
           IF ZUGRIF GO B.
           IF LF-DATUM NOT = WV-DATUM GO X.
           IF LF-STAT > 93 AND LF-STAT < 98 GO B.
           COMPUTE WH-REST = LF-MENGE(1) - LF-MENGE(2).
           IF WH-REST NOT > 0 GO B.
           MOVE LF-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO B.
           IF NOT AR-LAGER GO B.
           PERFORM SCHON-GEBUCHT.
           IF WH-X = "J" GO B.
           MOVE "L" TO WF-ART.
           MOVE LF-KTONR TO WF-KTONR.
           MOVE LF-NUM TO WF-LFNUM.
           MOVE LF-ARNUM TO WV-ARNUM.
           MOVE WV-DATUM TO WZ-DATUM WH-ABDAT.
           PERFORM FEFO-ABBUCH.
      *------> erste abgebuchte Charge auf die Zeile <-
           IF WH-MINMHD = 0
               MOVE WV-DATUM TO LF-PRODDAT
               MOVE 0 TO LF-CHNR
           ELSE
               MOVE WH-ERSTPD TO LF-PRODDAT
               MOVE WH-ERSTCH TO LF-CHNR.
           REWRITE LF-SATZ.
           ADD 1 TO WD-GEST.
           GO B.
       X.  PERFORM LAGER-SCHLIESS.
           DISPLAY "abgebuchte Zeilen:" AT 2501.
           MOVE WD-GEST TO WD-ANZ.
           DISPLAY WD-ANZ AT 2520.
           DISPLAY "mit Fehlmenge:" AT 2530.
           MOVE WD-FEHL TO WD-ANZ.
           DISPLAY WD-ANZ AT 2545.
       Z.  EXIT.
      ***** Lieferbewegung zur Zeile schon vorhanden? -> WH-X = "J" *
       SCHON-GEBUCHT SECTION.
       A.  MOVE "N" TO WH-X.
           MOVE LF-DATUM TO FB-DATUM.
           MOVE LF-ARNUM TO FB-ARNUM.
           MOVE 0 TO FB-LFD.
           START FERTBEW KEY NOT < FB-KEY INVALID GO Z.
       B.  READ FERTBEW NEXT IGNORE LOCK AT END GO Z.
           IF FB-DATUM NOT = LF-DATUM OR FB-ARNUM NOT = LF-ARNUM GO Z.
           IF FB-ART NOT = "L" AND FB-ART NOT = "F" GO B.
           IF FB-KTONR = LF-KTONR AND FB-LFNUM = LF-NUM
               MOVE "J" TO WH-X
               GO Z.
           GO B.
       Z.  EXIT.
      ***** WH-REST von WV-ARNUM abbuchen, fruehestes MHD zuerst *
      *  Chargen mit MHD vor WH-ABDAT werden nicht mehr geliefert;
      *  was nicht gedeckt ist, wird als Fehlmenge (F) gebucht.
      *  WH-ERSTPD/WH-ERSTCH/WH-MINMHD: erste abgebuchte Charge
       FEFO-ABBUCH SECTION.
       A.  MOVE 0 TO WH-MINMHD.
           MOVE "J" TO WH-ERSTE.
       B.  MOVE 99999999 TO FL-MHD.
           MOVE SPACE TO WH-X.
           MOVE WV-ARNUM TO FL-ARNUM.
           MOVE 0 TO FL-PRODDAT FL-CHNR.
           START FERTLAG KEY NOT < FL-KEY INVALID GO D.
       C.  READ FERTLAG NEXT AT END GO D.
           IF ZUGRIF GO C.
           IF FL-ARNUM NOT = WV-ARNUM GO D.
           IF FL-BESTAND NOT > 0 GO C.
           IF FL-MHD < WH-ABDAT GO C.
           IF WH-X = SPACE OR FL-MHD < WH-MHDX
               MOVE "J" TO WH-X
               MOVE FL-MHD TO WH-MHDX
               MOVE FL-PRODDAT TO WH-PRODD
               MOVE FL-CHNR TO WH-CHNR.
           GO C.
       D.  IF WH-X = SPACE GO E.
           MOVE WV-ARNUM TO FL-ARNUM.
           MOVE WH-PRODD TO FL-PRODDAT.
           MOVE WH-CHNR TO FL-CHNR.
           READ FERTLAG INVALID GO E.
           IF WH-ERSTE = "J"
               MOVE "N" TO WH-ERSTE
               MOVE FL-MHD TO WH-MINMHD
               MOVE FL-PRODDAT TO WH-ERSTPD
               MOVE FL-CHNR TO WH-ERSTCH.
           MOVE WH-REST TO WH-AB.
           IF WH-AB > FL-BESTAND MOVE FL-BESTAND TO WH-AB.
           SUBTRACT WH-AB FROM FL-BESTAND WH-REST.
           REWRITE FL-SATZ.
           COMPUTE WH-AB = 0 - WH-AB.
           PERFORM BEW-SCHREIB.
           IF WH-REST > 0 GO B.
           GO Z.
      *------> nicht gedeckt: Fehlmenge festhalten <-
       E.  IF WH-REST NOT > 0 GO Z.
           MOVE WF-ART TO WH-X.
           MOVE "F" TO WF-ART.
           MOVE WV-ARNUM TO FL-ARNUM.
           MOVE 0 TO FL-PRODDAT FL-CHNR.
           COMPUTE WH-AB = 0 - WH-REST.
           PERFORM BEW-SCHREIB.
           MOVE WH-X TO WF-ART.
           MOVE 0 TO WH-REST.
           ADD 1 TO WD-FEHL.
       Z.  EXIT.
      ********* Lagerbewegung schreiben (WH-AB mit Vorzeichen) *
       BEW-SCHREIB SECTION.
       A.  MOVE WZ-DATUM TO FB-DATUM.
           MOVE FL-ARNUM TO FB-ARNUM.
           MOVE WF-ART TO FB-ART.
           MOVE FL-PRODDAT TO FB-PRODDAT.
           MOVE FL-CHNR TO FB-CHNR.
           MOVE WH-AB TO FB-MENGE.
           MOVE WF-KTONR TO FB-KTONR.
           MOVE WF-LFNUM TO FB-LFNUM.
           MOVE 0 TO FB-LFD.
       B.  ADD 1 TO FB-LFD.
           IF FB-LFD > 9999 GO Z.
           WRITE FB-SATZ INVALID GO B.
       Z.  EXIT.
      ********* Abschrift aus der Retourenerfassung *
       ABSCHRIFT SECTION.
       A.  IF WH-WERT NOT > 0 GO Z.
           PERFORM LAGER-OEFFNEN.
           MOVE WH-NUM TO WV-ARNUM.
           MOVE WH-WERT TO WH-REST.
           MOVE "A" TO WF-ART.
           MOVE 0 TO WF-KTONR WF-LFNUM.
      *------> abgelaufene Chargen werden zuerst ausgebucht <-
           MOVE 0 TO WH-ABDAT.
           PERFORM FEFO-ABBUCH.
           PERFORM LAGER-SCHLIESS.
       Z.  EXIT.
      ********* verfuegbarer Bestand zum Stichtag *
       BESTAND SECTION.
       A.  MOVE WH-NUM TO WV-ARNUM.
           MOVE 0 TO WS-BEST.
           PERFORM LAGER-OEFFNEN.
           MOVE WV-ARNUM TO FL-ARNUM.
           MOVE 0 TO FL-PRODDAT FL-CHNR.
           START FERTLAG KEY NOT < FL-KEY INVALID GO X.
       B.  READ FERTLAG NEXT IGNORE LOCK AT END GO X.
           IF FL-ARNUM NOT = WV-ARNUM GO X.
           IF FL-BESTAND NOT > 0 GO B.
           IF FL-MHD < WZ-DATUM GO B.
           ADD FL-BESTAND TO WS-BEST.
           GO B.
       X.  PERFORM LAGER-SCHLIESS.
           MOVE WS-BEST TO WH-WERT.
       Z.  EXIT.
      ********* Bestandsliste je Charge mit Alter *
       BESTLISTE SECTION.
       A.  DISPLAY "Bestandsliste Fertigwarenlager" AT 2301.
           DISPLAY "Stichtag (JJJJMMTT, 0 = Ende):" AT 2401.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-STICHT = 20000000 + WH-TAG6.
           ACCEPT WH-STICHT AT 2433.
           IF WH-STICHT = 0 GO Z.
           PERFORM LAGER-OEFFNEN.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Bestandsliste Fertigwarenlager per" TO DRA-TITEL.
           MOVE WH-STICHT TO DRA-TITEL(36:8).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art.  Bezeichnung" TO DRA-TITEL.
           MOVE "Prod.Tag  Charge  MHD       Alter    Bestand"
               TO DRA-TITEL(34:45).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO FL-ARNUM FL-PRODDAT FL-CHNR WV-ARNUM WS-BEST.
           START FERTLAG KEY NOT < FL-KEY INVALID GO X.
       B.  READ FERTLAG NEXT IGNORE LOCK AT END GO X.
           IF FL-BESTAND = 0 GO B.
           MOVE SPACE TO DRA-SATZ.
           IF FL-ARNUM NOT = WV-ARNUM
               PERFORM SUMME-DRUCK
               MOVE FL-ARNUM TO WV-ARNUM AR-NUM
               READ ARTIKEL IGNORE LOCK
                   INVALID MOVE SPACE TO AR-BEZ
               END-READ
               MOVE FL-ARNUM TO DRA-NUM
               MOVE AR-BEZ TO DRA-BEZ.
           MOVE FL-PRODDAT TO DRA-PROD.
           MOVE FL-CHNR TO DRA-CHNR.
           MOVE FL-MHD TO DRA-MHD.
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-STICHT)
                           - FUNCTION INTEGER-OF-DATE(FL-PRODDAT).
           MOVE WH-TAGI TO DRA-ALTER.
           MOVE FL-BESTAND TO DRA-MENGE.
           IF FL-MHD < WH-STICHT MOVE "abgelaufen" TO DRA-HINW.
           ADD FL-BESTAND TO WS-BEST.
           WRITE DRA-SATZ AFTER 1.
           GO B.
       X.  PERFORM SUMME-DRUCK.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
           PERFORM LAGER-SCHLIESS.
       Z.  EXIT.
       SUMME-DRUCK SECTION.
       A.  IF WV-ARNUM = 0 GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe Artikel" TO DRA-BEZ.
           MOVE WS-BEST TO DRA-MENGE.
           IF WS-BEST < AR-MIND MOVE "< Mindest." TO DRA-HINW.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WS-BEST.
       Z.  EXIT.
      ********* Lagerdateien oeffnen / schliessen *
       LAGER-OEFFNEN SECTION.
       A.  OPEN I-O FERTLAG.
           IF WF-STATUS = "35"
               CLOSE FERTLAG OPEN OUTPUT FERTLAG
               CLOSE FERTLAG OPEN I-O FERTLAG.
           OPEN I-O FERTBEW.
           IF WF-STATUS = "35"
               CLOSE FERTBEW OPEN OUTPUT FERTBEW
               CLOSE FERTBEW OPEN I-O FERTBEW.
       Z.  EXIT.
       LAGER-SCHLIESS SECTION.
       A.  CLOSE FERTLAG FERTBEW.
       Z.  EXIT.

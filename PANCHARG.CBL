      *     Chargenverfolgung                                          *
      *     WL-CA 10: Chargenstempel (Produktionstag + Chargennummer)  *
      *               auf die Lieferscheinzeilen eines Tages/Artikels  *
      *               (nicht bei lagergefuehrten Artikeln - die        *
      *               Charge setzt die Abbuchung im PANFERTL)          *
      *     WL-CA 20: Rueckrufliste: Artikel + Zeitraum ->             *
      *               Kunde, Tour, Lieferschein, Menge aus der         *
      *               lebenden LFSCHEIN-Datei; zusaetzlich werden      *
      *               die Archivlieferscheine (PANLFAjj.DAT) der       *
      *               betroffenen Tage zum Nachpruefen ausgewiesen     *
      *     WL-CA 25: dto. ohne Abfrage fuer Artikel WH-NUM und die    *
      *               Produktionstage WZ-DATUM bis WM-DATUM (aus der   *
      *               Rueckverfolgung der Rohstoffchargen PARLOS);     *
      *               Zeilen ohne Chargenstempel nach Liefertag        *
      *     WL-CA 30: Backprotokoll zur Charge (PANHACCP.DAT):         *
      *               wie wurde die Charge gebacken; der Stempel       *
      *               (WL-CA 10) traegt die Chargennummer auch in      *
      *               die Ofenladungen des Liefertages (PANOFEN) ein   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSEART.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEHAC.CPY.
      $SET DATACOMPRESS "1"
           SELECT LF-ARCHIV  ASSIGN TO WN-LFARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDHAC.CPY.
      ********************************************* Lieferscheinarchiv *
       FD  LF-ARCHIV   external        LABEL RECORD STANDARD
                                       RECORDING MODE IS VARIABLE.
               05 DRA-MENGE            PIC ZZZ.ZZ9-.
               05 FILLER               PIC XX.
               05 DRA-CHARGE           PIC ZZZ9.
               05 FILLER               PIC X(9).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(70).
      ******************************************************************
           03  WH-STEMPD               PIC 9(8).
           03  WH-CHNR                 PIC 9(4).
           03  WH-PRODD                PIC 9(8).
           03  WH-PRODKZ               PIC 9        COMP VALUE ZERO.
           03  WH-VGLDAT               PIC 9(8).
           03  WH-VON6                 PIC 9(6)     COMP.
           03  WH-BIS6                 PIC 9(6)     COMP.
           03  WN-LFARC.
               05 WN-LJ                PIC 99    VALUE 95.
               05 FILLER               PIC X(4)  VALUE ".DAT".
           03  WD-GEST                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-LADG                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-TEMP                 PIC ZZ9,9.
           03  WD-ZEIT                 PIC 99.99.
           03  WD-LFD                  PIC ZZ9.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON LF-ARCHIV.
       A.  CALL "CADECL" USING WN-LFARC WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BACKPROT.
       A.  CALL "CADECL" USING "PANHACCP.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM STEMPEL.
           IF WL-CA = 20 PERFORM RUECKRUF.
           IF WL-CA = 25 PERFORM RUECK-PROD.
           IF WL-CA = 30 PERFORM CHARGE-BACK.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ************ Chargenstempel auf die Zeilen eines Tages *
           MOVE 0 TO WH-CHNR.
           ACCEPT WH-CHNR AT 2717.
           OPEN I-O LFSCHEIN.
           OPEN INPUT ARTIKEL.
           MOVE WH-STEMPD TO WQ-DATUM.
           MOVE 0 TO WQ-TOUR WQ-SUB WQ-KTONR WQ-NUM WQ-ARNUM.
           MOVE SPACE TO WQ-SORT.
           IF ZUGRIF GO B.
           IF LF-DATUM NOT = WH-STEMPD GO X.
           IF WH-ARNUM NOT = 0 AND LF-ARNUM NOT = WH-ARNUM GO B.
           MOVE LF-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-LAGKZ.
           IF AR-LAGER GO B.
           MOVE WH-PRODD TO LF-PRODDAT.
           MOVE WH-CHNR TO LF-CHNR.
           REWRITE LF-SATZ.
           ADD 1 TO WD-GEST.
           GO B.
       X.  CLOSE LFSCHEIN ARTIKEL.
           DISPLAY "gestempelte Zeilen:" AT 2801.
           MOVE WD-GEST TO WD-ANZ.
           DISPLAY WD-ANZ AT 2821.
           PERFORM STEMPEL-OFEN.
       Z.  EXIT.
      ***** Chargennummer in die Ofenladungen des Liefertages *
       STEMPEL-OFEN SECTION.
       A.  MOVE 0 TO WD-LADG.
           OPEN I-O BACKPROT.
           IF WF-STATUS = "35" GO Z.
           MOVE WH-STEMPD TO HP-DATUM.
           MOVE 0 TO HP-OFEN HP-LFD.
           START BACKPROT KEY NOT < HP-KEY INVALID GO X.
       B.  READ BACKPROT NEXT AT END GO X.
           IF ZUGRIF GO B.
           IF HP-DATUM NOT = WH-STEMPD GO X.
           IF WH-ARNUM NOT = 0 AND HP-ARNUM NOT = WH-ARNUM GO B.
           IF HP-CHNR NOT = 0 GO B.
           MOVE WH-CHNR TO HP-CHNR.
           MOVE WH-PRODD TO HP-CHDAT.
           REWRITE HP-SATZ.
           ADD 1 TO WD-LADG.
           GO B.
       X.  CLOSE BACKPROT.
           DISPLAY "Ofenladungen:" AT 2840.
           MOVE WD-LADG TO WD-ANZ.
           DISPLAY WD-ANZ AT 2854.
       Z.  EXIT.
      ********************* Rueckrufliste Artikel/Zeitraum *
       RUECKRUF SECTION.
           DISPLAY "bis (JJJJMMTT):" AT 2540.
           MOVE 99999999 TO WH-BISDAT.
           ACCEPT WH-BISDAT AT 2557.
           MOVE 0 TO WH-PRODKZ.
           PERFORM RUECK-LISTE.
       Z.  EXIT.
      ********* Rueckrufliste Artikel/Produktionstage (ohne Abfrage) *
       RUECK-PROD SECTION.
       A.  MOVE WH-NUM TO WH-ARNUM.
           MOVE WZ-DATUM TO WH-VONDAT.
           MOVE WM-DATUM TO WH-BISDAT.
           IF WH-ARNUM = 0 GO Z.
           MOVE 1 TO WH-PRODKZ.
           PERFORM RUECK-LISTE.
       Z.  EXIT.
       RUECK-LISTE SECTION.
       A.  OPEN INPUT LFSCHEIN.
           OPEN INPUT DEBITOR.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Rueckrufliste Artikel" TO DRA-TITEL.
           IF WH-PRODKZ = 1
               MOVE "nach Produktionstag" TO DRA-TITEL(23:19).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Konto    Kunde                      Tour  Lf-Nr."
           START LFSCHEIN KEY NOT < LF-ARNUM INVALID GO D.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO D.
           IF LF-ARNUM NOT = WH-ARNUM GO D.
           MOVE LF-DATUM TO WH-VGLDAT.
           IF WH-PRODKZ = 1 AND LF-PRODDAT NOT = 0
               MOVE LF-PRODDAT TO WH-VGLDAT.
           IF WH-VGLDAT < WH-VONDAT OR WH-VGLDAT > WH-BISDAT GO B.
           MOVE LF-KTONR TO DE-KTONR.
           MOVE SPACE TO DE-BEZ.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER LFSCHEIN DEBITOR.
       Z.  EXIT.
      ************** Backprotokoll zur Charge (Rueckruf) *
       CHARGE-BACK SECTION.
       A.  DISPLAY "Backprotokoll zur Charge" AT 2301.
           DISPLAY "Produktionstag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-PRODD.
           ACCEPT WH-PRODD AT 2438.
           IF WH-PRODD = 0 GO Z.
           DISPLAY "Chargennummer:" AT 2501.
           MOVE 0 TO WH-CHNR.
           ACCEPT WH-CHNR AT 2517.
           OPEN INPUT BACKPROT.
           IF WF-STATUS = "35"
               DISPLAY "kein Backprotokoll vorhanden" AT 2601 GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Backprotokoll Charge" TO DRA-TITEL.
           MOVE WH-CHNR TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(21:7).
           MOVE "vom" TO DRA-TITEL(30:3).
           MOVE WH-PRODD TO DRA-TITEL(34:8).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "O Lfd Rezept                   Soll   Ist  Beginn"
               TO DRA-TITEL.
           MOVE " Ende  Kern Kz. Abw." TO DRA-TITEL(51:20).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-LADG.
           MOVE WH-PRODD TO HP-CHDAT.
           MOVE WH-CHNR TO HP-CHNR.
           START BACKPROT KEY NOT < HP-CHKEY INVALID GO X.
       B.  READ BACKPROT NEXT IGNORE LOCK AT END GO X.
           IF HP-CHDAT NOT = WH-PRODD OR HP-CHNR NOT = WH-CHNR GO X.
           MOVE SPACE TO DRA-SATZ.
           MOVE HP-OFEN TO DRA-TITEL(1:1).
           MOVE HP-LFD TO WD-LFD.
           MOVE WD-LFD TO DRA-TITEL(3:3).
           MOVE HP-BEZ TO DRA-TITEL(7:25).
           MOVE HP-SOLLTEMP TO WD-TEMP.
           MOVE WD-TEMP TO DRA-TITEL(33:5).
           MOVE HP-ISTTEMP TO WD-TEMP.
           MOVE WD-TEMP TO DRA-TITEL(39:5).
           MOVE HP-ISTBEG TO WD-ZEIT.
           MOVE WD-ZEIT TO DRA-TITEL(46:5).
           MOVE HP-ISTEND TO WD-ZEIT.
           MOVE WD-ZEIT TO DRA-TITEL(52:5).
           MOVE HP-KERNTEMP TO WD-TEMP.
           MOVE WD-TEMP TO DRA-TITEL(57:5).
           MOVE HP-BAECKER TO DRA-TITEL(63:3).
           IF HP-ABWEICH MOVE HP-ABWGRD(1:4) TO DRA-TITEL(67:4).
           IF HP-GEPLANT MOVE "offen" TO DRA-TITEL(63:5).
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WD-LADG.
           GO B.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "Ofenladungen der Charge:" TO DRA-TITEL.
           MOVE WD-LADG TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(26:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER BACKPROT.
       Z.  EXIT.

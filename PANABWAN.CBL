      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANABWAN.
      ******************************************************************
      *     Fruehwarnung ruecklaeufige und verlorene Kunden            *
      *     Je Kunde die letzte Woche (gestern und 6 Tage davor)       *
      *     gegen den Schnitt der Wochen davor und gegen die gleiche   *
      *     Zeit des Vorjahres (STATISTIK, Monatswert auf eine Woche   *
      *     umgelegt). Mengen/Umsatz aus dem Tagesraster FA-RAST, fuer *
      *     noch nicht verrechnete Tage aus den Lieferscheinen;        *
      *     Umsatz zum aktuellen Preis (wie PANLADR POS-PREIS).        *
      *     Gemeldet werden: Rueckgang ueber der Schwelle (Umsatz,     *
      *     Menge, Vorjahr), Sortiergruppen, die nicht mehr bestellt   *
      *     werden, und Kunden ohne Bestellung seit N Tagen - nicht    *
      *     bei Schliesstagen (PANSCHLI) oder Saisonpause im Zeitraum. *
      *     Liste nach entgangenem Wochenumsatz gereiht; auf Wunsch    *
      *     Wiedervorlagen im Kontaktjournal (PANKJOUR.DAT).           *
      *     WL-CA 10: Lauf mit Parametern und Wiedervorlagen           *
      *     WL-CA 20: Wochenlauf dialogfrei mit den Vorgabewerten      *
      *               (nur Liste, aus dem Nachtlauf am Montag)         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSELFS.CPY.
           COPY PANSESTA.CPY.
           SELECT SCHLIESS   ASSIGN TO "PANSCHLI.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SC-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT KONTAKTJ   ASSIGN TO "PANKJOUR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KJ-KEY
                             ALTERNATE KEY KJ-WKEY = KJ-WVDAT
                                       KJ-KEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANLIEF.CPY.
       COPY PANSTAT.CPY.
      ************************ Schliesstage je Debitor *
       FD  SCHLIESS     external       LABEL RECORD STANDARD.
       01  SC-SATZ.
           03  SC-KEY.
               05 SC-KTONR             PIC 9(6)       COMP.
               05 SC-LFD               PIC 99         COMP.
           03  SC-AB                   PIC 9(8)       COMP.
           03  SC-BIS                  PIC 9(8)       COMP.
      *********************** Kontaktjournal *
       FD  KONTAKTJ     external       LABEL RECORD STANDARD.
       01  KJ-SATZ.
           03  KJ-KEY.
               05 KJ-KTONR             PIC 9(6)      COMP.
               05 KJ-DATUM             PIC 9(8)      COMP.
               05 KJ-LFD               PIC 99        COMP.
           03  KJ-TYP                  PIC X.
               88  KJ-BESUCH           VALUE "B".
               88  KJ-TELEFON          VALUE "T".
               88  KJ-REKLAM           VALUE "R".
               88  KJ-ZUSAGE           VALUE "Z".
           03  KJ-TEXT                 PIC X(60).
           03  KJ-USER                 PIC X(13).
           03  KJ-WVDAT                PIC 9(8)      COMP.
           03  KJ-BELEG                PIC 9(7)      COMP.
           03  KJ-ERL                  PIC 9         COMP.
               88  KJ-ERLEDIGT         VALUE 1.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-TITEL               PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-STAT                 PIC 9        COMP.
           03  WM-SCHL                 PIC 9        COMP.
           03  WM-FA                   PIC 9        COMP.
           03  WM-FLAG                 PIC 9        COMP.
      *------------------> Parameter <-
           03  WH-SCHWELLE             PIC 99.
           03  WH-WOCHEN               PIC 9.
           03  WH-NTAGE                PIC 99.
           03  WH-MINUMS               PIC 9(5).
      *------------------> Datum und Tagesraster <-
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-HEUTI                PIC 9(8)     COMP.
           03  WH-GESTERN              PIC 9(8).
           03  WH-VONDAT               PIC 9(8).
           03  WH-DATX                 PIC 9(8).
           03  WH-DATI                 PIC 9(8)     COMP.
           03  WH-MAXT                 PIC 99       COMP.
           03  WH-D                    PIC 99       COMP.
           03  WH-FI                   PIC 999      COMP.
           03  WH-RI                   PIC 9        COMP.
           03  WH-RIX                  PIC 9        COMP   OCCURS 3.
           03  WH-I                    PIC 999      COMP.
           03  WH-J                    PIC 999      COMP.
           03  WH-SI                   PIC 99       COMP.
           03  WH-SGN                  PIC 9        COMP.
      *------------------> Summen je Kunde <-
           03  WH-MENGE                PIC S9(7)    COMP.
           03  WH-UMS                  PIC S9(7)V99 COMP.
           03  WH-NETTO                PIC S9(5)    COMP.
           03  WH-PREIS                PIC S9(4)V999 COMP.
           03  WH-CURMG                PIC S9(7)    COMP.
           03  WH-VGLMG                PIC S9(7)    COMP.
           03  WH-CURUM                PIC S9(7)V99 COMP.
           03  WH-VGLUM                PIC S9(7)V99 COMP.
           03  WH-AVGMG                PIC S9(7)V9  COMP.
           03  WH-AVGUM                PIC S9(7)V99 COMP.
           03  WH-LYUM                 PIC S9(7)V99 COMP.
           03  WH-SCORE                PIC S9(7)V99 COMP.
           03  WH-PROZ                 PIC S9(5)    COMP.
           03  WH-MGPROZ               PIC S9(5)    COMP.
           03  WH-LYPROZ               PIC S9(5)    COMP.
           03  WH-LETZT                PIC 99       COMP.
           03  WH-ZU                   PIC 9        COMP.
      *------------------> Vorjahr aus STATISTIK <-
           03  WH-LYJJ                 PIC 99       COMP.
           03  WH-LYMON                PIC 99       COMP.
           03  WH-MTAGE                PIC 99       COMP.
           03  WH-MERSTER              PIC 9(8).
           03  WH-MFOLGE               PIC 9(8).
           03  WH-FJJJJ                PIC 9(4).
           03  WH-FMM                  PIC 99.
      *------------------> Meldungstext <-
           03  WH-GRUND                PIC X(60).
           03  WH-GP                   PIC 99       COMP.
           03  WD-PRZ                  PIC ZZ9.
           03  WD-TG                   PIC Z9.
           03  WD-SG                   PIC ZZZ9.
      *------------------> Wiedervorlagen <-
           03  WH-ANZJ                 PIC 999.
           03  WH-WVDAT                PIC 9(8).
           03  WH-LFD                  PIC 99       COMP.
           03  WH-DOPP                 PIC 9        COMP.
           03  WH-NEUJ                 PIC 999      COMP.
           03  WH-ZL                   PIC 99       COMP.
      *------> Tagesraster der letzten Wochen je Kunde, 1 = gestern <-
       01  WT-TAGE.
           03  WT-T                             OCCURS 63.
               05 T-DATUM              PIC 9(8)     COMP.
               05 T-YYMM               PIC 9(4)     COMP.
               05 T-TT                 PIC 99       COMP.
               05 T-RMG                PIC S9(7)    COMP.
               05 T-RUM                PIC S9(7)V99 COMP.
               05 T-LMG                PIC S9(7)    COMP.
               05 T-LUM                PIC S9(7)V99 COMP.
      *------> Sortiergruppen des Kunden: letzte Woche / davor <-
       01  WT-SGTAB.
           03  WT-SANZ                 PIC 99       COMP.
           03  WT-SG                            OCCURS 40.
               05 SG-NR                PIC 9(4)     COMP.
               05 SG-CUR               PIC S9(7)    COMP.
               05 SG-VGL               PIC S9(7)    COMP.
      *------> gemeldete Kunden; WT-ORD = Reihung nach FL-SCORE <-
       01  WT-FLAGS.
           03  WT-FANZ                 PIC 999      COMP.
           03  WT-FL                            OCCURS 500.
               05 FL-KTONR             PIC 9(6)     COMP.
               05 FL-SCORE             PIC S9(7)V99 COMP.
               05 FL-AVG               PIC S9(7)V99 COMP.
               05 FL-CUR               PIC S9(7)V99 COMP.
               05 FL-LY                PIC S9(7)V99 COMP.
               05 FL-PROZ              PIC S9(5)    COMP.
               05 FL-LYPROZ            PIC S9(5)    COMP.
               05 FL-TAGE              PIC 99       COMP.
               05 FL-GRUND             PIC X(60).
               05 FL-DONE              PIC 9        COMP.
           03  WT-ORD                  PIC 999      COMP   OCCURS 500.
      *------------------> Druckzeilen <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-LZEILE REDEFINES WD-ZEILE.
           03  WD-RANG                 PIC ZZ9.
           03  FILLER                  PIC X.
           03  WD-KTO                  PIC ZZ.ZZ9,9.
           03  FILLER                  PIC X.
           03  WD-NAME                 PIC X(20).
           03  FILLER                  PIC X.
           03  WD-TOUR                 PIC Z9.
           03  FILLER                  PIC X.
           03  WD-AVG                  PIC ZZ.ZZ9,99-.
           03  WD-CUR                  PIC ZZ.ZZ9,99-.
           03  WD-PROZ                 PIC +ZZ9.
           03  FILLER                  PIC X.
           03  WD-LY                   PIC ZZ.ZZ9,99-.
           03  WD-LYPROZ               PIC +ZZ9.
           03  FILLER                  PIC X.
           03  WD-TAGE                 PIC ZZ9.
       01  WD-GZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC X(13).
           03  WD-GRUND                PIC X(60).
           03  FILLER                  PIC X(7).
       01  WD-DATUM.
           03  WD-DTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DJHR                 PIC 9(4).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SCHLIESS.
       A.  CALL "CADECL" USING "PANSCHLI.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON KONTAKTJ.
       A.  CALL "CADECL" USING "PANKJOUR.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON STATISTIK.
       A.  CALL "CADECL" USING "PANESTAT.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE 30 TO WH-SCHWELLE.
           MOVE 4 TO WH-WOCHEN.
           MOVE 14 TO WH-NTAGE.
           MOVE 50 TO WH-MINUMS.
           IF WL-CA = 10 PERFORM DIALOG.
           IF WL-CA = 20 PERFORM LAUF MOVE WT-FANZ TO WH-WERT.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***** Parameter, Lauf, Wiedervorlagen *
       DIALOG SECTION.
       A.  DISPLAY "Fruehwarnung Kundenabwanderung" AT 2301.
           DISPLAY "Schwelle Rueckgang in %     :" AT 1001.
           DISPLAY WH-SCHWELLE AT 1031.
           ACCEPT WH-SCHWELLE AT 1031.
           DISPLAY "Vergleichswochen (2 - 8)    :" AT 1101.
           DISPLAY WH-WOCHEN AT 1131.
           ACCEPT WH-WOCHEN AT 1131.
           IF WH-WOCHEN < 2 OR WH-WOCHEN > 8 GO A.
           DISPLAY "Tage ohne Bestellung (7-56) :" AT 1201.
           DISPLAY WH-NTAGE AT 1231.
           ACCEPT WH-NTAGE AT 1231.
           IF WH-NTAGE < 7 OR WH-NTAGE > 56 GO A.
           DISPLAY "Mindestumsatz je Woche      :" AT 1301.
           DISPLAY WH-MINUMS AT 1331.
           ACCEPT WH-MINUMS AT 1331.
           IF WH-SCHWELLE = 0 GO Z.
           DISPLAY "Kunden werden geprueft ..." AT 2401.
           PERFORM LAUF.
           DISPLAY "gemeldete Kunden:" AT 2401.
           DISPLAY WT-FANZ AT 2419.
           IF WT-FANZ = 0 GO Z.
      *------> Wiedervorlagen fuer die ersten n der Liste <-
           DISPLAY "Wiedervorlagen anlegen fuer die ersten" AT 2501.
           DISPLAY "(0 = keine):" AT 2540.
           MOVE 0 TO WH-ANZJ.
           ACCEPT WH-ANZJ AT 2553.
           IF WH-ANZJ = 0 GO Z.
           COMPUTE WH-WVDAT = FUNCTION DATE-OF-INTEGER(WH-HEUTI + 1).
           DISPLAY "Wiedervorlage am (JJJJMMTT):" AT 2601.
           DISPLAY WH-WVDAT AT 2630.
           ACCEPT WH-WVDAT AT 2630.
           PERFORM JOURNAL.
           DISPLAY "Wiedervorlagen angelegt:" AT 2601.
           DISPLAY WH-NEUJ AT 2626.
       Z.  EXIT.
      ***** Pruefung aller Kunden und Liste *
       LAUF SECTION.
       A.  ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           COMPUTE WH-HEUTI = FUNCTION INTEGER-OF-DATE(WH-HEUTE).
           COMPUTE WH-GESTERN = FUNCTION DATE-OF-INTEGER(WH-HEUTI - 1).
           COMPUTE WH-MAXT = 7 * (WH-WOCHEN + 1).
           IF WH-NTAGE > WH-MAXT MOVE WH-MAXT TO WH-NTAGE.
           MOVE 1 TO WH-D.
       A1. COMPUTE T-DATUM(WH-D) =
               FUNCTION DATE-OF-INTEGER(WH-HEUTI - WH-D).
           COMPUTE T-YYMM(WH-D) =
               FUNCTION REM(T-DATUM(WH-D) / 100 10000).
           COMPUTE T-TT(WH-D) = FUNCTION REM(T-DATUM(WH-D) 100).
           ADD 1 TO WH-D.
           IF WH-D NOT > WH-MAXT GO A1.
      *------> Vorjahr: Monat von gestern, auf eine Woche umgelegt <-
           COMPUTE WH-LYJJ = FUNCTION REM(WH-GESTERN / 10000 100) - 1.
           COMPUTE WH-LYMON = FUNCTION REM(WH-GESTERN / 100 100).
           MOVE WH-GESTERN TO WH-MERSTER.
           MOVE "01" TO WH-MERSTER(7:2).
           MOVE WH-MERSTER TO WH-MFOLGE.
           IF WH-LYMON = 12
               MOVE WH-MERSTER(1:4) TO WH-FJJJJ
               ADD 1 TO WH-FJJJJ
               MOVE WH-FJJJJ TO WH-MFOLGE(1:4)
               MOVE "01" TO WH-MFOLGE(5:2)
           ELSE
               COMPUTE WH-FMM = WH-LYMON + 1
               MOVE WH-FMM TO WH-MFOLGE(5:2).
           COMPUTE WH-MTAGE = FUNCTION INTEGER-OF-DATE(WH-MFOLGE)
               - FUNCTION INTEGER-OF-DATE(WH-MERSTER).
           MOVE 1 TO WM-STAT.
           OPEN INPUT STATISTIK.
           IF WF-STATUS = "35" MOVE 0 TO WM-STAT.
           MOVE 1 TO WM-SCHL.
           OPEN INPUT SCHLIESS.
           IF WF-STATUS = "35" MOVE 0 TO WM-SCHL.
           MOVE 0 TO WT-FANZ.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO X.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO X.
           IF DE-SPERR NOT = 0 AND DE-SPERR NOT > WH-HEUTE GO B.
           PERFORM KUNDE.
           IF WT-FANZ < 500 GO B.
       X.  IF WM-STAT = 1 CLOSE STATISTIK.
           IF WM-SCHL = 1 CLOSE SCHLIESS.
           PERFORM LISTE.
       Z.  EXIT.
      ***** ein Kunde: Raster, Lieferscheine, Bewertung *
       KUNDE SECTION.
       A.  MOVE 1 TO WH-D.
       A1. MOVE 0 TO T-RMG(WH-D) T-RUM(WH-D) T-LMG(WH-D) T-LUM(WH-D).
           ADD 1 TO WH-D.
           IF WH-D NOT > WH-MAXT GO A1.
           MOVE 0 TO WT-SANZ.
           MOVE DE-KTONR TO FA-KTONR.
           MOVE 0 TO FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO C.
       B.  READ FAKTDAT NEXT IGNORE LOCK AT END GO C.
           IF FA-KTONR NOT = DE-KTONR GO C.
           PERFORM RASTER-ZAEHL.
           GO B.
       C.  MOVE DE-KTONR TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO E.
       D.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO E.
           IF LF-KTONR NOT = DE-KTONR GO E.
           IF LF-NUM NOT < 990000 GO D.
           IF LF-STAT > 93 AND LF-STAT < 98 GO D.
           PERFORM LF-ZAEHL.
           GO D.
       E.  PERFORM BEWERTEN.
       Z.  EXIT.
      ***** Tagesraster eines Kundenpreissatzes in die Tage *
       RASTER-ZAEHL SECTION.
       A.  MOVE 1 TO WM-FA.
           MOVE FA-ARNUM TO AR-NUM.
           MOVE WH-GESTERN TO WH-DATX.
           PERFORM PREIS-HOL.
           PERFORM SG-SUCH.
           MOVE 1 TO WH-D.
       B.  MOVE 0 TO WH-RI.
           IF FA-RMON(1) = T-YYMM(WH-D) MOVE 1 TO WH-RI.
           IF FA-RMON(2) = T-YYMM(WH-D) MOVE 2 TO WH-RI.
           IF FA-RMON(3) = T-YYMM(WH-D) MOVE 3 TO WH-RI.
           IF WH-RI = 0 GO C.
           COMPUTE WH-NETTO = FA-RMENGE(WH-RI T-TT(WH-D))
               - FA-RRETOUR(WH-RI T-TT(WH-D)).
           IF WH-NETTO = 0 GO C.
           ADD WH-NETTO TO T-RMG(WH-D).
           COMPUTE T-RUM(WH-D) = T-RUM(WH-D) + WH-NETTO * WH-PREIS.
           IF WH-SI = 0 GO C.
           IF WH-D < 8 ADD WH-NETTO TO SG-CUR(WH-SI)
           ELSE ADD WH-NETTO TO SG-VGL(WH-SI).
       C.  ADD 1 TO WH-D.
           IF WH-D NOT > WH-MAXT GO B.
       Z.  EXIT.
      ***** Lieferscheinzeile im Zeitraum in die Tage *
       LF-ZAEHL SECTION.
       A.  COMPUTE WH-DATI = FUNCTION INTEGER-OF-DATE(LF-DATUM)
               ON SIZE ERROR GO Z.
           IF WH-DATI NOT < WH-HEUTI GO Z.
           IF WH-HEUTI - WH-DATI > WH-MAXT GO Z.
           COMPUTE WH-D = WH-HEUTI - WH-DATI.
           COMPUTE WH-NETTO = LF-MENGE(1) - LF-MENGE(2).
           IF WH-NETTO = 0 GO Z.
           MOVE LF-PREIS TO WH-PREIS.
           MOVE LF-ARNUM TO AR-NUM.
           IF WH-PREIS NOT = 0
               MOVE 0 TO WH-SI
               READ ARTIKEL IGNORE LOCK INVALID GO B
               END-READ
               PERFORM SG-SUCH
               GO B.
           MOVE LF-KTONR TO FA-KTONR.
           MOVE LF-ARNUM TO FA-ARNUM.
           MOVE 1 TO WM-FA.
           READ FAKTDAT IGNORE LOCK INVALID MOVE 0 TO WM-FA.
           MOVE LF-DATUM TO WH-DATX.
           PERFORM PREIS-HOL.
           PERFORM SG-SUCH.
       B.  ADD WH-NETTO TO T-LMG(WH-D).
           COMPUTE T-LUM(WH-D) = T-LUM(WH-D) + WH-NETTO * WH-PREIS.
           IF WH-SI = 0 GO Z.
           IF WH-D < 8 ADD WH-NETTO TO SG-CUR(WH-SI)
           ELSE ADD WH-NETTO TO SG-VGL(WH-SI).
       Z.  EXIT.
      ***** Preis am Tag WH-DATX wie PANLADR POS-PREIS: Artikel-  *
      *     preis, gueltiger Kundenpreis (WM-FA = 1) geht vor
       PREIS-HOL SECTION.
       A.  READ ARTIKEL IGNORE LOCK
               INVALID MOVE 0 TO AR-VKP AR-AVKP AR-ADAT AR-SGRP.
           MOVE AR-VKP TO WH-PREIS.
           IF AR-AVKP NOT = 0 AND AR-ADAT NOT = 0
               AND AR-ADAT NOT > WH-DATX
               MOVE AR-AVKP TO WH-PREIS.
           IF WM-FA = 0 GO Z.
           MOVE 1 TO WH-I.
       B.  IF FA-PREIS(WH-I) NOT = 0
               AND FA-AB(WH-I) NOT > WH-DATX
               AND (FA-BIS(WH-I) NOT < WH-DATX OR FA-BIS(WH-I) = 0)
               MOVE FA-PREIS(WH-I) TO WH-PREIS.
           ADD 1 TO WH-I.
           IF WH-I < 5 GO B.
       Z.  EXIT.
      ***** Platz der Sortiergruppe AR-SGRP in WT-SG -> WH-SI *
       SG-SUCH SECTION.
       A.  MOVE 1 TO WH-SI.
       B.  IF WH-SI > WT-SANZ GO C.
           IF SG-NR(WH-SI) = AR-SGRP GO Z.
           ADD 1 TO WH-SI.
           GO B.
       C.  IF WT-SANZ = 40 MOVE 0 TO WH-SI GO Z.
           ADD 1 TO WT-SANZ.
           MOVE WT-SANZ TO WH-SI.
           MOVE AR-SGRP TO SG-NR(WH-SI).
           MOVE 0 TO SG-CUR(WH-SI) SG-VGL(WH-SI).
       Z.  EXIT.
      ***** Kennzahlen des Kunden und Meldung *
       BEWERTEN SECTION.
       A.  MOVE 0 TO WH-CURMG WH-VGLMG WH-CURUM WH-VGLUM.
           MOVE 99 TO WH-LETZT.
           MOVE 1 TO WH-D.
      *------> je Tag das Raster, sonst die Lieferscheine <-
       B.  IF T-RMG(WH-D) NOT = 0 OR T-RUM(WH-D) NOT = 0
               MOVE T-RMG(WH-D) TO WH-MENGE
               MOVE T-RUM(WH-D) TO WH-UMS
           ELSE
               MOVE T-LMG(WH-D) TO WH-MENGE
               MOVE T-LUM(WH-D) TO WH-UMS.
           IF WH-MENGE > 0 AND WH-LETZT = 99
               MOVE WH-D TO WH-LETZT.
           IF WH-D < 8
               ADD WH-MENGE TO WH-CURMG
               ADD WH-UMS TO WH-CURUM
           ELSE
               ADD WH-MENGE TO WH-VGLMG
               ADD WH-UMS TO WH-VGLUM.
           ADD 1 TO WH-D.
           IF WH-D NOT > WH-MAXT GO B.
           COMPUTE WH-AVGMG ROUNDED = WH-VGLMG / WH-WOCHEN.
           COMPUTE WH-AVGUM ROUNDED = WH-VGLUM / WH-WOCHEN.
           MOVE 0 TO WH-LYUM.
           IF WM-STAT = 1 PERFORM VORJAHR.
      *------> zu klein oder ohne Vergangenheit: nicht melden <-
           IF WH-AVGUM < WH-MINUMS AND WH-LYUM < WH-MINUMS GO Z.
      *------> Schliesstage/Saisonpause im Zeitraum: nicht melden <-
           PERFORM ZU-PRUEF.
           IF WH-ZU = 1 GO Z.
           MOVE SPACE TO WH-GRUND.
           MOVE 1 TO WH-GP.
           MOVE 0 TO WM-FLAG WH-SCORE WH-PROZ WH-MGPROZ WH-LYPROZ.
           IF WH-AVGUM > 0
               COMPUTE WH-PROZ ROUNDED =
                   (WH-CURUM - WH-AVGUM) * 100 / WH-AVGUM.
           IF WH-AVGMG > 0
               COMPUTE WH-MGPROZ ROUNDED =
                   (WH-CURMG - WH-AVGMG) * 100 / WH-AVGMG.
           IF WH-LYUM > 0
               COMPUTE WH-LYPROZ ROUNDED =
                   (WH-CURUM - WH-LYUM) * 100 / WH-LYUM.
      *------> keine Bestellung seit N Tagen <-
           IF WH-LETZT NOT > WH-NTAGE GO C.
           MOVE 1 TO WM-FLAG.
           MOVE WH-AVGUM TO WH-SCORE.
           IF WH-LYUM > WH-SCORE MOVE WH-LYUM TO WH-SCORE.
           IF WH-LETZT = 99
               MOVE WH-MAXT TO WD-TG
               STRING "keine Bestellung seit ueber " WD-TG " Tagen"
                   DELIMITED SIZE INTO WH-GRUND POINTER WH-GP
           ELSE
               MOVE WH-LETZT TO WD-TG
               STRING "keine Bestellung seit " WD-TG " Tagen"
                   DELIMITED SIZE INTO WH-GRUND POINTER WH-GP.
           GO D.
      *------> Rueckgang gegen Schnitt und Vorjahr <-
       C.  IF WH-PROZ < 0 AND 0 - WH-PROZ NOT < WH-SCHWELLE
               MOVE 1 TO WM-FLAG
               COMPUTE WH-SCORE = WH-AVGUM - WH-CURUM
               COMPUTE WD-PRZ = 0 - WH-PROZ
               STRING "Umsatz -" WD-PRZ "% "
                   DELIMITED SIZE INTO WH-GRUND POINTER WH-GP
           ELSE
               IF WH-MGPROZ < 0 AND 0 - WH-MGPROZ NOT < WH-SCHWELLE
                   MOVE 1 TO WM-FLAG
                   COMPUTE WH-SCORE = WH-AVGUM - WH-CURUM
                   COMPUTE WD-PRZ = 0 - WH-MGPROZ
                   STRING "Menge -" WD-PRZ "% "
                       DELIMITED SIZE INTO WH-GRUND POINTER WH-GP.
           IF WH-LYPROZ < 0 AND 0 - WH-LYPROZ NOT < WH-SCHWELLE
               MOVE 1 TO WM-FLAG
               IF WH-LYUM - WH-CURUM > WH-SCORE
                   COMPUTE WH-SCORE = WH-LYUM - WH-CURUM
               END-IF
               COMPUTE WD-PRZ = 0 - WH-LYPROZ
               STRING "Vorjahr -" WD-PRZ "% "
                   DELIMITED SIZE INTO WH-GRUND POINTER WH-GP.
      *------> Sortiergruppen, die nicht mehr bestellt werden <-
           MOVE 0 TO WH-SGN.
           MOVE 1 TO WH-SI.
       C1. IF WH-SI > WT-SANZ GO D.
           IF SG-VGL(WH-SI) NOT < WH-WOCHEN AND SG-CUR(WH-SI) NOT > 0
               AND WH-SGN < 3
               MOVE 1 TO WM-FLAG
               ADD 1 TO WH-SGN
               MOVE SG-NR(WH-SI) TO WD-SG
               STRING "SGr." WD-SG " fehlt "
                   DELIMITED SIZE INTO WH-GRUND POINTER WH-GP.
           ADD 1 TO WH-SI.
           GO C1.
       D.  IF WM-FLAG = 0 GO Z.
           IF WT-FANZ = 500 GO Z.
           ADD 1 TO WT-FANZ.
           MOVE DE-KTONR TO FL-KTONR(WT-FANZ).
           MOVE WH-SCORE TO FL-SCORE(WT-FANZ).
           MOVE WH-AVGUM TO FL-AVG(WT-FANZ).
           MOVE WH-CURUM TO FL-CUR(WT-FANZ).
           MOVE WH-LYUM TO FL-LY(WT-FANZ).
           MOVE WH-PROZ TO FL-PROZ(WT-FANZ).
           MOVE WH-LYPROZ TO FL-LYPROZ(WT-FANZ).
           MOVE WH-LETZT TO FL-TAGE(WT-FANZ).
           MOVE WH-GRUND TO FL-GRUND(WT-FANZ).
           MOVE 0 TO FL-DONE(WT-FANZ).
       Z.  EXIT.
      ***** Vorjahresumsatz des Monats, auf eine Woche umgelegt *
       VORJAHR SECTION.
       A.  MOVE DE-KTONR TO ST-KTONR.
           MOVE 0 TO ST-ARNUM ST-JAHR.
           START STATISTIK KEY NOT < ST-KEY INVALID GO X.
       B.  READ STATISTIK NEXT IGNORE LOCK AT END GO X.
           IF ST-KTONR NOT = DE-KTONR GO X.
           IF ST-JAHR NOT = WH-LYJJ GO B.
           ADD ST-UMSATZ(WH-LYMON) TO WH-LYUM.
           GO B.
       X.  COMPUTE WH-LYUM ROUNDED = WH-LYUM * 7 / WH-MTAGE.
       Z.  EXIT.
      ***** Schliesstage oder Saisonpause in den letzten N Tagen? *
       ZU-PRUEF SECTION.
       A.  MOVE 0 TO WH-ZU.
           COMPUTE WH-VONDAT = FUNCTION DATE-OF-INTEGER
               (WH-HEUTI - WH-NTAGE).
           IF DE-SUSPAB NOT = 0
               AND DE-SUSPAB NOT > WH-GESTERN
               AND DE-SUSPBIS NOT < WH-VONDAT
               MOVE 1 TO WH-ZU GO Z.
           IF WM-SCHL = 0 GO Z.
           MOVE DE-KTONR TO SC-KTONR.
           MOVE 0 TO SC-LFD.
           START SCHLIESS KEY NOT < SC-KEY INVALID GO Z.
       B.  READ SCHLIESS NEXT IGNORE LOCK AT END GO Z.
           IF SC-KTONR NOT = DE-KTONR GO Z.
           IF SC-AB NOT > WH-GESTERN AND SC-BIS NOT < WH-VONDAT
               MOVE 1 TO WH-ZU GO Z.
           GO B.
       Z.  EXIT.
      ***** gereihte Liste: jeweils der hoechste offene FL-SCORE *
       LISTE SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM LISTE-KOPF.
           MOVE 0 TO WH-J.
       B.  IF WH-J = WT-FANZ GO X.
           MOVE 0 TO WH-SI.
           MOVE 0 TO WH-FI.
           MOVE 1 TO WH-I.
           MOVE 0 TO WH-RI.
       C.  IF FL-DONE(WH-I) = 1 GO C1.
           IF WH-RI = 0 OR FL-SCORE(WH-I) > FL-SCORE(WH-FI)
               MOVE 1 TO WH-RI
               MOVE WH-I TO WH-FI.
       C1. ADD 1 TO WH-I.
           IF WH-I NOT > WT-FANZ GO C.
           ADD 1 TO WH-J.
           MOVE 1 TO FL-DONE(WH-FI).
           MOVE WH-FI TO WT-ORD(WH-J).
           IF WH-ZL > 56 PERFORM LISTE-KOPF.
           MOVE FL-KTONR(WH-FI) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID MOVE SPACE TO DE-BEZ MOVE 0 TO DE-TOUR.
           MOVE SPACE TO WD-ZEILE.
           MOVE WH-J TO WD-RANG.
           DIVIDE 10 INTO FL-KTONR(WH-FI) GIVING WD-KTO.
           MOVE DE-BEZ TO WD-NAME.
           MOVE DE-TOUR TO WD-TOUR.
           MOVE FL-AVG(WH-FI) TO WD-AVG.
           MOVE FL-CUR(WH-FI) TO WD-CUR.
           MOVE FL-PROZ(WH-FI) TO WD-PROZ.
           MOVE FL-LY(WH-FI) TO WD-LY.
           MOVE FL-LYPROZ(WH-FI) TO WD-LYPROZ.
           IF FL-TAGE(WH-FI) NOT = 99
               MOVE FL-TAGE(WH-FI) TO WD-TAGE.
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE FL-GRUND(WH-FI) TO WD-GRUND.
           PERFORM DRUCK-ZEILE.
           GO B.
       X.  IF WT-FANZ = 0
               MOVE "keine auffaelligen Kunden" TO WD-ZEILE(3:)
               PERFORM DRUCK-ZEILE.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
       LISTE-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 1 TO WH-ZL.
           MOVE "Fruehwarnung Kundenabwanderung" TO WD-ZEILE.
           MOVE WH-HEUTE TO WH-DATX.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(33:).
           MOVE WK-FIRMA(1:30) TO WD-ZEILE(50:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           STRING "Schwelle " WH-SCHWELLE "%, Vergleich " WH-WOCHEN
               " Wochen, ohne Bestellung ab " WH-NTAGE " Tagen"
               DELIMITED SIZE INTO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE " Rg  Konto  Kunde                Tr Schnitt/Wo"
               TO WD-ZEILE.
           MOVE "letzte Wo   %   Vorjahr   %  Tg" TO WD-ZEILE(50:).
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** Wiedervorlagen im Kontaktjournal, ohne Doppel *
       JOURNAL SECTION.
       A.  MOVE 0 TO WH-NEUJ.
           OPEN I-O KONTAKTJ.
           IF WF-STATUS = "35"
               CLOSE KONTAKTJ OPEN OUTPUT KONTAKTJ
               CLOSE KONTAKTJ OPEN I-O KONTAKTJ.
           MOVE 0 TO WH-J.
       B.  ADD 1 TO WH-J.
           IF WH-J > WH-ANZJ OR WH-J > WT-FANZ GO X.
           MOVE WT-ORD(WH-J) TO WH-FI.
      *------> offene Fruehwarnung vorhanden? sonst naechste Lfd. <-
           MOVE 0 TO WH-LFD WH-DOPP.
           MOVE FL-KTONR(WH-FI) TO KJ-KTONR.
           MOVE 0 TO KJ-DATUM KJ-LFD.
           START KONTAKTJ KEY NOT < KJ-KEY INVALID GO D.
       C.  READ KONTAKTJ NEXT IGNORE LOCK AT END GO D.
           IF KJ-KTONR NOT = FL-KTONR(WH-FI) GO D.
           IF KJ-DATUM = WH-HEUTE MOVE KJ-LFD TO WH-LFD.
           IF KJ-TEXT(1:13) = "Fruehwarnung:" AND NOT KJ-ERLEDIGT
               MOVE 1 TO WH-DOPP.
           GO C.
       D.  IF WH-DOPP = 1 GO B.
           INITIALIZE KJ-SATZ.
           MOVE FL-KTONR(WH-FI) TO KJ-KTONR.
           MOVE WH-HEUTE TO KJ-DATUM.
           ADD 1 WH-LFD GIVING KJ-LFD.
           MOVE "T" TO KJ-TYP.
           STRING "Fruehwarnung: " FL-GRUND(WH-FI)
               DELIMITED SIZE INTO KJ-TEXT.
           MOVE WH-BEDIEN TO KJ-USER.
           MOVE WH-WVDAT TO KJ-WVDAT.
           WRITE KJ-SATZ INVALID GO B.
           ADD 1 TO WH-NEUJ.
           GO B.
       X.  CLOSE KONTAKTJ.
       Z.  EXIT.
       DATUM-AUF SECTION.
       A.  MOVE WH-DATX(7:2) TO WD-DTAG.
           MOVE WH-DATX(5:2) TO WD-DMON.
           MOVE WH-DATX(1:4) TO WD-DJHR.
       Z.  EXIT.
       DRUCK-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZL.
       Z.  EXIT.

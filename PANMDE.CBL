      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANMDE.
      ******************************************************************
      *     Fahrer-Handheld (MDE): Tourenuebergabe und Rueckmeldung    *
      *     WL-CA 10: Uebergabe je Tour und Tag nach MAttMMTT.TXT -    *
      *               Stopps in LF-SUB-Folge, je Lieferschein:         *
      *                 S;Stopp;Konto;Adr;Lfs;Name;Strasse;PLZ Ort;    *
      *                   Fenster von;bis;Kisten (Menge / AR-ANZ)      *
      *                 P;Konto;Lfs;Artikel;Bezeichnung;Menge          *
      *               der uebergebene Stand steht in PANMDELG.DAT      *
      *     WL-CA 20: Rueckmeldung vom Handheld aus MEttMMTT.TXT:      *
      *                 R;Konto;Lfs;Artikel;Retourmenge                *
      *                 K;Konto;Lfs;Kisten aus;Kisten zurueck          *
      *                 S;Konto;Lfs;Status G/T/A;Zeit HHMMSS           *
      *               Retouren in FAKTDAT (FA-RETOUR und FA-RAST des   *
      *               Liefertags), Kisten nach PANEMBAL.DAT, Status    *
      *               nach PANPODAT.DAT - alles in einem Lauf;         *
      *               Zeilen, die nicht zur uebergebenen Tour passen   *
      *               oder schon verbucht sind, auf die Ausnahmeliste  *
      *               PANMDEEX.LST                                     *
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
           COPY PANSELAD.CPY.
           COPY PANSEEMB.CPY.
           COPY PANSEPOD.CPY.
           SELECT MDELOG     ASSIGN TO "PANMDELG.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ML-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT MDEAUS     ASSIGN TO WN-AUSNAM
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT MDEEIN     ASSIGN TO WN-EINNAM
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT AUSNAHME   ASSIGN TO "PANMDEEX.LST"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDLAD.CPY.
       COPY PANFDEMB.CPY.
       COPY PANFDPOD.CPY.
      ************ uebergebener Stand je Tour/Tag (Artikel 0 = Kopf) *
       FD  MDELOG       external       LABEL RECORD STANDARD.
       01  ML-SATZ.
           03  ML-KEY.
               05 ML-DATUM             PIC 9(8)       COMP.
               05 ML-TOUR              PIC 99         COMP.
               05 ML-KTONR             PIC 9(6)       COMP.
               05 ML-NUM               PIC 9(6)       COMP.
               05 ML-ARNUM             PIC 9(4)       COMP.
           03  ML-SUB                  PIC 9999       COMP.
           03  ML-LADR                 PIC 99         COMP.
           03  ML-MENGE                PIC S9(5)      COMP.
           03  ML-KIST                 PIC S9(5)      COMP.
      *------> E = verbucht: Retour (Zeile), Kisten/Status (Kopf) <-
           03  ML-ERL                  PIC X.
           03  ML-ERLK                 PIC X.
           03  ML-ERLS                 PIC X.
      ******************************************** Uebergabedatei *
       FD  MDEAUS                      LABEL RECORD OMITTED.
       01  MA-SATZ                     PIC X(160).
      ******************************************** Rueckmeldedatei *
       FD  MDEEIN                      LABEL RECORD OMITTED.
       01  ME-SATZ                     PIC X(80).
      ******************************************** Ausnahmeliste *
       FD  AUSNAHME                    LABEL RECORD OMITTED.
       01  AU-SATZ.
           03  AU-GRUND                PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  AU-INHALT               PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-LADAT                PIC 9        COMP VALUE ZERO.
           03  WH-TOUR                 PIC 99.
           03  WH-LFDAT                PIC 9(8).
           03  WH-LFDATR REDEFINES WH-LFDAT.
               05 WH-JJ                PIC 99.
               05 WH-JJMM              PIC 9(4).
               05 WH-TT                PIC 99.
           03  WH-KMON                 PIC 9(6).
           03  WH-KMONR REDEFINES WH-KMON.
               05 FILLER               PIC 99.
               05 WH-KJJMM             PIC 9(4).
           03  WH-RI                   PIC 9        COMP.
           03  WH-TI                   PIC 999      COMP.
           03  WH-KIST                 PIC S9(5)    COMP.
           03  WV-KTONR                PIC 9(6)     COMP.
           03  WV-NUM                  PIC 9(6)     COMP.
           03  WV-SUB                  PIC 9999     COMP.
           03  WV-LADR                 PIC 99       COMP.
           03  WM-GEBUCHT              PIC 9        COMP.
      *--------------> Zeilen des laufenden Lieferscheins <-
           03  WH-ZANZ                 PIC 999      COMP.
           03  WT-ZEIL                              OCCURS 200.
               05 ZL-ARNUM             PIC 9(4)     COMP.
               05 ZL-BEZ               PIC X(25).
               05 ZL-MENGE             PIC S9(5)    COMP.
           03  WH-ZKIST                PIC S9(5)    COMP.
           03  WN-AUSNAM.
               05  FILLER              PIC XX       VALUE "MA".
               05  WN-ATOUR            PIC 99.
               05  WN-AMMTT            PIC 9(4).
               05  FILLER              PIC XXXX     VALUE ".TXT".
           03  WN-EINNAM.
               05  FILLER              PIC XX       VALUE "ME".
               05  WN-ETOUR            PIC 99.
               05  WN-EMMTT            PIC 9(4).
               05  FILLER              PIC XXXX     VALUE ".TXT".
           03  WH-F1                   PIC X(10).
           03  WH-F2                   PIC X(10).
           03  WH-F3                   PIC X(10).
           03  WH-F4                   PIC X(10).
           03  WH-F5                   PIC X(10).
           03  WV-ARNUM                PIC 9(4).
           03  WV-MENGE                PIC S9(5).
           03  WV-AUS                  PIC S9(5).
           03  WV-RET                  PIC S9(5).
           03  WV-STAT                 PIC X.
           03  WV-ZEIT                 PIC 9(6).
           03  WD-GELES                PIC 9(5)     COMP VALUE ZERO.
           03  WD-GESCHR               PIC 9(5)     COMP VALUE ZERO.
           03  WD-FEHLER               PIC 9(5)     COMP VALUE ZERO.
           03  WD-STOPPS               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *--------------> Satzbilder der Uebergabedatei <-
       01  WA-TOUR.
           03  FILLER                  PIC X        VALUE "T".
           03  FILLER                  PIC X        VALUE ";".
           03  WA-TDATUM               PIC 9(8).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-TTOUR                PIC 99.
       01  WA-STOPP.
           03  FILLER                  PIC X        VALUE "S".
           03  FILLER                  PIC X        VALUE ";".
           03  WA-SUB                  PIC 9(4).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-KTONR                PIC 9(6).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-LADR                 PIC 99.
           03  FILLER                  PIC X        VALUE ";".
           03  WA-NUM                  PIC 9(6).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-NAME                 PIC X(30).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-STRASSE              PIC X(30).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-ORT                  PIC X(32).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-ZVON                 PIC 9(4).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-ZBIS                 PIC 9(4).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-KIST                 PIC 9(5).
       01  WA-POS.
           03  FILLER                  PIC X        VALUE "P".
           03  FILLER                  PIC X        VALUE ";".
           03  WA-PKTONR               PIC 9(6).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-PNUM                 PIC 9(6).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-ARNUM                PIC 9(4).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-BEZ                  PIC X(25).
           03  FILLER                  PIC X        VALUE ";".
           03  WA-MENGE                PIC 9(5).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON LIEFADR.
       A.  CALL "CADECL" USING "PANLADR.DAT " WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON EMBALLAG.
       A.  CALL "CADECL" USING "PANEMBAL.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON PODDAT.
       A.  CALL "CADECL" USING "PANPODAT.DAT" WH-CREG.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON MDELOG.
       A.  CALL "CADECL" USING "PANMDELG.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM UEBERGABE.
           IF WL-CA = 20 PERFORM RUECKMELD.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Datum und Tour abfragen *
       TOUR-FRAGE SECTION.
       A.  DISPLAY "Lieferdatum (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-LFDAT.
           ACCEPT WH-LFDAT AT 2436.
           IF WH-LFDAT = 0 GO Z.
           DISPLAY "Tour:" AT 2450.
           MOVE 0 TO WH-TOUR.
           ACCEPT WH-TOUR AT 2457.
           MOVE WH-TOUR TO WN-ATOUR WN-ETOUR.
           COMPUTE WN-AMMTT = FUNCTION REM(WH-LFDAT 10000).
           MOVE WN-AMMTT TO WN-EMMTT.
       Z.  EXIT.
      ***************************** Uebergabe an das Handheld *
       UEBERGABE SECTION.
       A.  DISPLAY "Tourenuebergabe an das Fahrer-Handheld" AT 2301.
           PERFORM TOUR-FRAGE.
           IF WH-LFDAT = 0 OR WH-TOUR = 0 GO Z.
           OPEN INPUT LFSCHEIN DEBITOR ARTIKEL.
           MOVE 1 TO WM-LADAT.
           OPEN INPUT LIEFADR.
           IF WF-STATUS = "35" MOVE 0 TO WM-LADAT.
           OPEN I-O MDELOG.
           IF WF-STATUS = "35"
               CLOSE MDELOG OPEN OUTPUT MDELOG
               CLOSE MDELOG OPEN I-O MDELOG.
           PERFORM LOG-BEREINIGEN.
           OPEN OUTPUT MDEAUS.
           MOVE WH-LFDAT TO WA-TDATUM.
           MOVE WH-TOUR TO WA-TTOUR.
           WRITE MA-SATZ FROM WA-TOUR.
           MOVE 0 TO WD-STOPPS WD-GESCHR.
           MOVE 0 TO WV-KTONR WV-NUM WH-ZANZ.
           MOVE WH-LFDAT TO WQ-DATUM.
           MOVE WH-TOUR TO WQ-TOUR.
           MOVE 0 TO WQ-SUB WQ-KTONR WQ-NUM WQ-ARNUM.
           MOVE SPACE TO WQ-SORT.
           MOVE WQ-AKEY TO LF-AKEY.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO X.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO X.
           IF LF-DATUM NOT = WH-LFDAT OR LF-TOUR NOT = WH-TOUR GO X.
      *----> Begleitbelege (Naturalrabatt) fahren mit, ohne Zeilen <-
           IF LF-STAT = 92 OR LF-STAT = 93 GO B.
           IF LF-KTONR NOT = WV-KTONR OR LF-NUM NOT = WV-NUM
               PERFORM LFS-ENDE
               MOVE LF-KTONR TO WV-KTONR
               MOVE LF-NUM TO WV-NUM
               MOVE LF-SUB TO WV-SUB
               MOVE LF-LADR TO WV-LADR
               MOVE 0 TO WH-ZANZ WH-ZKIST.
           IF LF-MENGE(1) = 0 GO B.
           IF WH-ZANZ >= 200 GO B.
           ADD 1 TO WH-ZANZ.
           MOVE LF-ARNUM TO ZL-ARNUM(WH-ZANZ).
           MOVE LF-BEZ TO ZL-BEZ(WH-ZANZ).
           MOVE LF-MENGE(1) TO ZL-MENGE(WH-ZANZ).
      *----> Kisten = Menge / AR-ANZ aufgerundet (wie PANLADEM) <-
           MOVE 0 TO WH-KIST.
           MOVE LF-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO B.
           IF AR-ANZ > 0
               COMPUTE WH-KIST =
                   (LF-MENGE(1) + AR-ANZ - 1) / AR-ANZ.
           ADD WH-KIST TO WH-ZKIST.
           GO B.
       X.  PERFORM LFS-ENDE.
           CLOSE MDEAUS MDELOG LFSCHEIN DEBITOR ARTIKEL.
           IF WM-LADAT = 1 CLOSE LIEFADR.
           DISPLAY "Datei:" AT 2501.
           DISPLAY WN-AUSNAM AT 2508.
           DISPLAY "Stopps:" AT 2530.
           MOVE WD-STOPPS TO WD-ANZ.
           DISPLAY WD-ANZ AT 2538.
           DISPLAY "Zeilen:" AT 2550.
           MOVE WD-GESCHR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2558.
       Z.  EXIT.
      ****** noch nicht verbuchten Stand der Tour vorher entfernen *
       LOG-BEREINIGEN SECTION.
       A.  MOVE WH-LFDAT TO ML-DATUM.
           MOVE WH-TOUR TO ML-TOUR.
           MOVE 0 TO ML-KTONR ML-NUM ML-ARNUM.
           START MDELOG KEY NOT < ML-KEY INVALID GO Z.
       B.  READ MDELOG NEXT AT END GO Z.
           IF ZUGRIF GO B.
           IF ML-DATUM NOT = WH-LFDAT OR ML-TOUR NOT = WH-TOUR GO Z.
           IF ML-ERL = "E" OR ML-ERLK = "E" OR ML-ERLS = "E" GO B.
           DELETE MDELOG.
           GO B.
       Z.  EXIT.
      ********** Lieferschein abschliessen: Stopp- und Zeilensaetze *
       LFS-ENDE SECTION.
       A.  IF WV-KTONR = 0 OR WH-ZANZ = 0 GO Z.
           PERFORM ADRESSE.
           MOVE WV-SUB TO WA-SUB.
           MOVE WV-KTONR TO WA-KTONR.
           MOVE WV-LADR TO WA-LADR.
           MOVE WV-NUM TO WA-NUM.
           MOVE WH-ZKIST TO WA-KIST.
           WRITE MA-SATZ FROM WA-STOPP.
           ADD 1 TO WD-STOPPS.
      *-------------------> Kopfsatz im Uebergabestand <-
           MOVE 0 TO WH-TI.
           PERFORM LOG-SCHREIB.
           PERFORM VARYING WH-TI FROM 1 BY 1 UNTIL WH-TI > WH-ZANZ
               MOVE WV-KTONR TO WA-PKTONR
               MOVE WV-NUM TO WA-PNUM
               MOVE ZL-ARNUM(WH-TI) TO WA-ARNUM
               MOVE ZL-BEZ(WH-TI) TO WA-BEZ
               MOVE ZL-MENGE(WH-TI) TO WA-MENGE
               WRITE MA-SATZ FROM WA-POS
               ADD 1 TO WD-GESCHR
               PERFORM LOG-SCHREIB
           END-PERFORM.
       Z.  EXIT.
      ********** Satz im Uebergabestand (WH-TI = 0: Kopf) *
       LOG-SCHREIB SECTION.
       A.  MOVE WH-LFDAT TO ML-DATUM.
           MOVE WH-TOUR TO ML-TOUR.
           MOVE WV-KTONR TO ML-KTONR.
           MOVE WV-NUM TO ML-NUM.
           MOVE 0 TO ML-ARNUM.
           IF WH-TI NOT = 0 MOVE ZL-ARNUM(WH-TI) TO ML-ARNUM.
           READ MDELOG INVALID
               MOVE SPACE TO ML-ERL ML-ERLK ML-ERLS
               MOVE 0 TO WM-GEBUCHT
               NOT INVALID
               MOVE 1 TO WM-GEBUCHT
           END-READ.
           MOVE WV-SUB TO ML-SUB.
           MOVE WV-LADR TO ML-LADR.
           MOVE 0 TO ML-MENGE ML-KIST.
           IF WH-TI = 0
               MOVE WH-ZKIST TO ML-KIST
           ELSE
               MOVE ZL-MENGE(WH-TI) TO ML-MENGE.
           IF WM-GEBUCHT = 1
               REWRITE ML-SATZ
           ELSE
               WRITE ML-SATZ.
       Z.  EXIT.
      ********** Anschrift und Zeitfenster des Stopps *
       ADRESSE SECTION.
       A.  MOVE SPACE TO WA-NAME WA-STRASSE WA-ORT.
           MOVE 0 TO WA-ZVON WA-ZBIS.
           IF WV-LADR = 0 OR WM-LADAT = 0 GO D.
           MOVE WV-KTONR TO LA-KTONR.
           MOVE WV-LADR TO LA-LADR.
           READ LIEFADR IGNORE LOCK INVALID GO D.
           MOVE LA-NAME TO WA-NAME.
           MOVE LA-STRASSE TO WA-STRASSE.
           STRING LA-PLZ DELIMITED SPACE " " DELIMITED SIZE
               LA-ORT DELIMITED SIZE INTO WA-ORT.
           MOVE LA-ZVON TO WA-ZVON.
           MOVE LA-ZBIS TO WA-ZBIS.
           GO Z.
      *----> Debitor: Anschriftzeilen in DE-BEZ durch "#" getrennt <-
       D.  MOVE 1 TO DE-FNR.
           MOVE WV-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID MOVE "Kunde fehlt" TO WA-NAME GO Z.
           UNSTRING DE-BEZ DELIMITED BY "#"
               INTO WA-NAME WA-STRASSE WA-ORT.
           MOVE DE-ZFVON TO WA-ZVON.
           MOVE DE-ZFBIS TO WA-ZBIS.
       Z.  EXIT.
      ***************************** Rueckmeldung vom Handheld *
       RUECKMELD SECTION.
       A.  DISPLAY "Rueckmeldung Fahrer-Handheld einlesen" AT 2301.
           PERFORM TOUR-FRAGE.
           IF WH-LFDAT = 0 OR WH-TOUR = 0 GO Z.
           OPEN INPUT MDEEIN.
           IF WF-STATUS = "35"
               DISPLAY "keine Rueckmeldedatei" AT 2501
               DISPLAY WN-EINNAM AT 2523
               GO Z.
           OPEN I-O MDELOG.
           IF WF-STATUS = "35"
               DISPLAY "Tour wurde nicht uebergeben" AT 2501
               CLOSE MDEEIN
               GO Z.
           OPEN I-O FAKTDAT.
           OPEN I-O EMBALLAG.
           IF WF-STATUS = "35"
               CLOSE EMBALLAG OPEN OUTPUT EMBALLAG
               CLOSE EMBALLAG OPEN I-O EMBALLAG.
           OPEN I-O PODDAT.
           IF WF-STATUS = "35"
               CLOSE PODDAT OPEN OUTPUT PODDAT
               CLOSE PODDAT OPEN I-O PODDAT.
           OPEN OUTPUT AUSNAHME.
           MOVE 0 TO WD-GELES WD-GESCHR WD-FEHLER.
      *----> Monatsraster: Tage nach WK-MON liegen auf 32 - 40 <-
           COMPUTE WH-KMON = WK-MON / 100.
       B.  READ MDEEIN AT END GO X.
           IF ME-SATZ = SPACE GO B.
           ADD 1 TO WD-GELES.
           PERFORM ZEILE-VERARB.
           GO B.
       X.  CLOSE MDEEIN AUSNAHME MDELOG FAKTDAT EMBALLAG PODDAT.
           DISPLAY "Zeilen gelesen:     " AT 2501.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
           DISPLAY "verbucht:           " AT 2601.
           MOVE WD-GESCHR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
           DISPLAY "Ausnahmen:" AT 2640.
           MOVE WD-FEHLER TO WD-ANZ.
           DISPLAY WD-ANZ AT 2652.
       Z.  EXIT.
      ********************************** eine Rueckmeldezeile *
       ZEILE-VERARB SECTION.
       A.  MOVE SPACE TO WH-F1 WH-F2 WH-F3 WH-F4 WH-F5.
           UNSTRING ME-SATZ DELIMITED BY ";"
               INTO WH-F1 WH-F2 WH-F3 WH-F4 WH-F5.
           MOVE 0 TO WV-KTONR WV-NUM.
           COMPUTE WV-KTONR = FUNCTION NUMVAL(WH-F2)
               ON SIZE ERROR MOVE 0 TO WV-KTONR.
           COMPUTE WV-NUM = FUNCTION NUMVAL(WH-F3)
               ON SIZE ERROR MOVE 0 TO WV-NUM.
           IF WV-KTONR = 0 OR WV-NUM = 0
               MOVE "Format fehlerhaft" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           IF WH-F1 = "R" PERFORM RETOURE GO Z.
           IF WH-F1 = "K" PERFORM KISTEN GO Z.
           IF WH-F1 = "S" PERFORM STATUS-BUCH GO Z.
           MOVE "Satzart unbekannt" TO AU-GRUND.
           PERFORM AUSNAHM.
       Z.  EXIT.
      ********** Retourmenge einer Zeile nach FAKTDAT *
       RETOURE SECTION.
       A.  MOVE 0 TO WV-ARNUM WV-MENGE.
           COMPUTE WV-ARNUM = FUNCTION NUMVAL(WH-F4)
               ON SIZE ERROR MOVE 0 TO WV-ARNUM.
           COMPUTE WV-MENGE = FUNCTION NUMVAL(WH-F5)
               ON SIZE ERROR MOVE 0 TO WV-MENGE.
           IF WV-ARNUM = 0 OR WV-MENGE NOT > 0
               MOVE "Format fehlerhaft" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           MOVE WV-ARNUM TO ML-ARNUM.
           PERFORM LOG-LESEN.
           IF WH-X = "N" GO Z.
           IF ML-ERL = "E"
               MOVE "Retour schon verbucht" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           IF WV-MENGE > ML-MENGE
               MOVE "Retour > Liefermenge" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           MOVE WV-KTONR TO FA-KTONR.
           MOVE WV-ARNUM TO FA-ARNUM.
           READ FAKTDAT INVALID
               MOVE "kein Fakturensatz" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
      *----> laufendes Monatsraster (FA-MON = JJMM) <-
           MOVE 0 TO WM-GEBUCHT.
           IF FA-MON = WH-JJMM
               ADD WV-MENGE TO FA-RETOUR(WH-TT)
               MOVE 1 TO WM-GEBUCHT
           ELSE
               IF FA-MON = WH-KJJMM AND WH-LFDAT > WK-MON
                   AND WH-TT < 10
                   ADD WV-MENGE TO FA-RETOUR(WH-TT + 31)
                   MOVE 1 TO WM-GEBUCHT.
      *----> Tagesraster der letzten 3 Monate <-
           PERFORM VARYING WH-RI FROM 1 BY 1 UNTIL WH-RI > 3
               IF FA-RMON(WH-RI) = WH-JJMM
                   ADD WV-MENGE TO FA-RRETOUR(WH-RI WH-TT)
                   MOVE 1 TO WM-GEBUCHT
               END-IF
           END-PERFORM.
           IF WM-GEBUCHT = 0
               MOVE "Monat nicht im Raster" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           REWRITE FA-SATZ.
           MOVE "E" TO ML-ERL.
           REWRITE ML-SATZ.
           ADD 1 TO WD-GESCHR.
       Z.  EXIT.
      ********** Kisten aus/zurueck nach PANEMBAL.DAT *
       KISTEN SECTION.
       A.  MOVE 0 TO WV-AUS WV-RET.
           COMPUTE WV-AUS = FUNCTION NUMVAL(WH-F4)
               ON SIZE ERROR MOVE 0 TO WV-AUS.
           COMPUTE WV-RET = FUNCTION NUMVAL(WH-F5)
               ON SIZE ERROR MOVE 0 TO WV-RET.
           IF WV-AUS = 0 AND WV-RET = 0 GO Z.
           MOVE 0 TO ML-ARNUM.
           PERFORM LOG-LESEN.
           IF WH-X = "N" GO Z.
           IF ML-ERLK = "E"
               MOVE "Kisten schon verbucht" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
      *----> Bewegungssatz wie EM-SCHREIB-B in PANEMBAL <-
           MOVE WV-KTONR TO EM-KTONR.
           MOVE WH-LFDAT TO EM-DATUM.
           MOVE 0 TO EM-LFD.
       B.  ADD 1 TO EM-LFD.
           IF EM-LFD > 99
               MOVE "Kisten: Satz voll" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           MOVE WH-TOUR TO EM-TOUR.
           MOVE WV-AUS TO EM-AUS.
           MOVE WV-RET TO EM-RET.
           MOVE "Handheld" TO EM-TEXT.
           WRITE EM-SATZ INVALID GO B.
           MOVE "E" TO ML-ERLK.
           REWRITE ML-SATZ.
           ADD 1 TO WD-GESCHR.
       Z.  EXIT.
      ********** Ablieferstatus nach PANPODAT.DAT *
       STATUS-BUCH SECTION.
       A.  MOVE WH-F4 TO WV-STAT.
           IF WV-STAT = "g" MOVE "G" TO WV-STAT.
           IF WV-STAT = "t" MOVE "T" TO WV-STAT.
           IF WV-STAT = "a" MOVE "A" TO WV-STAT.
           IF WV-STAT NOT = "G" AND WV-STAT NOT = "T"
               AND WV-STAT NOT = "A"
               MOVE "Status unbekannt" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           MOVE 0 TO WV-ZEIT.
           COMPUTE WV-ZEIT = FUNCTION NUMVAL(WH-F5)
               ON SIZE ERROR MOVE 0 TO WV-ZEIT.
           MOVE 0 TO ML-ARNUM.
           PERFORM LOG-LESEN.
           IF WH-X = "N" GO Z.
      *----> wie PANPOD: letzter Status gilt <-
           MOVE WH-LFDAT TO PD-DATUM.
           MOVE WH-TOUR TO PD-TOUR.
           MOVE ML-SUB TO PD-SUB.
           MOVE WV-KTONR TO PD-KTONR.
           MOVE WV-NUM TO PD-NUM.
           MOVE WV-STAT TO PD-STAT.
           MOVE WV-ZEIT TO PD-ZEIT.
           MOVE "Handheld" TO PD-BEDIEN.
           REWRITE PD-SATZ INVALID WRITE PD-SATZ.
           MOVE "E" TO ML-ERLS.
           REWRITE ML-SATZ.
           ADD 1 TO WD-GESCHR.
       Z.  EXIT.
      ***** Zeile gegen die uebergebene Tour pruefen (WH-X = N: nein) *
       LOG-LESEN SECTION.
       A.  MOVE "J" TO WH-X.
           MOVE WH-LFDAT TO ML-DATUM.
           MOVE WH-TOUR TO ML-TOUR.
           MOVE WV-KTONR TO ML-KTONR.
           MOVE WV-NUM TO ML-NUM.
           READ MDELOG INVALID
               MOVE "N" TO WH-X
               MOVE "nicht in Tour" TO AU-GRUND
               PERFORM AUSNAHM.
       Z.  EXIT.
      ********** Zeile auf die Ausnahmeliste (Grund in AU-GRUND) *
       AUSNAHM SECTION.
       A.  MOVE ME-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           ADD 1 TO WD-FEHLER.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER CALLFH"EXTFH"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANTAGHI.
      ******************************************************************
      *     Tageshistorie je Kunde, Artikel und Liefertag              *
      *     (PANTAGHI.DAT, Aufbau PANFDTGH.CPY): geliefert, Retour,    *
      *     Nettoumsatz und Tour - ueber Jahre, nicht nur die drei     *
      *     Monate des Tagesrasters FA-RAST                            *
      *     WL-CA 10: Erstladung aus dem Lieferscheinarchiv            *
      *               (PANLFAjj.DAT, Zeilenbild wie PANSTREB); die     *
      *               Archivsaetze des Zeitraums werden vorher         *
      *               geloescht, Tage aus dem Rechnungslauf bleiben    *
      *     WL-CA 20: Nachtrag aus dem Tagesraster fuer einen          *
      *               Zeitraum (hoechstens 3 Monate)                   *
      *     WL-CA 30: Auswertung je Tag oder Monat fuer Konto,         *
      *               Artikel und Wochentag (je 0 = alle)              *
      *     WL-CA 50: Fortschreibung nach dem Rechnungslauf, ohne      *
      *               Dialog: die letzten 5 Wochen bis heute aus dem   *
      *               Tagesraster (Register bleibt unveraendert)       *
      *     Umsatz zum Preis des Tages wie PANLADR POS-PREIS           *
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
           COPY PANSETGH.CPY.
      $SET DATACOMPRESS "1"
           SELECT LF-ARCHIV  ASSIGN TO WN-LFARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY LFA-KEY
                             FILE STATUS WF-STATUS.
      $SET NO DATACOMPRESS
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANFDTGH.CPY.
      ********************************************* Lieferscheinarchiv *
       FD  LF-ARCHIV   external        LABEL RECORD STANDARD
                                       RECORDING MODE IS VARIABLE.
       01  LFA-SATZ.
           03  LFA-KEY.
               05 LFA-KTONR            PIC 9(5)     COMP.
               05 LFA-DATUM            PIC 9(6)     COMP.
               05 LFA-NUM              PIC 9(5)     COMP.
               05 LFA-LFD              PIC 99       COMP.
           03  LFA-REST                PIC X(1024).
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
      *---------------> Zeilenbild aus dem Archiv (LF-SATZ-Aufbau) <-
       01  WB-ZEILE.
           03  WB-DTKEY.
               05 WB-DATUM             PIC 9(8)       COMP.
               05 WB-TOUR              PIC 99         COMP.
               05 WB-SUB               PIC 9999       COMP.
           03  WB-PRIME.
               05 WB-KTONR             PIC 9(6)       COMP.
               05 WB-NUM               PIC 9(6)       COMP.
           03  WB-ARNUM                PIC 9(4)       COMP.
           03  WB-MENGE                PIC S9(5)      COMP   OCCURS 3.
           03  WB-PREIS                PIC S9(4)V999  COMP.
           03  WB-REST                 PIC X(80).
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-JJ                   PIC 99.
           03  WH-VON6                 PIC 9(6)     COMP.
           03  WH-BIS6                 PIC 9(6)     COMP.
           03  WH-VON                  PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-VONI                 PIC 9(8)     COMP.
           03  WH-BISI                 PIC 9(8)     COMP.
           03  WH-TAGI                 PIC 9(8)     COMP.
           03  WH-DATX                 PIC 9(8).
           03  WH-KONTO                PIC 9(6).
           03  WH-ARTIKEL              PIC 9(4).
           03  WH-WOTAG                PIC 9.
           03  WH-WTX                  PIC 9        COMP.
           03  WH-WT                   PIC 9        COMP.
           03  WH-GLIED                PIC X.
           03  WH-LKTO                 PIC 9(6)     COMP.
           03  WH-LTOUR                PIC 99       COMP.
           03  WH-RI                   PIC 9        COMP.
           03  WH-I                    PIC 9        COMP.
           03  WH-YYMM                 PIC 9(4)     COMP.
           03  WH-TG                   PIC 99       COMP.
           03  WH-MG                   PIC S9(5)    COMP.
           03  WH-RET                  PIC S9(5)    COMP.
           03  WH-PREIS                PIC S9(4)V999 COMP.
           03  WH-UMS                  PIC S9(7)V99 COMP.
           03  WH-ZL                   PIC 99       COMP.
           03  WN-LFARC.
               05 FILLER               PIC X(6)  VALUE "PANLFA".
               05 WN-LJ                PIC 99    VALUE 95.
               05 FILLER               PIC X(4)  VALUE ".DAT".
           03  WD-GELES                PIC 9(7)     COMP VALUE ZERO.
           03  WD-GESCHR               PIC 9(7)     COMP VALUE ZERO.
           03  WD-GELOE                PIC 9(7)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZZ.ZZ9.
      *------------------> Summen der Auswertung <-
           03  WH-GRUPPE               PIC 9(8)     COMP.
           03  WH-LGRUPPE              PIC 9(8)     COMP.
           03  WS-MG                   PIC S9(9)    COMP.
           03  WS-RET                  PIC S9(9)    COMP.
           03  WS-UMS                  PIC S9(9)V99 COMP.
           03  WG-MG                   PIC S9(9)    COMP.
           03  WG-RET                  PIC S9(9)    COMP.
           03  WG-UMS                  PIC S9(9)V99 COMP.
           03  WH-QUOTE                PIC S999V9   COMP.
           03  WH-TAGKZ.
               05 FILLER               PIC X(14)
                  VALUE "SoMoDiMiDoFrSa".
           03  WR-TAGKZ REDEFINES WH-TAGKZ.
               05 WH-TKZ               PIC XX       OCCURS 7.
      *------------------> Druckzeilen <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-AZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-GRP                  PIC X(10).
           03  FILLER                  PIC X.
           03  WD-WTAG                 PIC XX.
           03  FILLER                  PIC X(3).
           03  WD-MENGE                PIC ZZZ.ZZZ.ZZ9-.
           03  FILLER                  PIC X.
           03  WD-RET                  PIC ZZZ.ZZZ.ZZ9-.
           03  FILLER                  PIC XX.
           03  WD-QUOTE                PIC ZZ9,9.
           03  FILLER                  PIC XX.
           03  WD-UMS                  PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                  PIC X(5).
       01  WD-DATUM.
           03  WD-DTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DJHR                 PIC 9(4).
       01  WD-MONAT.
           03  WD-MMON                 PIC 99.
           03  FILLER                  PIC X     VALUE "/".
           03  WD-MJHR                 PIC 9(4).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON TAGHIST.
       A.  CALL "CADECL" USING "PANTAGHI.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LF-ARCHIV.
       A.  CALL "CADECL" USING WN-LFARC WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WL-CA = 10 PERFORM ARCH-LADEN.
           IF WL-CA = 20 PERFORM NACHTRAG.
           IF WL-CA = 30 PERFORM AUSWERTUNG.
           IF WL-CA = 50 PERFORM FORTSCHREIB.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***** eigene Datei oeffnen, beim ersten Mal anlegen *
       HIST-OPEN SECTION.
       A.  OPEN I-O TAGHIST.
           IF WF-STATUS = "35"
               CLOSE TAGHIST OPEN OUTPUT TAGHIST
               CLOSE TAGHIST OPEN I-O TAGHIST.
       Z.  EXIT.
      ***** Erstladung aus dem Lieferscheinarchiv eines Jahres *
       ARCH-LADEN SECTION.
       A.  DISPLAY "Tageshistorie aus dem Lieferscheinarchiv" AT 2301.
           DISPLAY "Jahr (JJ, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-JJ.
           ACCEPT WH-JJ AT 2423.
           IF WH-JJ = 0 GO Z.
           MOVE WH-JJ TO WN-LJ.
           DISPLAY "von (JJMMTT):" AT 2501.
           COMPUTE WH-VON6 = WH-JJ * 10000 + 101.
           ACCEPT WH-VON6 AT 2516.
           DISPLAY "bis (JJMMTT):" AT 2530.
           COMPUTE WH-BIS6 = WH-JJ * 10000 + 1231.
           ACCEPT WH-BIS6 AT 2545.
           OPEN INPUT LF-ARCHIV.
           IF WF-STATUS = "35"
               DISPLAY "Archivjahr nicht vorhanden" AT 2601 GO Z.
           PERFORM HIST-OPEN.
           MOVE 0 TO WD-GELES WD-GESCHR WD-GELOE.
      *-------> Archivsaetze des Zeitraums vorher loeschen <-
           DISPLAY "alte Archivsaetze werden geloescht" AT 2601.
           COMPUTE WH-VON = 20000000 + WH-VON6.
           COMPUTE WH-BIS = 20000000 + WH-BIS6.
           MOVE WH-VON TO TH-DATUM.
           MOVE 0 TO TH-KTONR TH-ARNUM.
           START TAGHIST KEY NOT < TH-DKEY INVALID GO C.
       B.  READ TAGHIST NEXT AT END GO C.
           IF ZUGRIF GO B.
           IF TH-DATUM > WH-BIS GO C.
           IF TH-ARCHIV
               DELETE TAGHIST
               ADD 1 TO WD-GELOE.
           GO B.
       C.  DISPLAY "Archiv wird gelesen ...           " AT 2601.
           MOVE LOW-VALUE TO LFA-SATZ.
           MOVE 0 TO LFA-KTONR LFA-DATUM LFA-NUM LFA-LFD.
           START LF-ARCHIV KEY NOT < LFA-KEY INVALID GO X.
       D.  READ LF-ARCHIV NEXT IGNORE LOCK AT END GO X.
           IF LFA-DATUM < WH-VON6 OR LFA-DATUM > WH-BIS6 GO D.
           MOVE LFA-REST(1:128) TO WB-ZEILE.
           IF WB-KTONR = 0 OR WB-ARNUM = 0 GO D.
           ADD 1 TO WD-GELES.
           PERFORM ARCH-ZEILE.
           GO D.
       X.  CLOSE LF-ARCHIV TAGHIST.
           DISPLAY "gelesen / geloescht / Saetze geschrieben:" AT 2601.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2643.
           MOVE WD-GELOE TO WD-ANZ.
           DISPLAY WD-ANZ AT 2652.
           MOVE WD-GESCHR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2661.
       Z.  EXIT.
      ***** eine Archivzeile auf Kunde/Artikel/Liefertag addieren; *
      *     Tage aus dem Rechnungslauf gehen vor
       ARCH-ZEILE SECTION.
       A.  MOVE WB-KTONR TO TH-KTONR.
           MOVE WB-ARNUM TO TH-ARNUM.
           MOVE WB-DATUM TO TH-DATUM.
           IF WB-DATUM < 19900101 OR WB-DATUM > 20991231
               COMPUTE TH-DATUM = 20000000 + LFA-DATUM.
           READ TAGHIST INVALID GO B.
           IF TH-RECHLAUF GO Z.
           ADD WB-MENGE(1) TO TH-MENGE.
           ADD WB-MENGE(3) TO TH-RET.
           COMPUTE TH-UMSATZ = TH-UMSATZ
               + (WB-MENGE(1) - WB-MENGE(3)) * WB-PREIS.
           REWRITE TH-SATZ.
           GO Z.
       B.  MOVE WB-TOUR TO TH-TOUR.
           MOVE WB-MENGE(1) TO TH-MENGE.
           MOVE WB-MENGE(3) TO TH-RET.
           COMPUTE TH-UMSATZ =
               (WB-MENGE(1) - WB-MENGE(3)) * WB-PREIS.
           MOVE "A" TO TH-QUELLE.
           WRITE TH-SATZ INVALID GO Z.
           ADD 1 TO WD-GESCHR.
       Z.  EXIT.
      ***** Nachtrag aus dem Tagesraster mit Dialog *
       NACHTRAG SECTION.
       A.  DISPLAY "Tageshistorie aus dem Tagesraster" AT 2301.
           COMPUTE WH-VON = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WH-HEUTE) - 35).
           MOVE WH-HEUTE TO WH-BIS.
           MOVE 0 TO WH-KONTO.
           DISPLAY "von (JJJJMMTT):" AT 2401.
           DISPLAY WH-VON AT 2417.
           ACCEPT WH-VON AT 2417.
           IF WH-VON = 0 GO Z.
           DISPLAY "bis (JJJJMMTT):" AT 2430.
           DISPLAY WH-BIS AT 2446.
           ACCEPT WH-BIS AT 2446.
           DISPLAY "Konto (0 = alle):" AT 2501.
           ACCEPT WH-KONTO AT 2519.
           COMPUTE WH-VONI = FUNCTION INTEGER-OF-DATE(WH-VON)
               ON SIZE ERROR GO A.
           COMPUTE WH-BISI = FUNCTION INTEGER-OF-DATE(WH-BIS)
               ON SIZE ERROR GO A.
           IF WH-BISI < WH-VONI OR WH-BISI - WH-VONI > 92
               DISPLAY "Zeitraum hoechstens 3 Monate" AT 2601
               GO A.
           DISPLAY "Tagesraster wird uebernommen ...   " AT 2601.
           PERFORM RAST-LAUF.
           DISPLAY "Saetze geschrieben / geloescht:" AT 2601.
           MOVE WD-GESCHR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2633.
           MOVE WD-GELOE TO WD-ANZ.
           DISPLAY WD-ANZ AT 2642.
       Z.  EXIT.
      ***** nach dem Rechnungslauf: die letzten 5 Wochen, ohne Dialog *
       FORTSCHREIB SECTION.
       A.  COMPUTE WH-BISI = FUNCTION INTEGER-OF-DATE(WH-HEUTE).
           COMPUTE WH-VONI = WH-BISI - 35.
           MOVE 0 TO WH-KONTO.
           PERFORM RAST-LAUF.
       Z.  EXIT.
      ***** Tagesraster WH-VONI bis WH-BISI in die Historie *
       RAST-LAUF SECTION.
       A.  PERFORM HIST-OPEN.
           MOVE 0 TO WD-GESCHR WD-GELOE WH-LKTO.
           MOVE WH-KONTO TO FA-KTONR.
           MOVE 0 TO FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO X.
       B.  READ FAKTDAT NEXT IGNORE LOCK AT END GO X.
           IF WH-KONTO NOT = 0 AND FA-KTONR NOT = WH-KONTO GO X.
           IF FA-KTONR NOT = WH-LKTO
               MOVE FA-KTONR TO WH-LKTO DE-KTONR
               MOVE 0 TO WH-LTOUR
               READ DEBITOR IGNORE LOCK INVALID CONTINUE
                   NOT INVALID MOVE DE-TOUR TO WH-LTOUR
               END-READ.
           MOVE FA-ARNUM TO AR-NUM.
           MOVE WH-VONI TO WH-TAGI.
       C.  COMPUTE WH-DATX = FUNCTION DATE-OF-INTEGER(WH-TAGI).
           PERFORM RAST-TAG.
           ADD 1 TO WH-TAGI.
           IF WH-TAGI NOT > WH-BISI GO C.
           GO B.
       X.  CLOSE TAGHIST.
       Z.  EXIT.
      ***** ein Tag eines Kundenpreissatzes *
       RAST-TAG SECTION.
       A.  COMPUTE WH-YYMM = FUNCTION REM(WH-DATX / 100 10000).
           COMPUTE WH-TG = FUNCTION REM(WH-DATX 100).
           MOVE 0 TO WH-MG WH-RET.
           MOVE 1 TO WH-RI.
       B.  IF FA-RMON(WH-RI) = WH-YYMM
               MOVE FA-RMENGE(WH-RI WH-TG) TO WH-MG
               MOVE FA-RRETOUR(WH-RI WH-TG) TO WH-RET
               GO C.
           ADD 1 TO WH-RI.
           IF WH-RI < 4 GO B.
      *-------> Monat nicht im Raster: Historie bleibt, wie sie ist <-
           GO Z.
       C.  MOVE FA-KTONR TO TH-KTONR.
           MOVE FA-ARNUM TO TH-ARNUM.
           MOVE WH-DATX TO TH-DATUM.
           IF WH-MG = 0 AND WH-RET = 0
               READ TAGHIST INVALID GO Z
               END-READ
               IF TH-RECHLAUF
                   DELETE TAGHIST
                   ADD 1 TO WD-GELOE
               END-IF
               GO Z.
           PERFORM PREIS-HOL.
           COMPUTE WH-UMS = (WH-MG - WH-RET) * WH-PREIS.
           READ TAGHIST INVALID GO D.
           IF TH-RECHLAUF AND TH-MENGE = WH-MG AND TH-RET = WH-RET
               AND TH-UMSATZ = WH-UMS GO Z.
           MOVE WH-MG TO TH-MENGE.
           MOVE WH-RET TO TH-RET.
           MOVE WH-UMS TO TH-UMSATZ.
           MOVE "R" TO TH-QUELLE.
           REWRITE TH-SATZ.
           ADD 1 TO WD-GESCHR.
           GO Z.
       D.  MOVE WH-LTOUR TO TH-TOUR.
           MOVE WH-MG TO TH-MENGE.
           MOVE WH-RET TO TH-RET.
           MOVE WH-UMS TO TH-UMSATZ.
           MOVE "R" TO TH-QUELLE.
           WRITE TH-SATZ INVALID GO Z.
           ADD 1 TO WD-GESCHR.
       Z.  EXIT.
      ***** Preis am Tag WH-DATX wie PANLADR POS-PREIS *
       PREIS-HOL SECTION.
       A.  READ ARTIKEL IGNORE LOCK
               INVALID MOVE 0 TO AR-VKP AR-AVKP AR-ADAT.
           MOVE AR-VKP TO WH-PREIS.
           IF AR-AVKP NOT = 0 AND AR-ADAT NOT = 0
               AND AR-ADAT NOT > WH-DATX
               MOVE AR-AVKP TO WH-PREIS.
           MOVE 1 TO WH-I.
       B.  IF FA-PREIS(WH-I) NOT = 0
               AND FA-AB(WH-I) NOT > WH-DATX
               AND (FA-BIS(WH-I) NOT < WH-DATX OR FA-BIS(WH-I) = 0)
               MOVE FA-PREIS(WH-I) TO WH-PREIS.
           ADD 1 TO WH-I.
           IF WH-I < 5 GO B.
       Z.  EXIT.
      ***** Auswertung je Tag oder Monat *
       AUSWERTUNG SECTION.
       A.  DISPLAY "Auswertung Tageshistorie" AT 2301.
           MOVE 0 TO WH-KONTO WH-ARTIKEL WH-WOTAG.
      *------> Vorschlag: 1. Jaenner des Vorjahres <-
           MOVE WH-HEUTE TO WH-VON.
           SUBTRACT 10000 FROM WH-VON.
           MOVE "0101" TO WH-VON(5:4).
           MOVE WH-HEUTE TO WH-BIS.
           MOVE "M" TO WH-GLIED.
           DISPLAY "Konto (0 = alle):" AT 2401.
           ACCEPT WH-KONTO AT 2419.
           DISPLAY "Artikel (0 = alle):" AT 2430.
           ACCEPT WH-ARTIKEL AT 2450.
           DISPLAY "Wochentag (1 = Mo ... 7 = So, 0 = alle):" AT 2501.
           ACCEPT WH-WOTAG AT 2542.
           IF WH-WOTAG > 7 GO A.
           DISPLAY "von (JJJJMMTT):" AT 2601.
           DISPLAY WH-VON AT 2617.
           ACCEPT WH-VON AT 2617.
           IF WH-VON = 0 GO Z.
           DISPLAY "bis (JJJJMMTT):" AT 2630.
           DISPLAY WH-BIS AT 2646.
           ACCEPT WH-BIS AT 2646.
           IF WH-BIS < WH-VON GO A.
           DISPLAY "je T = Tag, M = Monat:" AT 2660.
           ACCEPT WH-GLIED AT 2683.
           IF WH-GLIED = "t" MOVE "T" TO WH-GLIED.
           IF WH-GLIED NOT = "T" MOVE "M" TO WH-GLIED.
      *-------> gleiche Zaehlung wie DA-ANZ: 1 = So, 2 = Mo ... <-
           MOVE 0 TO WH-WTX.
           IF WH-WOTAG NOT = 0
               COMPUTE WH-WTX = FUNCTION REM(WH-WOTAG 7) + 1.
           OPEN INPUT TAGHIST.
           IF WF-STATUS = "35"
               DISPLAY "keine Tageshistorie vorhanden" AT 2701 GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM AUSW-KOPF.
           MOVE 0 TO WH-LGRUPPE WS-MG WS-RET WS-UMS.
           MOVE 0 TO WG-MG WG-RET WG-UMS.
           MOVE WH-VON TO TH-DATUM.
           MOVE 0 TO TH-KTONR TH-ARNUM.
           START TAGHIST KEY NOT < TH-DKEY INVALID GO X.
       B.  READ TAGHIST NEXT IGNORE LOCK AT END GO X.
           IF TH-DATUM > WH-BIS GO X.
           IF WH-KONTO NOT = 0 AND TH-KTONR NOT = WH-KONTO GO B.
           IF WH-ARTIKEL NOT = 0 AND TH-ARNUM NOT = WH-ARTIKEL GO B.
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(TH-DATUM).
           COMPUTE WH-WT = FUNCTION REM(WH-TAGI 7) + 1.
           IF WH-WTX NOT = 0 AND WH-WT NOT = WH-WTX GO B.
           IF WH-GLIED = "T"
               MOVE TH-DATUM TO WH-GRUPPE
           ELSE
               COMPUTE WH-GRUPPE = TH-DATUM / 100.
           IF WH-GRUPPE NOT = WH-LGRUPPE
               IF WH-LGRUPPE NOT = 0 PERFORM GRUPPE-DRUCK.
           MOVE WH-GRUPPE TO WH-LGRUPPE.
           ADD TH-MENGE TO WS-MG.
           ADD TH-RET TO WS-RET.
           ADD TH-UMSATZ TO WS-UMS.
           GO B.
       X.  IF WH-LGRUPPE NOT = 0 PERFORM GRUPPE-DRUCK.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE WG-MG TO WS-MG.
           MOVE WG-RET TO WS-RET.
           MOVE WG-UMS TO WS-UMS.
           MOVE 0 TO WH-LGRUPPE.
           PERFORM SUMMEN-ZEILE.
           MOVE "Gesamt" TO WD-GRP.
           PERFORM DRUCK-ZEILE.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER TAGHIST.
           DISPLAY "Auswertung gedruckt" AT 2701.
       Z.  EXIT.
      ***** Summe eines Tages/Monats drucken *
       GRUPPE-DRUCK SECTION.
       A.  IF WH-ZL > 56 PERFORM AUSW-KOPF.
           ADD WS-MG TO WG-MG.
           ADD WS-RET TO WG-RET.
           ADD WS-UMS TO WG-UMS.
           PERFORM SUMMEN-ZEILE.
           IF WH-GLIED = "T"
               MOVE WH-LGRUPPE TO WH-DATX
               PERFORM DATUM-AUF
               MOVE WD-DATUM TO WD-GRP
               COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-DATX)
               COMPUTE WH-WT = FUNCTION REM(WH-TAGI 7) + 1
               MOVE WH-TKZ(WH-WT) TO WD-WTAG
           ELSE
               MOVE WH-LGRUPPE TO WH-DATX
               MOVE WH-DATX(7:2) TO WD-MMON
               MOVE WH-DATX(3:4) TO WD-MJHR
               MOVE WD-MONAT TO WD-GRP.
           PERFORM DRUCK-ZEILE.
           MOVE 0 TO WS-MG WS-RET WS-UMS.
       Z.  EXIT.
       SUMMEN-ZEILE SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           MOVE WS-MG TO WD-MENGE.
           MOVE WS-RET TO WD-RET.
           MOVE 0 TO WH-QUOTE.
           IF WS-MG NOT = 0
               COMPUTE WH-QUOTE ROUNDED = WS-RET * 100 / WS-MG.
           MOVE WH-QUOTE TO WD-QUOTE.
           MOVE WS-UMS TO WD-UMS.
       Z.  EXIT.
       AUSW-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 1 TO WH-ZL.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Tageshistorie" TO WD-ZEILE(3:).
           MOVE WH-VON TO WH-DATX.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(18:).
           MOVE "-" TO WD-ZEILE(29:).
           MOVE WH-BIS TO WH-DATX.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(31:).
           MOVE WK-FIRMA(1:30) TO WD-ZEILE(50:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Konto" TO WD-ZEILE(3:).
           MOVE WH-KONTO TO WD-ZEILE(9:).
           MOVE "Artikel" TO WD-ZEILE(18:).
           MOVE WH-ARTIKEL TO WD-ZEILE(26:).
           MOVE "Wochentag" TO WD-ZEILE(33:).
           IF WH-WTX = 0
               MOVE "alle" TO WD-ZEILE(43:)
           ELSE
               MOVE WH-TKZ(WH-WTX) TO WD-ZEILE(43:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "  Tag/Monat  WT          Menge       Retour  Quote"
               TO WD-ZEILE.
           MOVE "Nettoumsatz" TO WD-ZEILE(56:).
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
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

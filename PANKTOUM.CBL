      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANKTOUM.
      ******************************************************************
      *     Konto umnummerieren bzw. zwei Konten zusammenlegen         *
      *     alles vom alten Konto geht auf das neue: Dauer-            *
      *     bestellungen, Preise und Raster (PANEFAKT), Liefer-        *
      *     scheine, Statistik (je Monat addiert), Buchungen und       *
      *     offene Posten (PANISFIB / PANZAHLG), Emballagen,           *
      *     Kontaktjournal, Schliesstage, Rechnungskonto-Verweise,     *
      *     vorgemerkte Dauerbestellungsaenderungen (PANDAUVO) und     *
      *     Tageshistorie (PANTAGHI, gleicher Artikel und Tag wird     *
      *     addiert) und Lieferadressen (PANLADR; ist die Nummer am    *
      *     neuen Konto schon belegt, bekommt die Adresse die naechste *
      *     freie Nummer, Dauerbestellungen, Lieferscheine und Vor-    *
      *     merkungen werden mit umgestellt)                           *
      *     neues Konto nicht vorhanden: Debitor wird umnummeriert     *
      *     neues Konto vorhanden: Debitorsatz des alten Kontos        *
      *     bleibt gesperrt stehen; Preise/Raster und Statistik        *
      *     desselben Artikels werden addiert (Preise des neuen        *
      *     Kontos gelten), doppelte Dauerbestellungen und             *
      *     Lieferscheine bleiben als Konflikt am alten Konto          *
      *     Vorschau und Durchfuehrung mit Satzanzahl je Datei         *
      *     vorher/nachher, Protokoll PANKTOUM.LOG, danach             *
      *     Verweispruefung PANINTEG (nur pruefen)                     *
      *     WL-CA 10: Umnummerierung / Zusammenlegung                  *
      *     PANIS gibt die Dateien vor dem Aufruf frei                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSEDAU.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSELFS.CPY.
           COPY PANSESTA.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           COPY PANSEZAH.CPY.
           COPY PANSEEMB.CPY.
           SELECT KONTAKTJ   ASSIGN TO "PANKJOUR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KJ-KEY
                             ALTERNATE KEY KJ-WKEY = KJ-WVDAT
                                       KJ-KEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT SCHLIESS   ASSIGN TO "PANSCHLI.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SC-KEY
                             FILE STATUS IS WF-STATUS.
           COPY PANSEDVO.CPY.
           COPY PANSETGH.CPY.
           COPY PANSELAD.CPY.
           SELECT UMPROT     ASSIGN TO "PANKTOUM.LOG"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANDAU.CPY.
       COPY PANFAKT.CPY.
       COPY PANLIEF.CPY.
       COPY PANSTAT.CPY.
       COPY PANEBUCH.CPY.
       COPY PANFDZAH.CPY.
       COPY PANFDEMB.CPY.
      *********************** Kontaktjournal *
       FD  KONTAKTJ     external       LABEL RECORD STANDARD.
       01  KJ-SATZ.
           03  KJ-KEY.
               05 KJ-KTONR             PIC 9(6)      COMP.
               05 KJ-DATUM             PIC 9(8)      COMP.
               05 KJ-LFD               PIC 99        COMP.
           03  KJ-TYP                  PIC X.
           03  KJ-TEXT                 PIC X(60).
           03  KJ-USER                 PIC X(13).
           03  KJ-WVDAT                PIC 9(8)      COMP.
           03  KJ-BELEG                PIC 9(7)      COMP.
           03  KJ-ERL                  PIC 9         COMP.
      ************************ Schliesstage je Debitor *
       FD  SCHLIESS     external       LABEL RECORD STANDARD.
       01  SC-SATZ.
           03  SC-KEY.
               05 SC-KTONR             PIC 9(6)       COMP.
               05 SC-LFD               PIC 99         COMP.
           03  SC-AB                   PIC 9(8)       COMP.
           03  SC-BIS                  PIC 9(8)       COMP.
       COPY PANFDDVO.CPY.
       COPY PANFDTGH.CPY.
       COPY PANFDLAD.CPY.
      ************************** Protokoll Umnummerierungen *
       FD  UMPROT                      LABEL RECORD STANDARD.
       01  UP-SATZ.
           03  UP-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  UP-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  UP-ALT                  PIC 9(6).
           03  FILLER                  PIC X.
           03  UP-NEU                  PIC 9(6).
           03  FILLER                  PIC X.
           03  UP-BEDIEN               PIC X(13).
           03  FILLER                  PIC X.
           03  UP-TEXT                 PIC X(28).
           03  UP-ZAHL                 PIC Z(6)9    OCCURS 5.
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
      *------------------> 1 = umnummerieren, 2 = zusammenlegen <-
           03  WM-ART                  PIC 9.
      *------------------> 1 = Vorschau, 2 = durchfuehren <-
           03  WM-LAUF                 PIC 9.
           03  WH-ALT                  PIC 9(6).
           03  WH-NEU                  PIC 9(6).
           03  WH-KTO                  PIC 9(6).
           03  WH-CNT                  PIC 9(7)     COMP.
           03  WH-K                    PIC 9        COMP.
           03  WH-I                    PIC 99       COMP.
           03  WH-J                    PIC 99       COMP.
           03  WH-M                    PIC 99       COMP.
           03  WH-ZL                   PIC 99       COMP.
           03  WH-ANTW                 PIC X.
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-ZEIT8                PIC 9(8).
           03  WH-ABEZ                 PIC X(40).
      *------------------> gesicherter Schluessel des alten Satzes <-
           03  WH-SNUM                 PIC 9(8)     COMP.
           03  WH-SARNUM               PIC 9(4)     COMP.
           03  WH-SLFD                 PIC 99       COMP.
           03  WH-SDAT                 PIC 9(8)     COMP.
      *------------------> Lieferadresse alt -> neu <-
           03  WH-LI                   PIC 999      COMP.
           03  WT-LNEU                 PIC 99       COMP OCCURS 99.
      *------------------> Tageshistorie des alten Kontos <-
           03  WH-THMG                 PIC S9(5)    COMP.
           03  WH-THRET                PIC S9(5)    COMP.
           03  WH-THUMS                PIC S9(7)V99 COMP.
      *------------------> Zaehler je Datei <-
       01  WT-ZAEHL.
           03  WT-DATEI                         OCCURS 14.
               05 WT-DA                PIC 9        COMP.
               05 WT-Z                 PIC 9(7)     COMP OCCURS 2.
               05 WT-VOR               PIC 9(7)     COMP OCCURS 2.
               05 WT-NACH              PIC 9(7)     COMP OCCURS 2.
               05 WT-BEW               PIC 9(7)     COMP.
               05 WT-KONFL             PIC 9(7)     COMP.
       01  WT-DATTEXT.
           03  FILLER                  PIC X(28) VALUE
               "Debitor (PANDEBIT)".
           03  FILLER                  PIC X(28) VALUE
               "Rechnungskonto-Verweise".
           03  FILLER                  PIC X(28) VALUE
               "Dauerbestellungen (PANEBEST)".
           03  FILLER                  PIC X(28) VALUE
               "Preise/Raster (PANEFAKT)".
           03  FILLER                  PIC X(28) VALUE
               "Lieferscheine (PANELFS)".
           03  FILLER                  PIC X(28) VALUE
               "Statistik (PANESTAT)".
           03  FILLER                  PIC X(28) VALUE
               "Buchungen/OP (PANISFIB)".
           03  FILLER                  PIC X(28) VALUE
               "Zahlungen (PANZAHLG)".
           03  FILLER                  PIC X(28) VALUE
               "Emballagen (PANEMBAL)".
           03  FILLER                  PIC X(28) VALUE
               "Kontaktjournal (PANKJOUR)".
           03  FILLER                  PIC X(28) VALUE
               "Schliesstage (PANSCHLI)".
           03  FILLER                  PIC X(28) VALUE
               "Dauervormerkung (PANDAUVO)".
           03  FILLER                  PIC X(28) VALUE
               "Tageshistorie (PANTAGHI)".
           03  FILLER                  PIC X(28) VALUE
               "Lieferadressen (PANLADR)".
       01  FILLER REDEFINES WT-DATTEXT.
           03  WT-DATTX                PIC X(28)    OCCURS 14.
      *------> Preise/Raster gespiegelt zu PANFAKT.CPY, fuer das
      *        Addieren beim Zusammenlegen <-
       01  WX-FA.
           03  WX-AKEY.
               05 FILLER               PIC 9999       COMP.
               05 FILLER               PIC 99         COMP.
               05 FILLER               PIC 9(6)       COMP.
               05 FILLER               PIC 99         COMP-X.
               05 FILLER               PIC X(9).
               05 FILLER               PIC 9(4)       COMP.
           03  WX-MR.
               05 WX-AR                       OCCURS 40.
                  07 WX-MENGE          PIC S9(5)      COMP.
                  07 WX-RETOUR         PIC S9(5)      COMP.
           03  WX-XTAB.
               05 FILLER                       OCCURS 4.
                  07 FILLER            PIC S9(4)V999  COMP.
                  07 FILLER            PIC 9(8)       COMP.
                  07 FILLER            PIC 9(8)       COMP.
                  07 FILLER            PIC S9(4)V999  COMP.
                  07 FILLER            PIC S99V9      COMP.
           03  FILLER                  PIC 9(14)      COMP.
           03  WX-RAST                         OCCURS 3.
               05 WX-RMON              PIC 9999       COMP.
               05 WX-RAR                       OCCURS 31.
                  07 WX-RMENGE         PIC S9(5)      COMP.
                  07 WX-RRETOUR        PIC S9(5)      COMP.
           03  FILLER                  PIC S9(5)      COMP.
           03  FILLER                  PIC S9(5)      COMP.
      *------> Statistik gespiegelt zu PANSTAT.CPY <-
       01  WX-ST.
           03  FILLER.
               05 FILLER               PIC 9(8)       COMP.
               05 FILLER               PIC 9(4)       COMP.
               05 FILLER               PIC 99         COMP.
           03  WX-SUM                          OCCURS 12.
               05 WX-MENGEN            PIC S9(7)      COMP.
               05 WX-RET               PIC S9(7)      COMP.
               05 WX-UMSATZ            PIC S9(8)V9    COMP.
               05 WX-GEWINN            PIC S9(8)V9    COMP.
      *------------------> Druckzeile <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-LZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-DATEI                PIC X(28).
           03  WD-SPALTE                       OCCURS 5.
               05 FILLER               PIC X.
               05 WD-ZAHL              PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(10).
       01  WD-KZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-KDATEI               PIC X(28).
           03  WD-KTEXT                PIC X(20).
           03  WD-KNUM                 PIC Z(7)9.
           03  FILLER                  PIC X.
           03  WD-KSCHL                PIC X(21).
       01  WD-KNR                      PIC ZZZZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WL-CA = 10 PERFORM UMNUM.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Umnummerierung / Zusammenlegung *
       UMNUM SECTION.
       A.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Konto umnummerieren / zusammenlegen" with highlight
               AT 0301.
           OPEN I-O DEBITOR.
       B.  DISPLAY "altes Konto (0 = Ende):" AT 2301.
           MOVE 0 TO WH-ALT.
           ACCEPT WH-ALT AT 2325.
           IF WH-ALT = 0 GO Y.
           MOVE WH-ALT TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID DISPLAY "Konto unbekannt" AT 2401
               GO B.
           MOVE DE-BEZ(1:40) TO WH-ABEZ.
           DISPLAY WH-ABEZ with highlight AT 2333.
       C.  DISPLAY "neues Konto:" AT 2401.
           MOVE 0 TO WH-NEU.
           ACCEPT WH-NEU AT 2425.
           IF WH-NEU = 0 GO B.
           IF WH-NEU = WH-ALT GO C.
           MOVE WH-NEU TO DE-KTONR.
           MOVE 1 TO WM-ART.
           READ DEBITOR IGNORE LOCK INVALID MOVE 0 TO WM-ART.
           IF WM-ART = 1
               MOVE 2 TO WM-ART
               DISPLAY DE-BEZ(1:40) with highlight AT 2433
               DISPLAY "Konten werden zusammengelegt" AT 2501
           ELSE
               MOVE 1 TO WM-ART
               DISPLAY "(neu)" with highlight AT 2433
               DISPLAY "Konto wird umnummeriert     " AT 2501.
           DISPLAY "<1>= Vorschau, <2>= durchfuehren:" AT 2601.
           MOVE 1 TO WM-LAUF.
           ACCEPT WM-LAUF AT 2636.
           IF WM-LAUF NOT = 1 AND WM-LAUF NOT = 2 GO Y.
           IF WM-LAUF = 2
               DISPLAY "wirklich durchfuehren <J/N>:" AT 2601
               MOVE "N" TO WH-ANTW
               ACCEPT WH-ANTW AT 2631
               IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j" GO Y.
           DISPLAY "Zaehlung laeuft ...                  " AT 2601.
           PERFORM OEFFNEN.
           PERFORM ZAEHLEN.
           MOVE 1 TO WH-I.
       D.  MOVE WT-Z(WH-I, 1) TO WT-VOR(WH-I, 1).
           MOVE WT-Z(WH-I, 2) TO WT-VOR(WH-I, 2).
           MOVE 0 TO WT-BEW(WH-I) WT-KONFL(WH-I).
           ADD 1 TO WH-I.
           IF WH-I < 15 GO D.
           PERFORM DRUCK-AUF.
           IF WM-LAUF = 1
               PERFORM LISTE
               PERFORM DRUCK-ZU
               PERFORM SCHLIESSEN
               DISPLAY "Vorschau gedruckt                    " AT 2601
               GO Z.
      *-------> durchfuehren, Debitor zuletzt <-
           DISPLAY "Umstellung laeuft ...                " AT 2601.
           PERFORM LADR-UM.
           PERFORM DAU-UM.
           PERFORM FAK-UM.
           PERFORM LFS-UM.
           PERFORM STA-UM.
           PERFORM BUF-UM.
           PERFORM ZAH-UM.
           PERFORM EMB-UM.
           PERFORM KJ-UM.
           PERFORM SC-UM.
           PERFORM DV-UM.
           PERFORM TH-UM.
           PERFORM REK-UM.
           PERFORM DEB-UM.
           PERFORM ZAEHLEN.
           MOVE 1 TO WH-I.
       E.  MOVE WT-Z(WH-I, 1) TO WT-NACH(WH-I, 1).
           MOVE WT-Z(WH-I, 2) TO WT-NACH(WH-I, 2).
           ADD 1 TO WH-I.
           IF WH-I < 15 GO E.
           PERFORM LISTE.
           PERFORM DRUCK-ZU.
           PERFORM PROT-SCHREIB.
           PERFORM SCHLIESSEN.
           DISPLAY "Umstellung beendet, Verweispruefung ..." AT 2601.
           CALL "PANINTEG" USING "20INTEG" WH-CREG.
           CANCEL "PANINTEG".
           GO Z.
       Y.  CLOSE DEBITOR.
       Z.  EXIT.
      ***** Dateien oeffnen; fehlende Zusatzdateien werden uebergangen *
       OEFFNEN SECTION.
       A.  MOVE 1 TO WH-I.
       B.  MOVE 1 TO WT-DA(WH-I).
           ADD 1 TO WH-I.
           IF WH-I < 15 GO B.
           OPEN I-O DAUER FAKTDAT LFSCHEIN.
           OPEN I-O STATISTIK.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(6).
           OPEN I-O BUCHFAKT.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(7).
           OPEN I-O ZAHLUNG.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(8).
           OPEN I-O EMBALLAG.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(9).
           OPEN I-O KONTAKTJ.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(10).
           OPEN I-O SCHLIESS.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(11).
           OPEN I-O DAUVORM.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(12).
           OPEN I-O TAGHIST.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(13).
           OPEN I-O LIEFADR.
           IF WF-STATUS = "35" MOVE 0 TO WT-DA(14).
       Z.  EXIT.
       SCHLIESSEN SECTION.
       A.  CLOSE DEBITOR DAUER FAKTDAT LFSCHEIN.
           IF WT-DA(6) = 1 CLOSE STATISTIK.
           IF WT-DA(7) = 1 CLOSE BUCHFAKT.
           IF WT-DA(8) = 1 CLOSE ZAHLUNG.
           IF WT-DA(9) = 1 CLOSE EMBALLAG.
           IF WT-DA(10) = 1 CLOSE KONTAKTJ.
           IF WT-DA(11) = 1 CLOSE SCHLIESS.
           IF WT-DA(12) = 1 CLOSE DAUVORM.
           IF WT-DA(13) = 1 CLOSE TAGHIST.
           IF WT-DA(14) = 1 CLOSE LIEFADR.
       Z.  EXIT.
      ***** Saetze je Datei fuer altes (1) und neues (2) Konto *
       ZAEHLEN SECTION.
       A.  MOVE 1 TO WH-K.
       B.  IF WH-K = 1 MOVE WH-ALT TO WH-KTO
           ELSE MOVE WH-NEU TO WH-KTO.
           PERFORM Z-DEB.
           MOVE WH-CNT TO WT-Z(1, WH-K).
           PERFORM Z-REK.
           MOVE WH-CNT TO WT-Z(2, WH-K).
           PERFORM Z-DAU.
           MOVE WH-CNT TO WT-Z(3, WH-K).
           PERFORM Z-FAK.
           MOVE WH-CNT TO WT-Z(4, WH-K).
           PERFORM Z-LFS.
           MOVE WH-CNT TO WT-Z(5, WH-K).
           PERFORM Z-STA.
           MOVE WH-CNT TO WT-Z(6, WH-K).
           PERFORM Z-BUF.
           MOVE WH-CNT TO WT-Z(7, WH-K).
           PERFORM Z-ZAH.
           MOVE WH-CNT TO WT-Z(8, WH-K).
           PERFORM Z-EMB.
           MOVE WH-CNT TO WT-Z(9, WH-K).
           PERFORM Z-KJ.
           MOVE WH-CNT TO WT-Z(10, WH-K).
           PERFORM Z-SC.
           MOVE WH-CNT TO WT-Z(11, WH-K).
           PERFORM Z-DV.
           MOVE WH-CNT TO WT-Z(12, WH-K).
           PERFORM Z-TH.
           MOVE WH-CNT TO WT-Z(13, WH-K).
           PERFORM Z-LA.
           MOVE WH-CNT TO WT-Z(14, WH-K).
           ADD 1 TO WH-K.
           IF WH-K < 3 GO B.
       Z.  EXIT.
       Z-DEB SECTION.
       A.  MOVE 0 TO WH-CNT.
           MOVE WH-KTO TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO Z.
           MOVE 1 TO WH-CNT.
       Z.  EXIT.
       Z-REK SECTION.
       A.  MOVE 0 TO WH-CNT.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO Z.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO Z.
           IF DE-REKTO = WH-KTO AND DE-KTONR NOT = WH-KTO
               ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-DAU SECTION.
       A.  MOVE 0 TO WH-CNT.
           MOVE WH-KTO TO DA-KTONR.
           MOVE 0 TO DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO Z.
       B.  READ DAUER NEXT IGNORE LOCK AT END GO Z.
           IF DA-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-FAK SECTION.
       A.  MOVE 0 TO WH-CNT.
           MOVE WH-KTO TO FA-KTONR.
           MOVE 0 TO FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO Z.
       B.  READ FAKTDAT NEXT IGNORE LOCK AT END GO Z.
           IF FA-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-LFS SECTION.
       A.  MOVE 0 TO WH-CNT.
           MOVE WH-KTO TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO Z.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-STA SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(6) = 0 GO Z.
           MOVE WH-KTO TO ST-KTONR.
           MOVE 0 TO ST-ARNUM ST-JAHR.
           START STATISTIK KEY NOT < ST-KEY INVALID GO Z.
       B.  READ STATISTIK NEXT IGNORE LOCK AT END GO Z.
           IF ST-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-BUF SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(7) = 0 GO Z.
           MOVE 0 TO BF-KEY.
           START BUCHFAKT KEY NOT < BF-KEY INVALID GO Z.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO Z.
           IF BF-KTONR = WH-KTO ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-ZAH SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(8) = 0 GO Z.
           MOVE WH-KTO TO ZG-KTONR.
           MOVE 0 TO ZG-REN ZG-LFD.
           START ZAHLUNG KEY NOT < ZG-KKEY INVALID GO Z.
       B.  READ ZAHLUNG NEXT IGNORE LOCK AT END GO Z.
           IF ZG-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-EMB SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(9) = 0 GO Z.
           MOVE WH-KTO TO EM-KTONR.
           MOVE 0 TO EM-DATUM EM-LFD.
           START EMBALLAG KEY NOT < EM-KEY INVALID GO Z.
       B.  READ EMBALLAG NEXT IGNORE LOCK AT END GO Z.
           IF EM-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-KJ SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(10) = 0 GO Z.
           MOVE WH-KTO TO KJ-KTONR.
           MOVE 0 TO KJ-DATUM KJ-LFD.
           START KONTAKTJ KEY NOT < KJ-KEY INVALID GO Z.
       B.  READ KONTAKTJ NEXT IGNORE LOCK AT END GO Z.
           IF KJ-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-SC SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(11) = 0 GO Z.
           MOVE WH-KTO TO SC-KTONR.
           MOVE 0 TO SC-LFD.
           START SCHLIESS KEY NOT < SC-KEY INVALID GO Z.
       B.  READ SCHLIESS NEXT IGNORE LOCK AT END GO Z.
           IF SC-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-DV SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(12) = 0 GO Z.
           MOVE WH-KTO TO DV-KTONR.
           MOVE 0 TO DV-ARNUM DV-LADR DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO Z.
       B.  READ DAUVORM NEXT IGNORE LOCK AT END GO Z.
           IF DV-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-TH SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(13) = 0 GO Z.
           MOVE WH-KTO TO TH-KTONR.
           MOVE 0 TO TH-ARNUM TH-DATUM.
           START TAGHIST KEY NOT < TH-KEY INVALID GO Z.
       B.  READ TAGHIST NEXT IGNORE LOCK AT END GO Z.
           IF TH-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
       Z-LA SECTION.
       A.  MOVE 0 TO WH-CNT.
           IF WT-DA(14) = 0 GO Z.
           MOVE WH-KTO TO LA-KTONR.
           MOVE 0 TO LA-LADR.
           START LIEFADR KEY NOT < LA-KEY INVALID GO Z.
       B.  READ LIEFADR NEXT IGNORE LOCK AT END GO Z.
           IF LA-KTONR NOT = WH-KTO GO Z.
           ADD 1 TO WH-CNT.
           GO B.
       Z.  EXIT.
      ***** Lieferadressen; ist die Nummer am neuen Konto schon belegt,
      *     bekommt die Adresse die naechste freie, WT-LNEU haelt die
      *     neue Nummer fuer DAU-UM, LFS-UM und DV-UM fest
       LADR-UM SECTION.
       A.  MOVE 1 TO WH-LI.
       A1. MOVE WH-LI TO WT-LNEU(WH-LI).
           ADD 1 TO WH-LI.
           IF WH-LI < 100 GO A1.
           IF WT-DA(14) = 0 GO Z.
           MOVE WH-ALT TO LA-KTONR.
           MOVE 0 TO LA-LADR.
           START LIEFADR KEY NOT < LA-KEY INVALID GO Z.
       B.  READ LIEFADR NEXT AT END GO Z.
           IF LA-KTONR NOT = WH-ALT GO Z.
           MOVE LA-LADR TO WH-SLFD.
           MOVE WH-NEU TO LA-KTONR.
           WRITE LA-SATZ INVALID GO D.
       C.  MOVE WH-ALT TO LA-KTONR.
           MOVE WH-SLFD TO LA-LADR.
           DELETE LIEFADR RECORD.
           ADD 1 TO WT-BEW(14).
       E.  MOVE WH-ALT TO LA-KTONR.
           MOVE WH-SLFD TO LA-LADR.
           START LIEFADR KEY > LA-KEY INVALID GO Z.
           GO B.
      *-------> Nummer belegt: naechste freie am neuen Konto <-
       D.  MOVE 0 TO WH-LI.
       D1. ADD 1 TO WH-LI.
           IF WH-LI > 99
               MOVE 14 TO WH-I
               MOVE WH-SLFD TO WH-SNUM
               PERFORM KONFLIKT
               GO E.
           MOVE WH-LI TO LA-LADR.
           WRITE LA-SATZ INVALID GO D1.
           MOVE WH-LI TO WT-LNEU(WH-SLFD).
           MOVE SPACE TO WD-ZEILE.
           MOVE WT-DATTX(14) TO WD-KDATEI.
           MOVE "neue Nummer:" TO WD-KTEXT.
           MOVE WH-LI TO WD-KNUM.
           MOVE WH-SLFD TO WD-KNR.
           MOVE "bisher" TO WD-KSCHL.
           MOVE WD-KNR TO WD-KSCHL(8:).
           PERFORM DRUCK-ZEILE.
           GO C.
       Z.  EXIT.
      ***** Dauerbestellungen; doppelte (Artikel und Lieferadresse *
      *     schon am neuen Konto) bleiben als Konflikt stehen
       DAU-UM SECTION.
       A.  MOVE WH-ALT TO DA-KTONR.
           MOVE 0 TO DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO Z.
       B.  READ DAUER NEXT AT END GO Z.
           IF DA-KTONR NOT = WH-ALT GO Z.
           MOVE DA-ARNUM TO WH-SARNUM.
           MOVE DA-LADR TO WH-SLFD.
           MOVE WH-NEU TO DA-KTONR.
           IF DA-LADR NOT = 0 MOVE WT-LNEU(DA-LADR) TO DA-LADR.
           WRITE DA-SATZ INVALID
               MOVE 3 TO WH-I
               MOVE DA-ARNUM TO WH-SNUM
               PERFORM KONFLIKT
               GO C.
           MOVE WH-ALT TO DA-KTONR.
           MOVE WH-SLFD TO DA-LADR.
           DELETE DAUER RECORD.
           ADD 1 TO WT-BEW(3).
       C.  MOVE WH-ALT TO DA-KTONR.
           MOVE WH-SARNUM TO DA-ARNUM.
           MOVE WH-SLFD TO DA-LADR.
           START DAUER KEY > DA-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** Preise und Raster; gibt es den Artikel schon am neuen *
      *     Konto, werden die Mengen addiert, die Preise bleiben
       FAK-UM SECTION.
       A.  MOVE WH-ALT TO FA-KTONR.
           MOVE 0 TO FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO Z.
       B.  READ FAKTDAT NEXT AT END GO Z.
           IF FA-KTONR NOT = WH-ALT GO Z.
           MOVE FA-ARNUM TO WH-SARNUM.
           MOVE WH-NEU TO FA-KTONR.
           WRITE FA-SATZ INVALID GO D.
       C.  MOVE WH-ALT TO FA-KTONR.
           MOVE WH-SARNUM TO FA-ARNUM.
           DELETE FAKTDAT RECORD.
           ADD 1 TO WT-BEW(4).
       E.  MOVE WH-ALT TO FA-KTONR.
           MOVE WH-SARNUM TO FA-ARNUM.
           START FAKTDAT KEY > FA-KEY INVALID GO Z.
           GO B.
       D.  MOVE FA-SATZ TO WX-FA.
           READ FAKTDAT
               INVALID MOVE 4 TO WH-I
                       MOVE WH-SARNUM TO WH-SNUM
                       PERFORM KONFLIKT
                       GO E.
           PERFORM FAK-ADD.
           REWRITE FA-SATZ.
           GO C.
       Z.  EXIT.
       FAK-ADD SECTION.
       A.  MOVE 1 TO WH-I.
       B.  ADD WX-MENGE(WH-I) TO FA-MENGE(WH-I).
           ADD WX-RETOUR(WH-I) TO FA-RETOUR(WH-I).
           ADD 1 TO WH-I.
           IF WH-I < 41 GO B.
      *-------> Raster der letzten 3 Monate: gleicher Monat wird
      *         addiert, freier Platz uebernommen <-
           MOVE 1 TO WH-J.
       C.  IF WX-RMON(WH-J) = 0 GO F.
           MOVE 1 TO WH-M.
       D.  IF FA-RMON(WH-M) = WX-RMON(WH-J) GO E.
           ADD 1 TO WH-M.
           IF WH-M < 4 GO D.
           MOVE 1 TO WH-M.
       G.  IF FA-RMON(WH-M) = 0
               MOVE WX-RAST(WH-J) TO FA-RAST(WH-M)
               GO F.
           ADD 1 TO WH-M.
           IF WH-M < 4 GO G.
           GO F.
       E.  MOVE 1 TO WH-I.
       H.  ADD WX-RMENGE(WH-J, WH-I) TO FA-RMENGE(WH-M, WH-I).
           ADD WX-RRETOUR(WH-J, WH-I) TO FA-RRETOUR(WH-M, WH-I).
           ADD 1 TO WH-I.
           IF WH-I < 32 GO H.
       F.  ADD 1 TO WH-J.
           IF WH-J < 4 GO C.
       Z.  EXIT.
      ***** Lieferscheine; gleiche Nummer am neuen Konto = Konflikt *
       LFS-UM SECTION.
       A.  MOVE WH-ALT TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO Z.
       B.  READ LFSCHEIN NEXT AT END GO Z.
           IF LF-KTONR NOT = WH-ALT GO Z.
           MOVE LF-NUM TO WH-SNUM.
           MOVE LF-ARNUM TO WH-SARNUM.
           MOVE WH-NEU TO LF-KTONR.
           IF LF-LADR NOT = 0 MOVE WT-LNEU(LF-LADR) TO LF-LADR.
           WRITE LF-SATZ INVALID
               MOVE 5 TO WH-I
               PERFORM KONFLIKT
               GO C.
           MOVE WH-ALT TO LF-KTONR.
           DELETE LFSCHEIN RECORD.
           ADD 1 TO WT-BEW(5).
       C.  MOVE WH-ALT TO LF-KTONR.
           MOVE WH-SNUM TO LF-NUM.
           MOVE WH-SARNUM TO LF-ARNUM.
           START LFSCHEIN KEY > LF-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** Statistik; gleicher Artikel und Jahr wird je Monat addiert *
       STA-UM SECTION.
       A.  IF WT-DA(6) = 0 GO Z.
           MOVE WH-ALT TO ST-KTONR.
           MOVE 0 TO ST-ARNUM ST-JAHR.
           START STATISTIK KEY NOT < ST-KEY INVALID GO Z.
       B.  READ STATISTIK NEXT AT END GO Z.
           IF ST-KTONR NOT = WH-ALT GO Z.
           MOVE ST-ARNUM TO WH-SARNUM.
           MOVE ST-JAHR TO WH-SLFD.
           MOVE WH-NEU TO ST-KTONR.
           WRITE ST-SATZ INVALID GO D.
       C.  MOVE WH-ALT TO ST-KTONR.
           MOVE WH-SARNUM TO ST-ARNUM.
           MOVE WH-SLFD TO ST-JAHR.
           DELETE STATISTIK RECORD.
           ADD 1 TO WT-BEW(6).
       E.  MOVE WH-ALT TO ST-KTONR.
           MOVE WH-SARNUM TO ST-ARNUM.
           MOVE WH-SLFD TO ST-JAHR.
           START STATISTIK KEY > ST-KEY INVALID GO Z.
           GO B.
       D.  MOVE ST-SATZ TO WX-ST.
           READ STATISTIK
               INVALID MOVE 6 TO WH-I
                       MOVE WH-SARNUM TO WH-SNUM
                       PERFORM KONFLIKT
                       GO E.
           MOVE 1 TO WH-M.
       F.  ADD WX-MENGEN(WH-M) TO ST-MENGEN(WH-M).
           ADD WX-RET(WH-M) TO ST-RET(WH-M).
           ADD WX-UMSATZ(WH-M) TO ST-UMSATZ(WH-M).
           ADD WX-GEWINN(WH-M) TO ST-GEWINN(WH-M).
           ADD 1 TO WH-M.
           IF WH-M < 13 GO F.
           REWRITE ST-SATZ.
           GO C.
       Z.  EXIT.
      ***** Buchungen und offene Posten (Konto ist kein Schluessel) *
       BUF-UM SECTION.
       A.  IF WT-DA(7) = 0 GO Z.
           MOVE 0 TO BF-KEY.
           START BUCHFAKT KEY NOT < BF-KEY INVALID GO Z.
       B.  READ BUCHFAKT NEXT AT END GO Z.
           IF BF-KTONR NOT = WH-ALT GO B.
           MOVE WH-NEU TO BF-KTONR.
           REWRITE BF-SATZ.
           ADD 1 TO WT-BEW(7).
           GO B.
       Z.  EXIT.
      ***** Teil- und Akontozahlungen, ueber den Primaerschluessel *
       ZAH-UM SECTION.
       A.  IF WT-DA(8) = 0 GO Z.
           MOVE 0 TO ZG-REN ZG-LFD.
           START ZAHLUNG KEY NOT < ZG-KEY INVALID GO Z.
       B.  READ ZAHLUNG NEXT AT END GO Z.
           IF ZG-KTONR NOT = WH-ALT GO B.
           MOVE WH-NEU TO ZG-KTONR.
           REWRITE ZG-SATZ.
           ADD 1 TO WT-BEW(8).
           GO B.
       Z.  EXIT.
      ***** Emballagen; belegte laufende Nummer wird weitergezaehlt *
       EMB-UM SECTION.
       A.  IF WT-DA(9) = 0 GO Z.
           MOVE WH-ALT TO EM-KTONR.
           MOVE 0 TO EM-DATUM EM-LFD.
           START EMBALLAG KEY NOT < EM-KEY INVALID GO Z.
       B.  READ EMBALLAG NEXT AT END GO Z.
           IF EM-KTONR NOT = WH-ALT GO Z.
           MOVE EM-DATUM TO WH-SNUM.
           MOVE EM-LFD TO WH-SLFD.
           MOVE WH-NEU TO EM-KTONR.
       D.  WRITE EM-SATZ INVALID
               IF EM-LFD < 99
                   ADD 1 TO EM-LFD
                   GO D
               ELSE
                   MOVE 9 TO WH-I
                   PERFORM KONFLIKT
                   GO C.
           MOVE WH-ALT TO EM-KTONR.
           MOVE WH-SLFD TO EM-LFD.
           DELETE EMBALLAG RECORD.
           ADD 1 TO WT-BEW(9).
       C.  MOVE WH-ALT TO EM-KTONR.
           MOVE WH-SNUM TO EM-DATUM.
           MOVE WH-SLFD TO EM-LFD.
           START EMBALLAG KEY > EM-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** Kontaktjournal; belegte laufende Nummer weiterzaehlen *
       KJ-UM SECTION.
       A.  IF WT-DA(10) = 0 GO Z.
           MOVE WH-ALT TO KJ-KTONR.
           MOVE 0 TO KJ-DATUM KJ-LFD.
           START KONTAKTJ KEY NOT < KJ-KEY INVALID GO Z.
       B.  READ KONTAKTJ NEXT AT END GO Z.
           IF KJ-KTONR NOT = WH-ALT GO Z.
           MOVE KJ-DATUM TO WH-SNUM.
           MOVE KJ-LFD TO WH-SLFD.
           MOVE WH-NEU TO KJ-KTONR.
       D.  WRITE KJ-SATZ INVALID
               IF KJ-LFD < 99
                   ADD 1 TO KJ-LFD
                   GO D
               ELSE
                   MOVE 10 TO WH-I
                   PERFORM KONFLIKT
                   GO C.
           MOVE WH-ALT TO KJ-KTONR.
           MOVE WH-SLFD TO KJ-LFD.
           DELETE KONTAKTJ RECORD.
           ADD 1 TO WT-BEW(10).
       C.  MOVE WH-ALT TO KJ-KTONR.
           MOVE WH-SNUM TO KJ-DATUM.
           MOVE WH-SLFD TO KJ-LFD.
           START KONTAKTJ KEY > KJ-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** Schliesstage; Bereiche werden hinten angehaengt *
       SC-UM SECTION.
       A.  IF WT-DA(11) = 0 GO Z.
           MOVE WH-ALT TO SC-KTONR.
           MOVE 0 TO SC-LFD.
           START SCHLIESS KEY NOT < SC-KEY INVALID GO Z.
       B.  READ SCHLIESS NEXT AT END GO Z.
           IF SC-KTONR NOT = WH-ALT GO Z.
           MOVE SC-LFD TO WH-SLFD.
           MOVE WH-NEU TO SC-KTONR.
       D.  WRITE SC-SATZ INVALID
               IF SC-LFD < 99
                   ADD 1 TO SC-LFD
                   GO D
               ELSE
                   MOVE 11 TO WH-I
                   MOVE WH-SLFD TO WH-SNUM
                   PERFORM KONFLIKT
                   GO C.
           MOVE WH-ALT TO SC-KTONR.
           MOVE WH-SLFD TO SC-LFD.
           DELETE SCHLIESS RECORD.
           ADD 1 TO WT-BEW(11).
       C.  MOVE WH-ALT TO SC-KTONR.
           MOVE WH-SLFD TO SC-LFD.
           START SCHLIESS KEY > SC-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** vorgemerkte Dauerbestellungsaenderungen; gleiche Vor- *
      *     merkung (Artikel, Lieferadresse, ab) schon am neuen Konto
      *     bleibt als Konflikt stehen
       DV-UM SECTION.
       A.  IF WT-DA(12) = 0 GO Z.
           MOVE WH-ALT TO DV-KTONR.
           MOVE 0 TO DV-ARNUM DV-LADR DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO Z.
       B.  READ DAUVORM NEXT AT END GO Z.
           IF DV-KTONR NOT = WH-ALT GO Z.
           MOVE DV-ARNUM TO WH-SARNUM.
           MOVE DV-LADR TO WH-SLFD.
           MOVE DV-AB TO WH-SDAT.
           MOVE WH-NEU TO DV-KTONR.
           IF DV-LADR NOT = 0 MOVE WT-LNEU(DV-LADR) TO DV-LADR.
           WRITE DV-SATZ INVALID
               MOVE 12 TO WH-I
               MOVE DV-ARNUM TO WH-SNUM
               PERFORM KONFLIKT
               GO C.
           MOVE WH-ALT TO DV-KTONR.
           MOVE WH-SLFD TO DV-LADR.
           DELETE DAUVORM RECORD.
           ADD 1 TO WT-BEW(12).
       C.  MOVE WH-ALT TO DV-KTONR.
           MOVE WH-SARNUM TO DV-ARNUM.
           MOVE WH-SLFD TO DV-LADR.
           MOVE WH-SDAT TO DV-AB.
           START DAUVORM KEY > DV-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** Tageshistorie; gleicher Artikel und Tag wird addiert *
       TH-UM SECTION.
       A.  IF WT-DA(13) = 0 GO Z.
           MOVE WH-ALT TO TH-KTONR.
           MOVE 0 TO TH-ARNUM TH-DATUM.
           START TAGHIST KEY NOT < TH-KEY INVALID GO Z.
       B.  READ TAGHIST NEXT AT END GO Z.
           IF TH-KTONR NOT = WH-ALT GO Z.
           MOVE TH-ARNUM TO WH-SARNUM.
           MOVE TH-DATUM TO WH-SDAT.
           MOVE WH-NEU TO TH-KTONR.
           WRITE TH-SATZ INVALID GO D.
       C.  MOVE WH-ALT TO TH-KTONR.
           MOVE WH-SARNUM TO TH-ARNUM.
           MOVE WH-SDAT TO TH-DATUM.
           DELETE TAGHIST RECORD.
           ADD 1 TO WT-BEW(13).
       E.  MOVE WH-ALT TO TH-KTONR.
           MOVE WH-SARNUM TO TH-ARNUM.
           MOVE WH-SDAT TO TH-DATUM.
           START TAGHIST KEY > TH-KEY INVALID GO Z.
           GO B.
       D.  MOVE TH-MENGE TO WH-THMG.
           MOVE TH-RET TO WH-THRET.
           MOVE TH-UMSATZ TO WH-THUMS.
           READ TAGHIST
               INVALID MOVE 13 TO WH-I
                       MOVE WH-SARNUM TO WH-SNUM
                       PERFORM KONFLIKT
                       GO E.
           ADD WH-THMG TO TH-MENGE.
           ADD WH-THRET TO TH-RET.
           ADD WH-THUMS TO TH-UMSATZ.
           REWRITE TH-SATZ.
           GO C.
       Z.  EXIT.
      ***** Debitoren, die ueber das alte Konto fakturiert werden *
       REK-UM SECTION.
       A.  MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO Z.
       B.  READ DEBITOR NEXT AT END GO Z.
           IF DE-REKTO NOT = WH-ALT GO B.
           MOVE WH-NEU TO DE-REKTO.
           REWRITE DE-SATZ.
           IF DE-KTONR NOT = WH-ALT ADD 1 TO WT-BEW(2).
           GO B.
       Z.  EXIT.
      ***** Debitorsatz: umnummerieren bzw. altes Konto sperren *
       DEB-UM SECTION.
       A.  MOVE WH-ALT TO DE-KTONR.
           READ DEBITOR INVALID GO Z.
           IF WM-ART = 2 GO B.
           MOVE WH-NEU TO DE-KTONR.
           WRITE DE-SATZ INVALID
               MOVE 1 TO WH-I
               MOVE WH-NEU TO WH-SNUM
               PERFORM KONFLIKT
               GO Z.
           MOVE WH-ALT TO DE-KTONR.
           DELETE DEBITOR RECORD.
           ADD 1 TO WT-BEW(1).
           GO Z.
       B.  IF DE-SPERR = 0 MOVE WH-HEUTE TO DE-SPERR.
           REWRITE DE-SATZ.
       Z.  EXIT.
      ***** Konfliktzeile: Datei WH-I, Schluessel WH-SNUM *
       KONFLIKT SECTION.
       A.  ADD 1 TO WT-KONFL(WH-I).
           MOVE SPACE TO WD-ZEILE.
           MOVE WT-DATTX(WH-I) TO WD-KDATEI.
           MOVE "Konflikt, bleibt:" TO WD-KTEXT.
           MOVE WH-SNUM TO WD-KNUM.
           MOVE "schon am neuen Konto" TO WD-KSCHL.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** Satzanzahl je Datei vorher / nachher *
       LISTE SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Datei" TO WD-DATEI.
           MOVE " alt vor neu vor" TO WD-ZEILE(31:16).
           IF WM-LAUF = 2
               MOVE " altnach neunach Konfl." TO WD-ZEILE(47:).
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE 1 TO WH-I.
       B.  IF WT-DA(WH-I) = 0 GO C.
           MOVE SPACE TO WD-ZEILE.
           MOVE WT-DATTX(WH-I) TO WD-DATEI.
           MOVE WT-VOR(WH-I, 1) TO WD-ZAHL(1).
           MOVE WT-VOR(WH-I, 2) TO WD-ZAHL(2).
           IF WM-LAUF = 2
               MOVE WT-NACH(WH-I, 1) TO WD-ZAHL(3)
               MOVE WT-NACH(WH-I, 2) TO WD-ZAHL(4)
               MOVE WT-KONFL(WH-I) TO WD-ZAHL(5).
           PERFORM DRUCK-ZEILE.
       C.  ADD 1 TO WH-I.
           IF WH-I < 15 GO B.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           IF WM-ART = 2
               MOVE "altes Debitorkonto bleibt gesperrt stehen"
                   TO WD-ZEILE(3:)
           ELSE
               MOVE "Debitor wird auf die neue Nummer umgestellt"
                   TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** Protokoll: Kopfzeile und je Datei eine Zeile *
       PROT-SCHREIB SECTION.
       A.  OPEN EXTEND UMPROT.
           IF WF-STATUS = "35"
               CLOSE UMPROT OPEN OUTPUT UMPROT.
           ACCEPT WH-ZEIT8 FROM TIME.
           MOVE 0 TO WH-I.
       B.  MOVE SPACE TO UP-SATZ.
           MOVE WH-HEUTE TO UP-DATUM.
           COMPUTE UP-ZEIT = WH-ZEIT8 / 100.
           MOVE WH-ALT TO UP-ALT.
           MOVE WH-NEU TO UP-NEU.
           MOVE WH-BEDIEN TO UP-BEDIEN.
           IF WH-I = 0
               IF WM-ART = 2
                   MOVE "Zusammenlegung" TO UP-TEXT
               ELSE
                   MOVE "Umnummerierung" TO UP-TEXT
               END-IF
               GO C.
           IF WT-DA(WH-I) = 0 GO D.
           MOVE WT-DATTX(WH-I) TO UP-TEXT.
           MOVE WT-VOR(WH-I, 1) TO UP-ZAHL(1).
           MOVE WT-VOR(WH-I, 2) TO UP-ZAHL(2).
           MOVE WT-NACH(WH-I, 1) TO UP-ZAHL(3).
           MOVE WT-NACH(WH-I, 2) TO UP-ZAHL(4).
           MOVE WT-KONFL(WH-I) TO UP-ZAHL(5).
       C.  WRITE UP-SATZ.
       D.  ADD 1 TO WH-I.
           IF WH-I < 15 GO B.
           CLOSE UMPROT.
       Z.  EXIT.
      ***************************** Druck *
       DRUCK-AUF SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           IF WM-LAUF = 1
               MOVE "Vorschau" TO DRA-TITEL
           ELSE
               MOVE "Durchfuehrung" TO DRA-TITEL.
           IF WM-ART = 2
               MOVE "Zusammenlegung Konto" TO DRA-TITEL(15:)
           ELSE
               MOVE "Umnummerierung Konto" TO DRA-TITEL(15:).
           MOVE WH-ALT TO WD-KNR.
           MOVE WD-KNR TO DRA-TITEL(36:6).
           MOVE "->" TO DRA-TITEL(43:2).
           MOVE WH-NEU TO WD-KNR.
           MOVE WD-KNR TO DRA-TITEL(46:6).
           MOVE WH-HEUTE(7:2) TO DRA-TITEL(61:2).
           MOVE "." TO DRA-TITEL(63:1).
           MOVE WH-HEUTE(5:2) TO DRA-TITEL(64:2).
           MOVE "." TO DRA-TITEL(66:1).
           MOVE WH-HEUTE(1:4) TO DRA-TITEL(67:4).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-ABEZ TO DRA-TITEL(3:).
           WRITE DRA-SATZ AFTER 1.
           MOVE 2 TO WH-ZL.
       Z.  EXIT.
       DRUCK-ZU SECTION.
       A.  IF WM-OPEN = 0 GO Z.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
       DRUCK-ZEILE SECTION.
       A.  IF WH-ZL > 60
               MOVE SPACE TO DRA-SATZ
               WRITE DRA-SATZ AFTER PAGE
               MOVE 1 TO WH-ZL.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZL.
       Z.  EXIT.

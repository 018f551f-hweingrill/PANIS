      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANDAUVO.
      ******************************************************************
      *     vorgemerkte Aenderungen der Dauerbestellungen mit          *
      *     Stichtag ("ab 1. naechsten Monats Montag 2 Stueck          *
      *     weniger"): eigene Datei PANDAUVO.DAT, je DAUER-Eintrag     *
      *     (Konto, Artikel, Lieferadresse DA-LADR) beliebig viele     *
      *     Stichtage mit dem ganzen neuen Wochentagsraster.           *
      *     WL-CA 10: Erfassung; aktuelles Raster DA-ANZ und die       *
      *               vorgemerkten Raster nebeneinander                *
      *     WL-CA 20: Liste der offenen Vormerkungen je Tour und Datum *
      *     WL-CA 30: faellige Vormerkungen bis Stichtag in DAUER      *
      *               uebernehmen (Dialog)                             *
      *     WL-CA 50: dto. dialogfrei fuer die Lieferscheinerzeugung   *
      *               und den Nachtlauf: WZ-DATUM = Liefertag          *
      *               -> WH-WERT = Anzahl uebernommener Vormerkungen   *
      *                  WH-NUM  = davon ohne Dauerbestellung entfernt *
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
           COPY PANSEDAU.CPY.
           COPY PANSEDVO.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANDAU.CPY.
       COPY PANFDDVO.CPY.
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
           03  WM-NEU                  PIC 9        COMP.
           03  WH-KTONR                PIC 9(6).
           03  WH-ARNUM                PIC 9(4).
           03  WH-LADR                 PIC 99.
           03  WH-AB                   PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-DATX                 PIC 9(8).
           03  WH-TOUR                 PIC 99.
           03  WH-LTOUR                PIC 99.
           03  WH-AKT                  PIC X.
           03  WH-MG                   PIC 9(5).
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-MORGEN               PIC 9(8).
           03  WH-TAGI                 PIC 9(8)     COMP.
           03  WH-R                    PIC 9        COMP.
           03  WH-WT                   PIC 9        COMP.
           03  WH-SP                   PIC 9        COMP.
           03  WH-ZL                   PIC 99       COMP.
           03  WH-ANZUEB               PIC 9(5)     COMP.
           03  WH-ANZOHNE              PIC 9(5)     COMP.
           03  WH-ANZL                 PIC 9(5)     COMP.
           03  WH-NEU                  PIC S9(5)    COMP   OCCURS 7.
      *------------------> Tageskuerzel, Zeile 1 = Montag <-
       01  WT-TAGE                     PIC X(14)
                                       VALUE "MoDiMiDoFrSaSo".
       01  FILLER REDEFINES WT-TAGE.
           03  WT-TAG                  PIC XX       OCCURS 7.
      *------------------> Spalten der Vormerkungen am Schirm <-
       01  WT-SPALTEN                  PIC X(8)     VALUE "20334659".
       01  FILLER REDEFINES WT-SPALTEN.
           03  WT-SPALTE               PIC 99       OCCURS 4.
       01  WD-LEER                     PIC X(80)    VALUE SPACE.
       01  WD-MENGE                    PIC ZZZZ9-.
       01  WD-DATUM.
           03  WD-DTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DJHR                 PIC 9(4).
      *------------------> Druckzeilen <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-KZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-AB                   PIC X(10).
           03  FILLER                  PIC X.
           03  WD-KTO                  PIC ZZ.ZZ9,9.
           03  FILLER                  PIC X.
           03  WD-NAME                 PIC X(24).
           03  FILLER                  PIC X.
           03  WD-LADR                 PIC Z9.
           03  FILLER                  PIC X.
           03  WD-ARNUM                PIC ZZZ9.
           03  FILLER                  PIC X.
           03  WD-ABEZ                 PIC X(25).
       01  WD-RZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC X(4).
           03  WD-RTEXT                PIC X(8).
           03  WD-RMG                  PIC ZZZZ9  OCCURS 7.
           03  FILLER                  PIC X(33).
       01  WD-ANZ                      PIC ZZZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON DAUVORM.
       A.  CALL "CADECL" USING "PANDAUVO.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           COMPUTE WH-MORGEN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WH-HEUTE) + 1).
           IF WL-CA = 10 PERFORM ERFASSEN.
           IF WL-CA = 20 PERFORM LISTE.
           IF WL-CA = 30 PERFORM UEB-DIALOG.
           IF WL-CA = 50 MOVE WZ-DATUM TO WH-AB
                         PERFORM UEBERNAHME
                         MOVE WH-ANZUEB TO WH-WERT
                         MOVE WH-ANZOHNE TO WH-NUM.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***** Erfassung je DAUER-Eintrag mit Rastervergleich *
       ERFASSEN SECTION.
       A.  DISPLAY "Dauerbestellung: Aenderungen vormerken" AT 2301.
           OPEN I-O DAUVORM.
           IF WF-STATUS = "35"
               CLOSE DAUVORM OPEN OUTPUT DAUVORM
               CLOSE DAUVORM OPEN I-O DAUVORM.
       B.  PERFORM SCHIRM-LEER.
           DISPLAY "Konto (0 = Ende):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2420.
           IF WH-KTONR = 0 GO X.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID DISPLAY "Konto unbekannt  " AT 2501 GO B.
           DISPLAY DE-BEZ(1:30) AT 0201.
           DISPLAY "Artikel:" AT 2430.
           MOVE 0 TO WH-ARNUM.
           ACCEPT WH-ARNUM AT 2440.
           DISPLAY "Lieferadresse:" AT 2340.
           MOVE 0 TO WH-LADR.
           ACCEPT WH-LADR AT 2355.
           MOVE WH-KTONR TO DA-KTONR.
           MOVE WH-ARNUM TO DA-ARNUM.
           MOVE WH-LADR TO DA-LADR.
           READ DAUER IGNORE LOCK
               INVALID DISPLAY "Eintrag unbekannt" AT 2501 GO B.
           DISPLAY "                 " AT 2501.
           DISPLAY DA-BEZ AT 0301.
       C.  PERFORM RASTER-ZEIGEN.
           DISPLAY WD-LEER AT 1601.
           DISPLAY WD-LEER AT 1701.
           DISPLAY "Aenderung ab (JJJJMMTT, 0 = anderer Eintrag):"
               AT 1601.
           MOVE 0 TO WH-AB.
           ACCEPT WH-AB AT 1648.
           IF WH-AB = 0 GO B.
           IF WH-AB(5:2) < "01" OR WH-AB(5:2) > "12"
               OR WH-AB(7:2) < "01" OR WH-AB(7:2) > "31" GO C.
           IF WH-AB NOT > WH-HEUTE
               DISPLAY "Stichtag muss in der Zukunft liegen" AT 1701
               GO C.
           MOVE WH-KTONR TO DV-KTONR.
           MOVE WH-ARNUM TO DV-ARNUM.
           MOVE WH-LADR TO DV-LADR.
           MOVE WH-AB TO DV-AB.
           MOVE 0 TO WM-NEU.
           READ DAUVORM INVALID MOVE 1 TO WM-NEU.
           IF WM-NEU = 1 PERFORM VORGABE
           ELSE PERFORM DV-HOLEN.
      *--------> neues Raster in der rechten Spalte erfassen <-
           DISPLAY "neu" AT 0672.
           MOVE 1 TO WH-R.
       D.  COMPUTE WH-WT = FUNCTION REM(WH-R 7) + 1.
           COMPUTE VDU-L = 6 + WH-R.
           MOVE 72 TO VDU-P.
           MOVE WH-NEU(WH-WT) TO WH-MG.
           DISPLAY WH-MG AT VDU-LP.
           ACCEPT WH-MG AT VDU-LP.
           MOVE WH-MG TO WH-NEU(WH-WT).
           ADD 1 TO WH-R.
           IF WH-R < 8 GO D.
           DISPLAY "S = speichern, L = Vormerkung loeschen, "
               AT 1701.
           DISPLAY "sonst zurueck:" AT 1741.
           MOVE SPACE TO WH-AKT.
           ACCEPT WH-AKT AT 1756.
           IF WH-AKT = "s" MOVE "S" TO WH-AKT.
           IF WH-AKT = "l" MOVE "L" TO WH-AKT.
           IF WH-AKT = "L"
               IF WM-NEU = 0 DELETE DAUVORM.
           IF WH-AKT NOT = "S" GO C.
           MOVE WH-KTONR TO DV-KTONR.
           MOVE WH-ARNUM TO DV-ARNUM.
           MOVE WH-LADR TO DV-LADR.
           MOVE WH-AB TO DV-AB.
           MOVE DE-TOUR TO DV-TOUR.
           IF DA-LADR NOT = 0 MOVE DA-TOUR TO DV-TOUR.
           MOVE 1 TO WH-WT.
       E.  MOVE WH-NEU(WH-WT) TO DV-ANZ(WH-WT).
           ADD 1 TO WH-WT.
           IF WH-WT < 8 GO E.
           MOVE WH-HEUTE TO DV-ERFDAT.
           MOVE WH-BEDIEN TO DV-BEDIEN.
           IF WM-NEU = 1
               WRITE DV-SATZ
           ELSE
               REWRITE DV-SATZ.
           GO C.
       X.  CLOSE DAUVORM.
       Z.  EXIT.
      ***** Bildschirmbereich des Rasters loeschen *
       SCHIRM-LEER SECTION.
       A.  MOVE 2 TO VDU-L.
           MOVE 1 TO VDU-P.
       B.  DISPLAY WD-LEER AT VDU-LP.
           ADD 1 TO VDU-L.
           IF VDU-L < 18 GO B.
       Z.  EXIT.
      ***** aktuelles Raster DA-ANZ und bis zu 4 Vormerkungen *
      *     nebeneinander, Zeilen Montag ... Sonntag
       RASTER-ZEIGEN SECTION.
       A.  MOVE 6 TO VDU-L.
           MOVE 1 TO VDU-P.
       A1. DISPLAY WD-LEER AT VDU-LP.
           ADD 1 TO VDU-L.
           IF VDU-L < 16 GO A1.
           DISPLAY "Tag    aktuell" AT 0601.
           MOVE 1 TO WH-R.
       B.  COMPUTE WH-WT = FUNCTION REM(WH-R 7) + 1.
           COMPUTE VDU-L = 6 + WH-R.
           MOVE 1 TO VDU-P.
           DISPLAY WT-TAG(WH-R) AT VDU-LP.
           MOVE 9 TO VDU-P.
           MOVE DA-ANZ(WH-WT) TO WD-MENGE.
           DISPLAY WD-MENGE AT VDU-LP.
           ADD 1 TO WH-R.
           IF WH-R < 8 GO B.
      *--------> Vormerkungen des Eintrags in Datumsfolge <-
           MOVE 0 TO WH-SP.
           MOVE DA-KTONR TO DV-KTONR.
           MOVE DA-ARNUM TO DV-ARNUM.
           MOVE DA-LADR TO DV-LADR.
           MOVE 0 TO DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO Z.
       C.  READ DAUVORM NEXT IGNORE LOCK AT END GO Z.
           IF DV-KTONR NOT = DA-KTONR OR DV-ARNUM NOT = DA-ARNUM
               OR DV-LADR NOT = DA-LADR GO Z.
           IF WH-SP = 4
               DISPLAY "weitere Vormerkungen folgen" AT 1420
               GO Z.
           ADD 1 TO WH-SP.
           MOVE 6 TO VDU-L.
           MOVE WT-SPALTE(WH-SP) TO VDU-P.
           MOVE DV-AB TO WH-DATX.
           PERFORM DATUM-AUF.
           DISPLAY "ab" AT VDU-LP.
           ADD 3 TO VDU-P.
           DISPLAY WD-DATUM AT VDU-LP.
           MOVE 1 TO WH-R.
       D.  COMPUTE WH-WT = FUNCTION REM(WH-R 7) + 1.
           COMPUTE VDU-L = 6 + WH-R.
           COMPUTE VDU-P = WT-SPALTE(WH-SP) + 3.
           MOVE DV-ANZ(WH-WT) TO WD-MENGE.
           DISPLAY WD-MENGE AT VDU-LP.
           ADD 1 TO WH-R.
           IF WH-R < 8 GO D.
           GO C.
       Z.  EXIT.
      ***** Vorgabe fuer einen neuen Stichtag: letzte Vormerkung *
      *     davor, sonst das aktuelle Raster
       VORGABE SECTION.
       A.  MOVE 1 TO WH-WT.
       A1. MOVE DA-ANZ(WH-WT) TO WH-NEU(WH-WT).
           ADD 1 TO WH-WT.
           IF WH-WT < 8 GO A1.
           MOVE WH-KTONR TO DV-KTONR.
           MOVE WH-ARNUM TO DV-ARNUM.
           MOVE WH-LADR TO DV-LADR.
           MOVE 0 TO DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO Z.
       B.  READ DAUVORM NEXT IGNORE LOCK AT END GO Z.
           IF DV-KTONR NOT = WH-KTONR OR DV-ARNUM NOT = WH-ARNUM
               OR DV-LADR NOT = WH-LADR GO Z.
           IF DV-AB NOT < WH-AB GO Z.
           PERFORM DV-HOLEN.
           GO B.
       Z.  EXIT.
      ***** Raster der gelesenen Vormerkung in die Erfassung *
       DV-HOLEN SECTION.
       A.  MOVE 1 TO WH-WT.
       B.  MOVE DV-ANZ(WH-WT) TO WH-NEU(WH-WT).
           ADD 1 TO WH-WT.
           IF WH-WT < 8 GO B.
       Z.  EXIT.
      ***** Liste der offenen Vormerkungen je Tour und Stichtag *
       LISTE SECTION.
       A.  DISPLAY "Vorgemerkte Aenderungen Dauerbestellungen" AT 2301.
           DISPLAY "Tour (0 = alle):" AT 2401.
           MOVE 0 TO WH-TOUR.
           ACCEPT WH-TOUR AT 2418.
           DISPLAY "Stichtag bis (JJJJMMTT, 0 = alle):" AT 2501.
           MOVE 0 TO WH-BIS.
           ACCEPT WH-BIS AT 2536.
           IF WH-BIS = 0 MOVE 99999999 TO WH-BIS.
           OPEN INPUT DAUVORM.
           IF WF-STATUS = "35"
               DISPLAY "keine Vormerkungen vorhanden" AT 2601
               GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 99 TO WH-LTOUR.
           MOVE 0 TO WH-ANZL.
           MOVE WH-TOUR TO DV-TOUR.
           MOVE 0 TO DV-AB.
           START DAUVORM KEY NOT < DV-TKEY INVALID GO X.
       B.  READ DAUVORM NEXT IGNORE LOCK AT END GO X.
           IF WH-TOUR NOT = 0 AND DV-TOUR NOT = WH-TOUR GO X.
           IF DV-AB > WH-BIS GO B.
           IF DV-TOUR NOT = WH-LTOUR PERFORM LISTE-KOPF.
           IF WH-ZL > 56 PERFORM LISTE-KOPF.
           MOVE DV-KTONR TO DA-KTONR.
           MOVE DV-ARNUM TO DA-ARNUM.
           MOVE DV-LADR TO DA-LADR.
           READ DAUER IGNORE LOCK INVALID INITIALIZE DA-SATZ.
           MOVE DV-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE SPACE TO WD-ZEILE.
           MOVE DV-AB TO WH-DATX.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-AB.
           DIVIDE 10 INTO DV-KTONR GIVING WD-KTO.
           MOVE DE-BEZ TO WD-NAME.
           MOVE DV-LADR TO WD-LADR.
           MOVE DV-ARNUM TO WD-ARNUM.
           MOVE DA-BEZ TO WD-ABEZ.
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "aktuell" TO WD-RTEXT.
           MOVE 1 TO WH-R.
       C.  COMPUTE WH-WT = FUNCTION REM(WH-R 7) + 1.
           MOVE DA-ANZ(WH-WT) TO WD-RMG(WH-R).
           ADD 1 TO WH-R.
           IF WH-R < 8 GO C.
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "neu" TO WD-RTEXT.
           MOVE 1 TO WH-R.
       D.  COMPUTE WH-WT = FUNCTION REM(WH-R 7) + 1.
           MOVE DV-ANZ(WH-WT) TO WD-RMG(WH-R).
           ADD 1 TO WH-R.
           IF WH-R < 8 GO D.
           PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-ANZL.
           GO B.
       X.  MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Vormerkungen gesamt:" TO WD-ZEILE(3:).
           MOVE WH-ANZL TO WD-ANZ.
           MOVE WD-ANZ TO WD-ZEILE(24:).
           PERFORM DRUCK-ZEILE.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER DAUVORM.
           DISPLAY "Liste gedruckt" AT 2601.
       Z.  EXIT.
       LISTE-KOPF SECTION.
       A.  MOVE DV-TOUR TO WH-LTOUR.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 1 TO WH-ZL.
           MOVE "Vorgemerkte Aenderungen Dauerbestellungen" TO WD-ZEILE.
           MOVE "Tour" TO WD-ZEILE(45:).
           MOVE DV-TOUR TO WD-ZEILE(50:2).
           MOVE WK-FIRMA(1:25) TO WD-ZEILE(55:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "  ab         Konto    Kunde" TO WD-ZEILE.
           MOVE "Adr Art." TO WD-ZEILE(47:).
           MOVE "Bezeichnung" TO WD-ZEILE(56:).
           PERFORM DRUCK-ZEILE.
           MOVE "               Mo   Di   Mi   Do   Fr   Sa   So"
               TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** Uebernahme im Dialog, Vorgabe Stichtag morgen *
       UEB-DIALOG SECTION.
       A.  DISPLAY "Vormerkungen in Dauerbestellungen uebernehmen"
               AT 2301.
           DISPLAY "faellig bis (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE WH-MORGEN TO WH-AB.
           DISPLAY WH-AB AT 2435.
           ACCEPT WH-AB AT 2435.
           IF WH-AB = 0 GO Z.
           PERFORM UEBERNAHME.
           DISPLAY "uebernommen:" AT 2501.
           MOVE WH-ANZUEB TO WD-ANZ.
           DISPLAY WD-ANZ AT 2514.
           IF WH-ANZOHNE NOT = 0
               DISPLAY "ohne Dauerbestellung entfernt:" AT 2601
               MOVE WH-ANZOHNE TO WD-ANZ
               DISPLAY WD-ANZ AT 2632.
       Z.  EXIT.
      ***** alle Vormerkungen mit DV-AB <= WH-AB in DAUER stellen *
      *     (je Eintrag in Datumsfolge, die juengste gilt) und
      *     loeschen; Vormerkungen ohne DAUER-Eintrag entfallen
       UEBERNAHME SECTION.
       A.  MOVE 0 TO WH-ANZUEB WH-ANZOHNE.
           OPEN I-O DAUVORM.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO DV-KTONR DV-ARNUM DV-LADR DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO X.
       B.  READ DAUVORM NEXT AT END GO X.
           IF DV-AB > WH-AB GO B.
           MOVE DV-KTONR TO DA-KTONR.
           MOVE DV-ARNUM TO DA-ARNUM.
           MOVE DV-LADR TO DA-LADR.
           READ DAUER INVALID
               ADD 1 TO WH-ANZOHNE
               DELETE DAUVORM
               GO B.
           MOVE 1 TO WH-WT.
       C.  MOVE DV-ANZ(WH-WT) TO DA-ANZ(WH-WT).
           ADD 1 TO WH-WT.
           IF WH-WT < 8 GO C.
           REWRITE DA-SATZ.
           DELETE DAUVORM.
           ADD 1 TO WH-ANZUEB.
           GO B.
       X.  CLOSE DAUVORM.
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

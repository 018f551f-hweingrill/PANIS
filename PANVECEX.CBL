      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANVECEX.
      ******************************************************************
      *     PLU-Export Artikel und Preise an die Vectron-Kassen        *
      *     je Filiale (DE-FILNR) eine Datei PLUfffff.TXT mit          *
      *     PLU (Artikel), Bezeichnung, Filialpreis, Aktionspreis,     *
      *     MwSt-Gruppe (AR-UST) und EAN (Etikettenstamm)              *
      *     Filialpreis: gueltige Preisstaffel des Filialkontos in     *
      *     FAKTDAT, sonst der Gruppenpreis der Preisgruppe DE-PRGRP   *
      *     (PANPRGRP), sonst AR-VKP bzw. der ab AR-ADAT gueltige      *
      *     AR-AVKP; Aktionspreis ueber PANAKTIO (Kundengruppe der     *
      *     Filiale, heutiges Datum)                                   *
      *     Der zuletzt uebertragene Stand je Filiale und Artikel      *
      *     steht in PANVECPL.DAT; die Aenderungsuebertragung sendet   *
      *     nur Artikel, deren Daten davon abweichen                   *
      *     Protokoll der Uebertragungen in PANVECLO.DAT               *
      *     WL-CA 10: Vollladung                                       *
      *     WL-CA 20: Aenderungen seit der letzten Uebertragung        *
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
           COPY PANSETIK.CPY.
           SELECT PLUSTAND   ASSIGN TO "PANVECPL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY PS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT PLUDAT     ASSIGN TO WN-PLUNAM
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT PLUPROT    ASSIGN TO "PANVECLO.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANFETIK.CPY.
      ************ zuletzt uebertragener Stand je Filiale/Artikel *
       FD  PLUSTAND     external       LABEL RECORD STANDARD.
       01  PS-SATZ.
           03  PS-KEY.
               05 PS-KTONR             PIC 9(6)       COMP.
               05 PS-ARNUM             PIC 9(4)       COMP.
           03  PS-BEZ                  PIC X(25).
           03  PS-PREIS                PIC S9(5)V99   COMP.
           03  PS-APREIS               PIC S9(5)V99   COMP.
           03  PS-UST                  PIC 99         COMP.
           03  PS-EAN                  PIC 9(13)      COMP.
           03  PS-DATUM                PIC 9(8)       COMP.
      ************************************* PLU-Datei je Filiale *
       FD  PLUDAT                      LABEL RECORD OMITTED.
       01  PL-SATZ.
           03  PL-PLU                  PIC 9(4).
           03  FILLER                  PIC X.
           03  PL-BEZ                  PIC X(25).
           03  FILLER                  PIC X.
           03  PL-PREIS                PIC 9(5),99.
           03  FILLER                  PIC X.
           03  PL-APREIS               PIC 9(5),99.
           03  FILLER                  PIC X.
           03  PL-UST                  PIC 99.
           03  FILLER                  PIC X.
           03  PL-EAN                  PIC 9(13).
      ******************************** Protokoll der Uebertragungen *
       FD  PLUPROT                     LABEL RECORD STANDARD.
       01  PP-SATZ.
           03  PP-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  PP-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  PP-KTONR                PIC 9(6).
           03  FILLER                  PIC X.
           03  PP-FILNR                PIC 9(5).
           03  FILLER                  PIC X.
           03  PP-ART                  PIC X(6).
           03  FILLER                  PIC X.
           03  PP-ANZ                  PIC 9(5).
           03  FILLER                  PIC X.
           03  PP-DATEI                PIC X(12).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-VOLL                 PIC 9        COMP VALUE ZERO.
           03  WH-KTONR                PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-FI                   PIC 99       COMP.
           03  WH-PREIS                PIC S9(5)V99 COMP.
           03  WH-APREIS               PIC S9(5)V99 COMP.
           03  WH-EAN                  PIC 9(13)    COMP.
           03  WH-ZAEHL                PIC 9(5)     COMP.
           03  WN-PLUNAM.
               05  FILLER              PIC XXX      VALUE "PLU".
               05  WN-FILNR            PIC 9(5).
               05  FILLER              PIC XXXX     VALUE ".TXT".
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-FIL                  PIC ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON ETIKETT.
       A.  CALL "CADECL" USING "PANPRETI.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON PLUSTAND.
       A.  CALL "CADECL" USING "PANVECPL.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON PLUDAT.
       A.  CALL "CADECL" USING WN-PLUNAM WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 MOVE 1 TO WM-VOLL PERFORM UEBERTRAGUNG.
           IF WL-CA = 20 MOVE 0 TO WM-VOLL PERFORM UEBERTRAGUNG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** PLU-Uebertragung *
       UEBERTRAGUNG SECTION.
       A.  IF WM-VOLL = 1
               DISPLAY "PLU-Vollladung Vectron" AT 2301
           ELSE
               DISPLAY "PLU-Aenderungen Vectron" AT 2301.
           DISPLAY "Filialkonto (0 = alle Filialen):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2435.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           OPEN INPUT DEBITOR ARTIKEL FAKTDAT ETIKETT.
           OPEN I-O PLUSTAND.
           IF WF-STATUS = "35"
               CLOSE PLUSTAND OPEN OUTPUT PLUSTAND
               CLOSE PLUSTAND OPEN I-O PLUSTAND.
           OPEN EXTEND PLUPROT.
           IF WF-STATUS = "35" OPEN OUTPUT PLUPROT.
           MOVE 0 TO WH-FI.
           IF WH-KTONR NOT = 0
               MOVE WH-KTONR TO DE-KTONR
               READ DEBITOR IGNORE LOCK
                   INVALID DISPLAY "Konto unbekannt" AT 2501
                   GO X
               END-READ
               IF DE-FILNR = 0
                   DISPLAY "kein Filialkonto (DE-FILNR)" AT 2501
                   GO X
               END-IF
               PERFORM FILIALE
               GO X.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO X.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO X.
           IF DE-FILNR = 0 GO B.
           PERFORM FILIALE.
           GO B.
       X.  CLOSE DEBITOR ARTIKEL FAKTDAT ETIKETT PLUSTAND PLUPROT.
           DISPLAY "Filialen uebertragen:" AT 2601.
           MOVE WH-FI TO WD-FIL.
           DISPLAY WD-FIL AT 2623.
       Z.  EXIT.
      ***** PLU-Datei einer Filiale schreiben und protokollieren *
       FILIALE SECTION.
       A.  MOVE DE-FILNR TO WN-FILNR.
           OPEN OUTPUT PLUDAT.
           MOVE 0 TO WH-ZAEHL.
           MOVE 0 TO AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO X.
       B.  READ ARTIKEL NEXT IGNORE LOCK AT END GO X.
           IF AR-VKP = 0 AND AR-AVKP = 0 GO B.
           PERFORM PREIS-ERMITTELN.
           MOVE 0 TO WH-EAN.
           MOVE "E" TO ET-SA.
           MOVE AR-NUM TO ET-NUM.
           READ ETIKETT IGNORE LOCK INVALID MOVE 0 TO ET-EAN.
           IF ET-EAN NUMERIC MOVE ET-EAN TO WH-EAN.
      *------> Vergleich mit dem zuletzt uebertragenen Stand <-
           MOVE DE-KTONR TO PS-KTONR.
           MOVE AR-NUM TO PS-ARNUM.
           READ PLUSTAND INVALID
               INITIALIZE PS-SATZ
               MOVE DE-KTONR TO PS-KTONR
               MOVE AR-NUM TO PS-ARNUM
               MOVE 99 TO PS-UST
               WRITE PS-SATZ
           END-READ.
           IF WM-VOLL = 0
               AND PS-BEZ = AR-BEZ AND PS-PREIS = WH-PREIS
               AND PS-APREIS = WH-APREIS AND PS-UST = AR-UST
               AND PS-EAN = WH-EAN
               GO B.
           MOVE SPACE TO PL-SATZ.
           MOVE AR-NUM TO PL-PLU.
           MOVE AR-BEZ TO PL-BEZ.
           MOVE WH-PREIS TO PL-PREIS.
           MOVE WH-APREIS TO PL-APREIS.
           MOVE AR-UST TO PL-UST.
           MOVE WH-EAN TO PL-EAN.
           MOVE ";" TO PL-SATZ(5:1) PL-SATZ(31:1) PL-SATZ(40:1)
                       PL-SATZ(49:1) PL-SATZ(52:1).
           WRITE PL-SATZ.
           ADD 1 TO WH-ZAEHL.
           MOVE AR-BEZ TO PS-BEZ.
           MOVE WH-PREIS TO PS-PREIS.
           MOVE WH-APREIS TO PS-APREIS.
           MOVE AR-UST TO PS-UST.
           MOVE WH-EAN TO PS-EAN.
           MOVE WH-HEUTE TO PS-DATUM.
           REWRITE PS-SATZ.
           GO B.
       X.  CLOSE PLUDAT.
           ADD 1 TO WH-FI.
           MOVE SPACE TO PP-SATZ.
           MOVE WH-HEUTE TO PP-DATUM.
           ACCEPT PP-ZEIT FROM TIME.
           MOVE DE-KTONR TO PP-KTONR.
           MOVE DE-FILNR TO PP-FILNR.
           IF WM-VOLL = 1
               MOVE "VOLL" TO PP-ART
           ELSE
               MOVE "AEND" TO PP-ART.
           MOVE WH-ZAEHL TO PP-ANZ.
           MOVE WN-PLUNAM TO PP-DATEI.
           WRITE PP-SATZ.
           DISPLAY DE-FILNR AT 2501.
           MOVE WH-ZAEHL TO WD-ANZ.
           DISPLAY WD-ANZ AT 2510.
       Z.  EXIT.
      ***** Filialpreis und Aktionspreis zum heutigen Tag *
       PREIS-ERMITTELN SECTION.
       A.  MOVE AR-VKP TO WH-PREIS.
           IF AR-AVKP NOT = 0 AND AR-ADAT NOT = 0
               AND AR-ADAT NOT > WH-HEUTE
               MOVE AR-AVKP TO WH-PREIS.
      *------> Gruppenpreis der Preisgruppe der Filiale <-
           IF DE-PRGRP NOT = 0
               MOVE AR-NUM TO WH-NUM
               MOVE DE-PRGRP TO WZ
               MOVE WH-HEUTE TO WZ-DATUM
               CALL "PANPRGRP" USING "50PRGRP" WH-CREG
               CANCEL "PANPRGRP"
               IF WH-X = "J" COMPUTE WH-PREIS = WH-WERT / 1000.
           MOVE DE-KTONR TO FA-KTONR.
           MOVE AR-NUM TO FA-ARNUM.
           READ FAKTDAT IGNORE LOCK INVALID GO B.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
               IF FA-PREIS(WX) NOT = 0
                   AND FA-AB(WX) NOT > WH-HEUTE
                   AND (FA-BIS(WX) NOT < WH-HEUTE OR FA-BIS(WX) = 0)
                   MOVE FA-PREIS(WX) TO WH-PREIS
               END-IF
           END-PERFORM.
      *------> Aktionspreis der Kundengruppe der Filiale <-
       B.  MOVE 0 TO WH-APREIS.
           MOVE AR-NUM TO WH-NUM.
           MOVE DE-FNR TO WZ.
           MOVE WH-HEUTE TO WZ-DATUM.
           MOVE WH-PREIS TO WH-WERT.
           CALL "PANAKTIO" USING "50AKTIO" WH-CREG.
           CANCEL "PANAKTIO".
           IF WH-X = "J" MOVE WH-WERT TO WH-APREIS.
       Z.  EXIT.

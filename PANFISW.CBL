      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANFISW.
      ******************************************************************
      *     Filialschwund je Filiale und Artikel                       *
      *     geliefert (Lieferscheine an die Filialkonten, DE-FILNR)    *
      *     minus verkauft (Kassendaten PANKASTG.DAT aus KASREAD)      *
      *     minus retour (Retourenerfassung PANRETGR.DAT) ergibt den   *
      *     ungeklaerten Schwund in Stueck und zum Verkaufswert        *
      *     (AR-VKP); Filialen und Artikel ueber der Wertschwelle      *
      *     werden in einer Rangliste absteigend ausgewiesen           *
      *     WL-CA 10: Wochenbericht (7 Tage ab Stichtag)               *
      *     WL-CA 20: Monatsbericht                                    *
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
           COPY PANSELFS.CPY.
           COPY PANSEKAS.CPY.
           COPY PANSERGR.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDKAS.CPY.
       COPY PANFDRGR.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-NUM              PIC ZZZZZ9.
               05 FILLER               PIC XX.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC X.
               05 DRA-LIEF             PIC ZZZ.ZZ9-.
               05 DRA-VERK             PIC ZZZ.ZZ9-.
               05 DRA-RET              PIC ZZZ.ZZ9-.
               05 DRA-SCHW             PIC ZZZ.ZZ9-.
               05 FILLER               PIC X.
               05 DRA-WERT             PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-PROZ             PIC ZZ9,9-.
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
           03  WH-VONDAT               PIC 9(8).
           03  WH-BISDAT               PIC 9(8).
           03  WH-MONAT                PIC 9(6).
           03  WH-TAG                  PIC 9(8).
           03  WH-VONI                 PIC 9(7)     COMP.
           03  WH-BISI                 PIC 9(7)     COMP.
           03  WH-SCHWELLE             PIC 9(5)V99.
           03  WH-MENGE                PIC S9(7)    COMP.
           03  WH-MAX                  PIC S9(9)V99 COMP.
           03  WH-MI                   PIC 9(4)     COMP.
           03  WH-RANG                 PIC 999      COMP.
           03  WH-TITEL                PIC X(30).
      *--------------> Filialkonten (DE-FILNR nicht 0) <-
           03  WH-FI                   PIC 99       COMP.
           03  WH-FANZ                 PIC 99       COMP VALUE ZERO.
           03  WT-FTAB.
               05 WT-FIL                            OCCURS 60.
                  07 FI-KTONR          PIC 9(6)     COMP.
                  07 FI-FILNR          PIC 9(5).
                  07 FI-BEZ            PIC X(25).
                  07 FI-SCHW           PIC S9(7)    COMP.
                  07 FI-WERT           PIC S9(9)V99 COMP.
                  07 FI-LIEF           PIC S9(7)    COMP.
                  07 FI-RANG           PIC X.
      *--------------> Mengen je Filiale und Artikel <-
           03  WH-SI                   PIC 9(4)     COMP.
           03  WH-SANZ                 PIC 9(4)     COMP VALUE ZERO.
           03  WT-STAB.
               05 WT-SW                             OCCURS 3000.
                  07 SW-FI             PIC 99       COMP.
                  07 SW-ARNUM          PIC 9(4)     COMP.
                  07 SW-LIEF           PIC S9(7)    COMP.
                  07 SW-VERK           PIC S9(7)    COMP.
                  07 SW-RET            PIC S9(7)    COMP.
                  07 SW-WERT           PIC S9(7)V99 COMP.
                  07 SW-RANG           PIC X.
           03  WS-LIEF                 PIC S9(7)    COMP.
           03  WS-VERK                 PIC S9(7)    COMP.
           03  WS-RET                  PIC S9(7)    COMP.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON KASSTAG.
       A.  CALL "CADECL" USING "PANKASTG.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RETGRUND.
       A.  CALL "CADECL" USING "PANRETGR.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WOCHE.
           IF WL-CA = 20 PERFORM MONAT.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Wochenbericht *
       WOCHE SECTION.
       A.  DISPLAY "Filialschwund Woche" AT 2301.
           DISPLAY "erster Tag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-VONDAT.
           ACCEPT WH-VONDAT AT 2435.
           IF WH-VONDAT = 0 GO Z.
           COMPUTE WH-VONI = FUNCTION INTEGER-OF-DATE(WH-VONDAT).
           COMPUTE WH-BISI = WH-VONI + 6.
           COMPUTE WH-BISDAT = FUNCTION DATE-OF-INTEGER(WH-BISI).
           MOVE "Filialschwund Woche" TO WH-TITEL.
           PERFORM AUSWERTUNG.
       Z.  EXIT.
      ***************************** Monatsbericht *
       MONAT SECTION.
       A.  DISPLAY "Filialschwund Monat" AT 2301.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-MONAT.
           ACCEPT WH-MONAT AT 2428.
           IF WH-MONAT = 0 GO Z.
           COMPUTE WH-VONDAT = WH-MONAT * 100 + 1.
           COMPUTE WH-VONI = FUNCTION INTEGER-OF-DATE(WH-VONDAT).
      *------> letzter Tag = Erster des Folgemonats minus 1 <-
           IF FUNCTION REM(WH-MONAT 100) = 12
               COMPUTE WH-TAG = (WH-MONAT + 89) * 100 + 1
           ELSE
               COMPUTE WH-TAG = (WH-MONAT + 1) * 100 + 1.
           COMPUTE WH-BISI = FUNCTION INTEGER-OF-DATE(WH-TAG) - 1.
           COMPUTE WH-BISDAT = FUNCTION DATE-OF-INTEGER(WH-BISI).
           MOVE "Filialschwund Monat" TO WH-TITEL.
           PERFORM AUSWERTUNG.
       Z.  EXIT.
      ***** Sammeln, Bericht und Rangliste fuer WH-VONI - WH-BISI *
       AUSWERTUNG SECTION.
       A.  DISPLAY "Wertschwelle Rangliste:" AT 2501.
           MOVE 10 TO WH-SCHWELLE.
           ACCEPT WH-SCHWELLE AT 2526.
           OPEN INPUT DEBITOR ARTIKEL LFSCHEIN.
           PERFORM FILIALEN-LADEN.
           IF WH-FANZ = 0
               DISPLAY "keine Filialkonten (DE-FILNR)" AT 2601
               GO X.
           MOVE 0 TO WH-SANZ.
           PERFORM LIEF-SAMMELN.
           OPEN INPUT KASSTAG.
           IF WF-STATUS NOT = "35"
               PERFORM KASSE-SAMMELN
               CLOSE KASSTAG.
           OPEN INPUT RETGRUND.
           IF WF-STATUS NOT = "35"
               PERFORM RET-SAMMELN
               CLOSE RETGRUND.
           PERFORM WERT-RECHNEN.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM BERICHT-DRUCK.
           PERFORM FIL-RANGLISTE.
           PERFORM ART-RANGLISTE.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
           DISPLAY "Zeilen Filiale/Artikel:" AT 2601.
           MOVE WH-SANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2625.
       X.  CLOSE DEBITOR ARTIKEL LFSCHEIN.
       Z.  EXIT.
      ********* Filialkonten aus dem Debitorenstamm *
       FILIALEN-LADEN SECTION.
       A.  MOVE 0 TO WH-FANZ.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO Z.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO Z.
           IF DE-FILNR = 0 GO B.
           IF WH-FANZ >= 60 GO Z.
           ADD 1 TO WH-FANZ.
           MOVE DE-KTONR TO FI-KTONR(WH-FANZ).
           MOVE DE-FILNR TO FI-FILNR(WH-FANZ).
           MOVE DE-BEZ TO FI-BEZ(WH-FANZ).
           MOVE 0 TO FI-SCHW(WH-FANZ) FI-WERT(WH-FANZ)
                     FI-LIEF(WH-FANZ).
           MOVE SPACE TO FI-RANG(WH-FANZ).
           GO B.
       Z.  EXIT.
      ********* Filiale zu WH-NUM suchen -> WH-FI (0 = keine) *
       FIL-SUCH SECTION.
       A.  PERFORM VARYING WH-FI FROM 1 BY 1 UNTIL WH-FI > WH-FANZ
               OR FI-KTONR(WH-FI) = WH-NUM
               CONTINUE.
           IF WH-FI > WH-FANZ MOVE 0 TO WH-FI.
       Z.  EXIT.
      ********* Zeile Filiale WH-FI / Artikel AR-NUM -> WH-SI *
       ZEILE-SUCH SECTION.
       A.  PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > WH-SANZ
               OR (SW-FI(WH-SI) = WH-FI AND SW-ARNUM(WH-SI) = AR-NUM)
               CONTINUE.
           IF WH-SI > WH-SANZ
               IF WH-SANZ >= 3000
                   MOVE 0 TO WH-SI
               ELSE
                   ADD 1 TO WH-SANZ
                   MOVE WH-SANZ TO WH-SI
                   MOVE WH-FI TO SW-FI(WH-SI)
                   MOVE AR-NUM TO SW-ARNUM(WH-SI)
                   MOVE 0 TO SW-LIEF(WH-SI) SW-VERK(WH-SI)
                             SW-RET(WH-SI) SW-WERT(WH-SI)
                   MOVE SPACE TO SW-RANG(WH-SI)
           END-IF.
       Z.  EXIT.
      ********* geliefert: Lieferscheine der Filialkonten *
      *  Storno (LF-STAT 94/95) und "nlf" (96/97) zaehlen nicht,
      *  geliefert ist bestellt abzueglich Rueckstand
       LIEF-SAMMELN SECTION.
       A.  MOVE WH-VONDAT TO WQ-DATUM.
           MOVE 0 TO WQ-TOUR WQ-SUB WQ-KTONR WQ-NUM WQ-ARNUM.
           MOVE SPACE TO WQ-SORT.
           MOVE WQ-AKEY TO LF-AKEY.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO Z.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-DATUM > WH-BISDAT GO Z.
           IF LF-STAT > 93 AND LF-STAT < 98 GO B.
           MOVE LF-KTONR TO WH-NUM.
           PERFORM FIL-SUCH.
           IF WH-FI = 0 GO B.
           MOVE LF-ARNUM TO AR-NUM.
           PERFORM ZEILE-SUCH.
           IF WH-SI = 0 GO B.
           COMPUTE SW-LIEF(WH-SI) =
               SW-LIEF(WH-SI) + LF-MENGE(1) - LF-MENGE(2).
           GO B.
       Z.  EXIT.
      ********* verkauft: Kassendaten je Tag *
       KASSE-SAMMELN SECTION.
       A.  MOVE WH-VONDAT TO KT-DATUM.
           MOVE 0 TO KT-KTONR KT-ARNUM.
           START KASSTAG KEY NOT < KT-KEY INVALID GO Z.
       B.  READ KASSTAG NEXT IGNORE LOCK AT END GO Z.
           IF KT-DATUM > WH-BISDAT GO Z.
           MOVE KT-KTONR TO WH-NUM.
           PERFORM FIL-SUCH.
           IF WH-FI = 0 GO B.
           MOVE KT-ARNUM TO AR-NUM.
           PERFORM ZEILE-SUCH.
           IF WH-SI = 0 GO B.
           ADD KT-MENGE TO SW-VERK(WH-SI).
           GO B.
       Z.  EXIT.
      ********* retour: Retourenerfassung je Tag *
       RET-SAMMELN SECTION.
       A.  MOVE WH-VONDAT TO RG-DATUM.
           MOVE 0 TO RG-KTONR RG-ARNUM RG-LFD.
           START RETGRUND KEY NOT < RG-KEY INVALID GO Z.
       B.  READ RETGRUND NEXT IGNORE LOCK AT END GO Z.
           IF RG-DATUM > WH-BISDAT GO Z.
           MOVE RG-KTONR TO WH-NUM.
           PERFORM FIL-SUCH.
           IF WH-FI = 0 GO B.
           MOVE RG-ARNUM TO AR-NUM.
           PERFORM ZEILE-SUCH.
           IF WH-SI = 0 GO B.
           ADD RG-MENGE TO SW-RET(WH-SI).
           GO B.
       Z.  EXIT.
      ********* Schwund zum Verkaufswert, Summen je Filiale *
       WERT-RECHNEN SECTION.
       A.  PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > WH-SANZ
               MOVE SW-ARNUM(WH-SI) TO AR-NUM
               READ ARTIKEL IGNORE LOCK
                   INVALID MOVE 0 TO AR-VKP
               END-READ
               COMPUTE WH-MENGE = SW-LIEF(WH-SI) - SW-VERK(WH-SI)
                                - SW-RET(WH-SI)
               COMPUTE SW-WERT(WH-SI) ROUNDED = WH-MENGE * AR-VKP
               MOVE SW-FI(WH-SI) TO WH-FI
               ADD WH-MENGE TO FI-SCHW(WH-FI)
               ADD SW-LIEF(WH-SI) TO FI-LIEF(WH-FI)
               ADD SW-WERT(WH-SI) TO FI-WERT(WH-FI)
           END-PERFORM.
       Z.  EXIT.
      ********* Bericht je Filiale und Artikel *
       BERICHT-DRUCK SECTION.
       A.  PERFORM VARYING WH-FI FROM 1 BY 1 UNTIL WH-FI > WH-FANZ
               PERFORM FIL-DRUCK
           END-PERFORM.
       Z.  EXIT.
       FIL-DRUCK SECTION.
       A.  PERFORM KOPF-DRUCK.
           MOVE SPACE TO DRA-SATZ.
           MOVE FI-KTONR(WH-FI) TO DRA-NUM.
           MOVE FI-BEZ(WH-FI) TO DRA-BEZ.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WS-LIEF WS-VERK WS-RET.
           PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > WH-SANZ
               IF SW-FI(WH-SI) = WH-FI
                   PERFORM ZEILE-DRUCK
                   ADD SW-LIEF(WH-SI) TO WS-LIEF
                   ADD SW-VERK(WH-SI) TO WS-VERK
                   ADD SW-RET(WH-SI) TO WS-RET
               END-IF
           END-PERFORM.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe Filiale" TO DRA-BEZ.
           MOVE WS-LIEF TO DRA-LIEF.
           MOVE WS-VERK TO DRA-VERK.
           MOVE WS-RET TO DRA-RET.
           MOVE FI-SCHW(WH-FI) TO DRA-SCHW.
           MOVE FI-WERT(WH-FI) TO DRA-WERT.
           IF FI-LIEF(WH-FI) NOT = 0
               COMPUTE DRA-PROZ ROUNDED =
                   FI-SCHW(WH-FI) * 100 / FI-LIEF(WH-FI).
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.
      ********* eine Zeile Filiale/Artikel (WH-SI) *
       ZEILE-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE SW-ARNUM(WH-SI) TO DRA-NUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZ.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE SW-LIEF(WH-SI) TO DRA-LIEF.
           MOVE SW-VERK(WH-SI) TO DRA-VERK.
           MOVE SW-RET(WH-SI) TO DRA-RET.
           COMPUTE WH-MENGE = SW-LIEF(WH-SI) - SW-VERK(WH-SI)
                            - SW-RET(WH-SI).
           MOVE WH-MENGE TO DRA-SCHW.
           MOVE SW-WERT(WH-SI) TO DRA-WERT.
           IF SW-LIEF(WH-SI) NOT = 0
               COMPUTE DRA-PROZ ROUNDED =
                   WH-MENGE * 100 / SW-LIEF(WH-SI).
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ********* Seitenkopf *
       KOPF-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WH-TITEL TO DRA-TITEL.
           MOVE WH-VONDAT TO DRA-TITEL(32:8).
           MOVE "-" TO DRA-TITEL(41:1).
           MOVE WH-BISDAT TO DRA-TITEL(43:8).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Nr.     Bezeichnung" TO DRA-TITEL.
           MOVE " gelief.verkauft  retour Schwund        Wert     %"
               TO DRA-TITEL(34:50).
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.
      ***** Rangliste Filialen ueber der Schwelle, absteigend *
       FIL-RANGLISTE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Rangliste Filialen ueber Wertschwelle" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 0 TO WH-RANG.
       B.  MOVE 0 TO WH-MI.
           MOVE WH-SCHWELLE TO WH-MAX.
           PERFORM VARYING WH-FI FROM 1 BY 1 UNTIL WH-FI > WH-FANZ
               IF FI-RANG(WH-FI) = SPACE
                   AND FI-WERT(WH-FI) NOT < WH-MAX
                   MOVE FI-WERT(WH-FI) TO WH-MAX
                   MOVE WH-FI TO WH-MI
               END-IF
           END-PERFORM.
           IF WH-MI = 0 GO Z.
           MOVE WH-MI TO WH-FI.
           MOVE "J" TO FI-RANG(WH-FI).
           ADD 1 TO WH-RANG.
           MOVE SPACE TO DRA-SATZ.
           MOVE FI-KTONR(WH-FI) TO DRA-NUM.
           MOVE FI-BEZ(WH-FI) TO DRA-BEZ.
           MOVE FI-LIEF(WH-FI) TO DRA-LIEF.
           MOVE FI-SCHW(WH-FI) TO DRA-SCHW.
           MOVE FI-WERT(WH-FI) TO DRA-WERT.
           IF FI-LIEF(WH-FI) NOT = 0
               COMPUTE DRA-PROZ ROUNDED =
                   FI-SCHW(WH-FI) * 100 / FI-LIEF(WH-FI).
           WRITE DRA-SATZ AFTER 1.
           GO B.
       Z.  EXIT.
      ***** Rangliste Filiale/Artikel ueber der Schwelle (max. 50) *
       ART-RANGLISTE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Rangliste Filiale/Artikel ueber Wertschwelle"
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 3.
           MOVE 0 TO WH-RANG.
       B.  IF WH-RANG >= 50 GO Z.
           MOVE 0 TO WH-MI.
           MOVE WH-SCHWELLE TO WH-MAX.
           PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > WH-SANZ
               IF SW-RANG(WH-SI) = SPACE
                   AND SW-WERT(WH-SI) NOT < WH-MAX
                   MOVE SW-WERT(WH-SI) TO WH-MAX
                   MOVE WH-SI TO WH-MI
               END-IF
           END-PERFORM.
           IF WH-MI = 0 GO Z.
           MOVE WH-MI TO WH-SI.
           MOVE "J" TO SW-RANG(WH-SI).
           ADD 1 TO WH-RANG.
           MOVE SW-FI(WH-SI) TO WH-FI.
           MOVE SPACE TO DRA-SATZ.
           MOVE FI-KTONR(WH-FI) TO DRA-NUM.
           MOVE FI-BEZ(WH-FI) TO DRA-BEZ.
           WRITE DRA-SATZ AFTER 1.
           PERFORM ZEILE-DRUCK.
           GO B.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANVERTR.
      ******************************************************************
      *     Vertreter und monatliche Provisionsabrechnung              *
      *     Stamm PANVERTR.DAT (Satz je Sortiergruppe oder Artikel),   *
      *     Zuordnung Debitor -> Vertreter mit gueltig-ab in           *
      *     PANVTZUO.DAT; massgeblich ist die am Monatsletzten         *
      *     gueltige Zuordnung                                         *
      *     WL-CA 10: Vertreterstamm und Provisionssaetze warten       *
      *     WL-CA 20: Debitoren zuordnen (ab Datum, Neukundenkz.)      *
      *     WL-CA 30: Provisionsabrechnung je Vertreter fuer einen     *
      *               Monat, Basis waehlbar:                           *
      *               1 = fakturierter Umsatz aus STATISTIK abzueglich *
      *                   Retouren (ST-RET zum Durchschnittspreis des  *
      *                   Monats), Satz Artikel/Gruppe/Grundsatz       *
      *               2 = im Monat bezahlte Rechnungen aus             *
      *                   PANISFIB.DAT (netto) abzueglich der          *
      *                   Gutschriften des Monats, Grundsatz           *
      *               dazu Bonus je Neukunde und eine Zusammenfassung  *
      *               fuer die Lohnverrechnung                         *
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
           COPY PANSESTA.CPY.
           COPY PANSEVTR.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANSTAT.CPY.
       COPY PANFDVTR.CPY.
       COPY PANEBUCH.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-KTO              PIC ZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(24).
               05 FILLER               PIC X.
               05 DRA-UMS              PIC ZZZ.ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-RET              PIC ZZ.ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-PROV             PIC ZZZ.ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(78).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-VNR                  PIC 99.
           03  WH-ART                  PIC 9.
           03  WH-NUM4                 PIC 9(4).
           03  WH-PROZ                 PIC 99V99.
           03  WH-BON                  PIC 9(5)V99.
           03  WH-PERSNR               PIC 9(6).
           03  WH-KTONR                PIC 9(6).
           03  WH-AB                   PIC 9(8).
           03  WH-NEUKD                PIC 9.
           03  WH-JAHR                 PIC 9(4).
           03  WH-JJ                   PIC 99       COMP.
           03  WH-QUOT                 PIC 99       COMP.
           03  WH-MONAT                PIC 99.
           03  WH-BASIS                PIC 9.
               88  WH-STATBASIS        VALUE 1.
               88  WH-ZAHLBASIS        VALUE 2.
           03  WH-VON8                 PIC 9(8)     COMP.
           03  WH-BIS8                 PIC 9(8)     COMP.
           03  WH-VON6                 PIC 9(6)     COMP.
           03  WH-BIS6                 PIC 9(6)     COMP.
           03  WH-ZVNR                 PIC 99       COMP.
           03  WH-KTOMRK               PIC 9(8)     COMP.
           03  WH-SATZ                 PIC S99V99   COMP.
           03  WH-UMS                  PIC S9(9)V99 COMP.
           03  WH-RETW                 PIC S9(9)V99 COMP.
           03  WH-DPREIS               PIC S9(5)V999 COMP.
           03  WH-PROV                 PIC S9(9)V99 COMP.
           03  WH-ZEILE                PIC 99       COMP.
      *------> Summen je Vertreter, Index = Vertreternummer <-
           03  VR-TAB                               OCCURS 99.
               05  VR-NAME             PIC X(30).
               05  VR-PERSNR           PIC 9(6)     COMP.
               05  VR-PROZ             PIC S99V99   COMP.
               05  VR-NEUBON           PIC S9(5)V99 COMP.
               05  VR-UMS              PIC S9(11)V99 COMP.
               05  VR-RET              PIC S9(11)V99 COMP.
               05  VR-PROV             PIC S9(11)V99 COMP.
               05  VR-NEUANZ           PIC 999      COMP.
           03  VR                      PIC 99       COMP.
      *------> Kunden je Vertreter <-
           03  VK-TAB                               OCCURS 3000.
               05  VK-VNR              PIC 99       COMP.
               05  VK-KTONR            PIC 9(6)     COMP.
               05  VK-UMS              PIC S9(9)V99 COMP.
               05  VK-RET              PIC S9(9)V99 COMP.
               05  VK-PROV             PIC S9(9)V99 COMP.
           03  VK                      PIC 9(4)     COMP.
           03  VK-ANZ                  PIC 9(4)     COMP VALUE ZERO.
           03  WH-OHNE                 PIC S9(11)V99 COMP.
           03  WH-BONBET               PIC S9(9)V99 COMP.
           03  WS-UMS                  PIC S9(11)V99 COMP.
           03  WS-RET                  PIC S9(11)V99 COMP.
           03  WS-PROV                 PIC S9(11)V99 COMP.
           03  WD-ANZ                  PIC ZZ9.
           03  WD-VNR                  PIC Z9.
           03  WD-MONAT                PIC 99.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON STATISTIK.
       A.  CALL "CADECL" USING "PANESTAT.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON VERTRETER.
       A.  CALL "CADECL" USING "PANVERTR.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON VERTZUO.
       A.  CALL "CADECL" USING "PANVTZUO.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM ZUORDNUNG.
           IF WL-CA = 30 PERFORM ABRECHNUNG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ************************** Vertreterstamm warten *
       WARTUNG SECTION.
       A.  DISPLAY "Vertreter und Provisionssaetze" AT 2301.
           OPEN I-O VERTRETER.
           IF WF-STATUS = "35"
               CLOSE VERTRETER OPEN OUTPUT VERTRETER
               CLOSE VERTRETER OPEN I-O VERTRETER.
       B.  DISPLAY "Vertreter (1-99, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-VNR.
           ACCEPT WH-VNR AT 2429.
           IF WH-VNR = 0 GO X.
           MOVE WH-VNR TO VT-VNR.
           MOVE 0 TO VT-ART VT-NUM.
           READ VERTRETER INVALID
               INITIALIZE VT-SATZ
               MOVE WH-VNR TO VT-VNR.
           DISPLAY "Name:" AT 2435.
           DISPLAY VT-NAME AT 2441.
           ACCEPT VT-NAME AT 2441.
           IF VT-NAME = SPACE
               MOVE WH-VNR TO VT-VNR
               MOVE 0 TO VT-ART VT-NUM
               DELETE VERTRETER INVALID CONTINUE END-DELETE
               GO B.
           DISPLAY "PersNr:" AT 2501.
           MOVE VT-PERSNR TO WH-PERSNR.
           DISPLAY WH-PERSNR AT 2509.
           ACCEPT WH-PERSNR AT 2509.
           DISPLAY "Grundsatz %:" AT 2520.
           MOVE VT-PROZ TO WH-PROZ.
           DISPLAY WH-PROZ AT 2533.
           ACCEPT WH-PROZ AT 2533.
           DISPLAY "Bonus je Neukunde:" AT 2541.
           MOVE VT-NEUBON TO WH-BON.
           DISPLAY WH-BON AT 2560.
           ACCEPT WH-BON AT 2560.
           MOVE WH-PERSNR TO VT-PERSNR.
           MOVE WH-PROZ TO VT-PROZ.
           MOVE WH-BON TO VT-NEUBON.
           MOVE WH-VNR TO VT-VNR.
           MOVE 0 TO VT-ART VT-NUM.
           REWRITE VT-SATZ INVALID WRITE VT-SATZ.
      *--------> Saetze je Sortiergruppe / Artikel <-
       C.  DISPLAY "Satz fuer 1 = Sortiergruppe 2 = Artikel (0 = Ende):"
               AT 2601.
           MOVE 0 TO WH-ART.
           ACCEPT WH-ART AT 2654.
           IF WH-ART = 0 GO B.
           IF WH-ART > 2 GO C.
           DISPLAY "Nummer:" AT 2701.
           MOVE 0 TO WH-NUM4.
           ACCEPT WH-NUM4 AT 2709.
           MOVE WH-VNR TO VT-VNR.
           MOVE WH-ART TO VT-ART.
           MOVE WH-NUM4 TO VT-NUM.
           READ VERTRETER INVALID
               INITIALIZE VT-SATZ
               MOVE WH-VNR TO VT-VNR
               MOVE WH-ART TO VT-ART
               MOVE WH-NUM4 TO VT-NUM.
           DISPLAY "Provision % (0 = Satz loeschen):" AT 2716.
           MOVE VT-PROZ TO WH-PROZ.
           DISPLAY WH-PROZ AT 2749.
           ACCEPT WH-PROZ AT 2749.
           MOVE WH-PROZ TO VT-PROZ.
           IF WH-PROZ = 0
               DELETE VERTRETER INVALID CONTINUE END-DELETE
           ELSE
               REWRITE VT-SATZ INVALID WRITE VT-SATZ.
           GO C.
       X.  CLOSE VERTRETER.
       Z.  EXIT.
      ******************* Debitoren einem Vertreter zuordnen *
       ZUORDNUNG SECTION.
       A.  DISPLAY "Vertreterzuordnung je Debitor" AT 2301.
           OPEN INPUT DEBITOR VERTRETER.
           OPEN I-O VERTZUO.
           IF WF-STATUS = "35"
               CLOSE VERTZUO OPEN OUTPUT VERTZUO
               CLOSE VERTZUO OPEN I-O VERTZUO.
       B.  DISPLAY "Konto (0 = Ende):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2420.
           IF WH-KTONR = 0 GO X.
           MOVE 1 TO DE-FNR.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID DISPLAY "Konto unbekannt" AT 2501
               GO B.
           DISPLAY DE-BEZ(1:35) AT 2430.
      *--------> bisherige Zuordnungen anzeigen <-
           DISPLAY "ab        Vertr. Neukd." AT 1001.
           MOVE 11 TO WH-ZEILE.
           MOVE WH-KTONR TO VZ-KTONR.
           MOVE 0 TO VZ-AB.
           START VERTZUO KEY NOT < VZ-KEY INVALID GO D.
       C.  READ VERTZUO NEXT AT END GO D.
           IF VZ-KTONR NOT = WH-KTONR GO D.
           IF WH-ZEILE > 20 GO D.
           MOVE WH-ZEILE TO VDU-L.
           MOVE 1 TO VDU-P.
           MOVE VZ-AB TO WH-AB.
           DISPLAY WH-AB AT VDU-LP.
           MOVE 11 TO VDU-P.
           MOVE VZ-VNR TO WD-VNR.
           DISPLAY WD-VNR AT VDU-LP.
           MOVE 19 TO VDU-P.
           MOVE VZ-NEUKD TO WH-NEUKD.
           DISPLAY WH-NEUKD AT VDU-LP.
           ADD 1 TO WH-ZEILE.
           GO C.
       D.  DISPLAY "gueltig ab (JJJJMMTT, 0 = zurueck):" AT 2501.
           MOVE 0 TO WH-AB.
           ACCEPT WH-AB AT 2537.
           IF WH-AB = 0 GO B.
           MOVE WH-KTONR TO VZ-KTONR.
           MOVE WH-AB TO VZ-AB.
           READ VERTZUO INVALID MOVE 0 TO VZ-VNR VZ-NEUKD.
           DISPLAY "Vertreter (0 = keiner, 99 = Satz loeschen):"
               AT 2601.
           MOVE VZ-VNR TO WH-VNR.
           DISPLAY WH-VNR AT 2645.
           ACCEPT WH-VNR AT 2645.
           IF WH-VNR = 99
               DELETE VERTZUO INVALID CONTINUE END-DELETE
               GO B.
           IF WH-VNR NOT = 0
               MOVE WH-VNR TO VT-VNR
               MOVE 0 TO VT-ART VT-NUM
               READ VERTRETER IGNORE LOCK
                   INVALID DISPLAY "Vertreter unbekannt" AT 2701
                   GO D.
           DISPLAY "Neukunde des Vertreters (0/1):" AT 2701.
           MOVE VZ-NEUKD TO WH-NEUKD.
           DISPLAY WH-NEUKD AT 2732.
           ACCEPT WH-NEUKD AT 2732.
           IF WH-NEUKD > 1 OR WH-VNR = 0 MOVE 0 TO WH-NEUKD.
           MOVE WH-KTONR TO VZ-KTONR.
           MOVE WH-AB TO VZ-AB.
           MOVE WH-VNR TO VZ-VNR.
           MOVE WH-NEUKD TO VZ-NEUKD.
           REWRITE VZ-SATZ INVALID WRITE VZ-SATZ.
           GO B.
       X.  CLOSE DEBITOR VERTRETER VERTZUO.
       Z.  EXIT.
      ********************* Monatliche Provisionsabrechnung *
       ABRECHNUNG SECTION.
       A.  DISPLAY "Provisionsabrechnung" AT 2301.
           DISPLAY "Jahr (JJJJ, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-JAHR.
           ACCEPT WH-JAHR AT 2425.
           IF WH-JAHR = 0 GO Z.
           DIVIDE WH-JAHR BY 100 GIVING WH-QUOT REMAINDER WH-JJ.
           DISPLAY "Monat:" AT 2431.
           MOVE 0 TO WH-MONAT.
           ACCEPT WH-MONAT AT 2438.
           IF WH-MONAT = 0 OR WH-MONAT > 12 GO Z.
           DISPLAY "Basis 1 = Statistik 2 = bezahlte Rechnungen:"
               AT 2501.
           MOVE 1 TO WH-BASIS.
           ACCEPT WH-BASIS AT 2547.
           IF NOT WH-STATBASIS AND NOT WH-ZAHLBASIS GO Z.
           COMPUTE WH-VON8 = WH-JAHR * 10000 + WH-MONAT * 100 + 1.
           COMPUTE WH-BIS8 = WH-VON8 + 30.
           COMPUTE WH-VON6 = WH-JJ * 10000 + WH-MONAT * 100 + 1.
           COMPUTE WH-BIS6 = WH-VON6 + 30.
           OPEN INPUT DEBITOR ARTIKEL VERTRETER VERTZUO.
           PERFORM VT-LADEN.
           MOVE 0 TO VK-ANZ WH-OHNE.
           IF WH-STATBASIS
               PERFORM STAT-BASIS
           ELSE
               PERFORM ZAHL-BASIS.
           PERFORM NEUKUNDEN.
           PERFORM DRUCKEN.
           CLOSE DEBITOR ARTIKEL VERTRETER VERTZUO.
       Z.  EXIT.
      ***** Vertreterkoepfe in die Tabelle laden *
       VT-LADEN SECTION.
       A.  PERFORM VARYING VR FROM 1 BY 1 UNTIL VR > 98
               MOVE SPACE TO VR-NAME(VR)
               MOVE 0 TO VR-PERSNR(VR) VR-PROZ(VR) VR-NEUBON(VR)
                         VR-UMS(VR) VR-RET(VR) VR-PROV(VR)
                         VR-NEUANZ(VR).
           MOVE 0 TO VT-VNR VT-ART VT-NUM.
           START VERTRETER KEY NOT < VT-KEY INVALID GO Z.
       B.  READ VERTRETER NEXT IGNORE LOCK AT END GO Z.
           IF VT-ART NOT = 0 OR VT-VNR = 0 OR VT-VNR > 98 GO B.
           MOVE VT-NAME TO VR-NAME(VT-VNR).
           MOVE VT-PERSNR TO VR-PERSNR(VT-VNR).
           MOVE VT-PROZ TO VR-PROZ(VT-VNR).
           MOVE VT-NEUBON TO VR-NEUBON(VT-VNR).
           GO B.
       Z.  EXIT.
      ***** Vertreter des Kontos WH-KTOMRK am Monatsletzten *
       ZUO-SUCH SECTION.
       A.  MOVE 0 TO WH-ZVNR.
           MOVE WH-KTOMRK TO VZ-KTONR.
           MOVE 0 TO VZ-AB.
           START VERTZUO KEY NOT < VZ-KEY INVALID GO Z.
       B.  READ VERTZUO NEXT IGNORE LOCK AT END GO Z.
           IF VZ-KTONR NOT = WH-KTOMRK GO Z.
           IF VZ-AB > WH-BIS8 GO Z.
           MOVE VZ-VNR TO WH-ZVNR.
           IF WH-ZVNR > 98 MOVE 0 TO WH-ZVNR.
           GO B.
       Z.  EXIT.
      ***** Kundenzeile des Vertreters suchen / anlegen *
       VK-SUCH SECTION.
       A.  PERFORM VARYING VK FROM 1 BY 1 UNTIL VK > VK-ANZ
               OR VK-KTONR(VK) = WH-KTOMRK
               CONTINUE.
           IF VK > VK-ANZ
               IF VK-ANZ >= 3000
                   MOVE VK-ANZ TO VK
               ELSE
                   ADD 1 TO VK-ANZ
                   MOVE VK-ANZ TO VK
                   MOVE WH-ZVNR TO VK-VNR(VK)
                   MOVE WH-KTOMRK TO VK-KTONR(VK)
                   MOVE 0 TO VK-UMS(VK) VK-RET(VK) VK-PROV(VK)
           END-IF.
       Z.  EXIT.
      ***** Basis 1: fakturierter Umsatz aus der Statistik *
       STAT-BASIS SECTION.
       A.  OPEN INPUT STATISTIK.
           MOVE 0 TO ST-KTONR ST-ARNUM ST-JAHR.
           MOVE 0 TO WH-KTOMRK WH-ZVNR.
           START STATISTIK KEY NOT < ST-KEY INVALID GO X.
       B.  READ STATISTIK NEXT IGNORE LOCK AT END GO X.
           IF ST-JAHR NOT = WH-JJ GO B.
           IF ST-UMSATZ(WH-MONAT) = 0 AND ST-RET(WH-MONAT) = 0 GO B.
           IF ST-KTONR NOT = WH-KTOMRK
               MOVE ST-KTONR TO WH-KTOMRK
               PERFORM ZUO-SUCH.
           MOVE ST-UMSATZ(WH-MONAT) TO WH-UMS.
      *------> Retouren zum Durchschnittspreis des Monats <-
           MOVE ST-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID MOVE 0 TO AR-SGRP AR-PREIS.
           IF ST-MENGEN(WH-MONAT) > 0
               COMPUTE WH-DPREIS ROUNDED =
                   ST-UMSATZ(WH-MONAT) / ST-MENGEN(WH-MONAT)
           ELSE
               MOVE AR-PREIS TO WH-DPREIS.
           COMPUTE WH-RETW ROUNDED = ST-RET(WH-MONAT) * WH-DPREIS.
           IF WH-ZVNR = 0
               COMPUTE WH-OHNE = WH-OHNE + WH-UMS - WH-RETW
               GO B.
           PERFORM SATZ-SUCH.
           COMPUTE WH-PROV ROUNDED =
               (WH-UMS - WH-RETW) * WH-SATZ / 100.
           PERFORM VK-SUCH.
           ADD WH-UMS TO VK-UMS(VK).
           ADD WH-RETW TO VK-RET(VK).
           ADD WH-PROV TO VK-PROV(VK).
           GO B.
       X.  CLOSE STATISTIK.
       Z.  EXIT.
      ***** Provisionssatz: Artikel -> Sortiergruppe -> Grundsatz *
       SATZ-SUCH SECTION.
       A.  MOVE WH-ZVNR TO VT-VNR.
           MOVE 2 TO VT-ART.
           MOVE ST-ARNUM TO VT-NUM.
           READ VERTRETER IGNORE LOCK INVALID GO B.
           MOVE VT-PROZ TO WH-SATZ.
           GO Z.
       B.  MOVE WH-ZVNR TO VT-VNR.
           MOVE 1 TO VT-ART.
           MOVE AR-SGRP TO VT-NUM.
           READ VERTRETER IGNORE LOCK INVALID GO C.
           MOVE VT-PROZ TO WH-SATZ.
           GO Z.
       C.  MOVE VR-PROZ(WH-ZVNR) TO WH-SATZ.
       Z.  EXIT.
      ***** Basis 2: bezahlte Rechnungen, Gutschriften ab *
       ZAHL-BASIS SECTION.
       A.  OPEN INPUT BUCHFAKT.
           MOVE LOW-VALUE TO BF-RKEY.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO X.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA = "R"
               IF NOT BF-BEZAHLT GO B
               END-IF
               IF BF-ZAHLDAT < WH-VON8 OR BF-ZAHLDAT > WH-BIS8 GO B
               END-IF
               COMPUTE WH-UMS = BF-BET - BF-MW
               MOVE 0 TO WH-RETW
           ELSE
               IF BF-SA NOT = "G" GO B
               END-IF
               IF BF-DAT < WH-VON6 OR BF-DAT > WH-BIS6 GO B
               END-IF
               MOVE 0 TO WH-UMS
               COMPUTE WH-RETW = 0 - (BF-BET - BF-MW).
           MOVE BF-KTONR TO WH-KTOMRK.
           PERFORM ZUO-SUCH.
           IF WH-ZVNR = 0
               COMPUTE WH-OHNE = WH-OHNE + WH-UMS - WH-RETW
               GO B.
           COMPUTE WH-PROV ROUNDED =
               (WH-UMS - WH-RETW) * VR-PROZ(WH-ZVNR) / 100.
           PERFORM VK-SUCH.
           ADD WH-UMS TO VK-UMS(VK).
           ADD WH-RETW TO VK-RET(VK).
           ADD WH-PROV TO VK-PROV(VK).
           GO B.
       X.  CLOSE BUCHFAKT.
       Z.  EXIT.
      ***** Neukunden mit Zuordnungsbeginn im Monat zaehlen *
       NEUKUNDEN SECTION.
       A.  MOVE 0 TO VZ-KTONR VZ-AB.
           START VERTZUO KEY NOT < VZ-KEY INVALID GO Z.
       B.  READ VERTZUO NEXT IGNORE LOCK AT END GO Z.
           IF NOT VZ-NEU GO B.
           IF VZ-AB < WH-VON8 OR VZ-AB > WH-BIS8 GO B.
           IF VZ-VNR = 0 OR VZ-VNR > 98 GO B.
           ADD 1 TO VR-NEUANZ(VZ-VNR).
           GO B.
       Z.  EXIT.
      ************************ Abrechnungen und Lohnliste drucken *
       DRUCKEN SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE WH-MONAT TO WD-MONAT.
           PERFORM VR-ABRECH VARYING VR FROM 1 BY 1 UNTIL VR > 98.
      *--------> Zusammenfassung fuer die Lohnverrechnung <-
           MOVE SPACE TO DRA-SATZ.
           MOVE "Provisionen fuer die Lohnverrechnung" TO DRA-TITEL.
           STRING WD-MONAT "/" WH-JAHR DELIMITED SIZE
               INTO DRA-TITEL(38:7).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "PersNr Vertreter                Umsatz netto" TO
               DRA-TITEL.
           MOVE "Neukd.-Bonus       Auszahlung" TO DRA-TITEL(49:29).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WS-UMS WS-RET WS-PROV.
           PERFORM VR-LOHN VARYING VR FROM 1 BY 1 UNTIL VR > 98.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe" TO DRA-BEZ.
           MOVE WS-UMS TO DRA-UMS.
           MOVE WS-RET TO DRA-RET.
           MOVE WS-PROV TO DRA-PROV.
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Umsatz ohne Vertreter" TO DRA-BEZ.
           MOVE WH-OHNE TO DRA-UMS.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ***** Provisionsabrechnung eines Vertreters *
       VR-ABRECH SECTION.
       A.  IF VR-NAME(VR) = SPACE GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Provisionsabrechnung" TO DRA-TITEL.
           STRING WD-MONAT "/" WH-JAHR DELIMITED SIZE
               INTO DRA-TITEL(22:7).
           MOVE VR TO WD-VNR.
           STRING "Vertreter " WD-VNR " " VR-NAME(VR)
               DELIMITED SIZE INTO DRA-TITEL(31:45).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           IF WH-STATBASIS
               MOVE "Basis: fakturierter Umsatz (Statistik)"
                   TO DRA-TITEL
           ELSE
               MOVE "Basis: bezahlte Rechnungen, Gutschriften"
                   TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Konto  Kunde                           Umsatz"
               TO DRA-TITEL.
           MOVE "Retouren      Provision" TO DRA-TITEL(56:23).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           PERFORM VK-ZEILE VARYING VK FROM 1 BY 1 UNTIL VK > VK-ANZ.
           COMPUTE WH-BONBET = VR-NEUANZ(VR) * VR-NEUBON(VR).
           IF WH-BONBET NOT = 0
               MOVE SPACE TO DRA-SATZ
               MOVE VR-NEUANZ(VR) TO WD-ANZ
               STRING "Neukunden " WD-ANZ DELIMITED SIZE
                   INTO DRA-BEZ
               MOVE WH-BONBET TO DRA-PROV
               WRITE DRA-SATZ AFTER 2
               ADD WH-BONBET TO VR-PROV(VR).
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe" TO DRA-BEZ.
           MOVE VR-UMS(VR) TO DRA-UMS.
           MOVE VR-RET(VR) TO DRA-RET.
           MOVE VR-PROV(VR) TO DRA-PROV.
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.
       VK-ZEILE SECTION.
       A.  IF VK-VNR(VK) NOT = VR GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE VK-KTONR(VK) TO DRA-KTO.
           MOVE 1 TO DE-FNR.
           MOVE VK-KTONR(VK) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ(1:24) TO DRA-BEZ.
           MOVE VK-UMS(VK) TO DRA-UMS.
           MOVE VK-RET(VK) TO DRA-RET.
           MOVE VK-PROV(VK) TO DRA-PROV.
           WRITE DRA-SATZ AFTER 1.
           ADD VK-UMS(VK) TO VR-UMS(VR).
           ADD VK-RET(VK) TO VR-RET(VR).
           ADD VK-PROV(VK) TO VR-PROV(VR).
       Z.  EXIT.
       VR-LOHN SECTION.
       A.  IF VR-NAME(VR) = SPACE GO Z.
           IF VR-PROV(VR) = 0 GO Z.
           COMPUTE WH-BONBET = VR-NEUANZ(VR) * VR-NEUBON(VR).
           MOVE SPACE TO DRA-SATZ.
           MOVE VR-PERSNR(VR) TO DRA-KTO.
           MOVE VR-NAME(VR) TO DRA-BEZ.
           COMPUTE WH-UMS = VR-UMS(VR) - VR-RET(VR).
           MOVE WH-UMS TO DRA-UMS.
           MOVE WH-BONBET TO DRA-RET.
           MOVE VR-PROV(VR) TO DRA-PROV.
           WRITE DRA-SATZ AFTER 1.
           ADD WH-UMS TO WS-UMS.
           ADD WH-BONBET TO WS-RET.
           ADD VR-PROV(VR) TO WS-PROV.
       Z.  EXIT.

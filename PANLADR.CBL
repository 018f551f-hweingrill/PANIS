      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANLADR.
      ******************************************************************
      *     Lieferadressen je Debitor (Filialen, Kuechen, Stationen)   *
      *     Die Rechnung geht an das Konto, geliefert wird an die      *
      *     Lieferadresse mit eigener Tour/Stopp, Zeitfenster und      *
      *     Lieferscheintext (PANLADR.DAT); Adresse 0 = Anschrift des  *
      *     Debitors                                                   *
      *     WL-CA 10: Lieferadressen warten (inkl. Geokoordinaten      *
      *               fuer die Tourenoptimierung); geaenderte          *
      *               Tour/Stopp wird in die Dauerbestellungen und in  *
      *               die noch offenen Lieferscheine der Adresse       *
      *               uebernommen                                      *
      *     WL-CA 20: Dauerbestellung je Lieferadresse (Wochentage)    *
      *     WL-CA 30: Rechnungsbeilage - Lieferscheine eines Zeitraums *
      *               je Lieferadresse mit Zwischensummen (ohne Preis  *
      *               im Schein: Kundenpreis -> Gruppenpreis PANPRGRP  *
      *               -> Artikelpreis zum Lieferdatum)                 *
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
           COPY PANSEDAU.CPY.
           COPY PANSELFS.CPY.
           COPY PANSELAD.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANDAU.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDLAD.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XX.
           03  DRA-STR.
               05 FILLER               PIC X(4).
               05 DRA-LFNUM            PIC ZZZZZ9.
               05 FILLER               PIC XX.
               05 DRA-DAT              PIC X(10).
               05 FILLER               PIC XX.
               05 DRA-POS              PIC ZZ9.
               05 FILLER               PIC XX.
               05 DRA-TEXT             PIC X(30).
               05 FILLER               PIC XX.
               05 DRA-BET              PIC ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(72).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-NEU                  PIC 9        COMP.
           03  WM-BELEGT               PIC 9        COMP.
           03  WM-LADAT                PIC 9        COMP.
           03  WH-HEUTE                PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-KTONR                PIC 9(6).
           03  WH-LADR                 PIC 99.
           03  WH-ARNR                 PIC 9(4).
           03  WH-TOUR                 PIC 99.
           03  WH-SUB                  PIC 9999.
           03  WH-ATOUR                PIC 99       COMP.
           03  WH-ASUB                 PIC 9999     COMP.
           03  WH-ZVON                 PIC 9(4).
           03  WH-ZBIS                 PIC 9(4).
           03  WH-GLN                  PIC 9(14).
           03  WH-GEOBR                PIC S99V9(6).
           03  WH-GEOLA                PIC S999V9(6).
           03  WH-WT                   PIC 9        COMP.
           03  WH-MENGE                PIC S9(5)    OCCURS 7.
           03  WH-MSUM                 PIC S9(7)    COMP.
           03  WH-VON                  PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-DAT                  PIC 9(8).
           03  WH-DATR REDEFINES WH-DAT.
               05 WH-JJJJ              PIC 9999.
               05 WH-MM                PIC 99.
               05 WH-TT                PIC 99.
           03  WH-LFNUM                PIC 9(6)     COMP.
           03  WH-LFDAT                PIC 9(8)     COMP.
           03  WH-POS                  PIC 999      COMP.
           03  WH-PREIS                PIC S9(4)V999 COMP.
           03  WH-BET                  PIC S9(7)V99 COMP.
           03  WH-LSBET                PIC S9(7)V99 COMP.
           03  WH-ASUM                 PIC S9(9)V99 COMP.
           03  WH-GSUM                 PIC S9(9)V99 COMP.
           03  WH-ANZLS                PIC 9(5)     COMP.
           03  WH-ZEIL                 PIC 99       COMP.
           03  WH-ZL                   PIC 99       COMP.
           03  WH-ANAME                PIC X(30).
           03  WD-DAT.
               05 WD-TT                PIC 99.
               05 FILLER               PIC X        VALUE ".".
               05 WD-MM                PIC 99.
               05 FILLER               PIC X        VALUE ".".
               05 WD-JJJJ              PIC 9999.
           03  WD-LADR                 PIC Z9.
           03  WD-TOUR                 PIC Z9.
           03  WD-SUB                  PIC ZZZ9.
           03  WD-MENGE                PIC ZZ.ZZ9-.
           03  WD-ANZ                  PIC ZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANFAKT.DAT " WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON LIEFADR.
       A.  CALL "CADECL" USING "PANLADR.DAT " WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM DAUERBEST.
           IF WL-CA = 30 PERFORM BEILAGE.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Lieferadressen warten *
       WARTUNG SECTION.
       A.  OPEN INPUT DEBITOR.
           OPEN I-O DAUER LFSCHEIN.
           PERFORM LADR-OEFFNEN.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Lieferadressen - Konto (0 = Ende):"
               with highlight AT 0101.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 0137.
           IF WH-KTONR = 0 GO X.
           PERFORM KONTO-LESEN.
           IF WH-X = "N" GO B.
           PERFORM LADR-LISTE.
       C.  DISPLAY "Adresse Nr. (1-99, 0 = anderes Konto):" AT 2301.
           MOVE 0 TO WH-LADR.
           ACCEPT WH-LADR AT 2340.
           IF WH-LADR = 0 GO B.
           MOVE WH-KTONR TO LA-KTONR.
           MOVE WH-LADR TO LA-LADR.
           MOVE 0 TO WM-NEU.
           READ LIEFADR INVALID
               INITIALIZE LA-SATZ
               MOVE WH-KTONR TO LA-KTONR
               MOVE WH-LADR TO LA-LADR
               MOVE DE-TOUR TO LA-TOUR
               MOVE DE-SUB TO LA-SUB
               MOVE 1 TO WM-NEU.
           MOVE LA-TOUR TO WH-ATOUR.
           MOVE LA-SUB TO WH-ASUB.
           CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Konto:" with highlight AT 0101.
           DISPLAY WH-KTONR with highlight AT 0108.
           DISPLAY DE-BEZ(1:30) with highlight AT 0116.
           DISPLAY "Lieferadresse:" with highlight AT 0150.
           MOVE WH-LADR TO WD-LADR.
           DISPLAY WD-LADR with highlight AT 0165.
           IF WM-NEU = 1
               DISPLAY "(neu)" AT 0170.
      *--------> Anschrift <-
       D.  DISPLAY "Name:" AT 0301.
           DISPLAY LA-NAME AT 0320.
           ACCEPT LA-NAME AT 0320.
           IF LA-NAME = SPACE GO D.
           DISPLAY "Strasse:" AT 0401.
           DISPLAY LA-STRASSE AT 0420.
           ACCEPT LA-STRASSE AT 0420.
           DISPLAY "PLZ / Ort:" AT 0501.
           DISPLAY LA-PLZ AT 0520.
           ACCEPT LA-PLZ AT 0520.
           DISPLAY LA-ORT AT 0527.
           ACCEPT LA-ORT AT 0527.
      *--------> Tour, Stopp, Zeitfenster <-
       E.  DISPLAY "Tour / Stopp:" AT 0701.
           MOVE LA-TOUR TO WH-TOUR.
           MOVE LA-SUB TO WH-SUB.
           DISPLAY WH-TOUR AT 0720.
           ACCEPT WH-TOUR AT 0720.
           IF WH-TOUR = 0 GO E.
           DISPLAY WH-SUB AT 0724.
           ACCEPT WH-SUB AT 0724.
       F.  DISPLAY "Zeitfenster HHMM:" AT 0801.
           MOVE LA-ZVON TO WH-ZVON.
           MOVE LA-ZBIS TO WH-ZBIS.
           DISPLAY WH-ZVON AT 0820.
           ACCEPT WH-ZVON AT 0820.
           DISPLAY "-" AT 0825.
           DISPLAY WH-ZBIS AT 0827.
           ACCEPT WH-ZBIS AT 0827.
           IF WH-ZVON > 2359 OR WH-ZBIS > 2359 GO F.
           IF WH-ZBIS NOT = 0 AND WH-ZBIS < WH-ZVON GO F.
           DISPLAY "GLN:" AT 0901.
           MOVE LA-GLN TO WH-GLN.
           DISPLAY WH-GLN AT 0920.
           ACCEPT WH-GLN AT 0920.
           DISPLAY "Geo Breite/Laenge:" AT 0940.
           MOVE LA-GEOBR TO WH-GEOBR.
           MOVE LA-GEOLA TO WH-GEOLA.
           DISPLAY WH-GEOBR AT 0959.
           ACCEPT WH-GEOBR AT 0959.
           DISPLAY WH-GEOLA AT 0969.
           ACCEPT WH-GEOLA AT 0969.
           DISPLAY "Lieferscheintext:" AT 1001.
           DISPLAY LA-LFTEXT AT 1101.
           ACCEPT LA-LFTEXT AT 1101.
           MOVE WH-TOUR TO LA-TOUR.
           MOVE WH-SUB TO LA-SUB.
           MOVE WH-ZVON TO LA-ZVON.
           MOVE WH-ZBIS TO LA-ZBIS.
           MOVE WH-GLN TO LA-GLN.
           MOVE WH-GEOBR TO LA-GEOBR.
           MOVE WH-GEOLA TO LA-GEOLA.
       G.  DISPLAY "Speichern / Loeschen / Abbruch <S/L/A>:" AT 2301.
           MOVE "S" TO WH-X.
           ACCEPT WH-X AT 2341.
           IF WH-X = "A" OR WH-X = "a" GO B.
           IF WH-X = "L" OR WH-X = "l" GO L.
           IF WH-X NOT = "S" AND WH-X NOT = "s" GO G.
           IF WM-NEU = 1
               WRITE LA-SATZ
               GO B.
           REWRITE LA-SATZ.
           IF LA-TOUR NOT = WH-ATOUR OR LA-SUB NOT = WH-ASUB
               PERFORM TOUR-NACHZIEHEN.
           GO B.
      *--------> Loeschen nur ohne Dauerbestellung/offene Lieferung <-
       L.  IF WM-NEU = 1 GO B.
           PERFORM LADR-BELEGT.
           IF WM-BELEGT = 1
               DISPLAY "Adresse wird noch verwendet - nicht geloescht"
                   AT 2401
               CALL "CAUP" USING "0024700000" WH-CREG
               GO B.
           DELETE LIEFADR.
           GO B.
       X.  CLOSE DEBITOR DAUER LFSCHEIN LIEFADR.
       Z.  EXIT.
      ************** Debitor lesen, WH-X = N wenn unbekannt *
       KONTO-LESEN SECTION.
       A.  MOVE "J" TO WH-X.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID
               DISPLAY "Konto unbekannt" AT 2401
               CALL "CAUP" USING "0024700000" WH-CREG
               MOVE "N" TO WH-X GO Z.
           DISPLAY DE-BEZ(1:30) with highlight AT 0145.
       Z.  EXIT.
      ************** vorhandene Adressen eines Kontos zeigen *
       LADR-LISTE SECTION.
       A.  MOVE 3 TO WH-ZL.
           DISPLAY "Nr Name                           Tour Stopp"
               AT 0301.
           MOVE WH-KTONR TO LA-KTONR.
           MOVE 1 TO LA-LADR.
           START LIEFADR KEY NOT < LA-KEY INVALID GO Z.
       B.  READ LIEFADR NEXT IGNORE LOCK AT END GO Z.
           IF LA-KTONR NOT = WH-KTONR GO Z.
           IF WH-ZL > 20 GO Z.
           ADD 1 TO WH-ZL.
           MOVE WH-ZL TO VDU-L.
           MOVE 1 TO VDU-P.
           MOVE LA-LADR TO WD-LADR.
           DISPLAY WD-LADR AT VDU-LP.
           MOVE 4 TO VDU-P.
           DISPLAY LA-NAME AT VDU-LP.
           MOVE 36 TO VDU-P.
           MOVE LA-TOUR TO WD-TOUR.
           DISPLAY WD-TOUR AT VDU-LP.
           MOVE 41 TO VDU-P.
           MOVE LA-SUB TO WD-SUB.
           DISPLAY WD-SUB AT VDU-LP.
           GO B.
       Z.  EXIT.
      ************** Tour/Stopp in Dauerbestellungen und offene
      ************** Lieferscheine der Adresse uebernehmen *
       TOUR-NACHZIEHEN SECTION.
       A.  MOVE WH-KTONR TO DA-KTONR.
           MOVE 0 TO DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO C.
       B.  READ DAUER NEXT AT END GO C.
           IF DA-KTONR NOT = WH-KTONR GO C.
           IF DA-LADR NOT = LA-LADR GO B.
           MOVE LA-TOUR TO DA-TOUR.
           MOVE LA-SUB TO DA-SUB.
           REWRITE DA-SATZ.
           GO B.
       C.  MOVE WH-KTONR TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO Z.
       D.  READ LFSCHEIN NEXT AT END GO Z.
           IF LF-KTONR NOT = WH-KTONR GO Z.
           IF LF-LADR NOT = LA-LADR OR LF-DATUM < WH-HEUTE GO D.
           MOVE LA-TOUR TO LF-TOUR.
           MOVE LA-SUB TO LF-SUB.
           REWRITE LF-SATZ.
           GO D.
       Z.  EXIT.
      ************** WM-BELEGT = 1: Adresse in Dauerbestellung oder
      ************** offenem Lieferschein verwendet *
       LADR-BELEGT SECTION.
       A.  MOVE 0 TO WM-BELEGT.
           MOVE WH-KTONR TO DA-KTONR.
           MOVE 0 TO DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO C.
       B.  READ DAUER NEXT IGNORE LOCK AT END GO C.
           IF DA-KTONR NOT = WH-KTONR GO C.
           IF DA-LADR NOT = LA-LADR GO B.
           MOVE 1 TO WM-BELEGT.
           GO Z.
       C.  MOVE WH-KTONR TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO Z.
       D.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-KTONR NOT = WH-KTONR GO Z.
           IF LF-LADR NOT = LA-LADR OR LF-DATUM < WH-HEUTE GO D.
           MOVE 1 TO WM-BELEGT.
       Z.  EXIT.
      ************** Lieferadressdatei oeffnen/anlegen *
       LADR-OEFFNEN SECTION.
       A.  OPEN I-O LIEFADR.
           IF WF-STATUS = "35"
               CLOSE LIEFADR OPEN OUTPUT LIEFADR
               CLOSE LIEFADR OPEN I-O LIEFADR.
       Z.  EXIT.
      ***************************** Dauerbestellung je Lieferadresse *
       DAUERBEST SECTION.
       A.  OPEN INPUT DEBITOR ARTIKEL.
           OPEN I-O DAUER.
           PERFORM LADR-OEFFNEN.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Dauerbestellung Lieferadresse - Konto (0 = Ende):"
               with highlight AT 0101.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 0152.
           IF WH-KTONR = 0 GO X.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID
               DISPLAY "Konto unbekannt" AT 2401
               CALL "CAUP" USING "0024700000" WH-CREG
               GO B.
           DISPLAY DE-BEZ(1:30) AT 0201.
       C.  DISPLAY "Lieferadresse (0 = anderes Konto):" AT 0301.
           MOVE 0 TO WH-LADR.
           ACCEPT WH-LADR AT 0336.
           IF WH-LADR = 0 GO B.
           MOVE WH-KTONR TO LA-KTONR.
           MOVE WH-LADR TO LA-LADR.
           READ LIEFADR IGNORE LOCK INVALID
               DISPLAY "Lieferadresse unbekannt" AT 2401
               GO C.
           DISPLAY LA-NAME AT 0340.
           DISPLAY "Tour / Stopp:" AT 0401.
           MOVE LA-TOUR TO WD-TOUR.
           DISPLAY WD-TOUR AT 0415.
           MOVE LA-SUB TO WD-SUB.
           DISPLAY WD-SUB AT 0418.
       D.  DISPLAY "Artikel (0 = andere Adresse):" AT 0601.
           MOVE 0 TO WH-ARNR.
           ACCEPT WH-ARNR AT 0631.
           IF WH-ARNR = 0 GO C.
           MOVE WH-ARNR TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel unbekannt" AT 2401 GO D.
           DISPLAY AR-BEZ AT 0637.
           MOVE WH-KTONR TO DA-KTONR.
           MOVE WH-ARNR TO DA-ARNUM.
           MOVE WH-LADR TO DA-LADR.
           MOVE 0 TO WM-NEU.
           READ DAUER INVALID
               INITIALIZE DA-SATZ
               MOVE WH-KTONR TO DA-KTONR
               MOVE WH-ARNR TO DA-ARNUM
               MOVE WH-LADR TO DA-LADR
               MOVE AR-BEZ TO DA-BEZ
               MOVE AR-GRM TO DA-GRM
               MOVE DE-FAKART TO DA-FART
               MOVE 1 TO WM-NEU.
      *--------> Wochentagsmengen (1 = Sonntag ... 7 = Samstag) <-
           DISPLAY "   So     Mo     Di     Mi     Do     Fr     Sa"
               AT 0801.
           MOVE 9 TO VDU-L.
           MOVE 0 TO WH-MSUM.
           PERFORM VARYING WH-WT FROM 1 BY 1 UNTIL WH-WT > 7
               MOVE DA-ANZ(WH-WT) TO WH-MENGE(WH-WT)
               COMPUTE VDU-P = WH-WT * 7 - 6
               DISPLAY WH-MENGE(WH-WT) AT VDU-LP
               ACCEPT WH-MENGE(WH-WT) AT VDU-LP
               IF WH-MENGE(WH-WT) < 0
                   MOVE 0 TO WH-MENGE(WH-WT)
               END-IF
               ADD WH-MENGE(WH-WT) TO WH-MSUM
           END-PERFORM.
      *--------> alle Mengen 0: Dauerbestellung der Adresse loeschen <-
           IF WH-MSUM = 0
               IF WM-NEU = 0
                   DELETE DAUER
                   DISPLAY "Dauerbestellung geloescht" AT 2401
               END-IF
               GO D.
           PERFORM VARYING WH-WT FROM 1 BY 1 UNTIL WH-WT > 7
               MOVE WH-MENGE(WH-WT) TO DA-ANZ(WH-WT)
           END-PERFORM.
           MOVE LA-TOUR TO DA-TOUR.
           MOVE LA-SUB TO DA-SUB.
           IF WM-NEU = 1
               WRITE DA-SATZ
           ELSE
               REWRITE DA-SATZ.
           DISPLAY "Dauerbestellung gespeichert" AT 2401.
           GO D.
       X.  CLOSE DEBITOR ARTIKEL DAUER LIEFADR.
       Z.  EXIT.
      ***************************** Rechnungsbeilage je Lieferadresse *
       BEILAGE SECTION.
       A.  DISPLAY "Rechnungsbeilage Lieferadressen" AT 2301.
           DISPLAY "Konto (0 = Ende):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2419.
           IF WH-KTONR = 0 GO Z.
           COMPUTE WH-VON = WH-HEUTE / 100 * 100 + 1.
           MOVE WH-HEUTE TO WH-BIS.
           DISPLAY "Lieferdatum von:" AT 2501.
           ACCEPT WH-VON AT 2518.
           DISPLAY "bis:" AT 2528.
           ACCEPT WH-BIS AT 2533.
           IF WH-BIS < WH-VON GO Z.
           OPEN INPUT DEBITOR ARTIKEL FAKTDAT LFSCHEIN.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID
               DISPLAY "Konto unbekannt" AT 2401
               CLOSE DEBITOR ARTIKEL FAKTDAT LFSCHEIN
               GO Z.
           OPEN INPUT LIEFADR.
           MOVE 1 TO WM-LADAT.
           IF WF-STATUS = "35" MOVE 0 TO WM-LADAT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WH-GSUM WH-ANZLS.
           PERFORM BEILAGE-KOPF.
      *--------> zuerst Anschrift des Debitors, dann Lieferadressen <-
           MOVE 0 TO WH-LADR.
           MOVE DE-BEZ(1:30) TO WH-ANAME.
           PERFORM BEILAGE-ADRESSE.
           IF WM-LADAT = 0 GO X.
           MOVE WH-KTONR TO LA-KTONR.
           MOVE 1 TO LA-LADR.
           START LIEFADR KEY NOT < LA-KEY INVALID GO W.
       B.  READ LIEFADR NEXT IGNORE LOCK AT END GO W.
           IF LA-KTONR NOT = WH-KTONR GO W.
           MOVE LA-LADR TO WH-LADR.
           MOVE LA-NAME TO WH-ANAME.
           PERFORM BEILAGE-ADRESSE.
           GO B.
       W.  CLOSE LIEFADR.
       X.  IF WH-ZEIL > 55 PERFORM BEILAGE-KOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE ALL "=" TO DRA-TITEL(59:14).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Gesamt Lieferscheine:" TO DRA-TITEL.
           MOVE WH-ANZLS TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(23:6).
           MOVE WH-GSUM TO DRA-BET.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER DEBITOR ARTIKEL FAKTDAT LFSCHEIN.
       Z.  EXIT.
      ************** Lieferscheine einer Adresse mit Zwischensumme *
       BEILAGE-ADRESSE SECTION.
       A.  MOVE 0 TO WH-ASUM WH-LFNUM.
           MOVE WH-KTONR TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO X.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO X.
           IF LF-KTONR NOT = WH-KTONR GO X.
           IF LF-LADR NOT = WH-LADR GO B.
           IF LF-DATUM < WH-VON OR LF-DATUM > WH-BIS GO B.
           IF LF-STAT > 93 AND LF-STAT < 98 GO B.
      *--------> neuer Lieferschein: vorigen ausgeben <-
           IF LF-NUM NOT = WH-LFNUM
               IF WH-LFNUM NOT = 0
                   PERFORM BEILAGE-ZEILE
               END-IF
               IF WH-LFNUM = 0
                   PERFORM BEILAGE-AKOPF
               END-IF
               MOVE LF-NUM TO WH-LFNUM
               MOVE LF-DATUM TO WH-LFDAT
               MOVE 0 TO WH-POS WH-LSBET
           END-IF.
           PERFORM POS-PREIS.
           COMPUTE WH-BET ROUNDED =
               (LF-MENGE(1) - LF-MENGE(2)) * WH-PREIS.
           ADD WH-BET TO WH-LSBET.
           ADD 1 TO WH-POS.
           GO B.
       X.  IF WH-LFNUM = 0 GO Z.
           PERFORM BEILAGE-ZEILE.
           MOVE SPACE TO DRA-SATZ.
           MOVE ALL "-" TO DRA-TITEL(59:14).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe" TO DRA-TITEL(5:5).
           MOVE WH-ANAME TO DRA-TEXT.
           MOVE WH-ASUM TO DRA-BET.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           ADD 3 TO WH-ZEIL.
           ADD WH-ASUM TO WH-GSUM.
       Z.  EXIT.
      ************** Preis der Position: Lieferschein, Kundenpreis
      ************** zum Lieferdatum, Gruppenpreis, sonst
      ************** Verkaufspreis *
       POS-PREIS SECTION.
       A.  MOVE LF-PREIS TO WH-PREIS.
           IF WH-PREIS NOT = 0 GO Z.
           MOVE LF-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               MOVE 0 TO AR-VKP AR-AVKP AR-ADAT.
           MOVE AR-VKP TO WH-PREIS.
           IF AR-AVKP NOT = 0 AND AR-ADAT NOT = 0
               AND AR-ADAT NOT > LF-DATUM
               MOVE AR-AVKP TO WH-PREIS.
           IF DE-PRGRP NOT = 0
               MOVE LF-ARNUM TO WH-NUM
               MOVE DE-PRGRP TO WZ
               MOVE LF-DATUM TO WZ-DATUM
               CALL "PANPRGRP" USING "50PRGRP" WH-CREG
               CANCEL "PANPRGRP"
               IF WH-X = "J" COMPUTE WH-PREIS = WH-WERT / 1000.
           MOVE LF-KTONR TO FA-KTONR.
           MOVE LF-ARNUM TO FA-ARNUM.
           READ FAKTDAT IGNORE LOCK INVALID GO Z.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
               IF FA-PREIS(WX) NOT = 0
                   AND FA-AB(WX) NOT > LF-DATUM
                   AND (FA-BIS(WX) NOT < LF-DATUM OR FA-BIS(WX) = 0)
                   MOVE FA-PREIS(WX) TO WH-PREIS
               END-IF
           END-PERFORM.
       Z.  EXIT.
      ************** ein Lieferschein in der Beilage *
       BEILAGE-ZEILE SECTION.
       A.  IF WH-ZEIL > 58 PERFORM BEILAGE-KOPF
               PERFORM BEILAGE-AKOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-LFNUM TO DRA-LFNUM.
           MOVE WH-LFDAT TO WH-DAT.
           MOVE WH-TT TO WD-TT.
           MOVE WH-MM TO WD-MM.
           MOVE WH-JJJJ TO WD-JJJJ.
           MOVE WD-DAT TO DRA-DAT.
           MOVE WH-POS TO DRA-POS.
           MOVE WH-LSBET TO DRA-BET.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZEIL WH-ANZLS.
           ADD WH-LSBET TO WH-ASUM.
       Z.  EXIT.
      ************** Kopfzeile einer Lieferadresse *
       BEILAGE-AKOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Lieferadresse" TO DRA-TITEL.
           MOVE WH-LADR TO WD-LADR.
           MOVE WD-LADR TO DRA-TITEL(15:2).
           MOVE WH-ANAME TO DRA-TITEL(19:30).
           WRITE DRA-SATZ AFTER 2.
           ADD 2 TO WH-ZEIL.
       Z.  EXIT.
      ************** Seitenkopf der Beilage *
       BEILAGE-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WK-FIRMA TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Rechnungsbeilage Lieferadressen Konto" TO DRA-TITEL.
           MOVE WH-KTONR TO DRA-TITEL(39:6).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE DE-BEZ(1:30) TO DRA-TITEL.
           MOVE "Zeitraum" TO DRA-TITEL(34:8).
           MOVE WH-VON TO WH-DAT.
           MOVE WH-TT TO WD-TT.
           MOVE WH-MM TO WD-MM.
           MOVE WH-JJJJ TO WD-JJJJ.
           MOVE WD-DAT TO DRA-TITEL(43:10).
           MOVE WH-BIS TO WH-DAT.
           MOVE WH-TT TO WD-TT.
           MOVE WH-MM TO WD-MM.
           MOVE WH-JJJJ TO WD-JJJJ.
           MOVE "-" TO DRA-TITEL(54:1).
           MOVE WD-DAT TO DRA-TITEL(56:10).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "   Lief.Nr. Datum       Pos." TO DRA-TITEL.
           MOVE "Betrag" TO DRA-TITEL(67:6).
           WRITE DRA-SATZ AFTER 2.
           MOVE 5 TO WH-ZEIL.
       Z.  EXIT.

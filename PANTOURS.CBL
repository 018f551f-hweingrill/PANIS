       PROGRAM-ID.     PANTOURS.
      ******************************************************************
      *     Tour-Umreihung                                             *
      *     WL-CA 10: zeigt die Stopps einer Tour in Stoppfolge        *
      *               (Debitoren und eigene Lieferadressen aus         *
      *               PANLADR), nimmt je Stopp die neue Nummer auf     *
      *               oder uebernimmt den Reihungsvorschlag und        *
      *               schreibt die neue Folge durchgaengig: DEBITOR    *
      *               (DE-SUB) bzw. LIEFADR (LA-SUB), DAUER (DA-SUB)   *
      *               und noch nicht fakturierte LFSCHEIN-Saetze (ab   *
      *               Stichtag), mit Vorher/Nachher-Protokoll          *
      *               Vorschlag: naechster Nachbar ab Depot ueber die  *
      *               Geokoordinaten unter Beachtung der Zeitfenster   *
      *               (Abfahrt laut Tourenzeitplan KONSTANT Key 9);    *
      *               Stopps ohne Koordinaten bleiben in ihrer Folge   *
      *               am Ende; Anzeige bisher/Vorschlag mit            *
      *               geschaetzten km vor der Uebernahme               *
      *     WL-CA 20: Geokoordinaten des Depots (KONSTANT Key 49)      *
      *               und je Debitor warten (Lieferadressen in         *
      *               PANLADR)                                         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY PANSEDEB.CPY.
           COPY PANSEDAU.CPY.
           COPY PANSELFS.CPY.
           COPY PANSELAD.CPY.
           COPY PANSEKON.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       COPY PANDEBI.CPY.
       COPY PANDAU.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDLAD.CPY.
       COPY PANKONS.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-KTONR            PIC ZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-LADR             PIC ZZ.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC XX.
               05 DRA-ALT              PIC ZZZ9.
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-VORS                 PIC 9        COMP.
           03  WM-ZEITF                PIC 9        COMP.
           03  WM-FOLGE                PIC 9        COMP.
           03  WM-BOK                  PIC 9        COMP.
           03  WH-TOUR                 PIC 99.
           03  WH-STICH                PIC 9(8).
           03  WH-TI                   PIC 999      COMP.
           03  WH-TJ                   PIC 999      COMP.
           03  WH-TK                   PIC 999      COMP.
           03  WH-BEST                 PIC 999      COMP.
           03  WH-TANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-STAB.
               05 WT-STOPP                          OCCURS 300.
                  07 ST-KTONR          PIC 9(6)     COMP.
                  07 ST-LADR           PIC 99       COMP.
                  07 ST-ALT            PIC 9999     COMP.
                  07 ST-NEU            PIC 9999     COMP.
                  07 ST-BEZ            PIC X(25).
                  07 ST-BR             PIC S99V9(6)  COMP.
                  07 ST-LA             PIC S999V9(6) COMP.
                  07 ST-VON            PIC 9(5)     COMP.
                  07 ST-BIS            PIC 9(5)     COMP.
                  07 ST-FREI           PIC 9        COMP.
      *--------------> Vorschlag: Tabellenindex je Position <-
           03  WT-VOR                  PIC 999      COMP OCCURS 300.
           03  WH-VANZ                 PIC 999      COMP.
           03  WS-LFREC                PIC X(128).
           03  WS-SUBN                 PIC 9999     COMP.
           03  WH-KTONR                PIC 9(6).
           03  WH-GEOBR                PIC S99V9(6).
           03  WH-GEOLA                PIC S999V9(6).
           03  WH-MINST                PIC 99.
           03  WH-KMH                  PIC 99.
           03  WH-I                    PIC 99       COMP.
           03  WH-J                    PIC 99       COMP.
           03  WH-HH                   PIC 99       COMP.
           03  WH-HHMM                 PIC 9(4)     COMP.
           03  WH-MIN                  PIC 9(5)     COMP.
           03  WH-ABFMIN               PIC 9(5)     COMP.
           03  WH-DEPBR                PIC S99V9(6)  COMP.
           03  WH-DEPLA                PIC S999V9(6) COMP.
           03  WH-COSBR                PIC S9V9(6)  COMP.
           03  WH-POSBR                PIC S99V9(6)  COMP.
           03  WH-POSLA                PIC S999V9(6) COMP.
           03  WH-ZBR                  PIC S99V9(6)  COMP.
           03  WH-ZLA                  PIC S999V9(6) COMP.
           03  WH-KM                   PIC 9(5)V99  COMP.
           03  WH-KMSUM                PIC 9(6)V99  COMP.
           03  WH-KMALT                PIC 9(6)V99  COMP.
           03  WH-KMNEU                PIC 9(6)V99  COMP.
           03  WH-ZEIT                 PIC 9(5)V9   COMP.
           03  WH-ANK                  PIC 9(5)V9   COMP.
           03  WH-SCORE                PIC 9(5)V9   COMP.
           03  WH-BSCORE               PIC 9(5)V9   COMP.
           03  WH-BBIS                 PIC 9(5)     COMP.
           03  WH-VERST                PIC 999      COMP.
           03  WH-VALT                 PIC 999      COMP.
           03  WH-VNEU                 PIC 999      COMP.
           03  WD-POS                  PIC ZZ9.
           03  WD-SUB                  PIC ZZZ9.
           03  WD-KM                   PIC ZZZ.ZZ9,9.
           03  WD-VERST                PIC ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON LIEFADR.
       A.  CALL "CADECL" USING "PANLADR.DAT " WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM UMREIHUNG.
           IF WL-CA = 20 PERFORM GEOKOORD.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Umreihung einer Tour *
           OPEN I-O DEBITOR.
           OPEN I-O DAUER.
           OPEN I-O LFSCHEIN.
           PERFORM LADR-OEFFNEN.
      *--------------> Stopps der Tour in DE-SUB-Folge einlesen <-
           MOVE 0 TO WH-TANZ.
           MOVE WH-TOUR TO DE-TOUR.
           MOVE 0 TO DE-SUB.
           START DEBITOR KEY NOT < DE-IKEY INVALID GO C.
       B.  READ DEBITOR NEXT AT END GO C.
           IF ZUGRIF GO B.
           IF DE-TOUR NOT = WH-TOUR GO C.
           IF WH-TANZ >= 300 GO C.
           ADD 1 TO WH-TANZ.
           MOVE DE-KTONR TO ST-KTONR(WH-TANZ).
           MOVE 0 TO ST-LADR(WH-TANZ).
           MOVE DE-SUB TO ST-ALT(WH-TANZ).
           MOVE DE-SUB TO ST-NEU(WH-TANZ).
           MOVE DE-BEZ(1:25) TO ST-BEZ(WH-TANZ).
           MOVE DE-GEOBR TO ST-BR(WH-TANZ).
           MOVE DE-GEOLA TO ST-LA(WH-TANZ).
           MOVE DE-ZFVON TO WH-HHMM.
           PERFORM HHMM-MIN.
           MOVE WH-MIN TO ST-VON(WH-TANZ).
           MOVE 99999 TO ST-BIS(WH-TANZ).
           IF DE-ZFBIS NOT = 0
               MOVE DE-ZFBIS TO WH-HHMM
               PERFORM HHMM-MIN
               MOVE WH-MIN TO ST-BIS(WH-TANZ).
           GO B.
      *--------------> Lieferadressen der Tour nach Stopp einreihen <-
       C.  MOVE WH-TOUR TO LA-TOUR.
           MOVE 0 TO LA-SUB.
           START LIEFADR KEY NOT < LA-IKEY INVALID GO E.
       D.  READ LIEFADR NEXT AT END GO E.
           IF ZUGRIF GO D.
           IF LA-TOUR NOT = WH-TOUR GO E.
           IF WH-TANZ >= 300 GO E.
           PERFORM LADR-EINREIHEN.
           GO D.
       E.  IF WH-TANZ = 0
               DISPLAY "keine Stopps auf dieser Tour" AT 2601
               GO X.
      *--------------> Vorschlag oder neue Nummern je Stopp <-
           PERFORM VORSCHLAG.
           IF WM-VORS = 0
               CALL "CAUP" USING "1301012580" WH-CREG
               PERFORM VARYING WH-TI FROM 1 BY 1 UNTIL WH-TI > WH-TANZ
                   PERFORM STOPP-ERFASS
               END-PERFORM.
      *--------------> durchschreiben + Protokoll <-
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Tour-Umreihung Protokoll alt -> neu" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           IF WM-VORS = 1
               MOVE SPACE TO DRA-SATZ
               MOVE "Vorschlag uebernommen, km bisher:" TO DRA-TITEL
               MOVE WH-KMALT TO WD-KM
               MOVE WD-KM TO DRA-TITEL(35:9)
               MOVE "neu:" TO DRA-TITEL(46:4)
               MOVE WH-KMNEU TO WD-KM
               MOVE WD-KM TO DRA-TITEL(51:9)
               WRITE DRA-SATZ AFTER 1.
           PERFORM VARYING WH-TI FROM 1 BY 1 UNTIL WH-TI > WH-TANZ
               PERFORM STOPP-SCHREIB
           END-PERFORM.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       X.  CLOSE DEBITOR DAUER LFSCHEIN LIEFADR.
       Z.  EXIT.
      ************ Lieferadresse nach LA-SUB in die Stopps einfuegen *
       LADR-EINREIHEN SECTION.
       A.  MOVE 1 TO WH-TJ.
       B.  IF WH-TJ > WH-TANZ GO C.
           IF ST-ALT(WH-TJ) > LA-SUB GO C.
           ADD 1 TO WH-TJ.
           GO B.
       C.  PERFORM VARYING WH-TK FROM WH-TANZ BY -1 UNTIL WH-TK < WH-TJ
               MOVE WT-STOPP(WH-TK) TO WT-STOPP(WH-TK + 1)
           END-PERFORM.
           ADD 1 TO WH-TANZ.
           MOVE LA-KTONR TO ST-KTONR(WH-TJ).
           MOVE LA-LADR TO ST-LADR(WH-TJ).
           MOVE LA-SUB TO ST-ALT(WH-TJ).
           MOVE LA-SUB TO ST-NEU(WH-TJ).
           MOVE LA-NAME TO ST-BEZ(WH-TJ).
           MOVE LA-GEOBR TO ST-BR(WH-TJ).
           MOVE LA-GEOLA TO ST-LA(WH-TJ).
           MOVE LA-ZVON TO WH-HHMM.
           PERFORM HHMM-MIN.
           MOVE WH-MIN TO ST-VON(WH-TJ).
           MOVE 99999 TO ST-BIS(WH-TJ).
           IF LA-ZBIS NOT = 0
               MOVE LA-ZBIS TO WH-HHMM
               PERFORM HHMM-MIN
               MOVE WH-MIN TO ST-BIS(WH-TJ).
       Z.  EXIT.
      ************** HHMM in Minuten seit Mitternacht *
       HHMM-MIN SECTION.
       A.  COMPUTE WH-HH = WH-HHMM / 100.
           COMPUTE WH-MIN = WH-HH * 60 + FUNCTION REM(WH-HHMM 100).
       Z.  EXIT.
      ************** Lieferadressdatei oeffnen/anlegen *
       LADR-OEFFNEN SECTION.
       A.  OPEN I-O LIEFADR.
           IF WF-STATUS = "35"
               CLOSE LIEFADR OPEN OUTPUT LIEFADR
               CLOSE LIEFADR OPEN I-O LIEFADR.
       Z.  EXIT.
      ******************* Erfassung eines Stopps *
       STOPP-ERFASS SECTION.
       A.  DISPLAY "Stopp:" AT 0901.
           DISPLAY ST-ALT(WH-TI) AT 0908.
           DISPLAY ST-BEZ(WH-TI) AT 0916.
           DISPLAY "neue Nr.:" AT 1001.
           ACCEPT ST-NEU(WH-TI) AT 1011.
           IF ST-NEU(WH-TI) = 0 MOVE ST-ALT(WH-TI) TO ST-NEU(WH-TI).
       STOPP-SCHREIB SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE ST-KTONR(WH-TI) TO DRA-KTONR.
           IF ST-LADR(WH-TI) NOT = 0
               MOVE ST-LADR(WH-TI) TO DRA-LADR.
           MOVE ST-ALT(WH-TI) TO DRA-ALT.
           MOVE ST-NEU(WH-TI) TO DRA-NEU.
           IF ST-LADR(WH-TI) NOT = 0 GO L.
      *-------------------------------> DEBITOR <-
           MOVE ST-KTONR(WH-TI) TO DE-KTONR.
           READ DEBITOR INVALID GO Z.
           IF ST-NEU(WH-TI) = ST-ALT(WH-TI) GO Z.
           MOVE ST-NEU(WH-TI) TO DE-SUB.
           REWRITE DE-SATZ.
           GO C.
      *-------------------------------> LIEFADR <-
       L.  MOVE ST-KTONR(WH-TI) TO LA-KTONR.
           MOVE ST-LADR(WH-TI) TO LA-LADR.
           READ LIEFADR INVALID GO Z.
           MOVE LA-NAME TO DRA-BEZ.
           WRITE DRA-SATZ AFTER 1.
           IF ST-NEU(WH-TI) = ST-ALT(WH-TI) GO Z.
           MOVE ST-NEU(WH-TI) TO LA-SUB.
           REWRITE LA-SATZ.
      *-------------------------------> DAUER <-
       C.  MOVE ST-KTONR(WH-TI) TO DA-KTONR.
           MOVE 0 TO DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO D.
       B.  READ DAUER NEXT AT END GO D.
           IF ZUGRIF GO B.
           IF DA-KTONR NOT = ST-KTONR(WH-TI) GO D.
           IF DA-TOUR NOT = WH-TOUR GO B.
           IF DA-LADR NOT = ST-LADR(WH-TI) GO B.
           MOVE ST-NEU(WH-TI) TO DA-SUB.
           REWRITE DA-SATZ.
           GO B.
           IF ZUGRIF GO E.
           IF LF-KTONR NOT = ST-KTONR(WH-TI) GO Z.
           IF LF-TOUR NOT = WH-TOUR GO E.
           IF LF-LADR NOT = ST-LADR(WH-TI) GO E.
           IF LF-DATUM < WH-STICH GO E.
           IF LF-SUB = ST-NEU(WH-TI) GO E.
      *------> LF-SUB liegt nur im Alternativschluessel: REWRITE <-
           REWRITE LF-SATZ.
           GO E.
       Z.  EXIT.
      ******************************************************************
      *  Reihungsvorschlag: ab Depot jeweils der Stopp, der unter den
      *  noch haltbaren Zeitfenstern am schnellsten erreicht ist
      *  (Fahrzeit + Wartezeit bis Fensterbeginn); ist kein Fenster
      *  mehr haltbar, der Stopp mit dem fruehesten Fensterende.
      *  WM-VORS = 1: Vorschlag uebernommen, ST-NEU = Position * 10
      ******************************************************************
       VORSCHLAG SECTION.
       A.  MOVE 0 TO WM-VORS.
           DISPLAY "Reihungsvorschlag nach Entfernung <J/N>:" AT 2601.
           MOVE "J" TO WH-X.
           ACCEPT WH-X AT 2642.
           IF WH-X NOT = "J" AND WH-X NOT = "j" GO Z.
      *--------------> Depot und Abfahrtszeit der Tour <-
           OPEN INPUT KONSTANT.
           MOVE 49 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID
               MOVE 0 TO KO-DEPBR KO-DEPLA.
           MOVE KO-DEPBR TO WH-DEPBR.
           MOVE KO-DEPLA TO WH-DEPLA.
           MOVE 0 TO WH-HHMM.
           MOVE 9 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-SATZ
               GO B.
           PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > 10
               PERFORM VARYING WH-J FROM 1 BY 1 UNTIL WH-J > 10
                   IF KO-TNR(WH-I WH-J) = WH-TOUR
                       MOVE KO-TZEIT(WH-I) TO WH-HHMM
                   END-IF
               END-PERFORM
           END-PERFORM.
       B.  CLOSE KONSTANT.
           IF WH-DEPBR = 0 AND WH-DEPLA = 0
               DISPLAY "Depot-Standort fehlt (Geokoordinaten)" AT 2601
               CALL "CAUP" USING "0024700000" WH-CREG
               GO Z.
           MOVE 0 TO WM-ZEITF WH-ABFMIN.
           IF WH-HHMM NOT = 0
               PERFORM HHMM-MIN
               MOVE WH-MIN TO WH-ABFMIN
               MOVE 1 TO WM-ZEITF.
           DISPLAY "Minuten je Stopp:" AT 2601.
           MOVE 5 TO WH-MINST.
           ACCEPT WH-MINST AT 2619.
           DISPLAY "km/h im Schnitt:" AT 2625.
           MOVE 40 TO WH-KMH.
           ACCEPT WH-KMH AT 2642.
           IF WH-KMH = 0 MOVE 40 TO WH-KMH.
           COMPUTE WH-COSBR ROUNDED =
               FUNCTION COS(WH-DEPBR * FUNCTION PI / 180).
      *--------------> Stopps mit Koordinaten nach naechstem Nachbar <-
           MOVE 0 TO WH-VANZ.
           PERFORM VARYING WH-TJ FROM 1 BY 1 UNTIL WH-TJ > WH-TANZ
               MOVE 0 TO ST-FREI(WH-TJ)
           END-PERFORM.
           MOVE WH-DEPBR TO WH-POSBR.
           MOVE WH-DEPLA TO WH-POSLA.
           MOVE WH-ABFMIN TO WH-ZEIT.
       C.  PERFORM NAECHSTER.
           IF WH-BEST = 0 GO D.
           ADD 1 TO WH-VANZ.
           MOVE WH-BEST TO WT-VOR(WH-VANZ).
           MOVE 1 TO ST-FREI(WH-BEST).
           MOVE WH-BEST TO WH-TJ.
           PERFORM ENTFERNUNG.
           PERFORM ANKUNFT.
           MOVE ST-BR(WH-BEST) TO WH-POSBR.
           MOVE ST-LA(WH-BEST) TO WH-POSLA.
           GO C.
       D.  IF WH-VANZ = 0
               DISPLAY "keine Geokoordinaten auf dieser Tour" AT 2601
               CALL "CAUP" USING "0024700000" WH-CREG
               GO Z.
      *--------------> Stopps ohne Koordinaten in bisheriger Folge <-
           PERFORM VARYING WH-TJ FROM 1 BY 1 UNTIL WH-TJ > WH-TANZ
               IF ST-FREI(WH-TJ) = 0
                   ADD 1 TO WH-VANZ
                   MOVE WH-TJ TO WT-VOR(WH-VANZ)
               END-IF
           END-PERFORM.
           MOVE 1 TO WM-FOLGE.
           PERFORM BEWERTEN.
           MOVE WH-KMSUM TO WH-KMALT.
           MOVE WH-VERST TO WH-VALT.
           MOVE 2 TO WM-FOLGE.
           PERFORM BEWERTEN.
           MOVE WH-KMSUM TO WH-KMNEU.
           MOVE WH-VERST TO WH-VNEU.
           PERFORM VERGLEICH.
           IF WH-X NOT = "J" AND WH-X NOT = "j" GO Z.
           PERFORM VARYING WH-TK FROM 1 BY 1 UNTIL WH-TK > WH-TANZ
               COMPUTE ST-NEU(WT-VOR(WH-TK)) = WH-TK * 10
           END-PERFORM.
           MOVE 1 TO WM-VORS.
       Z.  EXIT.
      ************** bester naechster Stopp ab WH-POSBR/LA, WH-ZEIT *
       NAECHSTER SECTION.
       A.  MOVE 0 TO WH-BEST WM-BOK.
           PERFORM VARYING WH-TJ FROM 1 BY 1 UNTIL WH-TJ > WH-TANZ
               IF ST-FREI(WH-TJ) = 0
                   AND (ST-BR(WH-TJ) NOT = 0 OR ST-LA(WH-TJ) NOT = 0)
                   PERFORM KANDIDAT
               END-IF
           END-PERFORM.
       Z.  EXIT.
      ************** Stopp WH-TJ gegen den bisher besten pruefen *
       KANDIDAT SECTION.
       A.  PERFORM ENTFERNUNG.
           COMPUTE WH-ANK = WH-ZEIT + WH-KM * 60 / WH-KMH.
           IF WM-ZEITF = 1 AND WH-ANK < ST-VON(WH-TJ)
               COMPUTE WH-SCORE = ST-VON(WH-TJ) - WH-ZEIT
           ELSE
               COMPUTE WH-SCORE = WH-ANK - WH-ZEIT.
           IF WM-ZEITF = 0 OR WH-ANK NOT > ST-BIS(WH-TJ)
               IF WM-BOK = 0 OR WH-SCORE < WH-BSCORE
                   MOVE 1 TO WM-BOK
                   MOVE WH-TJ TO WH-BEST
                   MOVE WH-SCORE TO WH-BSCORE
               END-IF
               GO Z.
      *--------------> Fenster nicht mehr haltbar <-
           IF WM-BOK = 1 GO Z.
           IF WH-BEST = 0 OR ST-BIS(WH-TJ) < WH-BBIS
               OR (ST-BIS(WH-TJ) = WH-BBIS AND WH-SCORE < WH-BSCORE)
               MOVE WH-TJ TO WH-BEST
               MOVE ST-BIS(WH-TJ) TO WH-BBIS
               MOVE WH-SCORE TO WH-BSCORE.
       Z.  EXIT.
      ******************************************************************
      *  geschaetzte Strassen-km von WH-POSBR/LA zum Stopp WH-TJ:
      *  Luftlinie (1 Grad Breite = 111,2 km, Laenge mit dem Cosinus
      *  der Depotbreite) mal Umwegfaktor 1,3
      ******************************************************************
       ENTFERNUNG SECTION.
       A.  MOVE ST-BR(WH-TJ) TO WH-ZBR.
           MOVE ST-LA(WH-TJ) TO WH-ZLA.
           PERFORM LUFTLINIE.
       Z.  EXIT.
      ************** km von WH-POSBR/LA nach WH-ZBR/ZLA *
       LUFTLINIE SECTION.
       A.  COMPUTE WH-KM ROUNDED = 1,3 * FUNCTION SQRT(
               ((WH-ZBR - WH-POSBR) * 111,2) ** 2 +
               ((WH-ZLA - WH-POSLA) * 111,2 * WH-COSBR) ** 2).
       Z.  EXIT.
      ************** Ankunft/Abfahrt beim Stopp WH-TJ (Minuten) *
       ANKUNFT SECTION.
       A.  COMPUTE WH-ZEIT = WH-ZEIT + WH-KM * 60 / WH-KMH.
           IF WM-ZEITF = 1 AND WH-ZEIT > ST-BIS(WH-TJ)
               ADD 1 TO WH-VERST.
           IF WM-ZEITF = 1 AND WH-ZEIT < ST-VON(WH-TJ)
               MOVE ST-VON(WH-TJ) TO WH-ZEIT.
           ADD WH-MINST TO WH-ZEIT.
       Z.  EXIT.
      ******************************************************************
      *  km und Fensterverstoesse einer Folge (WM-FOLGE 1 = bisher,
      *  2 = Vorschlag), Depot - Stopps - Depot; Stopps ohne
      *  Koordinaten zaehlen nicht
      ******************************************************************
       BEWERTEN SECTION.
       A.  MOVE 0 TO WH-KMSUM WH-VERST.
           MOVE WH-DEPBR TO WH-POSBR.
           MOVE WH-DEPLA TO WH-POSLA.
           MOVE WH-ABFMIN TO WH-ZEIT.
           MOVE 0 TO WH-TK.
       B.  ADD 1 TO WH-TK.
           IF WH-TK > WH-TANZ GO C.
           MOVE WH-TK TO WH-TJ.
           IF WM-FOLGE = 2 MOVE WT-VOR(WH-TK) TO WH-TJ.
           IF ST-BR(WH-TJ) = 0 AND ST-LA(WH-TJ) = 0 GO B.
           PERFORM ENTFERNUNG.
           ADD WH-KM TO WH-KMSUM.
           PERFORM ANKUNFT.
           MOVE ST-BR(WH-TJ) TO WH-POSBR.
           MOVE ST-LA(WH-TJ) TO WH-POSLA.
           GO B.
      *--------------> Rueckfahrt ins Depot <-
       C.  MOVE WH-DEPBR TO WH-ZBR.
           MOVE WH-DEPLA TO WH-ZLA.
           PERFORM LUFTLINIE.
           ADD WH-KM TO WH-KMSUM.
       Z.  EXIT.
      ******************************************************************
      *  Anzeige bisherige Folge / Vorschlag nebeneinander, 18 Zeilen
      *  je Seite, darunter km und Fensterverstoesse; WH-X = J:
      *  Vorschlag uebernehmen
      ******************************************************************
       VERGLEICH SECTION.
       A.  MOVE 0 TO WH-TK.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Tour:" with highlight AT 0101.
           DISPLAY WH-TOUR with highlight AT 0107.
           DISPLAY "Reihungsvorschlag" with highlight AT 0115.
           DISPLAY "Pos  bisher" AT 0201.
           DISPLAY "Vorschlag" AT 0241.
           MOVE 3 TO VDU-L.
       C.  ADD 1 TO WH-TK.
           IF WH-TK > WH-TANZ GO E.
           MOVE WH-TK TO WD-POS.
           MOVE 1 TO VDU-P.
           DISPLAY WD-POS AT VDU-LP.
           MOVE ST-ALT(WH-TK) TO WD-SUB.
           MOVE 6 TO VDU-P.
           DISPLAY WD-SUB AT VDU-LP.
           MOVE 11 TO VDU-P.
           DISPLAY ST-BEZ(WH-TK) AT VDU-LP.
           MOVE WT-VOR(WH-TK) TO WH-TJ.
           MOVE ST-ALT(WH-TJ) TO WD-SUB.
           MOVE 41 TO VDU-P.
           DISPLAY WD-SUB AT VDU-LP.
           MOVE 46 TO VDU-P.
           DISPLAY ST-BEZ(WH-TJ) AT VDU-LP.
           ADD 1 TO VDU-L.
           IF VDU-L < 21 GO C.
           IF WH-TK NOT < WH-TANZ GO E.
           DISPLAY "weiter mit <Enter>" AT 2201.
           MOVE SPACE TO WH-X.
           ACCEPT WH-X AT 2220.
           GO B.
       E.  DISPLAY "km bisher:" AT 2201.
           MOVE WH-KMALT TO WD-KM.
           DISPLAY WD-KM AT 2212.
           DISPLAY "Vorschlag:" AT 2241.
           MOVE WH-KMNEU TO WD-KM.
           DISPLAY WD-KM AT 2252.
           IF WM-ZEITF = 1
               DISPLAY "Fensterverstoesse bisher:" AT 2301
               MOVE WH-VALT TO WD-VERST
               DISPLAY WD-VERST AT 2327
               DISPLAY "Vorschlag:" AT 2341
               MOVE WH-VNEU TO WD-VERST
               DISPLAY WD-VERST AT 2352
           ELSE
               DISPLAY "ohne Abfahrtszeit - Zeitfenster nicht geprueft"
                   AT 2301.
       F.  DISPLAY "Vorschlag uebernehmen <J/N>:" AT 2401.
           MOVE "N" TO WH-X.
           ACCEPT WH-X AT 2430.
           IF WH-X NOT = "J" AND WH-X NOT = "j"
               AND WH-X NOT = "N" AND WH-X NOT = "n" GO F.
       Z.  EXIT.
      ***************************** Geokoordinaten warten *
       GEOKOORD SECTION.
       A.  DISPLAY "Geokoordinaten (Grad, Breite / Laenge)" AT 2301.
           OPEN I-O KONSTANT.
           MOVE 49 TO WH-KEY.
           READ KONSTANT INVALID
               MOVE SPACE TO KO-SATZ
               MOVE 0 TO KO-DEPBR KO-DEPLA
               MOVE 49 TO WH-KEY
               WRITE KO-SATZ.
           DISPLAY "Depot:" AT 2401.
           MOVE KO-DEPBR TO WH-GEOBR.
           MOVE KO-DEPLA TO WH-GEOLA.
           DISPLAY WH-GEOBR AT 2420.
           ACCEPT WH-GEOBR AT 2420.
           DISPLAY WH-GEOLA AT 2430.
           ACCEPT WH-GEOLA AT 2430.
           MOVE WH-GEOBR TO KO-DEPBR.
           MOVE WH-GEOLA TO KO-DEPLA.
           MOVE 49 TO WH-KEY.
           REWRITE KO-SATZ.
           CLOSE KONSTANT.
           OPEN I-O DEBITOR.
       B.  DISPLAY "Konto (0 = Ende):" AT 2501.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2520.
           IF WH-KTONR = 0 GO X.
           MOVE 1 TO DE-FNR.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR
               INVALID DISPLAY "Konto unbekannt" AT 2601
               GO B.
           DISPLAY DE-BEZ(1:35) AT 2540.
           MOVE DE-GEOBR TO WH-GEOBR.
           MOVE DE-GEOLA TO WH-GEOLA.
           DISPLAY WH-GEOBR AT 2620.
           ACCEPT WH-GEOBR AT 2620.
           DISPLAY WH-GEOLA AT 2630.
           ACCEPT WH-GEOLA AT 2630.
           MOVE WH-GEOBR TO DE-GEOBR.
           MOVE WH-GEOLA TO DE-GEOLA.
           REWRITE DE-SATZ.
           GO B.
       X.  CLOSE DEBITOR.
       Z.  EXIT.

      *     WL-CA 30: Monatsliste km/Kosten je Fahrzeug, auf           *
      *               Wunsch Kostenbuchung mit Kostenstelle            *
      *               (LB-KSTNR) in das PAKO-Journal (LAGERBZ)         *
      *     PAKFZPRF.DAT: Pruefungen je Fahrzeug (Service, Pickerl,    *
      *                   Tachograph, Kuehlanlage) mit Intervall in    *
      *                   Monaten und/oder km                          *
      *     PAKFZHIS.DAT: erledigte Pruefungen mit km und Kosten       *
      *     WL-CA 40: Pruefungen/Intervalle je Fahrzeug warten         *
      *     WL-CA 50: erledigte Pruefung erfassen - naechste Faellig-  *
      *               keit ab dieser Pruefung, die Kosten gehen auf    *
      *               FT-WART der Tageszuteilung des Fahrzeugs (damit  *
      *               in Monatsliste und PANTOURE)                     *
      *     WL-CA 60: Faelligkeitsliste der naechsten 30 Tage; km-     *
      *               Stand aus FT-KMEND, km-Faelligkeit nach der      *
      *               Fahrleistung der letzten 30 Tage geschaetzt      *
      *     Die Tageszuteilung warnt bei ueberfaelligem Fahrzeug       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
                             RECORD KEY FP-KEY
                             FILE STATUS IS WF-STATUS.
           COPY PAKSEFTG.CPY.
           COPY PAKSEFZP.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
           03  FP-KENNZ                PIC X(10).
           03  FP-KSTNR                PIC 99        COMP.
       COPY PAKFDFTG.CPY.
       COPY PAKFDFZP.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
               05 DRA-KST              PIC Z9.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(66).
       01  DRF-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRF-FZG                 PIC ZZ9.
           03  FILLER                  PIC X.
           03  DRF-BEZ                 PIC X(20).
           03  FILLER                  PIC X.
           03  DRF-KENNZ               PIC X(10).
           03  FILLER                  PIC X.
           03  DRF-PRUEF               PIC X(12).
           03  FILLER                  PIC X.
           03  DRF-DAT                 PIC Z(8).
           03  FILLER                  PIC X.
           03  DRF-FKM                 PIC ZZZZ.ZZ9.
           03  FILLER                  PIC X.
           03  DRF-AKM                 PIC ZZZZ.ZZ9.
           03  FILLER                  PIC X.
           03  DRF-STAT                PIC X(8).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WH-ANTW                 PIC X.
           03  WD-ERZ                  PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *------------> Pruefungen / Faelligkeiten <-
           03  WH-TYP                  PIC 9.
           03  WH-PRFOK                PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8).
           03  WH-GRENZ                PIC 9(8).
           03  WH-VONDAT               PIC 9(8).
           03  WH-VON30                PIC 9(8).
           03  WH-TAGI                 PIC 9(7)     COMP.
           03  WH-KM                   PIC 9(7).
           03  WH-KOST                 PIC S9(5)V99.
           03  WH-JJ                   PIC 9(4)     COMP.
           03  WH-MM                   PIC 99       COMP.
           03  WH-TT                   PIC 99       COMP.
           03  WH-MMTT                 PIC 9(4)     COMP.
           03  WH-MJ                   PIC 9(6)     COMP.
           03  WH-PASS                 PIC 9        COMP.
           03  WH-UEBER                PIC 9        COMP.
           03  WH-BALD                 PIC 9        COMP.
           03  WH-FTDAT                PIC 9(8)     COMP.
           03  WH-FTTOUR               PIC 99       COMP.
           03  WH-WARN                 PIC X(30).
           03  WD-GEZ                  PIC 9(5)     COMP VALUE ZERO.
           03  WT-PTXT.
               05 FILLER               PIC X(12) VALUE "Service".
               05 FILLER               PIC X(12) VALUE "Pickerl 57a".
               05 FILLER               PIC X(12) VALUE "Tachograph".
               05 FILLER               PIC X(12) VALUE "Kuehlanlage".
           03  WT-PTX REDEFINES WT-PTXT PIC X(12) OCCURS 4.
      *------------> km-Stand und km der letzten 30 Tage 1 - 200 <-
           03  WT-KTAB.
               05 WT-KT                             OCCURS 200.
                  07 KT-KM             PIC 9(7)     COMP.
                  07 KT-KM30           PIC S9(7)    COMP.
       COPY PAKOEXT.CPY.
       DECL-KONS SECTION.      USE AFTER ERROR PROCEDURE ON KONSLAG.
       A.  CALL "CADECL" USING WN-KONS WH-CREG.
       A.  CALL "CADECL" USING "PAKFUHRP.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON FAHRTAG.
       A.  CALL "CADECL" USING "PAKFTAG.DAT " WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON FZPRUEF.
       A.  CALL "CADECL" USING "PAKFZPRF.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON FZHIST.
       A.  CALL "CADECL" USING "PAKFZHIS.DAT" WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM TAGESERF.
           IF WL-CA = 30 PERFORM MONATLST.
           IF WL-CA = 40 PERFORM PRUEF-WART.
           IF WL-CA = 50 PERFORM PRUEF-ERL.
           IF WL-CA = 60 PERFORM FAELLIG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Wartung *
               CLOSE FAHRTAG OPEN OUTPUT FAHRTAG
               CLOSE FAHRTAG OPEN I-O FAHRTAG.
           OPEN INPUT FUHRPARK.
           MOVE 1 TO WH-PRFOK.
           OPEN INPUT FZPRUEF.
           IF WF-STATUS = "35" MOVE 0 TO WH-PRFOK.
       B.  DISPLAY "Datum (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-DAT.
           ACCEPT WH-DAT AT 2430.
           IF FT-KMEND < FT-KMANF
               DISPLAY "km Ende kleiner Anfang" AT 2650
               GO B.
      *------> Fahrzeug mit ueberfaelliger Pruefung? <-
           MOVE SPACE TO WH-WARN.
           IF WH-PRFOK = 1 PERFORM FZG-WARN.
           DISPLAY WH-WARN AT 2650.
           DISPLAY "Treibstoff:" AT 2701.
           DISPLAY FT-TREIB AT 2713.
           ACCEPT FT-TREIB AT 2713.
           REWRITE FT-SATZ INVALID WRITE FT-SATZ.
           GO B.
       X.  CLOSE FAHRTAG FUHRPARK.
           IF WH-PRFOK = 1 CLOSE FZPRUEF.
       Z.  EXIT.
      ***** Pruefungen des Fahrzeugs FT-FZG zum Tag WH-DAT *
       FZG-WARN SECTION.
       A.  MOVE 0 TO WH-TYP.
       B.  ADD 1 TO WH-TYP.
           IF WH-TYP > 4 GO Z.
           MOVE FT-FZG TO PR-FZG.
           MOVE WH-TYP TO PR-TYP.
           READ FZPRUEF IGNORE LOCK INVALID GO B.
           MOVE FT-KMEND TO WH-KM.
           IF WH-KM = 0 MOVE FT-KMANF TO WH-KM.
           IF (PR-FAELLDAT NOT = 0 AND PR-FAELLDAT NOT > WH-DAT)
               OR (PR-FAELLKM NOT = 0 AND WH-KM NOT < PR-FAELLKM)
               STRING "Achtung: " WT-PTX(WH-TYP) DELIMITED "  "
                   " ueberfaellig!" DELIMITED SIZE INTO WH-WARN
               GO Z.
           GO B.
       Z.  EXIT.
      ************* Monatsliste km/Kosten je Fahrzeug *
       MONATLST SECTION.
           STRING "Fuhrp " FP-KENNZ(1:9) DELIMITED SIZE INTO LB-TX.
           WRITE LB-SATZ INVALID GO B.
       Z.  EXIT.
      ******************* Pruefungen je Fahrzeug warten *
       PRUEF-WART SECTION.
       A.  DISPLAY "Pruefungen je Fahrzeug warten" AT 2301.
           OPEN I-O FZPRUEF.
           IF WF-STATUS = "35"
               CLOSE FZPRUEF OPEN OUTPUT FZPRUEF
               CLOSE FZPRUEF OPEN I-O FZPRUEF.
           OPEN INPUT FUHRPARK.
       B.  PERFORM FZG-WAHL.
           IF WH-NUM2 = 0 GO X.
           IF WH-TYP = 0 GO B.
           MOVE WH-NUM2 TO PR-FZG.
           MOVE WH-TYP TO PR-TYP.
           READ FZPRUEF INVALID
               MOVE 0 TO PR-MONATE PR-KMINT PR-LETZTDAT PR-LETZTKM
               MOVE 0 TO PR-FAELLDAT PR-FAELLKM.
           DISPLAY "Intervall Monate:" AT 2601.
           DISPLAY PR-MONATE AT 2619.
           ACCEPT PR-MONATE AT 2619.
           DISPLAY "km:" AT 2625.
           DISPLAY PR-KMINT AT 2629.
           ACCEPT PR-KMINT AT 2629.
           MOVE WH-NUM2 TO PR-FZG.
           MOVE WH-TYP TO PR-TYP.
      *------> ohne Intervall: Pruefart entfernen <-
           IF PR-MONATE = 0 AND PR-KMINT = 0
               DELETE FZPRUEF INVALID CONTINUE END-DELETE
               GO B.
           DISPLAY "zuletzt am:" AT 2701.
           DISPLAY PR-LETZTDAT AT 2713.
           ACCEPT PR-LETZTDAT AT 2713.
           DISPLAY "bei km:" AT 2725.
           DISPLAY PR-LETZTKM AT 2733.
           ACCEPT PR-LETZTKM AT 2733.
           PERFORM FAELL-RECH.
           DISPLAY "faellig:" AT 2745.
           DISPLAY PR-FAELLDAT AT 2754.
           DISPLAY PR-FAELLKM AT 2763.
           REWRITE PR-SATZ INVALID WRITE PR-SATZ.
           GO B.
       X.  CLOSE FZPRUEF FUHRPARK.
       Z.  EXIT.
      ***** Fahrzeug und Pruefart abfragen (WH-NUM2 0 = Ende) *
       FZG-WAHL SECTION.
       A.  DISPLAY "Fahrzeug (0 = Ende):" AT 2401.
           MOVE 0 TO WH-NUM2 WH-TYP.
           ACCEPT WH-NUM2 AT 2422.
           IF WH-NUM2 = 0 GO Z.
           MOVE 1 TO FP-ART.
           MOVE WH-NUM2 TO FP-NUM.
           READ FUHRPARK IGNORE LOCK
               INVALID DISPLAY "Fahrzeug nicht angelegt" AT 2501
               GO Z.
           DISPLAY FP-BEZ AT 2427.
           DISPLAY "1 Service 2 Pickerl 3 Tachograph 4 Kuehlung:"
               AT 2501.
           ACCEPT WH-TYP AT 2547.
           IF WH-TYP > 4 MOVE 0 TO WH-TYP.
       Z.  EXIT.
      ***** naechste Faelligkeit aus letzter Pruefung + Intervall *
      *  Monatsende: Tag wird auf den 28. gekuerzt
       FAELL-RECH SECTION.
       A.  MOVE 0 TO PR-FAELLDAT PR-FAELLKM.
           IF PR-KMINT NOT = 0
               COMPUTE PR-FAELLKM = PR-LETZTKM + PR-KMINT.
           IF PR-MONATE = 0 OR PR-LETZTDAT = 0 GO Z.
           DIVIDE PR-LETZTDAT BY 10000 GIVING WH-JJ
               REMAINDER WH-MMTT.
           DIVIDE WH-MMTT BY 100 GIVING WH-MM REMAINDER WH-TT.
           COMPUTE WH-MJ = WH-JJ * 12 + WH-MM - 1 + PR-MONATE.
           DIVIDE WH-MJ BY 12 GIVING WH-JJ REMAINDER WH-MM.
           ADD 1 TO WH-MM.
           IF WH-TT > 28 MOVE 28 TO WH-TT.
           COMPUTE PR-FAELLDAT = WH-JJ * 10000 + WH-MM * 100 + WH-TT.
       Z.  EXIT.
      ***************** erledigte Pruefung erfassen *
       PRUEF-ERL SECTION.
       A.  DISPLAY "erledigte Pruefung erfassen" AT 2301.
           OPEN I-O FZPRUEF.
           IF WF-STATUS = "35"
               DISPLAY "keine Pruefungen angelegt" AT 2401
               GO Z.
           OPEN I-O FZHIST.
           IF WF-STATUS = "35"
               CLOSE FZHIST OPEN OUTPUT FZHIST
               CLOSE FZHIST OPEN I-O FZHIST.
           OPEN I-O FAHRTAG.
           IF WF-STATUS = "35"
               CLOSE FAHRTAG OPEN OUTPUT FAHRTAG
               CLOSE FAHRTAG OPEN I-O FAHRTAG.
           OPEN INPUT FUHRPARK.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
       B.  PERFORM FZG-WAHL.
           IF WH-NUM2 = 0 GO X.
           IF WH-TYP = 0 GO B.
           MOVE WH-NUM2 TO PR-FZG.
           MOVE WH-TYP TO PR-TYP.
           READ FZPRUEF
               INVALID DISPLAY "Pruefart nicht angelegt" AT 2501
               GO B.
           DISPLAY "erledigt am:" AT 2601.
           MOVE WH-HEUTE TO WH-DAT.
           DISPLAY WH-DAT AT 2614.
           ACCEPT WH-DAT AT 2614.
           IF WH-DAT = 0 GO B.
           DISPLAY "km-Stand:" AT 2625.
           MOVE 0 TO WH-KM.
           ACCEPT WH-KM AT 2635.
           DISPLAY "Kosten:" AT 2645.
           MOVE 0 TO WH-KOST.
           ACCEPT WH-KOST AT 2653.
           MOVE SPACE TO FH-TEXT.
           DISPLAY "Text:" AT 2701.
           ACCEPT FH-TEXT AT 2707.
           MOVE WH-NUM2 TO FH-FZG.
           MOVE WH-DAT TO FH-DATUM.
           MOVE WH-TYP TO FH-TYP.
           MOVE WH-KM TO FH-KM.
           MOVE WH-KOST TO FH-KOST.
           MOVE 0 TO FH-TDATUM FH-TOUR.
           IF WH-KOST NOT = 0 PERFORM KOST-TOUR.
           WRITE FH-SATZ INVALID REWRITE FH-SATZ.
      *------> neue Faelligkeit ab dieser Pruefung <-
           MOVE WH-NUM2 TO PR-FZG.
           MOVE WH-TYP TO PR-TYP.
           MOVE WH-DAT TO PR-LETZTDAT.
           MOVE WH-KM TO PR-LETZTKM.
           PERFORM FAELL-RECH.
           REWRITE PR-SATZ.
           DISPLAY "naechste Faelligkeit:" AT 2501.
           DISPLAY PR-FAELLDAT AT 2523.
           DISPLAY PR-FAELLKM AT 2533.
           GO B.
       X.  CLOSE FZPRUEF FZHIST FAHRTAG FUHRPARK.
       Z.  EXIT.
      ***** Kosten auf FT-WART einer Tageszuteilung des Fahrzeugs *
      *  letzter Einsatz im Monat bis zum Pruefungstag, sonst der
      *  erste danach im selben Monat
       KOST-TOUR SECTION.
       A.  MOVE 0 TO WH-FTDAT WH-FTTOUR.
           DIVIDE WH-DAT BY 100 GIVING WH-MON.
           COMPUTE FT-DATUM = WH-MON * 100.
           MOVE 0 TO FT-TOUR.
           START FAHRTAG KEY NOT < FT-KEY INVALID GO C.
       B.  READ FAHRTAG NEXT IGNORE LOCK AT END GO C.
           IF FT-DATUM / 100 NOT = WH-MON GO C.
           IF FT-FZG NOT = WH-NUM2 GO B.
           IF FT-DATUM > WH-DAT AND WH-FTDAT NOT = 0 GO C.
           MOVE FT-DATUM TO WH-FTDAT.
           MOVE FT-TOUR TO WH-FTTOUR.
           IF FT-DATUM > WH-DAT GO C.
           GO B.
       C.  IF WH-FTDAT = 0
               DISPLAY "kein Einsatz im Monat - Kosten nicht auf Tour"
                   AT 2501
               GO Z.
           MOVE WH-FTDAT TO FT-DATUM.
           MOVE WH-FTTOUR TO FT-TOUR.
           READ FAHRTAG INVALID GO Z.
           ADD WH-KOST TO FT-WART.
           REWRITE FT-SATZ.
           MOVE WH-FTDAT TO FH-TDATUM.
           MOVE WH-FTTOUR TO FH-TOUR.
       Z.  EXIT.
      ******* Faelligkeitsliste der naechsten 30 Tage *
       FAELLIG SECTION.
       A.  OPEN INPUT FZPRUEF.
           IF WF-STATUS = "35"
               DISPLAY "keine Pruefungen angelegt" AT 2401
               GO Z.
           OPEN INPUT FAHRTAG FUHRPARK.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-HEUTE).
           COMPUTE WH-GRENZ = FUNCTION DATE-OF-INTEGER(WH-TAGI + 30).
           COMPUTE WH-VON30 = FUNCTION DATE-OF-INTEGER(WH-TAGI - 30).
           COMPUTE WH-VONDAT = FUNCTION DATE-OF-INTEGER(WH-TAGI - 365).
      *--------------> km-Stand je Fahrzeug aus FT-KMEND <-
           PERFORM VARYING WH-FI FROM 1 BY 1 UNTIL WH-FI > 200
               MOVE 0 TO KT-KM(WH-FI) KT-KM30(WH-FI).
           MOVE WH-VONDAT TO FT-DATUM.
           MOVE 0 TO FT-TOUR.
           START FAHRTAG KEY NOT < FT-KEY INVALID GO C.
       B.  READ FAHRTAG NEXT IGNORE LOCK AT END GO C.
           IF FT-FZG = 0 OR FT-FZG > 200 GO B.
           MOVE FT-FZG TO WH-FI.
           IF FT-KMEND > KT-KM(WH-FI) MOVE FT-KMEND TO KT-KM(WH-FI).
           IF FT-DATUM > WH-VON30 AND FT-KMEND > FT-KMANF
               COMPUTE KT-KM30(WH-FI) = KT-KM30(WH-FI)
                   + FT-KMEND - FT-KMANF.
           GO B.
       C.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Faelligkeitsliste Fuhrpark bis" TO DRA-TITEL.
           MOVE WH-GRENZ TO DRA-TITEL(32:8).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRF-SATZ.
           MOVE "Fzg Bezeichnung          Kennzeichen Pruefung" TO
               DRF-SATZ(5:45).
           MOVE "faell.am faell.km km-Stand Status" TO
               DRF-SATZ(54:33).
           WRITE DRF-SATZ AFTER 2.
      *------> erst die ueberfaelligen, dann die bald faelligen <-
           MOVE 0 TO WD-GEZ.
           MOVE 1 TO WH-PASS.
       D.  MOVE 0 TO PR-FZG PR-TYP.
           START FZPRUEF KEY NOT < PR-KEY INVALID GO F.
       E.  READ FZPRUEF NEXT IGNORE LOCK AT END GO F.
           PERFORM FAELL-ZEILE.
           GO E.
       F.  ADD 1 TO WH-PASS.
           IF WH-PASS < 3 GO D.
           IF WD-GEZ = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "keine Pruefungen faellig" TO DRA-TITEL
               WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER FZPRUEF FAHRTAG FUHRPARK.
       Z.  EXIT.
      ***** eine Pruefung: ueberfaellig (Lauf 1) / bald (Lauf 2) *
      *  km bald faellig, wenn die Restkilometer mit der Fahr-
      *  leistung der letzten 30 Tage erreicht werden
       FAELL-ZEILE SECTION.
       A.  MOVE 0 TO WH-UEBER WH-BALD WH-KM.
           IF PR-FZG > 0 AND PR-FZG NOT > 200
               MOVE KT-KM(PR-FZG) TO WH-KM.
           IF (PR-FAELLDAT NOT = 0 AND PR-FAELLDAT NOT > WH-HEUTE)
               OR (PR-FAELLKM NOT = 0 AND WH-KM NOT = 0
                   AND WH-KM NOT < PR-FAELLKM)
               MOVE 1 TO WH-UEBER.
           IF PR-FAELLDAT NOT = 0 AND PR-FAELLDAT NOT > WH-GRENZ
               MOVE 1 TO WH-BALD.
           IF PR-FAELLKM NOT = 0 AND WH-KM NOT = 0
               AND PR-FZG > 0 AND PR-FZG NOT > 200
               IF WH-KM + KT-KM30(PR-FZG) NOT < PR-FAELLKM
                   MOVE 1 TO WH-BALD.
           IF WH-PASS = 1 AND WH-UEBER = 0 GO Z.
           IF WH-PASS = 2 AND (WH-UEBER = 1 OR WH-BALD = 0) GO Z.
           MOVE 1 TO FP-ART.
           MOVE PR-FZG TO FP-NUM.
           READ FUHRPARK IGNORE LOCK
               INVALID MOVE "unbekannt" TO FP-BEZ
               MOVE SPACE TO FP-KENNZ.
           MOVE SPACE TO DRF-SATZ.
           MOVE PR-FZG TO DRF-FZG.
           MOVE FP-BEZ TO DRF-BEZ.
           MOVE FP-KENNZ TO DRF-KENNZ.
           MOVE WT-PTX(PR-TYP) TO DRF-PRUEF.
           MOVE PR-FAELLDAT TO DRF-DAT.
           MOVE PR-FAELLKM TO DRF-FKM.
           MOVE WH-KM TO DRF-AKM.
           IF WH-UEBER = 1
               MOVE "UEBERF." TO DRF-STAT
           ELSE
               MOVE "faellig" TO DRF-STAT.
           WRITE DRF-SATZ AFTER 1.
           ADD 1 TO WD-GEZ.
       Z.  EXIT.

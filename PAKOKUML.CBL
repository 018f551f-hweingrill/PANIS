      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAKOKUML.
      ******************************************************************
      *     Kostenumlage der Vorkostenstellen (Instandhaltung,         *
      *     Fuhrpark, Verwaltung ...) auf die Endkostenstellen         *
      *     PAKUMLAG.DAT: je Vorkostenstelle Schluessel und Reihen-    *
      *     folge (UL-EKST = 0), darunter die Empfaenger               *
      *       Schluessel 1: feste Prozentsaetze je Empfaenger          *
      *       Schluessel 2: Stunden des Monats je Empfaenger-          *
      *                     kostenstelle aus PAKZEIT.DAT               *
      *       Schluessel 3: km des Monats aus PAKFTAG.DAT, Fahrzeug    *
      *                     ueber FP-KSTNR dem Empfaenger zugeordnet   *
      *     Stufenleiterverfahren: Vorkostenstellen in der Reihen-     *
      *     folge, umgelegt werden Primaerkosten (LAGERBZ je           *
      *     LB-KSTNR) plus bereits erhaltene Umlagen; schon            *
      *     umgelegte Stellen bekommen nichts mehr zurueck             *
      *     WL-CA 10: Umlageschluessel warten                          *
      *     WL-CA 20: Monatslauf mit Betriebsabrechnungsbogen (BAB)    *
      *               Primaerkosten / Umlagen / Vollkosten, auf        *
      *               Wunsch statistische Buchung (LB-SA = 10) auf     *
      *               ein Umlagekonto, Summe je Konto null; ein        *
      *               neuer Lauf ersetzt die Buchungen des Monats      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAKOSEC.CPY.
           SELECT UMLAGE     ASSIGN TO "PAKUMLAG.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY UL-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT ZEITDAT    ASSIGN TO "PAKZEIT.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZE-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT FUHRPARK   ASSIGN TO "PAKFUHRP.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FP-KEY
                             FILE STATUS IS WF-STATUS.
           COPY PAKSEFTG.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PAKOFD.CPY.
      **************************** Umlageschluessel *
       FD  UMLAGE       external       LABEL RECORD STANDARD.
       01  UL-SATZ.
           03  UL-KEY.
               05 UL-SKST              PIC 99         COMP.
               05 UL-EKST              PIC 99         COMP.
      *------> nur im Kopfsatz (UL-EKST = 0) <-
           03  UL-ART                  PIC 9          COMP.
               88 UL-PROZENT           VALUE 1.
               88 UL-STUNDEN           VALUE 2.
               88 UL-KM                VALUE 3.
           03  UL-REIHE                PIC 99         COMP.
      *------> je Empfaenger: Prozent (Schluessel 1) <-
           03  UL-PROZ                 PIC 999V99     COMP.
      *********************** Stunden je Kostenstelle (PAKOZEIT) *
       FD  ZEITDAT      external       LABEL RECORD STANDARD.
       01  ZE-SATZ.
           03  ZE-KEY.
               05 ZE-NUM               PIC 999       COMP.
               05 ZE-DATUM             PIC 9(8)      COMP.
               05 ZE-KSTNR             PIC 99        COMP.
           03  ZE-STD                  PIC 99V99     COMP.
           03  ZE-SCHICHT              PIC 9         COMP.
      *********************** Fahrzeuge (PAKOFUHR) *
       FD  FUHRPARK     external       LABEL RECORD STANDARD.
       01  FP-SATZ.
           03  FP-KEY.
               05 FP-ART               PIC 9         COMP.
               05 FP-NUM               PIC 999       COMP.
           03  FP-BEZ                  PIC X(25).
           03  FP-KENNZ                PIC X(10).
           03  FP-KSTNR                PIC 99        COMP.
       COPY PAKFDFTG.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-KST              PIC Z9.
               05 FILLER               PIC XX.
               05 DRA-PRIM             PIC ZZZ.ZZZ.ZZ9,99-.
               05 FILLER               PIC XX.
               05 DRA-EIN              PIC ZZZ.ZZZ.ZZ9,99-.
               05 FILLER               PIC XX.
               05 DRA-AUS              PIC ZZZ.ZZZ.ZZ9,99-.
               05 FILLER               PIC XX.
               05 DRA-VOLL             PIC ZZZ.ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(70).
       01  DRV-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRV-SKST                PIC Z9.
           03  FILLER                  PIC XXX.
           03  DRV-EKST                PIC Z9.
           03  FILLER                  PIC XX.
           03  DRV-ART                 PIC X(8).
           03  FILLER                  PIC XX.
           03  DRV-BASIS               PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC XX.
           03  DRV-BET                 PIC ZZZ.ZZZ.ZZ9,99-.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-SKST                 PIC 99.
           03  WH-EKST                 PIC 99.
           03  WH-ART                  PIC 9.
           03  WH-REIHE                PIC 99.
           03  WH-PROZ                 PIC 999V99.
           03  WH-MON                  PIC 9(6).
           03  WH-PERDAT               PIC 9(8)     COMP.
           03  WH-UKTO                 PIC 9(6).
           03  WH-ANTW                 PIC X.
           03  WH-KI                   PIC 999      COMP.
           03  WH-SI                   PIC 99       COMP.
           03  WH-EI                   PIC 999      COMP.
           03  WH-BEST                 PIC 99       COMP.
           03  WH-KM                   PIC S9(7)    COMP.
           03  WH-BETRAG               PIC S9(9)V99 COMP.
           03  WH-SUMB                 PIC S9(9)V99 COMP.
           03  WH-REST                 PIC S9(9)V99 COMP.
           03  WH-ANTEIL               PIC S9(9)V99 COMP.
           03  WH-LBBET                PIC S9(9)V99 COMP.
           03  WH-LBKST                PIC 99       COMP.
           03  WH-LFD                  PIC 99       COMP.
           03  WD-ERZ                  PIC 9(5)     COMP VALUE ZERO.
           03  WD-FEHL                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *----------------> Werte je Kostenstelle 1 - 99 <-
           03  WT-KST                               OCCURS 99.
               05 WK-PRIM              PIC S9(9)V99 COMP.
               05 WK-EIN               PIC S9(9)V99 COMP.
               05 WK-AUS               PIC S9(9)V99 COMP.
               05 WK-STD               PIC S9(7)V99 COMP.
               05 WK-KM                PIC S9(9)    COMP.
               05 WK-FERTIG            PIC 9        COMP.
      *----------------> Vorkostenstellen aus PAKUMLAG.DAT <-
           03  WH-SANZ                 PIC 99       COMP VALUE ZERO.
           03  WT-SEND                              OCCURS 50.
               05 SE-KST               PIC 99       COMP.
               05 SE-ART               PIC 9        COMP.
               05 SE-REIHE             PIC 99       COMP.
               05 SE-ERL               PIC 9        COMP.
      *----------------> Empfaenger der laufenden Vorkostenstelle <-
           03  WH-EANZ                 PIC 99       COMP.
           03  WT-EMPF                              OCCURS 99.
               05 EM-KST               PIC 99       COMP.
               05 EM-BASIS             PIC S9(9)V99 COMP.
      *----------------> Umlagen fuer Druck und Buchung <-
           03  WH-VANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-VERT                              OCCURS 500.
               05 VE-SKST              PIC 99       COMP.
               05 VE-EKST              PIC 99       COMP.
               05 VE-ART               PIC 9        COMP.
               05 VE-BASIS             PIC S9(9)V99 COMP.
               05 VE-BET               PIC S9(9)V99 COMP.
           03  WT-ARTTX                PIC X(24)    VALUE
               "Prozent Stunden km      ".
           03  WT-ARTBEZ REDEFINES WT-ARTTX
                                       PIC X(8)     OCCURS 3.
       COPY PAKOEXT.CPY.
       DECL-KONS SECTION.      USE AFTER ERROR PROCEDURE ON KONSLAG.
       A.  CALL "CADECL" USING WN-KONS WH-CREG.
       DECL-BZEI SECTION.      USE AFTER ERROR PROCEDURE ON LAGERBZ.
       A.  CALL "CADECL" USING WN-BZEI WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON UMLAGE.
       A.  CALL "CADECL" USING "PAKUMLAG.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ZEITDAT.
       A.  CALL "CADECL" USING "PAKZEIT.DAT " WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FUHRPARK.
       A.  CALL "CADECL" USING "PAKFUHRP.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON FAHRTAG.
       A.  CALL "CADECL" USING "PAKFTAG.DAT " WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE "PAKOKONS.DAT" TO WN-KONS.
           IF WN-BZEI = SPACE MOVE "PAKLAG01.DAT" TO WN-BZEI.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM UMLAGELAUF.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Umlageschluessel warten *
       WARTUNG SECTION.
       A.  DISPLAY "Umlageschluessel je Vorkostenstelle" AT 2301.
           OPEN I-O UMLAGE.
           IF WF-STATUS = "35"
               CLOSE UMLAGE OPEN OUTPUT UMLAGE
               CLOSE UMLAGE OPEN I-O UMLAGE.
       B.  DISPLAY "Vorkostenstelle (0 = Ende):" AT 2401.
           MOVE 0 TO WH-SKST.
           ACCEPT WH-SKST AT 2429.
           IF WH-SKST = 0 GO X.
           MOVE WH-SKST TO UL-SKST.
           MOVE 0 TO UL-EKST.
           READ UMLAGE
               INVALID MOVE 1 TO UL-ART
                       MOVE WH-SKST TO UL-REIHE
                       MOVE 0 TO UL-PROZ.
           MOVE UL-ART TO WH-ART.
           MOVE UL-REIHE TO WH-REIHE.
       C.  DISPLAY "Schluessel 1 Prozent 2 Stunden 3 km (0 = loeschen):"
               AT 2501.
           DISPLAY WH-ART AT 2553.
           ACCEPT WH-ART AT 2553.
           IF WH-ART = 0 PERFORM SCHL-LOESCH GO B.
           IF WH-ART > 3 GO C.
           DISPLAY "Reihenfolge:" AT 2556.
           DISPLAY WH-REIHE AT 2569.
           ACCEPT WH-REIHE AT 2569.
           MOVE WH-SKST TO UL-SKST.
           MOVE 0 TO UL-EKST UL-PROZ.
           MOVE WH-ART TO UL-ART.
           MOVE WH-REIHE TO UL-REIHE.
           REWRITE UL-SATZ INVALID WRITE UL-SATZ.
      *------> Empfaenger; bei Stunden/km genuegt Prozent 1 <-
       D.  DISPLAY "Empfaenger-Kst (0 = fertig):" AT 2601.
           MOVE 0 TO WH-EKST.
           ACCEPT WH-EKST AT 2630.
           IF WH-EKST = 0 GO B.
           IF WH-EKST = WH-SKST GO D.
           MOVE WH-SKST TO UL-SKST.
           MOVE WH-EKST TO UL-EKST.
           READ UMLAGE INVALID MOVE 0 TO UL-PROZ.
           MOVE UL-PROZ TO WH-PROZ.
           DISPLAY "Prozent (0 = loeschen):" AT 2635.
           DISPLAY WH-PROZ AT 2659.
           ACCEPT WH-PROZ AT 2659.
           MOVE WH-SKST TO UL-SKST.
           MOVE WH-EKST TO UL-EKST.
           MOVE 0 TO UL-ART UL-REIHE.
           MOVE WH-PROZ TO UL-PROZ.
           IF WH-PROZ = 0
               DELETE UMLAGE INVALID CONTINUE END-DELETE
           ELSE
               REWRITE UL-SATZ INVALID WRITE UL-SATZ.
           GO D.
       X.  CLOSE UMLAGE.
       Z.  EXIT.
      ***** Vorkostenstelle mit allen Empfaengern loeschen *
       SCHL-LOESCH SECTION.
       A.  MOVE WH-SKST TO UL-SKST.
           MOVE 0 TO UL-EKST.
           START UMLAGE KEY NOT < UL-KEY INVALID GO Z.
       B.  READ UMLAGE NEXT AT END GO Z.
           IF UL-SKST NOT = WH-SKST GO Z.
           DELETE UMLAGE INVALID CONTINUE.
           GO B.
       Z.  EXIT.
      ***************************** Monatslauf *
       UMLAGELAUF SECTION.
       A.  DISPLAY "Kostenumlage / BAB" AT 2301.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-MON.
           ACCEPT WH-MON AT 2428.
           IF WH-MON = 0 GO Z.
           COMPUTE WH-PERDAT = WH-MON * 100 + 28.
           OPEN INPUT UMLAGE.
           IF WF-STATUS = "35"
               DISPLAY "keine Umlageschluessel vorhanden" AT 2501
               GO Z.
           MOVE 1 TO WH-KI.
       B.  IF WH-KI > 99 GO C.
           MOVE 0 TO WK-PRIM(WH-KI) WK-EIN(WH-KI) WK-AUS(WH-KI)
                     WK-STD(WH-KI) WK-KM(WH-KI) WK-FERTIG(WH-KI).
           ADD 1 TO WH-KI.
           GO B.
       C.  MOVE 0 TO WH-SANZ WH-VANZ.
           PERFORM SENDER-LADEN.
           PERFORM PRIMAER.
           PERFORM STUNDEN.
           PERFORM KILOMETER.
      *------> Vorkostenstellen in der Reihenfolge umlegen <-
       D.  PERFORM NAECHSTER.
           IF WH-BEST = 0 GO E.
           PERFORM VERTEILEN.
           GO D.
       E.  PERFORM BAB-DRUCK.
           DISPLAY "statistisch buchen <J/N>:" AT 2501.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2527.
           IF WH-ANTW = "J" OR WH-ANTW = "j" PERFORM BUCHEN.
           CLOSE UMLAGE.
       Z.  EXIT.
      ***** Kopfsaetze (UL-EKST = 0) in die Sendertabelle *
       SENDER-LADEN SECTION.
       A.  MOVE 0 TO UL-SKST UL-EKST.
           START UMLAGE KEY NOT < UL-KEY INVALID GO Z.
       B.  READ UMLAGE NEXT IGNORE LOCK AT END GO Z.
           IF UL-EKST NOT = 0 GO B.
           IF UL-SKST = 0 OR WH-SANZ NOT < 50 GO B.
           ADD 1 TO WH-SANZ.
           MOVE UL-SKST TO SE-KST(WH-SANZ).
           MOVE UL-ART TO SE-ART(WH-SANZ).
           MOVE UL-REIHE TO SE-REIHE(WH-SANZ).
           MOVE 0 TO SE-ERL(WH-SANZ).
           GO B.
       Z.  EXIT.
      ***** Primaerkosten des Monats je Kostenstelle (ohne Umlagen) *
       PRIMAER SECTION.
       A.  OPEN INPUT LAGERBZ.
           MOVE LOW-VALUE TO LB-SATZ.
           MOVE 0 TO LB-KTONR LB-BUDAT LB-LFD.
           START LAGERBZ KEY NOT < LB-KEY INVALID GO X.
       B.  READ LAGERBZ NEXT IGNORE LOCK AT END GO X.
           IF LB-KSTNR = 0 OR LB-KSTNR > 99 GO B.
           IF LB-BUDAT / 100 NOT = WH-MON GO B.
           IF LB-SA = 10 GO B.
           ADD LB-BET TO WK-PRIM(LB-KSTNR).
           GO B.
       X.  CLOSE LAGERBZ.
       Z.  EXIT.
      ***** Stunden des Monats je Kostenstelle (PAKZEIT.DAT) *
       STUNDEN SECTION.
       A.  OPEN INPUT ZEITDAT.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO ZE-NUM ZE-DATUM ZE-KSTNR.
           START ZEITDAT KEY NOT < ZE-KEY INVALID GO X.
       B.  READ ZEITDAT NEXT IGNORE LOCK AT END GO X.
           IF ZE-DATUM / 100 NOT = WH-MON GO B.
           IF ZE-KSTNR = 0 OR ZE-KSTNR > 99 GO B.
           ADD ZE-STD TO WK-STD(ZE-KSTNR).
           GO B.
       X.  CLOSE ZEITDAT.
       Z.  EXIT.
      ***** km des Monats je Kostenstelle des Fahrzeugs (PAKFTAG) *
       KILOMETER SECTION.
       A.  OPEN INPUT FAHRTAG.
           IF WF-STATUS = "35" GO Z.
           OPEN INPUT FUHRPARK.
           COMPUTE FT-DATUM = WH-MON * 100.
           MOVE 0 TO FT-TOUR.
           START FAHRTAG KEY NOT < FT-KEY INVALID GO X.
       B.  READ FAHRTAG NEXT IGNORE LOCK AT END GO X.
           IF FT-DATUM / 100 NOT = WH-MON GO X.
           IF FT-KMEND NOT > FT-KMANF GO B.
           MOVE 1 TO FP-ART.
           MOVE FT-FZG TO FP-NUM.
           READ FUHRPARK IGNORE LOCK INVALID GO B.
           IF FP-KSTNR = 0 OR FP-KSTNR > 99 GO B.
           COMPUTE WH-KM = FT-KMEND - FT-KMANF.
           ADD WH-KM TO WK-KM(FP-KSTNR).
           GO B.
       X.  CLOSE FAHRTAG FUHRPARK.
       Z.  EXIT.
      ***** naechste Vorkostenstelle: kleinste Reihenfolge offen *
       NAECHSTER SECTION.
       A.  MOVE 0 TO WH-BEST.
           MOVE 1 TO WH-SI.
       B.  IF WH-SI > WH-SANZ GO Z.
           IF SE-ERL(WH-SI) = 1 GO C.
           IF WH-BEST = 0 MOVE WH-SI TO WH-BEST GO C.
           IF SE-REIHE(WH-SI) < SE-REIHE(WH-BEST)
               MOVE WH-SI TO WH-BEST.
       C.  ADD 1 TO WH-SI.
           GO B.
       Z.  EXIT.
      ***** Kosten der Vorkostenstelle WH-BEST verteilen *
       VERTEILEN SECTION.
       A.  MOVE 1 TO SE-ERL(WH-BEST).
           MOVE SE-KST(WH-BEST) TO WH-SKST.
           MOVE 1 TO WK-FERTIG(WH-SKST).
           COMPUTE WH-BETRAG = WK-PRIM(WH-SKST) + WK-EIN(WH-SKST).
           IF WH-BETRAG NOT > 0 GO Z.
      *------> Empfaenger mit ihrer Bezugsgroesse sammeln <-
           MOVE 0 TO WH-EANZ WH-SUMB.
           MOVE WH-SKST TO UL-SKST.
           MOVE 1 TO UL-EKST.
           START UMLAGE KEY NOT < UL-KEY INVALID GO D.
       B.  READ UMLAGE NEXT IGNORE LOCK AT END GO D.
           IF UL-SKST NOT = WH-SKST GO D.
           IF UL-EKST = 0 GO B.
           IF UL-EKST = WH-SKST GO B.
           IF WK-FERTIG(UL-EKST) = 1 GO B.
           ADD 1 TO WH-EANZ.
           MOVE UL-EKST TO EM-KST(WH-EANZ).
           EVALUATE SE-ART(WH-BEST)
               WHEN 2     MOVE WK-STD(UL-EKST) TO EM-BASIS(WH-EANZ)
               WHEN 3     MOVE WK-KM(UL-EKST) TO EM-BASIS(WH-EANZ)
               WHEN OTHER MOVE UL-PROZ TO EM-BASIS(WH-EANZ)
           END-EVALUATE.
           IF EM-BASIS(WH-EANZ) NOT > 0
               SUBTRACT 1 FROM WH-EANZ
               GO B.
           ADD EM-BASIS(WH-EANZ) TO WH-SUMB.
           GO B.
       D.  IF WH-SUMB = 0 GO Z.
      *------> anteilig, Rundungsrest beim letzten Empfaenger <-
           MOVE WH-BETRAG TO WH-REST.
           MOVE 1 TO WH-EI.
       E.  IF WH-EI > WH-EANZ GO Z.
           IF WH-EI = WH-EANZ
               MOVE WH-REST TO WH-ANTEIL
           ELSE
               COMPUTE WH-ANTEIL ROUNDED =
                   WH-BETRAG * EM-BASIS(WH-EI) / WH-SUMB.
           SUBTRACT WH-ANTEIL FROM WH-REST.
           MOVE EM-KST(WH-EI) TO WH-EKST.
           ADD WH-ANTEIL TO WK-EIN(WH-EKST).
           ADD WH-ANTEIL TO WK-AUS(WH-SKST).
           IF WH-VANZ < 500
               ADD 1 TO WH-VANZ
               MOVE WH-SKST TO VE-SKST(WH-VANZ)
               MOVE WH-EKST TO VE-EKST(WH-VANZ)
               MOVE SE-ART(WH-BEST) TO VE-ART(WH-VANZ)
               MOVE EM-BASIS(WH-EI) TO VE-BASIS(WH-VANZ)
               MOVE WH-ANTEIL TO VE-BET(WH-VANZ).
           ADD 1 TO WH-EI.
           GO E.
       Z.  EXIT.
      ***************************** BAB drucken *
       BAB-DRUCK SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Betriebsabrechnungsbogen Monat" TO DRA-TITEL.
           MOVE WH-MON TO DRA-TITEL(32:6).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Kst   Primaerkosten  Umlage erhalten  Umlage abgegeben"
               TO DRA-TITEL.
           MOVE "Vollkosten" TO DRA-TITEL(61:10).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WH-SUMB WH-REST WH-ANTEIL WH-BETRAG.
           MOVE 1 TO WH-KI.
       B.  IF WH-KI > 99 GO C.
           IF WK-PRIM(WH-KI) NOT = 0 OR WK-EIN(WH-KI) NOT = 0
               PERFORM BAB-ZEILE.
           ADD 1 TO WH-KI.
           GO B.
       C.  MOVE SPACE TO DRA-SATZ.
           MOVE "Summe" TO DRA-TITEL(1:5).
           MOVE WH-SUMB TO DRA-PRIM.
           MOVE WH-REST TO DRA-EIN.
           MOVE WH-ANTEIL TO DRA-AUS.
           MOVE WH-BETRAG TO DRA-VOLL.
           WRITE DRA-SATZ AFTER 2.
      *------> Umlagen im Einzelnen <-
           MOVE SPACE TO DRV-SATZ.
           MOVE "Von An  Schluessel          Basis          Betrag"
               TO DRV-SATZ(5:).
           WRITE DRV-SATZ AFTER 3.
           MOVE 1 TO WH-EI.
       D.  IF WH-EI > WH-VANZ GO X.
           MOVE SPACE TO DRV-SATZ.
           MOVE VE-SKST(WH-EI) TO DRV-SKST.
           MOVE VE-EKST(WH-EI) TO DRV-EKST.
           MOVE WT-ARTBEZ(VE-ART(WH-EI)) TO DRV-ART.
           MOVE VE-BASIS(WH-EI) TO DRV-BASIS.
           MOVE VE-BET(WH-EI) TO DRV-BET.
           WRITE DRV-SATZ AFTER 1.
           ADD 1 TO WH-EI.
           GO D.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
       BAB-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WH-KI TO DRA-KST.
           MOVE WK-PRIM(WH-KI) TO DRA-PRIM.
           MOVE WK-EIN(WH-KI) TO DRA-EIN.
           MOVE WK-AUS(WH-KI) TO DRA-AUS.
           COMPUTE DRA-VOLL = WK-PRIM(WH-KI) + WK-EIN(WH-KI)
                            - WK-AUS(WH-KI).
           WRITE DRA-SATZ AFTER 1.
           ADD WK-PRIM(WH-KI) TO WH-SUMB WH-BETRAG.
           ADD WK-EIN(WH-KI) TO WH-REST WH-BETRAG.
           ADD WK-AUS(WH-KI) TO WH-ANTEIL.
           SUBTRACT WK-AUS(WH-KI) FROM WH-BETRAG.
       Z.  EXIT.
      ***** statistische Buchung: Umlagekonto, Soll beim Empfaenger, *
      *  Haben bei der Vorkostenstelle - Kontosumme bleibt null
       BUCHEN SECTION.
       A.  DISPLAY "Umlagekonto (statistisch):" AT 2601.
           MOVE 0 TO WH-UKTO.
           ACCEPT WH-UKTO AT 2628.
           IF WH-UKTO = 0 GO Z.
           OPEN I-O LAGERBZ.
           PERFORM UMLAGE-STORNO.
           MOVE 0 TO WD-ERZ WD-FEHL.
           MOVE 1 TO WH-EI.
       B.  IF WH-EI > WH-VANZ GO C.
           MOVE VE-BET(WH-EI) TO WH-LBBET.
           MOVE VE-EKST(WH-EI) TO WH-LBKST.
           MOVE VE-SKST(WH-EI) TO WH-SKST.
           PERFORM LB-SCHREIB.
           ADD 1 TO WH-EI.
           GO B.
       C.  MOVE 1 TO WH-KI.
       D.  IF WH-KI > 99 GO X.
           IF WK-AUS(WH-KI) NOT = 0
               COMPUTE WH-LBBET = 0 - WK-AUS(WH-KI)
               MOVE WH-KI TO WH-LBKST WH-SKST
               PERFORM LB-SCHREIB.
           ADD 1 TO WH-KI.
           GO D.
       X.  CLOSE LAGERBZ.
           DISPLAY "erzeugte Buchungen:" AT 2640.
           MOVE WD-ERZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2660.
           IF WD-FEHL > 0
               DISPLAY "nicht gebucht (Laufnummer voll):" AT 2701
               MOVE WD-FEHL TO WD-ANZ
               DISPLAY WD-ANZ AT 2734.
       Z.  EXIT.
      ***** Umlagebuchungen eines frueheren Laufs entfernen *
       UMLAGE-STORNO SECTION.
       A.  MOVE WH-UKTO TO LB-KTONR.
           MOVE WH-PERDAT TO LB-BUDAT.
           MOVE 0 TO LB-LFD.
           START LAGERBZ KEY NOT < LB-KEY INVALID GO Z.
       B.  READ LAGERBZ NEXT AT END GO Z.
           IF LB-KTONR NOT = WH-UKTO OR LB-BUDAT NOT = WH-PERDAT
               GO Z.
           IF LB-SA = 10 DELETE LAGERBZ INVALID CONTINUE.
           GO B.
       Z.  EXIT.
       LB-SCHREIB SECTION.
       A.  MOVE WH-UKTO TO LB-KTONR.
           MOVE WH-PERDAT TO LB-BUDAT.
           MOVE 0 TO WH-LFD.
       B.  ADD 1 TO WH-LFD.
           IF WH-LFD > 99 ADD 1 TO WD-FEHL GO Z.
           MOVE WH-LFD TO LB-LFD.
           MOVE 0 TO LB-USE LB-SEITE.
           MOVE 10 TO LB-SA.
           MOVE 0 TO LB-LIEFER LB-BELNR LB-SKLFD.
           MOVE WH-PERDAT TO LB-BELDAT.
           MOVE 0 TO LB-SYM LB-BMEH LB-BNK LB-ANZ LB-MENGE LB-PREIS.
           MOVE WH-LBBET TO LB-BET.
           MOVE 0 TO LB-MEH LB-NK.
           MOVE WH-LBKST TO LB-KSTNR.
           MOVE 0 TO LB-RAB(1) LB-RAB(2).
           MOVE SPACE TO LB-TX.
           STRING "Umlage Kst " WH-SKST DELIMITED SIZE INTO LB-TX.
           WRITE LB-SATZ INVALID GO B.
           ADD 1 TO WD-ERZ.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANVERP.
      ******************************************************************
      *     Verpackungsstueckliste je Artikel (PANVERPS.DAT) und       *
      *     ARA-Lizenzmeldung: Beutel, Papier, Folie, Karton und       *
      *     Etikett mit Stoffklasse und Gewicht in g; die Menge        *
      *     kommt aus der Statistik (ST-MENGEN abzueglich ST-RET)      *
      *     Der Packmittelverbrauch wird vom Betriebsstoffbestand      *
      *     (LG-STAND) abgebucht, damit PAKOBEST nachbestellt, und     *
      *     als Entnahme (LB-SA = 8) nach LAGERBZ gebucht              *
      *     WL-CA 10: Verpackungsstueckliste warten                    *
      *     WL-CA 20: ARA-Meldung je Quartal (Druck + PANARA.TXT)      *
      *     WL-CA 30: Packmittelverbrauch eines Monats abbuchen        *
      *               (je Monat nur einmal, fortlaufend)               *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PARSEART.CPY.
           COPY PANSESTA.CPY.
           COPY PANSEVPK.CPY.
           COPY PAKOSEC.CPY.
           SELECT EXPDAT     ASSIGN TO "PANARA.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDART.CPY.
       COPY PARFDART.CPY.
       COPY PANSTAT.CPY.
       COPY PANFDVPK.CPY.
       COPY PAKOFD.CPY.
      ************************ Export ARA-Meldung *
       FD  EXPDAT                      LABEL RECORD OMITTED.
       01  EX-SATZ                     PIC X(80).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-NR               PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC X.
               05 DRA-W1               PIC Z.ZZZ.ZZ9,999-.
               05 FILLER               PIC X.
               05 DRA-W2               PIC ZZZ.ZZ9,999-.
               05 FILLER               PIC X.
               05 DRA-WARN             PIC X(10).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(69).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-ARNR                 PIC 9(4).
           03  WH-JAHR                 PIC 9(4).
           03  WH-QUART                PIC 9.
           03  WH-MONJ                 PIC 9(6).
           03  WH-MON                  PIC 99       COMP.
           03  WH-MVON                 PIC 99       COMP.
           03  WH-MBIS                 PIC 99       COMP.
           03  WH-JJ                   PIC 99       COMP.
           03  WH-QUOT                 PIC 99       COMP.
           03  WH-PI                   PIC 99       COMP.
           03  WH-KI                   PIC 99       COMP.
           03  WH-BI                   PIC 99       COMP.
           03  WH-BANZ                 PIC 99       COMP.
           03  WH-ZEILE                PIC 9(4).
           03  WH-LEER                 PIC 9        COMP.
           03  WH-NETTO                PIC S9(9)    COMP.
           03  WH-OHNE                 PIC S9(9)    COMP.
           03  WH-KG                   PIC S9(9)V999 COMP.
           03  WH-SUMKG                PIC S9(9)V999 COMP.
           03  WH-VERBR                PIC S9(7)V999 COMP.
           03  WH-ABBU                 PIC S9(7)V999 COMP.
           03  WH-LFD                  PIC 99       COMP.
           03  WH-BUDAT                PIC 9(8).
           03  WN-KONS                 PIC X(12)
                                       VALUE "PAKOKONS.DAT".
           03  WN-BZEI                 PIC X(12)
                                       VALUE "PAKLAG01.DAT".
           03  WD-JAHR                 PIC 9(4).
           03  WD-KL                   PIC Z9.
           03  WD-MONJ                 PIC 9(6).
           03  WD-KG                   PIC ---------9,999.
           03  WD-ANZ                  PIC ZZZ.ZZZ.ZZ9-.
      *--------------> ARA-Stoffklassen (Tarifkategorien) <-
           03  WH-KLTXT.
               05 FILLER               PIC X(25)
                  VALUE "Papier, Karton, Wellpappe".
               05 FILLER               PIC X(25) VALUE "Glas".
               05 FILLER               PIC X(25) VALUE "Kunststoffe".
               05 FILLER               PIC X(25) VALUE "Eisenmetalle".
               05 FILLER               PIC X(25) VALUE "Aluminium".
               05 FILLER               PIC X(25) VALUE "Holz".
               05 FILLER               PIC X(25) VALUE "Keramik".
               05 FILLER               PIC X(25)
                  VALUE "Textile Faserstoffe".
               05 FILLER               PIC X(25)
                  VALUE "Biogene Packstoffe".
               05 FILLER               PIC X(25)
                  VALUE "Materialverbunde sonstige".
           03  WR-KLTXT REDEFINES WH-KLTXT.
               05 WH-KLBEZ             PIC X(25)    OCCURS 10.
           03  WT-KLTAB.
               05 WT-KG                PIC S9(9)V999 COMP OCCURS 10.
      *--------------> Packmittelverbrauch je Betriebsstoff <-
           03  WT-BTAB.
               05 WT-BST                            OCCURS 60.
                  07 BT-LGNUM          PIC 9(4)     COMP.
                  07 BT-MENGE          PIC S9(7)V999 COMP.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON LAGARTIK.
       A.  CALL "CADECL" USING "PARARTIK.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON STATISTIK.
       A.  CALL "CADECL" USING "PANESTAT.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON VERPSTL.
       A.  CALL "CADECL" USING "PANVERPS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON LAGERBZ.
       A.  CALL "CADECL" USING WN-BZEI WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM ARA-MELDUNG.
           IF WL-CA = 30 PERFORM VERBRAUCH.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Verpackungsstueckliste *
       WARTUNG SECTION.
       A.  DISPLAY "Verpackungsstueckliste je Artikel" AT 2301.
           OPEN I-O VERPSTL.
           IF WF-STATUS = "35"
               CLOSE VERPSTL OPEN OUTPUT VERPSTL
               CLOSE VERPSTL OPEN I-O VERPSTL.
           OPEN INPUT ARTIKEL LAGARTIK.
       B.  DISPLAY "Artikel (0 = Ende):" AT 2401.
           MOVE 0 TO WH-ARNR.
           ACCEPT WH-ARNR AT 2421.
           IF WH-ARNR = 0 GO X.
           MOVE WH-ARNR TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID DISPLAY "Artikel unbekannt" AT 2501
               GO B.
           DISPLAY AR-BEZ AT 2430.
           MOVE WH-ARNR TO VP-ARNUM.
           READ VERPSTL INVALID
               INITIALIZE VP-SATZ
               MOVE WH-ARNR TO VP-ARNUM.
           DISPLAY "Pos Betr.St Bezeichnung                Art Kl"
               AT 0501.
           DISPLAY "Gramm   Anz/Stk" AT 0548.
           DISPLAY "Art: 1 Beutel 2 Papier 3 Folie 4 Karton 5 Etikett"
               AT 1501.
           DISPLAY "Kl : 1 Papier 2 Glas 3 Kunstst. 4 Eisen 5 Alu"
               AT 1601.
           DISPLAY "     6 Holz 7 Keramik 8 Textil 9 biogen 10 Verbund"
               AT 1701.
           MOVE 0601 TO WH-ZEILE.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 8
               PERFORM POS-ERFASSEN
               ADD 100 TO WH-ZEILE
           END-PERFORM.
      *------> ohne eine Position wird die Stueckliste geloescht <-
           MOVE 1 TO WH-LEER.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 8
               IF VP-GRAMM(WH-PI) NOT = 0 OR VP-LGNUM(WH-PI) NOT = 0
                   MOVE 0 TO WH-LEER
               END-IF
           END-PERFORM.
           MOVE WH-ARNR TO VP-ARNUM.
           IF WH-LEER = 1
               DELETE VERPSTL INVALID CONTINUE END-DELETE
           ELSE
               REWRITE VP-SATZ INVALID WRITE VP-SATZ.
           GO B.
       X.  CLOSE VERPSTL ARTIKEL LAGARTIK.
       Z.  EXIT.
      ***** eine Position der Stueckliste erfassen *
       POS-ERFASSEN SECTION.
       A.  MOVE WH-PI TO WD-KL.
           DISPLAY WD-KL AT WH-ZEILE.
           ADD 4 TO WH-ZEILE.
           DISPLAY VP-LGNUM(WH-PI) AT WH-ZEILE.
           ACCEPT VP-LGNUM(WH-PI) AT WH-ZEILE.
           ADD 8 TO WH-ZEILE.
           MOVE SPACE TO LG-BEZ.
           IF VP-LGNUM(WH-PI) NOT = 0
               MOVE VP-LGNUM(WH-PI) TO LG-NUM
               READ LAGARTIK IGNORE LOCK
                   INVALID MOVE "unbekannt" TO LG-BEZ.
           DISPLAY LG-BEZ AT WH-ZEILE.
           ADD 27 TO WH-ZEILE.
           DISPLAY VP-TYP(WH-PI) AT WH-ZEILE.
           ACCEPT VP-TYP(WH-PI) AT WH-ZEILE.
           ADD 3 TO WH-ZEILE.
           DISPLAY VP-KLASSE(WH-PI) AT WH-ZEILE.
           ACCEPT VP-KLASSE(WH-PI) AT WH-ZEILE.
           IF VP-KLASSE(WH-PI) > 10
               MOVE 10 TO VP-KLASSE(WH-PI).
           ADD 5 TO WH-ZEILE.
           DISPLAY VP-GRAMM(WH-PI) AT WH-ZEILE.
           ACCEPT VP-GRAMM(WH-PI) AT WH-ZEILE.
           ADD 8 TO WH-ZEILE.
           DISPLAY VP-ANZ(WH-PI) AT WH-ZEILE.
           ACCEPT VP-ANZ(WH-PI) AT WH-ZEILE.
           SUBTRACT 55 FROM WH-ZEILE.
       Z.  EXIT.
      ***************************** ARA-Meldung je Quartal *
       ARA-MELDUNG SECTION.
       A.  DISPLAY "ARA-Lizenzmeldung" AT 2301.
           DISPLAY "Jahr (0 = Ende):" AT 2401.
           MOVE 0 TO WH-JAHR.
           ACCEPT WH-JAHR AT 2419.
           IF WH-JAHR = 0 GO Z.
           DISPLAY "Quartal 1-4:" AT 2430.
           MOVE 0 TO WH-QUART.
           ACCEPT WH-QUART AT 2443.
           IF WH-QUART = 0 OR WH-QUART > 4 GO Z.
           DIVIDE WH-JAHR BY 100 GIVING WH-QUOT REMAINDER WH-JJ.
           COMPUTE WH-MVON = WH-QUART * 3 - 2.
           COMPUTE WH-MBIS = WH-QUART * 3.
           PERFORM VARYING WH-KI FROM 1 BY 1 UNTIL WH-KI > 10
               MOVE 0 TO WT-KG(WH-KI)
           END-PERFORM.
           MOVE 0 TO WH-OHNE.
           OPEN INPUT STATISTIK.
           IF WF-STATUS = "35"
               DISPLAY "keine Statistik vorhanden" AT 2501
               GO Z.
           OPEN INPUT VERPSTL.
           IF WF-STATUS = "35"
               DISPLAY "keine Verpackungsstueckliste" AT 2501
               CLOSE STATISTIK
               GO Z.
      *------> gelieferte Menge abzueglich Retouren je Artikel <-
           MOVE 0 TO ST-KTONR ST-ARNUM ST-JAHR.
           START STATISTIK KEY NOT < ST-KEY INVALID GO C.
       B.  READ STATISTIK NEXT IGNORE LOCK AT END GO C.
           IF ST-JAHR NOT = WH-JJ GO B.
           MOVE 0 TO WH-NETTO.
           PERFORM VARYING WH-MON FROM WH-MVON BY 1
               UNTIL WH-MON > WH-MBIS
               COMPUTE WH-NETTO = WH-NETTO + ST-MENGEN(WH-MON)
                   - ST-RET(WH-MON)
           END-PERFORM.
           IF WH-NETTO = 0 GO B.
           MOVE ST-ARNUM TO VP-ARNUM.
           IF VP-ARNUM = 0 GO B.
           READ VERPSTL IGNORE LOCK INVALID
               ADD WH-NETTO TO WH-OHNE
               GO B.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 8
               IF VP-KLASSE(WH-PI) > 0 AND VP-GRAMM(WH-PI) NOT = 0
                   MOVE VP-KLASSE(WH-PI) TO WH-KI
                   COMPUTE WT-KG(WH-KI) = WT-KG(WH-KI) + WH-NETTO
                       * VP-ANZ(WH-PI) * VP-GRAMM(WH-PI) / 1000
               END-IF
           END-PERFORM.
           GO B.
       C.  CLOSE STATISTIK VERPSTL.
           PERFORM ARA-DRUCK.
       Z.  EXIT.
      ***** ARA-Meldung drucken und exportieren *
       ARA-DRUCK SECTION.
       A.  OPEN OUTPUT EXPDAT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-JAHR TO WD-JAHR.
           STRING "ARA-Lizenzmeldung Quartal " WH-QUART "/" WD-JAHR
               DELIMITED BY SIZE INTO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "  Kl Tarifkategorie" TO DRA-TITEL.
           MOVE "Menge kg" TO DRA-TITEL(38:8).
           MOVE "Tonnen" TO DRA-TITEL(53:6).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WH-SUMKG.
           PERFORM VARYING WH-KI FROM 1 BY 1 UNTIL WH-KI > 10
               MOVE SPACE TO DRA-SATZ
               MOVE WH-KI TO DRA-NR
               MOVE WH-KLBEZ(WH-KI) TO DRA-BEZ
               MOVE WT-KG(WH-KI) TO DRA-W1
               COMPUTE DRA-W2 ROUNDED = WT-KG(WH-KI) / 1000
               WRITE DRA-SATZ AFTER 1
               ADD WT-KG(WH-KI) TO WH-SUMKG
               MOVE WH-KI TO WD-KL
               MOVE WT-KG(WH-KI) TO WD-KG
               MOVE SPACE TO EX-SATZ
               STRING WD-JAHR ";" WH-QUART ";" WD-KL ";"
                   WH-KLBEZ(WH-KI) ";" WD-KG
                   DELIMITED BY SIZE INTO EX-SATZ
               WRITE EX-SATZ
           END-PERFORM.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe Verpackungen" TO DRA-BEZ.
           MOVE WH-SUMKG TO DRA-W1.
           COMPUTE DRA-W2 ROUNDED = WH-SUMKG / 1000.
           WRITE DRA-SATZ AFTER 2.
           IF WH-OHNE NOT = 0
               MOVE SPACE TO DRA-SATZ
               MOVE WH-OHNE TO WD-ANZ
               STRING "Stueck ohne Verpackungsstueckliste: " WD-ANZ
                   DELIMITED BY SIZE INTO DRA-TITEL
               WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER EXPDAT.
       Z.  EXIT.
      ***************************** Packmittelverbrauch abbuchen *
       VERBRAUCH SECTION.
       A.  DISPLAY "Packmittelverbrauch abbuchen" AT 2301.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-MONJ.
           ACCEPT WH-MONJ AT 2427.
           IF WH-MONJ = 0 GO Z.
           DIVIDE WH-MONJ BY 100 GIVING WH-JAHR REMAINDER WH-MON.
           IF WH-MON = 0 OR WH-MON > 12 GO Z.
           DIVIDE WH-JAHR BY 100 GIVING WH-QUOT REMAINDER WH-JJ.
           OPEN I-O VERPSTL.
           IF WF-STATUS = "35"
               DISPLAY "keine Verpackungsstueckliste" AT 2501
               GO Z.
      *------> je Monat nur einmal abbuchen <-
           MOVE 0 TO VP-ARNUM.
           READ VERPSTL INVALID
               INITIALIZE VP-KSATZ
               MOVE 0 TO VP-ARNUM
               WRITE VP-KSATZ.
           IF VP-BUCHBIS NOT < WH-MONJ
               DISPLAY "Monat ist schon abgebucht bis" AT 2501
               MOVE VP-BUCHBIS TO WD-MONJ
               DISPLAY WD-MONJ AT 2531
               CLOSE VERPSTL
               GO Z.
           OPEN INPUT STATISTIK.
           IF WF-STATUS = "35"
               DISPLAY "keine Statistik vorhanden" AT 2501
               CLOSE VERPSTL
               GO Z.
           MOVE 0 TO WH-BANZ.
           MOVE 0 TO ST-KTONR ST-ARNUM ST-JAHR.
           START STATISTIK KEY NOT < ST-KEY INVALID GO C.
       B.  READ STATISTIK NEXT IGNORE LOCK AT END GO C.
           IF ST-JAHR NOT = WH-JJ GO B.
           COMPUTE WH-NETTO = ST-MENGEN(WH-MON) - ST-RET(WH-MON).
           IF WH-NETTO NOT > 0 GO B.
           MOVE ST-ARNUM TO VP-ARNUM.
           IF VP-ARNUM = 0 GO B.
           READ VERPSTL IGNORE LOCK INVALID GO B.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 8
               IF VP-LGNUM(WH-PI) NOT = 0 AND VP-ANZ(WH-PI) NOT = 0
                   PERFORM BST-SAMMELN
               END-IF
           END-PERFORM.
           GO B.
       C.  CLOSE STATISTIK.
      *------> gebucht wird zum Monatsletzten <-
           COMPUTE WH-BUDAT = WH-MONJ * 100 + 1.
           IF WH-MON = 12
               COMPUTE WH-BUDAT = (WH-JAHR + 1) * 10000 + 101
           ELSE
               ADD 100 TO WH-BUDAT.
           COMPUTE WH-BUDAT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WH-BUDAT) - 1).
           OPEN I-O LAGARTIK LAGERBZ.
           PERFORM BST-ABBUCHEN.
           CLOSE LAGARTIK LAGERBZ.
           MOVE 0 TO VP-ARNUM.
           READ VERPSTL.
           MOVE WH-MONJ TO VP-BUCHBIS.
           REWRITE VP-KSATZ.
           CLOSE VERPSTL.
       Z.  EXIT.
      ***** Verbrauch eines Packmittels je Betriebsstoff sammeln *
       BST-SAMMELN SECTION.
       A.  PERFORM VARYING WH-BI FROM 1 BY 1 UNTIL WH-BI > WH-BANZ
               OR BT-LGNUM(WH-BI) = VP-LGNUM(WH-PI)
               CONTINUE
           END-PERFORM.
           IF WH-BI > WH-BANZ
               IF WH-BANZ >= 60 GO Z
               END-IF
               ADD 1 TO WH-BANZ
               MOVE WH-BANZ TO WH-BI
               MOVE VP-LGNUM(WH-PI) TO BT-LGNUM(WH-BI)
               MOVE 0 TO BT-MENGE(WH-BI).
           COMPUTE BT-MENGE(WH-BI) = BT-MENGE(WH-BI)
               + WH-NETTO * VP-ANZ(WH-PI).
       Z.  EXIT.
      ***** gesammelten Verbrauch vom LG-STAND abbuchen *
       BST-ABBUCHEN SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           STRING "Packmittelverbrauch " WH-MONJ
               DELIMITED BY SIZE INTO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "  Nr Betriebsstoff" TO DRA-TITEL.
           MOVE "Verbrauch" TO DRA-TITEL(37:9).
           MOVE "Bestand" TO DRA-TITEL(52:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WH-BI.
       B.  ADD 1 TO WH-BI.
           IF WH-BI > WH-BANZ GO X.
           MOVE BT-LGNUM(WH-BI) TO LG-NUM.
           READ LAGARTIK INVALID GO B.
           MOVE BT-MENGE(WH-BI) TO WH-VERBR.
           MOVE SPACE TO DRA-SATZ.
           MOVE LG-NUM TO DRA-NR.
           MOVE LG-BEZ TO DRA-BEZ.
           MOVE WH-VERBR TO DRA-W1.
      *------> LG-STAND ist ohne Vorzeichen: nicht unter Null <-
           IF WH-VERBR > LG-STAND
               MOVE LG-STAND TO WH-ABBU
               MOVE 0 TO LG-STAND
               MOVE "FEHLBEST." TO DRA-WARN
           ELSE
               MOVE WH-VERBR TO WH-ABBU
               SUBTRACT WH-VERBR FROM LG-STAND.
           REWRITE LG-SATZ.
           IF WH-ABBU NOT = 0 PERFORM LB-ENTBU.
           MOVE LG-STAND TO DRA-W2.
           IF LG-STAND < LG-MIND AND DRA-WARN = SPACE
               MOVE "BESTELLEN" TO DRA-WARN.
           WRITE DRA-SATZ AFTER 1.
           GO B.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ******** Entnahmebuchung (LB-SA = 8) nach LAGERBZ *
       LB-ENTBU SECTION.
       A.  MOVE LG-NUM TO LB-KTONR.
           MOVE WH-BUDAT TO LB-BUDAT.
           MOVE 0 TO WH-LFD.
       B.  ADD 1 TO WH-LFD.
           IF WH-LFD > 99 GO Z.
           MOVE WH-LFD TO LB-LFD.
           MOVE 0 TO LB-USE LB-SEITE.
           SET LB-ENTNAHME TO TRUE.
           MOVE 0 TO LB-LIEFER LB-BELNR LB-SKLFD.
           MOVE WH-BUDAT TO LB-BELDAT.
           MOVE 0 TO LB-SYM LB-BMEH LB-BNK LB-ANZ.
           COMPUTE LB-MENGE ROUNDED = WH-ABBU.
           IF LG-PREIS NOT = 0 MOVE LG-PREIS TO LB-PREIS
           ELSE MOVE LG-EKP TO LB-PREIS.
           COMPUTE LB-BET ROUNDED = WH-ABBU * LB-PREIS.
           MOVE LG-MEH TO LB-MEH.
           MOVE LG-NK TO LB-NK.
           MOVE 0 TO LB-KSTNR LB-RAB(1) LB-RAB(2).
           MOVE "Verpackung" TO LB-TX.
           WRITE LB-SATZ INVALID GO B.
       Z.  EXIT.

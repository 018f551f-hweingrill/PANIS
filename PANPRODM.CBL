      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANPRODM.
      ******************************************************************
      *     Produktionsmeldung und Ueber-/Unterproduktion              *
      *     Die Backstube meldet je Produktionstag und Artikel die     *
      *     gebackene Menge gegen den Backzettel (PANBACKZ stellt      *
      *     das Soll in PANPRODM.DAT); der Bericht stellt bestellt     *
      *     (Backzettel), produziert, geliefert (Lieferscheine,        *
      *     LF-MENGE 1 abzueglich Rueckstand 2) und Retouren           *
      *     (PANRETGR.DAT) gegenueber, die Ueberproduktion bewertet    *
      *     zu den Rezeptkosten (RE-PREIS)                             *
      *     WL-CA 10: Istmengen erfassen (Backzettel der Reihe nach    *
      *               oder einzeln je Artikelnummer/Scanner)           *
      *     WL-CA 20: Tagesbericht                                     *
      *     WL-CA 30: Monatsbericht                                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PANSELFS.CPY.
           COPY PARSEREZ.CPY.
           COPY PANSERGR.CPY.
           COPY PANSEPRD.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDART.CPY.
       COPY PANLIEF.CPY.
       COPY PARREZEP.CPY.
       COPY PANFDRGR.CPY.
       COPY PANFDPRD.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-ARNUM            PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(20).
               05 DRA-BEST             PIC ZZZ.ZZ9-.
               05 DRA-PROD             PIC ZZZ.ZZ9-.
               05 DRA-LIEF             PIC ZZZ.ZZ9-.
               05 DRA-RET              PIC ZZZ.ZZ9-.
               05 DRA-UEBER            PIC ZZZ.ZZ9-.
               05 DRA-WERT             PIC ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(76).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-RETG                 PIC 9        COMP VALUE ZERO.
           03  WH-TAG                  PIC 9(8).
           03  WH-MONAT                PIC 9(6).
           03  WH-MONAB                PIC 9(8)     COMP.
           03  WH-MONBIS               PIC 9(8)     COMP.
           03  WH-TAGMRK               PIC 9(8)     COMP.
           03  WH-ARNR                 PIC 9(4).
           03  WH-MENGE                PIC S9(7).
           03  WH-JN                   PIC X.
           03  WH-UEBER                PIC S9(7)    COMP.
           03  WH-WERT2                PIC S9(9)V99 COMP.
           03  WS-BEST                 PIC S9(9)    COMP.
           03  WS-PROD                 PIC S9(9)    COMP.
           03  WS-LIEF                 PIC S9(9)    COMP.
           03  WS-RET                  PIC S9(9)    COMP.
           03  WS-UEBER                PIC S9(9)    COMP.
           03  WS-WERT                 PIC S9(9)V99 COMP.
           03  WD-MENGE                PIC ZZZ.ZZ9-.
           03  WD-DAT                  PIC 9(8).
      *--------------> Summen je Artikel (Tag bzw. Monat) <-
           03  WH-AI                   PIC 999      COMP.
           03  WH-AANZ                 PIC 999      COMP.
           03  WT-ATAB.
               05 WT-AR                             OCCURS 300.
                  07 PA-ARNUM          PIC 9(4)     COMP.
                  07 PA-BEST           PIC S9(7)    COMP.
                  07 PA-PROD           PIC S9(7)    COMP.
                  07 PA-LIEF           PIC S9(7)    COMP.
                  07 PA-RET            PIC S9(7)    COMP.
                  07 PA-MELD           PIC 9        COMP.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON RETGRUND.
       A.  CALL "CADECL" USING "PANRETGR.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON PRODMELD.
       A.  CALL "CADECL" USING "PANPRODM.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM ERFASSUNG.
           IF WL-CA = 20 PERFORM TAGESBERICHT.
           IF WL-CA = 30 PERFORM MONATSBERICHT.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Istmengen erfassen *
       ERFASSUNG SECTION.
       A.  DISPLAY "Produktionsmeldung erfassen" AT 2301.
           DISPLAY "Produktionstag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2439.
           IF WH-TAG = 0 GO Z.
           OPEN I-O PRODMELD.
           IF WF-STATUS = "35"
               CLOSE PRODMELD OPEN OUTPUT PRODMELD
               CLOSE PRODMELD OPEN I-O PRODMELD.
           OPEN INPUT ARTIKEL.
           DISPLAY "Backzettel der Reihe nach (J/N):" AT 2501.
           MOVE "J" TO WH-JN.
           ACCEPT WH-JN AT 2534.
           IF WH-JN NOT = "J" AND WH-JN NOT = "j" GO D.
      *------> alle Backzettelpositionen des Tages abarbeiten <-
           MOVE WH-TAG TO PM-DATUM.
           MOVE 0 TO PM-ARNUM.
           START PRODMELD KEY NOT < PM-KEY INVALID GO D.
       B.  READ PRODMELD NEXT AT END GO D.
           IF ZUGRIF GO B.
           IF PM-DATUM NOT = WH-TAG GO D.
           IF PM-SOLL = 0 AND NOT PM-GEMELDET GO B.
           PERFORM IST-EINGABE.
           IF WH-ARNR = 0 GO D.
           REWRITE PM-SATZ.
           GO B.
      *------> einzelne Artikel (auch ohne Backzettel) <-
       D.  DISPLAY "Artikel (0 = Ende):" AT 2501.
           MOVE 0 TO WH-ARNR.
           ACCEPT WH-ARNR AT 2521.
           IF WH-ARNR = 0 GO X.
           MOVE WH-TAG TO PM-DATUM.
           MOVE WH-ARNR TO PM-ARNUM.
           READ PRODMELD INVALID
               INITIALIZE PM-SATZ
               MOVE WH-TAG TO PM-DATUM
               MOVE WH-ARNR TO PM-ARNUM.
           PERFORM IST-EINGABE.
           IF WH-ARNR = 0 GO X.
           REWRITE PM-SATZ INVALID WRITE PM-SATZ.
           GO D.
       X.  CLOSE PRODMELD ARTIKEL.
       Z.  EXIT.
      ***** Istmenge einer Position: Soll zeigen, Ist annehmen *
      *  WH-ARNR = 0 zurueck: Erfassung abgebrochen
       IST-EINGABE SECTION.
       A.  MOVE PM-ARNUM TO WH-ARNR AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE "unbekannt" TO AR-BEZ.
           DISPLAY WH-ARNR AT 2601.
           DISPLAY AR-BEZ AT 2607.
           DISPLAY "Soll:" AT 2634.
           MOVE PM-SOLL TO WD-MENGE.
           DISPLAY WD-MENGE AT 2640.
           DISPLAY "Ist (-1 = Abbruch):" AT 2650.
           IF PM-GEMELDET MOVE PM-IST TO WH-MENGE
           ELSE MOVE PM-SOLL TO WH-MENGE.
           ACCEPT WH-MENGE AT 2670.
           IF WH-MENGE < 0 MOVE 0 TO WH-ARNR GO Z.
           MOVE WH-MENGE TO PM-IST.
           SET PM-GEMELDET TO TRUE.
       Z.  EXIT.
      ***************************** Tagesbericht *
       TAGESBERICHT SECTION.
       A.  DISPLAY "Produktion Tagesbericht" AT 2301.
           DISPLAY "Produktionstag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2439.
           IF WH-TAG = 0 GO Z.
           OPEN I-O PRODMELD.
           IF WF-STATUS = "35"
               DISPLAY "keine Produktionsmeldungen" AT 2501
               GO Z.
           PERFORM RETG-OEFFNEN.
           PERFORM TAG-NACHZIEH.
           IF WM-RETG = 1 CLOSE RETGRUND.
           MOVE WH-TAG TO WH-MONAB WH-MONBIS.
           PERFORM SUMMEN-SAMMELN.
           CLOSE PRODMELD.
           MOVE WH-TAG TO WD-DAT.
           MOVE SPACE TO WH-JN.
           PERFORM BERICHT-DRUCK.
       Z.  EXIT.
      ***************************** Monatsbericht *
       MONATSBERICHT SECTION.
       A.  DISPLAY "Produktion Monatsbericht" AT 2301.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-MONAT.
           ACCEPT WH-MONAT AT 2428.
           IF WH-MONAT = 0 GO Z.
           COMPUTE WH-MONAB = WH-MONAT * 100 + 1.
           COMPUTE WH-MONBIS = WH-MONAT * 100 + 31.
           OPEN I-O PRODMELD.
           IF WF-STATUS = "35"
               DISPLAY "keine Produktionsmeldungen" AT 2501
               GO Z.
           PERFORM RETG-OEFFNEN.
      *------> jeden gemeldeten Tag des Monats nachziehen <-
           MOVE WH-MONAB TO PM-DATUM.
           MOVE 0 TO PM-ARNUM.
           START PRODMELD KEY NOT < PM-KEY INVALID GO C.
       B.  READ PRODMELD NEXT IGNORE LOCK AT END GO C.
           IF PM-DATUM > WH-MONBIS GO C.
           MOVE PM-DATUM TO WH-TAG.
           PERFORM TAG-NACHZIEH.
      *------> hinter den Tag positionieren <-
           MOVE WH-TAG TO PM-DATUM.
           MOVE 9999 TO PM-ARNUM.
           START PRODMELD KEY > PM-KEY INVALID GO C.
           GO B.
       C.  IF WM-RETG = 1 CLOSE RETGRUND.
           PERFORM SUMMEN-SAMMELN.
           CLOSE PRODMELD.
           MOVE WH-MONAT TO WD-DAT.
           MOVE "M" TO WH-JN.
           PERFORM BERICHT-DRUCK.
       Z.  EXIT.
      ***** Retourendatei oeffnen, falls vorhanden *
       RETG-OEFFNEN SECTION.
       A.  MOVE 0 TO WM-RETG.
           OPEN INPUT RETGRUND.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-RETG.
       Z.  EXIT.
      ***** bestellt/geliefert/retour eines Tages nachziehen *
      *  LFSCHEIN bleibt wie beim Aufrufer geoeffnet
       TAG-NACHZIEH SECTION.
       A.  MOVE 0 TO WH-AANZ.
           MOVE WH-TAG TO WQ-DATUM.
           MOVE 0 TO WQ-TOUR WQ-SUB WQ-KTONR WQ-NUM WQ-ARNUM.
           MOVE SPACE TO WQ-SORT.
           MOVE WQ-AKEY TO LF-AKEY.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO C.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO C.
           IF LF-DATUM NOT = WH-TAG GO C.
           IF LF-STAT = 92 OR LF-STAT = 93 GO B.
           MOVE LF-ARNUM TO WH-ARNR.
           PERFORM ART-SUCH.
           IF WH-AI = 0 GO B.
           ADD LF-MENGE(1) TO PA-BEST(WH-AI).
           COMPUTE PA-LIEF(WH-AI) = PA-LIEF(WH-AI)
               + LF-MENGE(1) - LF-MENGE(2).
           GO B.
      *------> Retouren des Tages <-
       C.  IF WM-RETG = 0 GO E.
           MOVE WH-TAG TO RG-DATUM.
           MOVE 0 TO RG-KTONR RG-ARNUM RG-LFD.
           START RETGRUND KEY NOT < RG-KEY INVALID GO E.
       D.  READ RETGRUND NEXT IGNORE LOCK AT END GO E.
           IF RG-DATUM NOT = WH-TAG GO E.
           MOVE RG-ARNUM TO WH-ARNR.
           PERFORM ART-SUCH.
           IF WH-AI = 0 GO D.
           ADD RG-MENGE TO PA-RET(WH-AI).
           GO D.
      *------> in die Produktionsmeldung uebernehmen <-
       E.  MOVE WH-TAG TO PM-DATUM.
           MOVE 0 TO PM-ARNUM.
           START PRODMELD KEY NOT < PM-KEY INVALID GO G.
       F.  READ PRODMELD NEXT AT END GO G.
           IF ZUGRIF GO F.
           IF PM-DATUM NOT = WH-TAG GO G.
           MOVE 0 TO PM-BESTELLT PM-GELIEF PM-RETOUR.
           REWRITE PM-SATZ.
           GO F.
       G.  PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               MOVE WH-TAG TO PM-DATUM
               MOVE PA-ARNUM(WH-AI) TO PM-ARNUM
               READ PRODMELD INVALID
                   INITIALIZE PM-SATZ
                   MOVE WH-TAG TO PM-DATUM
                   MOVE PA-ARNUM(WH-AI) TO PM-ARNUM
               END-READ
               MOVE PA-BEST(WH-AI) TO PM-BESTELLT
               MOVE PA-LIEF(WH-AI) TO PM-GELIEF
               MOVE PA-RET(WH-AI) TO PM-RETOUR
               REWRITE PM-SATZ INVALID WRITE PM-SATZ END-REWRITE
           END-PERFORM.
       Z.  EXIT.
      ***** Artikel in der Summentabelle suchen/anlegen *
       ART-SUCH SECTION.
       A.  PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               OR PA-ARNUM(WH-AI) = WH-ARNR
               CONTINUE
           END-PERFORM.
           IF WH-AI NOT > WH-AANZ GO Z.
           IF WH-AANZ >= 300 MOVE 0 TO WH-AI GO Z.
           ADD 1 TO WH-AANZ.
           MOVE WH-AANZ TO WH-AI.
           MOVE WH-ARNR TO PA-ARNUM(WH-AI).
           MOVE 0 TO PA-BEST(WH-AI) PA-PROD(WH-AI)
                     PA-LIEF(WH-AI) PA-RET(WH-AI) PA-MELD(WH-AI).
       Z.  EXIT.
      ***** Produktionsmeldungen des Zeitraums je Artikel summieren *
      *  bestellt ist die Backzettelmenge; ohne Backzettel die
      *  Lieferscheinmenge
       SUMMEN-SAMMELN SECTION.
       A.  MOVE 0 TO WH-AANZ.
           MOVE WH-MONAB TO PM-DATUM.
           MOVE 0 TO PM-ARNUM.
           START PRODMELD KEY NOT < PM-KEY INVALID GO Z.
       B.  READ PRODMELD NEXT IGNORE LOCK AT END GO Z.
           IF PM-DATUM > WH-MONBIS GO Z.
           MOVE PM-ARNUM TO WH-ARNR.
           PERFORM ART-SUCH.
           IF WH-AI = 0 GO B.
           IF PM-SOLL NOT = 0
               ADD PM-SOLL TO PA-BEST(WH-AI)
           ELSE
               ADD PM-BESTELLT TO PA-BEST(WH-AI).
           ADD PM-IST TO PA-PROD(WH-AI).
           ADD PM-GELIEF TO PA-LIEF(WH-AI).
           ADD PM-RETOUR TO PA-RET(WH-AI).
           IF PM-GEMELDET MOVE 1 TO PA-MELD(WH-AI).
           GO B.
       Z.  EXIT.
      ***************************** Bericht drucken *
      *  Ueberproduktion = produziert - geliefert, bewertet zu
      *  RE-PREIS; Artikel ohne Meldung werden gekennzeichnet
       BERICHT-DRUCK SECTION.
       A.  OPEN INPUT ARTIKEL REZEPT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           IF WH-JN = "M"
               STRING "Ueber-/Unterproduktion Monat " WD-DAT(3:6)
                   DELIMITED BY SIZE INTO DRA-TITEL
           ELSE
               STRING "Ueber-/Unterproduktion Tag " WD-DAT
                   DELIMITED BY SIZE INTO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art. Bezeichnung" TO DRA-TITEL.
           MOVE "bestellt" TO DRA-TITEL(26:8).
           MOVE " produz." TO DRA-TITEL(34:8).
           MOVE "geliefrt" TO DRA-TITEL(42:8).
           MOVE "  retour" TO DRA-TITEL(50:8).
           MOVE "   ueber" TO DRA-TITEL(58:8).
           MOVE "Wert Ueber" TO DRA-TITEL(67:10).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WS-BEST WS-PROD WS-LIEF WS-RET WS-UEBER WS-WERT.
           PERFORM ART-ZEILE VARYING WH-AI FROM 1 BY 1
               UNTIL WH-AI > WH-AANZ.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe" TO DRA-BEZ.
           MOVE WS-BEST TO DRA-BEST.
           MOVE WS-PROD TO DRA-PROD.
           MOVE WS-LIEF TO DRA-LIEF.
           MOVE WS-RET TO DRA-RET.
           MOVE WS-UEBER TO DRA-UEBER.
           MOVE WS-WERT TO DRA-WERT.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER ARTIKEL REZEPT.
       Z.  EXIT.
       ART-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE PA-ARNUM(WH-AI) TO DRA-ARNUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZ.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE PA-BEST(WH-AI) TO DRA-BEST.
           MOVE PA-LIEF(WH-AI) TO DRA-LIEF.
           MOVE PA-RET(WH-AI) TO DRA-RET.
           ADD PA-BEST(WH-AI) TO WS-BEST.
           ADD PA-LIEF(WH-AI) TO WS-LIEF.
           ADD PA-RET(WH-AI) TO WS-RET.
           IF PA-MELD(WH-AI) = 0
               MOVE "ungemeldet" TO DRA-TITEL(66:10)
               GO X.
           MOVE PA-PROD(WH-AI) TO DRA-PROD.
           ADD PA-PROD(WH-AI) TO WS-PROD.
           COMPUTE WH-UEBER = PA-PROD(WH-AI) - PA-LIEF(WH-AI).
           MOVE WH-UEBER TO DRA-UEBER.
           ADD WH-UEBER TO WS-UEBER.
           IF WH-UEBER NOT > 0 GO X.
           MOVE PA-ARNUM(WH-AI) TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID GO X.
           COMPUTE WH-WERT2 ROUNDED = WH-UEBER * RE-PREIS.
           MOVE WH-WERT2 TO DRA-WERT.
           ADD WH-WERT2 TO WS-WERT.
       X.  WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.

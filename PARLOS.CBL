      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARLOS.
      ******************************************************************
      *     Lieferantenchargen der Rohstoffe (PARLOS.DAT) und          *
      *     Verbrauch je Charge (PARLOSVB.DAT)                         *
      *     Verbrauch wird first-in-first-out der aeltesten offenen    *
      *     Charge des Rohstoffs zugeordnet (Eingangsdatum, nicht      *
      *     nach dem Verbrauchstag eingegangene Chargen)               *
      *     WL-CA 10: Charge erfassen (aus PAKOBEST Wareneingang und   *
      *               PARSILO Tankwagen-Zugang): WH-NUM = Rohstoff,    *
      *               WH-WERT = Menge, WH-MCODE = Lieferant (Match-    *
      *               code), WX = Silo (0 = Lager); Chargennummer des  *
      *               Lieferanten und MHD werden abgefragt             *
      *     WL-CA 30: Waagprotokoll eines Tages zuordnen (Abfrage)     *
      *     WL-CA 40: dto. fuer den Tag WZ-DATUM ohne Abfrage (aus     *
      *               PARSILO / PAKORETR); je Tag nur einmal           *
      *     WL-CA 50: Entnahme zuordnen (PAKORETR): WH-NUM = Rezept *  *
      *               10000 + Rohstoff, WH-WERT = kg, WZ-DATUM = Tag   *
      *     WL-CA 60: Entnahmen des Tages WZ-DATUM zuruecknehmen       *
      *               (Storno der retrograden Entnahme)                *
      *     WL-CA 70: Rueckverfolgung Lieferantencharge -> Verbrauchs- *
      *               tage, Rezepte, Fertigwarenchargen (LF-PRODDAT/   *
      *               LF-CHNR) und auf Wunsch die Rueckruflisten       *
      *               (PANCHARG) der betroffenen Artikel               *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARSELOS.CPY.
           COPY PARSEART.CPY.
           COPY PARSEREZ.CPY.
           COPY PAKSEWAG.CPY.
           COPY PANSEART.CPY.
           COPY PANSELFS.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PARFDLOS.CPY.
       COPY PARFDART.CPY.
       COPY PARREZEP.CPY.
       COPY PAKFDWAG.CPY.
       COPY PANFDART.CPY.
       COPY PANLIEF.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-NUM              PIC ZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC X.
               05 DRA-DAT1             PIC Z(8).
               05 FILLER               PIC X.
               05 DRA-DAT2             PIC Z(8).
               05 FILLER               PIC X.
               05 DRA-TX               PIC X(8).
               05 FILLER               PIC X.
               05 DRA-MENGE            PIC ZZ.ZZ9,999-.
               05 FILLER               PIC X.
               05 DRA-REST             PIC ZZ.ZZ9,999-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(82).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8).
           03  WH-TAG                  PIC 9(8).
           03  WH-LOSNR                PIC X(20).
           03  WH-MHD                  PIC 9(8).
           03  WH-LGNUM                PIC 9(4)     COMP.
           03  WH-REZ                  PIC 9(4)     COMP.
           03  WH-QUELLE               PIC X.
           03  WH-MENGE                PIC S9(7)V999 COMP.
           03  WH-RESTM                PIC S9(7)V999 COMP.
           03  WH-AB                   PIC S9(7)V999 COMP.
           03  WH-PI                   PIC 99       COMP.
           03  WH-KX                   PIC 99       COMP.
           03  WH-JN                   PIC X.
           03  WH-GEF                  PIC 9        COMP.
      *--------------> Verbrauchstage / Rezepte der Charge <-
           03  TT-ANZ                  PIC 999      COMP.
           03  TT                      PIC 999      COMP.
           03  WT-TTAB.
               05 WT-TT                             OCCURS 200.
                  07 TT-DATUM          PIC 9(8)     COMP.
                  07 TT-QUELLE         PIC X.
                  07 TT-RENUM          PIC 9(4)     COMP.
      *--------------> Rezept und uebergeordnete Rezepte <-
           03  RL-ANZ                  PIC 99       COMP.
           03  RL                      PIC 99       COMP.
           03  WT-RLTAB.
               05 RL-RENUM             PIC 9(4)     COMP OCCURS 50.
      *--------------> betroffene Fertigwarenchargen <-
           03  CB-ANZ                  PIC 999      COMP.
           03  CB                      PIC 999      COMP.
           03  WT-CBTAB.
               05 WT-CB                             OCCURS 300.
                  07 CB-ARNUM          PIC 9(4)     COMP.
                  07 CB-PRODDAT        PIC 9(8)     COMP.
                  07 CB-CHNR           PIC 9(4)     COMP.
                  07 CB-MENGE          PIC S9(7)    COMP.
                  07 CB-VON            PIC 9(8)     COMP.
                  07 CB-BIS            PIC 9(8)     COMP.
           03  WH-VGL                  PIC 9(8)     COMP.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-CHNR                 PIC ZZZ9.
           03  WD-REZ                  PIC ZZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON ROHLOS.
       A.  CALL "CADECL" USING "PARLOS.DAT  " WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON LOSVERB.
       A.  CALL "CADECL" USING "PARLOSVB.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON LAGARTIK.
       A.  CALL "CADECL" USING "PARARTIK.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-W SECTION.         USE AFTER ERROR PROCEDURE ON PROTWAAG.
       A.  CALL "CADECL" USING "PAKWAAG.DAT " WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           IF WL-CA = 10 PERFORM LOS-ERFASS.
           IF WL-CA = 30 PERFORM WAAG-TAG.
           IF WL-CA = 40 PERFORM WAAG-ZUORD.
           IF WL-CA = 50 PERFORM ENTNAHME.
           IF WL-CA = 60 PERFORM RETRO-STORNO.
           IF WL-CA = 70 PERFORM RUECKVERF.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Charge erfassen *
       LOS-ERFASS SECTION.
       A.  IF WH-NUM = 0 OR WH-WERT NOT > 0 GO Z.
           OPEN I-O ROHLOS.
           IF WF-STATUS = "35"
               CLOSE ROHLOS OPEN OUTPUT ROHLOS
               CLOSE ROHLOS OPEN I-O ROHLOS.
           DISPLAY "Lieferanten-Charge:" AT 2701.
           MOVE SPACE TO WH-LOSNR.
           ACCEPT WH-LOSNR AT 2721.
           DISPLAY "MHD (JJJJMMTT):" AT 2743.
           MOVE 0 TO WH-MHD.
           ACCEPT WH-MHD AT 2759.
      *------> naechste freie laufende Nummer des Tages <-
           MOVE WH-NUM TO LO-LGNUM.
           MOVE WH-HEUTE TO LO-EINDAT.
           MOVE 0 TO LO-LFD.
       B.  ADD 1 TO LO-LFD.
           IF LO-LFD > 98 GO X.
           READ ROHLOS IGNORE LOCK INVALID GO C.
           GO B.
       C.  MOVE WH-LOSNR TO LO-LOSNR.
           MOVE WH-MHD TO LO-MHD.
           MOVE WH-MCODE TO LO-LFTMC.
           MOVE WX TO LO-SILO.
           MOVE WH-WERT TO LO-MENGE LO-REST.
           WRITE LO-SATZ INVALID CONTINUE.
       X.  CLOSE ROHLOS.
       Z.  EXIT.
      ***************** Waagprotokoll eines Tages zuordnen (Abfrage) *
       WAAG-TAG SECTION.
       A.  DISPLAY "Waagprotokoll den Chargen zuordnen" AT 2301.
           DISPLAY "Tag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2428.
           IF WH-TAG = 0 GO Z.
           MOVE WH-TAG TO WZ-DATUM.
           PERFORM WAAG-ZUORD.
       Z.  EXIT.
      ***** Waagprotokoll des Tages WZ-DATUM zuordnen *
       WAAG-ZUORD SECTION.
       A.  MOVE WZ-DATUM TO WH-TAG.
           MOVE "W" TO WH-QUELLE.
           PERFORM LOS-OEFFNEN.
           OPEN INPUT PROTWAAG.
           IF WF-STATUS = "35" GO Y.
      *------> je Tag nur einmal <-
           MOVE 0 TO VB-LGNUM VB-EINDAT VB-LFD VB-RENUM.
           MOVE WH-TAG TO VB-DATUM.
           MOVE "W" TO VB-QUELLE.
           READ LOSVERB IGNORE LOCK INVALID GO B.
           DISPLAY "Waagprotokoll des Tages ist schon zugeordnet"
               AT 2501.
           GO X.
       B.  MOVE 0 TO PWA-SA.
           MOVE WH-TAG TO PWA-DAT.
           MOVE 0 TO PWA-RENUM.
           START PROTWAAG KEY NOT < PWA-AKEY INVALID GO D.
       C.  READ PROTWAAG NEXT IGNORE LOCK AT END GO D.
           IF PWA-DAT NOT = WH-TAG OR NOT PWA-NORMAL GO D.
           MOVE PWA-RENUM TO WH-REZ.
           PERFORM WAAG-KOMP VARYING WH-PI FROM 1 BY 1
               UNTIL WH-PI > 20.
           GO C.
      *------> Tag als zugeordnet vermerken <-
       D.  MOVE 0 TO VB-LGNUM VB-EINDAT VB-LFD VB-RENUM.
           MOVE WH-TAG TO VB-DATUM VB-ADATUM.
           MOVE "W" TO VB-QUELLE VB-AQUELLE.
           MOVE 0 TO VB-MENGE.
           WRITE VB-SATZ INVALID CONTINUE.
       X.  CLOSE PROTWAAG.
       Y.  CLOSE ROHLOS LOSVERB.
       Z.  EXIT.
       WAAG-KOMP SECTION.
       A.  IF PWA-LGNUM(WH-PI) = 0 OR PWA-IST(WH-PI) = 0 GO Z.
           MOVE PWA-LGNUM(WH-PI) TO WH-LGNUM.
      *--------------------> PWA-IST ist in Gramm <-
           COMPUTE WH-MENGE = PWA-IST(WH-PI) / 1000.
           PERFORM FIFO-AB.
       Z.  EXIT.
      ***** Entnahme eines Rohstoffs (retrograd) zuordnen *
       ENTNAHME SECTION.
       A.  IF WH-WERT NOT > 0 GO Z.
           DIVIDE WH-NUM BY 10000 GIVING WH-REZ REMAINDER WH-LGNUM.
           IF WH-LGNUM = 0 GO Z.
           MOVE WH-WERT TO WH-MENGE.
           MOVE WZ-DATUM TO WH-TAG.
           MOVE "R" TO WH-QUELLE.
           PERFORM LOS-OEFFNEN.
           PERFORM FIFO-AB.
           CLOSE ROHLOS LOSVERB.
       Z.  EXIT.
      ***** beide Dateien oeffnen, beim ersten Mal anlegen *
       LOS-OEFFNEN SECTION.
       A.  OPEN I-O ROHLOS.
           IF WF-STATUS = "35"
               CLOSE ROHLOS OPEN OUTPUT ROHLOS
               CLOSE ROHLOS OPEN I-O ROHLOS.
           OPEN I-O LOSVERB.
           IF WF-STATUS = "35"
               CLOSE LOSVERB OPEN OUTPUT LOSVERB
               CLOSE LOSVERB OPEN I-O LOSVERB.
       Z.  EXIT.
      ***** WH-MENGE von WH-LGNUM first-in-first-out abbauen *
      *  Rest ohne offene Charge wird unter Eingangsdatum 0
      *  gefuehrt (in der Rueckverfolgung nicht zuordenbar)
       FIFO-AB SECTION.
       A.  MOVE WH-MENGE TO WH-RESTM.
           MOVE WH-LGNUM TO LO-LGNUM.
           MOVE 0 TO LO-EINDAT LO-LFD.
           START ROHLOS KEY NOT < LO-KEY INVALID GO X.
       B.  READ ROHLOS NEXT AT END GO X.
           IF ZUGRIF GO B.
           IF LO-LGNUM NOT = WH-LGNUM GO X.
           IF LO-EINDAT > WH-TAG GO X.
           IF LO-REST NOT > 0 GO B.
           MOVE WH-RESTM TO WH-AB.
           IF WH-AB > LO-REST MOVE LO-REST TO WH-AB.
           SUBTRACT WH-AB FROM LO-REST.
           REWRITE LO-SATZ.
           MOVE LO-KEY TO VB-LOSKEY.
           PERFORM VB-BUCH.
           SUBTRACT WH-AB FROM WH-RESTM.
           IF WH-RESTM > 0 GO B.
           GO Z.
       X.  IF WH-RESTM NOT > 0 GO Z.
           MOVE WH-RESTM TO WH-AB.
           MOVE WH-LGNUM TO VB-LGNUM.
           MOVE 0 TO VB-EINDAT VB-LFD.
           PERFORM VB-BUCH.
       Z.  EXIT.
      ***** Verbrauch WH-AB auf die Charge in VB-LOSKEY *
       VB-BUCH SECTION.
       A.  MOVE WH-TAG TO VB-DATUM.
           MOVE WH-QUELLE TO VB-QUELLE.
           MOVE WH-REZ TO VB-RENUM.
           READ LOSVERB INVALID MOVE 0 TO VB-MENGE.
           ADD WH-AB TO VB-MENGE.
           MOVE WH-TAG TO VB-ADATUM.
           MOVE WH-QUELLE TO VB-AQUELLE.
           REWRITE VB-SATZ INVALID WRITE VB-SATZ.
       Z.  EXIT.
      ***** retrograde Entnahmen eines Tages zuruecknehmen *
       RETRO-STORNO SECTION.
       A.  MOVE WZ-DATUM TO WH-TAG.
           PERFORM LOS-OEFFNEN.
           MOVE WH-TAG TO VB-ADATUM.
           MOVE "R" TO VB-AQUELLE.
           START LOSVERB KEY NOT < VB-AKEY INVALID GO X.
       B.  READ LOSVERB NEXT AT END GO X.
           IF ZUGRIF GO B.
           IF VB-ADATUM NOT = WH-TAG OR VB-AQUELLE NOT = "R" GO X.
           IF VB-EINDAT NOT = 0
               MOVE VB-LOSKEY TO LO-KEY
               READ ROHLOS INVALID GO C
               END-READ
               ADD VB-MENGE TO LO-REST
               REWRITE LO-SATZ.
       C.  DELETE LOSVERB INVALID CONTINUE END-DELETE.
           GO B.
       X.  CLOSE ROHLOS LOSVERB.
       Z.  EXIT.
      ************** Rueckverfolgung einer Lieferantencharge *
       RUECKVERF SECTION.
       A.  DISPLAY "Rueckverfolgung Lieferantencharge" AT 2301.
           DISPLAY "Charge des Lieferanten:" AT 2401.
           MOVE SPACE TO WH-LOSNR.
           ACCEPT WH-LOSNR AT 2425.
           IF WH-LOSNR = SPACE GO Z.
           OPEN INPUT ROHLOS.
           IF WF-STATUS = "35"
               DISPLAY "keine Chargen erfasst" AT 2501 GO Z.
           OPEN INPUT LOSVERB.
           IF WF-STATUS = "35"
               CLOSE ROHLOS
               DISPLAY "kein Verbrauch zugeordnet" AT 2501 GO Z.
           OPEN INPUT LAGARTIK REZEPT ARTIKEL LFSCHEIN.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Rueckverfolgung Lieferantencharge" TO DRA-TITEL.
           MOVE WH-LOSNR TO DRA-TITEL(35:20).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "   Nr Rohstoff / Rezept          Eingang     MHD"
               TO DRA-TITEL.
           MOVE "Lief./Qu.     Menge        Rest" TO DRA-TITEL(52:31).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO TT-ANZ CB-ANZ.
           MOVE WH-LOSNR TO LO-LOSNR.
           START ROHLOS KEY NOT < LO-LOSNR INVALID GO D.
       B.  READ ROHLOS NEXT IGNORE LOCK AT END GO D.
           IF LO-LOSNR NOT = WH-LOSNR GO D.
           MOVE SPACE TO DRA-SATZ.
           MOVE LO-LGNUM TO DRA-NUM LG-NUM.
           READ LAGARTIK IGNORE LOCK
               INVALID MOVE "unbekannt" TO LG-BEZ.
           MOVE LG-BEZ TO DRA-BEZ.
           MOVE LO-EINDAT TO DRA-DAT1.
           MOVE LO-MHD TO DRA-DAT2.
           MOVE LO-LFTMC TO DRA-TX.
           IF LO-SILO NOT = 0
               MOVE "Silo" TO DRA-TX(1:4)
               MOVE LO-SILO TO DRA-TX(6:1).
           MOVE LO-MENGE TO DRA-MENGE.
           MOVE LO-REST TO DRA-REST.
           WRITE DRA-SATZ AFTER 2.
      *------> Verbrauch der Charge <-
           MOVE LO-KEY TO VB-LOSKEY.
           MOVE 0 TO VB-DATUM VB-RENUM.
           MOVE LOW-VALUE TO VB-QUELLE.
           START LOSVERB KEY NOT < VB-KEY INVALID GO B.
       C.  READ LOSVERB NEXT IGNORE LOCK AT END GO B.
           IF VB-LOSKEY NOT = LO-KEY GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE VB-RENUM TO DRA-NUM RE-NUM.
           READ REZEPT IGNORE LOCK INVALID MOVE SPACE TO RE-BEZ.
           MOVE RE-BEZ TO DRA-BEZ.
           MOVE VB-DATUM TO DRA-DAT1.
           IF VB-QUELLE = "W"
               MOVE "Waage" TO DRA-TX
           ELSE
               MOVE "retrogr." TO DRA-TX.
           MOVE VB-MENGE TO DRA-MENGE.
           WRITE DRA-SATZ AFTER 1.
           PERFORM TT-MERK.
           GO C.
      *------> Fertigwarenchargen der Verbrauchstage <-
       D.  IF TT-ANZ = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "kein Verbrauch zugeordnet" TO DRA-TITEL
               WRITE DRA-SATZ AFTER 2
               GO X.
           PERFORM TT-CHARGEN VARYING TT FROM 1 BY 1
               UNTIL TT > TT-ANZ.
           MOVE SPACE TO DRA-SATZ.
           MOVE "betroffene Fertigwarenchargen" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 3.
           MOVE SPACE TO DRA-SATZ.
           MOVE "  Art Bezeichnung                 Prod.Tag" TO
               DRA-TITEL.
           MOVE "Charge   geliefert" TO DRA-TITEL(52:18).
           WRITE DRA-SATZ AFTER 1.
           PERFORM CB-DRUCK VARYING CB FROM 1 BY 1
               UNTIL CB > CB-ANZ.
           IF CB-ANZ = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "keine gelieferten Chargen gefunden" TO DRA-TITEL
               WRITE DRA-SATZ AFTER 1.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
           CLOSE ROHLOS LOSVERB LAGARTIK REZEPT ARTIKEL LFSCHEIN.
           IF CB-ANZ = 0 GO Z.
      *------> weiter in die Rueckruflisten (PANCHARG) <-
           DISPLAY "Rueckruflisten der Artikel drucken (J/N):" AT 2501.
           MOVE "N" TO WH-JN.
           ACCEPT WH-JN AT 2543.
           IF WH-JN NOT = "J" AND WH-JN NOT = "j" GO Z.
           PERFORM CB-RUECKRUF VARYING CB FROM 1 BY 1
               UNTIL CB > CB-ANZ.
       Z.  EXIT.
      ***** Verbrauchstag / Quelle / Rezept einmal merken *
       TT-MERK SECTION.
       A.  PERFORM VARYING TT FROM 1 BY 1 UNTIL TT > TT-ANZ
               OR (TT-DATUM(TT) = VB-DATUM
                   AND TT-QUELLE(TT) = VB-QUELLE
                   AND TT-RENUM(TT) = VB-RENUM)
               CONTINUE.
           IF TT > TT-ANZ AND TT-ANZ < 200
               ADD 1 TO TT-ANZ
               MOVE VB-DATUM TO TT-DATUM(TT-ANZ)
               MOVE VB-QUELLE TO TT-QUELLE(TT-ANZ)
               MOVE VB-RENUM TO TT-RENUM(TT-ANZ).
       Z.  EXIT.
      ***** Artikel eines Verbrauchs und ihre Lieferscheinchargen *
      *  das Rezept selbst und die Rezepte, in die es als Teig
      *  eingeht (mehrstufig); Artikel = Rezept mit gleicher Nummer
       TT-CHARGEN SECTION.
       A.  IF TT-RENUM(TT) = 0 GO Z.
           MOVE 1 TO RL-ANZ.
           MOVE TT-RENUM(TT) TO RL-RENUM(1).
           MOVE 0 TO RL.
       B.  ADD 1 TO RL.
           IF RL > RL-ANZ GO C.
           PERFORM REZ-OBEN.
           GO B.
       C.  PERFORM ART-CHARGEN VARYING RL FROM 1 BY 1
               UNTIL RL > RL-ANZ.
       Z.  EXIT.
      ***** Rezepte suchen, die RL-RENUM(RL) als Komponente haben *
       REZ-OBEN SECTION.
       A.  MOVE 0 TO RE-NUM.
           START REZEPT KEY NOT < RE-KEY INVALID GO Z.
       B.  READ REZEPT NEXT IGNORE LOCK AT END GO Z.
           MOVE 0 TO WH-GEF.
           PERFORM VARYING WH-KX FROM 1 BY 1 UNTIL WH-KX > 20
               IF RE-KONUM(WH-KX) = RL-RENUM(RL)
                   AND RE-NUM NOT = RL-RENUM(RL)
                   MOVE 1 TO WH-GEF.
           IF WH-GEF = 0 GO B.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > RL-ANZ
               OR RL-RENUM(WH-PI) = RE-NUM
               CONTINUE.
           IF WH-PI > RL-ANZ AND RL-ANZ < 50
               ADD 1 TO RL-ANZ
               MOVE RE-NUM TO RL-RENUM(RL-ANZ).
           GO B.
       Z.  EXIT.
      ***** Lieferscheinzeilen des Artikels zum Verbrauchstag *
      *  Waage: Produktionstag LF-PRODDAT; retrograd: Liefertag
       ART-CHARGEN SECTION.
       A.  MOVE RL-RENUM(RL) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           MOVE AR-NUM TO LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-ARNUM INVALID GO Z.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-ARNUM NOT = AR-NUM GO Z.
           IF TT-QUELLE(TT) = "W"
               MOVE LF-PRODDAT TO WH-VGL
           ELSE
               MOVE LF-DATUM TO WH-VGL.
           IF WH-VGL NOT = TT-DATUM(TT) GO B.
           PERFORM VARYING CB FROM 1 BY 1 UNTIL CB > CB-ANZ
               OR (CB-ARNUM(CB) = LF-ARNUM
                   AND CB-PRODDAT(CB) = LF-PRODDAT
                   AND CB-CHNR(CB) = LF-CHNR)
               CONTINUE.
           IF CB > CB-ANZ
               IF CB-ANZ >= 300 GO B
               END-IF
               ADD 1 TO CB-ANZ
               MOVE LF-ARNUM TO CB-ARNUM(CB)
               MOVE LF-PRODDAT TO CB-PRODDAT(CB)
               MOVE LF-CHNR TO CB-CHNR(CB)
               MOVE 0 TO CB-MENGE(CB)
               MOVE LF-DATUM TO CB-VON(CB) CB-BIS(CB).
           ADD LF-MENGE(1) TO CB-MENGE(CB).
           IF LF-DATUM < CB-VON(CB) MOVE LF-DATUM TO CB-VON(CB).
           IF LF-DATUM > CB-BIS(CB) MOVE LF-DATUM TO CB-BIS(CB).
           GO B.
       Z.  EXIT.
       CB-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE CB-ARNUM(CB) TO DRA-NUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZ.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE CB-PRODDAT(CB) TO DRA-DAT1.
           MOVE CB-CHNR(CB) TO WD-CHNR.
           MOVE WD-CHNR TO DRA-DAT2(5:4).
           IF CB-CHNR(CB) = 0 MOVE "o.Stemp." TO DRA-TX.
           MOVE CB-MENGE(CB) TO DRA-MENGE.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ***** Rueckrufliste des Artikels fuer den Produktionstag *
      *  ein Artikel mit mehreren Chargen wird je Charge gedruckt
       CB-RUECKRUF SECTION.
       A.  MOVE CB-ARNUM(CB) TO WH-NUM.
           IF CB-PRODDAT(CB) NOT = 0
               MOVE CB-PRODDAT(CB) TO WZ-DATUM WM-DATUM
           ELSE
               MOVE CB-VON(CB) TO WZ-DATUM
               MOVE CB-BIS(CB) TO WM-DATUM.
           CALL "PANCHARG" USING "25CHRUCK" WH-CREG.
           CANCEL "PANCHARG".
       Z.  EXIT.

       PROGRAM-ID.     PANRETGR.
      ******************************************************************
      *     Retourwaren mit Grundcode und Verwendung                   *
      *     Grundtexte in KONSTANT Satz 43 (KO-RGTX 1-9), dort auch    *
      *     der Rohstoff Restbrot in LAGARTIK (KO-RBLG)                *
      *     WL-CA 10: Wartung der Grundtexte                           *
      *     WL-CA 20: Erfassung Retouren mit Grund und Verwendung      *
      *               (1 = wiederverkauft, 2 = gespendet,              *
      *                3 = entsorgt, 4 = Restbrot) nach PANRETGR.DAT;  *
      *               Konto 0 bei lagergefuehrten Artikeln ist eine    *
      *               Abschrift aus dem Fertigwarenlager (PANFERTL);   *
      *               Restbrot: kg (vorgeschlagen aus RE-GEW/RE-TEIL)  *
      *               gehen in den LG-STAND des Restbrot-Rohstoffes    *
      *               (Zugang in LAGERBZ als Entnahme mit negativer    *
      *               Menge wie das Storno in PAKORETR),               *
      *               die Rezepte verbrauchen ihn ueber RE-KOMP        *
      *     WL-CA 30: Monats-Schwundbericht je Artikel und Grund,      *
      *               bewertet zu AR-EKP und AR-VKP, nach Verwendung   *
      *               mit der Gutschrift an den Kunden (FA-RET bzw.    *
      *               FA-PREIS mal DE-RET); Restbrot getrennt vom      *
      *               echten Schwund                                   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PANSEKON.CPY.
           COPY PANSERGR.CPY.
           COPY PANSEDEB.CPY.
           COPY PANSEFAK.CPY.
           COPY PARSEREZ.CPY.
           COPY PARSEART.CPY.
           COPY PAKOSEC.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDART.CPY.
       COPY PANKONS.CPY.
       COPY PANFDRGR.CPY.
       COPY PANDEBI.CPY.
       COPY PANFAKT.CPY.
       COPY PARREZEP.CPY.
       COPY PARFDART.CPY.
       COPY PAKOFD.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
               05 DRA-EK               PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC XX.
               05 DRA-VK               PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC XX.
               05 DRA-GUT              PIC ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(68).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
               05 WT-RART                           OCCURS 300.
                  07 RT-ARNUM          PIC 9(4)     COMP.
                  07 RT-GMG            PIC S9(7)    COMP  OCCURS 9.
                  07 RT-VMG            PIC S9(7)    COMP  OCCURS 4.
                  07 RT-VGUT           PIC S9(7)V99 COMP  OCCURS 4.
                  07 RT-EK             PIC S9(7)V99 COMP.
                  07 RT-VK             PIC S9(7)V99 COMP.
      *------------------> Restbrot und Gutschrift <-
           03  WH-RBLG                 PIC 9(4).
           03  WH-KG                   PIC 9(5)V99.
           03  WH-GPREIS               PIC S9(5)V999 COMP.
           03  WH-FI                   PIC 9        COMP.
           03  WH-VI                   PIC 9        COMP.
           03  WS-VMG                  PIC S9(9)    COMP  OCCURS 4.
           03  WS-VGUT                 PIC S9(9)V99 COMP  OCCURS 4.
           03  WD-KG                   PIC ZZ.ZZ9,99.
           03  WH-LFD                  PIC 99       COMP.
           03  WN-KONS                 PIC X(12)
                                       VALUE "PAKOKONS.DAT".
           03  WN-BZEI                 PIC X(12)
                                       VALUE "PAKLAG01.DAT".
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RETGRUND.
       A.  CALL "CADECL" USING "PANRETGR.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON LAGARTIK.
       A.  CALL "CADECL" USING "PARARTIK.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON LAGERBZ.
       A.  CALL "CADECL" USING WN-BZEI WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       A.  DISPLAY "Retourwaren-Grundtexte" AT 2301.
           OPEN I-O KONSTANT.
           MOVE 43 TO WH-KEY.
           READ KONSTANT INVALID MOVE SPACE TO KO-RGSATZ
                                 MOVE 0 TO KO-RBLG.
           MOVE 0901 TO WH-ZPOS.
           PERFORM VARYING WH-GI FROM 1 BY 1 UNTIL WH-GI > 9
               DISPLAY WH-GI AT WH-ZPOS
               ACCEPT KO-RGTX(WH-GI) AT WH-ZPOS
               ADD 97 TO WH-ZPOS
           END-PERFORM.
           DISPLAY "Rohstoff Restbrot (LAGARTIK-Nr.):" AT 1901.
           MOVE KO-RBLG TO WH-RBLG.
           ACCEPT WH-RBLG AT 1935.
           MOVE WH-RBLG TO KO-RBLG.
           MOVE 43 TO WH-KEY.
           REWRITE KO-SATZ INVALID WRITE KO-SATZ.
           CLOSE KONSTANT.
           DISPLAY "Grund (1-9):" AT 2620.
           MOVE 0 TO RG-GRUND.
           ACCEPT RG-GRUND AT 2634.
           DISPLAY "Verwendung (1=verk. 2=gesp. 3=entsorgt" AT 2701.
           DISPLAY "4=Restbrot):" AT 2740.
           MOVE 3 TO RG-VERW.
           ACCEPT RG-VERW AT 2753.
           IF RG-VERW = 0 OR RG-VERW > 4 MOVE 3 TO RG-VERW.
           MOVE 0 TO RG-LFD.
       C.  ADD 1 TO RG-LFD.
           IF RG-LFD > 99 GO B.
           WRITE RG-SATZ INVALID GO C.
           IF RG-KTONR = 0 AND AR-LAGER PERFORM LAGER-ABSCHR.
           IF RG-VERW = 4 PERFORM RESTBROT.
           GO B.
       X.  CLOSE RETGRUND ARTIKEL.
       Z.  EXIT.
      ***** Abschrift aus dem Fertigwarenlager *
       LAGER-ABSCHR SECTION.
       A.  MOVE RG-ARNUM TO WH-NUM.
           MOVE RG-DATUM TO WZ-DATUM.
           MOVE RG-MENGE TO WH-WERT.
           CALL "PANFERTL" USING "50FGABS" WH-CREG.
           CANCEL "PANFERTL".
           DISPLAY "vom Fertigwarenlager abgeschrieben" AT 2801.
       Z.  EXIT.
      ***** Restbrot: kg in den Rohstoff buchen *
      *  Vorschlag aus dem Teiggewicht je Stueck (RE-GEW / RE-TEIL)
       RESTBROT SECTION.
       A.  MOVE 43 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE 0 TO KO-RBLG.
           IF KO-RBLG = 0
               DISPLAY "kein Restbrot-Rohstoff hinterlegt (Satz 43)"
                   AT 2801
               GO Z.
           MOVE 0 TO WH-KG.
           OPEN INPUT REZEPT.
           MOVE RG-ARNUM TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID MOVE 0 TO RE-TEIL.
           IF RE-TEIL NOT = 0
               COMPUTE WH-KG ROUNDED =
                   RG-MENGE * RE-GEW / RE-TEIL / 1000.
           CLOSE REZEPT.
           DISPLAY "Restbrot kg:" AT 2801.
           ACCEPT WH-KG AT 2814.
           IF WH-KG = 0 GO Z.
           OPEN I-O LAGARTIK.
           MOVE KO-RBLG TO LG-NUM.
           READ LAGARTIK
               INVALID DISPLAY "Rohstoff fehlt in LAGARTIK" AT 2830
                       CLOSE LAGARTIK
                       GO Z.
           ADD WH-KG TO LG-STAND.
           REWRITE LG-SATZ.
           OPEN I-O LAGERBZ.
           PERFORM LB-ZUBU.
           CLOSE LAGARTIK LAGERBZ.
           MOVE WH-KG TO WD-KG.
           DISPLAY WD-KG AT 2830.
           DISPLAY "kg zugebucht" AT 2840.
       Z.  EXIT.
      ******** Restbrot-Zugang: Entnahme (LB-SA = 8) mit Minusmenge *
       LB-ZUBU SECTION.
       A.  MOVE LG-NUM TO LB-KTONR.
           MOVE RG-DATUM TO LB-BUDAT.
           MOVE 0 TO WH-LFD.
       B.  ADD 1 TO WH-LFD.
           IF WH-LFD > 99 GO Z.
           MOVE WH-LFD TO LB-LFD.
           MOVE 0 TO LB-USE LB-SEITE.
           SET LB-ENTNAHME TO TRUE.
           MOVE 0 TO LB-LIEFER LB-BELNR LB-SKLFD.
           MOVE RG-DATUM TO LB-BELDAT.
           MOVE 0 TO LB-SYM LB-BMEH LB-BNK LB-ANZ.
           COMPUTE LB-MENGE = 0 - WH-KG.
           IF LG-PREIS NOT = 0 MOVE LG-PREIS TO LB-PREIS
           ELSE MOVE LG-EKP TO LB-PREIS.
           COMPUTE LB-BET ROUNDED = LB-MENGE * LB-PREIS.
           MOVE LG-MEH TO LB-MEH.
           MOVE LG-NK TO LB-NK.
           MOVE 0 TO LB-KSTNR LB-RAB(1) LB-RAB(2).
           MOVE "Restbrot" TO LB-TX.
           WRITE LB-SATZ INVALID GO B.
       Z.  EXIT.
      ******************** Monats-Schwundbericht *
       SCHWUND SECTION.
       A.  DISPLAY "Schwundbericht" AT 2301.
           READ KONSTANT INVALID MOVE SPACE TO KO-RGSATZ.
           CLOSE KONSTANT.
           MOVE 0 TO WH-TANZ.
           PERFORM VARYING WH-VI FROM 1 BY 1 UNTIL WH-VI > 4
               MOVE 0 TO WS-VMG(WH-VI) WS-VGUT(WH-VI)
           END-PERFORM.
           MOVE WH-MONAB TO RG-DATUM.
           MOVE 0 TO RG-KTONR RG-ARNUM RG-LFD.
           START RETGRUND KEY NOT < RG-KEY INVALID GO D.
           END-IF.
           IF RG-GRUND > 0 AND RG-GRUND < 10
               ADD RG-MENGE TO RT-GMG(WH-TI RG-GRUND).
           MOVE RG-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE 0 TO AR-EKP AR-VKP.
           IF RG-VERW > 0 AND RG-VERW < 5
               ADD RG-MENGE TO RT-VMG(WH-TI RG-VERW)
               ADD RG-MENGE TO WS-VMG(RG-VERW)
               PERFORM GUT-PREIS
               COMPUTE RT-VGUT(WH-TI RG-VERW) ROUNDED =
                   RT-VGUT(WH-TI RG-VERW) + RG-MENGE * WH-GPREIS
               COMPUTE WS-VGUT(RG-VERW) ROUNDED =
                   WS-VGUT(RG-VERW) + RG-MENGE * WH-GPREIS.
           COMPUTE RT-EK(WH-TI) =
               RT-EK(WH-TI) + RG-MENGE * AR-EKP.
           COMPUTE RT-VK(WH-TI) =
               RT-VK(WH-TI) + RG-MENGE * AR-VKP.
       Z.  EXIT.
      ***** Gutschriftpreis je Stueck fuer den Kunden *
      *  Retourpreis der gueltigen Preisperiode (FA-RET), sonst
      *  Preis mal Retourvergutung DE-RET %, ohne Preissatz AR-VKP;
      *  DEBITOR und FAKTDAT bleiben wie beim Aufrufer geoeffnet
       GUT-PREIS SECTION.
       A.  MOVE 0 TO WH-GPREIS.
           IF RG-KTONR = 0 GO Z.
           MOVE AR-VKP TO WH-GPREIS.
           MOVE RG-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE 100 TO DE-RET.
           IF DE-RET = 0 MOVE 100 TO DE-RET.
           MOVE RG-KTONR TO FA-KTONR.
           MOVE RG-ARNUM TO FA-ARNUM.
           READ FAKTDAT IGNORE LOCK INVALID GO B.
           PERFORM VARYING WH-FI FROM 1 BY 1 UNTIL WH-FI > 4
               IF FA-AB(WH-FI) NOT > RG-DATUM
                   AND (FA-BIS(WH-FI) NOT < RG-DATUM
                        OR FA-BIS(WH-FI) = 0)
                   AND FA-PREIS(WH-FI) NOT = 0
                   MOVE FA-PREIS(WH-FI) TO WH-GPREIS
                   IF FA-RET(WH-FI) NOT = 0
                       MOVE FA-RET(WH-FI) TO WH-GPREIS
                       GO Z
                   END-IF
                   GO B
               END-IF
           END-PERFORM.
       B.  COMPUTE WH-GPREIS ROUNDED = WH-GPREIS * DE-RET / 100.
       Z.  EXIT.
      *********************** Bericht drucken *
       BERICHT SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Schwundbericht je Artikel und Grund" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art. Text               Menge" TO DRA-TITEL.
           MOVE "EK-Wert      VK-Wert   Gutschrift"
               TO DRA-TITEL(36:33).
           WRITE DRA-SATZ AFTER 2.
           PERFORM VARYING WH-TI FROM 1 BY 1 UNTIL WH-TI > WH-TANZ
               PERFORM ART-DRUCK
           END-PERFORM.
      *------> Restbrot (Wiederverarbeitung) getrennt vom Schwund <-
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summen nach Verwendung" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 3.
           PERFORM VARYING WH-VI FROM 1 BY 1 UNTIL WH-VI > 4
               MOVE SPACE TO DRA-SATZ
               PERFORM VERW-TEXT
               MOVE WS-VMG(WH-VI) TO DRA-MENGE
               MOVE WS-VGUT(WH-VI) TO DRA-GUT
               WRITE DRA-SATZ AFTER 1
           END-PERFORM.
           MOVE SPACE TO DRA-SATZ.
           MOVE "echter Schwund" TO DRA-TX.
           COMPUTE WS-VMG(3) = WS-VMG(2) + WS-VMG(3).
           COMPUTE WS-VGUT(3) = WS-VGUT(2) + WS-VGUT(3).
           MOVE WS-VMG(3) TO DRA-MENGE.
           MOVE WS-VGUT(3) TO DRA-GUT.
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Wiederverarb." TO DRA-TX.
           MOVE WS-VMG(4) TO DRA-MENGE.
           MOVE WS-VGUT(4) TO DRA-GUT.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
                   WRITE DRA-SATZ AFTER 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WH-VI FROM 1 BY 1 UNTIL WH-VI > 4
               IF RT-VMG(WH-TI WH-VI) NOT = 0
                   MOVE SPACE TO DRA-SATZ
                   PERFORM VERW-TEXT
                   MOVE RT-VMG(WH-TI WH-VI) TO DRA-MENGE
                   MOVE RT-VGUT(WH-TI WH-VI) TO DRA-GUT
                   WRITE DRA-SATZ AFTER 1
               END-IF
           END-PERFORM.
       Z.  EXIT.
       VERW-TEXT SECTION.
       A.  EVALUATE WH-VI
               WHEN 1 MOVE "wiederverkauft" TO DRA-TX
               WHEN 2 MOVE "gespendet" TO DRA-TX
               WHEN 3 MOVE "entsorgt" TO DRA-TX
               WHEN 4 MOVE "Restbrot" TO DRA-TX
           END-EVALUATE.
       Z.  EXIT.

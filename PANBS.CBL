       PROGRAM-ID.       PANBS.
      ******************************************************************
      *  PANBS = 9: es werden alle Artikel angezeigt!                  *
      *  <Entf>: Rueckerfassung eines Bestellformulars (PANBSFOR) -    *
      *  nur die Abweichungen zur gedruckten Vorgabe werden erfragt;   *
      *  wahlweise fuer eine Lieferadresse (PANLADR.DAT) mit deren     *
      *  Tour/Stopp, eigenem Lieferschein und Lieferscheintext         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY PANSEFAK.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEART.CPY.
           COPY PANSEBFO.CPY.
           COPY PANSELAD.CPY.
           SELECT KONSTANT   ASSIGN TO DISK "PANEKONS.DAT"
                             ORGANIZATION RELATIVE ACCESS DYNAMIC
                             RELATIVE KEY WH-KEY
       COPY PANLIEF.CPY.
       COPY PANFAKT.CPY.
       COPY PANFDART.CPY.
       COPY PANFDBFO.CPY.
       COPY PANFDLAD.CPY.
      ******************************************************************
       FD  HILFPOS                     LABEL RECORD STANDARD.
       01  HI-SATZ                     PIC X(30).
      *---------------------------------> Periodensperre (Satz 47) <-
           03  WB-ABGDAT               PIC 9(8)   COMP   VALUE ZERO.
           03  WB-ABGOK                PIC 9      COMP.
      *--------------------------------> Kapazitaet je Produktionstag <-
           03  WB-KAPUEB               PIC 9      COMP.
           03  WB-KAPALT               PIC 99     COMP.
      *---------------------------------> -GRP, -RAB, -MEH, -NK, -TB <-
           03  WF-GRM.
               05 WF-GRP               PIC 99         COMP-X.
           03  WH-AI                   PIC 99      COMP.
           03  WH-ERL                  PIC 9       COMP.
               88  WH-ERLAUBT          VALUE 1.
      *-------------------------> Rueckerfassung Bestellformular <-
           03  WO-NUM                  PIC 9(6).
           03  WO-POS                  PIC 99.
           03  WO-WTAG                 PIC 9.
           03  WO-ARNUM                PIC 9(4).
           03  WO-EING                 PIC 9(4)V99.
           03  WO-P                    PIC 99      COMP.
           03  WO-T                    PIC 9       COMP.
           03  WO-NK                   PIC 99      COMP.
           03  WO-SDATUM               PIC 9(8).
           03  WO-TAGI                 PIC 9(8)    COMP.
           03  WO-LFNUM                PIC 9(6)    COMP.
           03  WO-ANZ                  PIC 999     COMP.
           03  WO-UEBG                 PIC 9       COMP.
           03  WO-BED                  PIC 9       COMP.
           03  WO-LADR                 PIC 99.
           03  WO-TOUR                 PIC 99      COMP.
           03  WO-SUB                  PIC 9999    COMP.
           03  WO-LANAME               PIC X(30).
           03  WO-LATEXT               PIC X(60).
           03  WO-PMG                              OCCURS 20.
               05 WO-MG                PIC S9(5)   COMP   OCCURS 7.
       COPY PANEXT.CPY.
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON TX-LFTEXT.
       A.  CALL "CADECL" USING "PANLFTX.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON LIEFADR.
       A.  CALL "CADECL" USING "PANLADR.DAT " WH-CREG.
       DECL-Y SECTION.         USE AFTER ERROR PROCEDURE ON DRUCKER.
       A.  CALL "CADECL" USING "1DRUCKER    " WH-CREG.
       Z.  EXIT.
       E.  DISPLAY VDU-DATUM with highlight AT 0132.
           DISPLAY "Tourfolge: " AT 0503.
           DISPLAY "<esc>=Ende <#>=Folge <v>=Datum <Einf>=Vorw" AT 2301.
           DISPLAY "<Entf>=Bestellformular" AT 2401.
           CALL "CAUP" USING "0005151001" WH-CREG.
           IF ESC GO X.
           IF AB PERFORM NEUDAT GO E.
           IF EINF PERFORM VORWOCHE GO E.
           IF ENTF PERFORM FORMULAR GO C.
           IF NOT KIST GO E.
           CALL "CAUP" USING "1301012540" WH-CREG.
           MOVE WH-NUM TO WK-ART.
           START LFSCHEIN KEY = LF-AKEY INVALID GO Z.
       C.  READ LFSCHEIN NEXT AT END STOP RUN.
           IF ZUGRIF PERFORM BESETZT GO Z.
           MOVE LF-STAT TO WB-KAPALT.
           EVALUATE LF-STAT also TRUE
               WHEN 00 also ENTF MOVE 97 TO LF-STAT
               WHEN 00 also EINF MOVE 95 TO LF-STAT
           ELSE MOVE 0 TO LF-MENGE(2).
           REWRITE LF-SATZ.
           PERFORM JRN-ZEILE.
           PERFORM KAP-AENDERN.
           PERFORM DIS-MEH.
       Z.  EXIT.
      ******************************************************************
      *  Zaehler KO-LFNUM gezogen; schon vorhandene Zeilen werden
      *  gezaehlt und dem Bediener gemeldet statt still verworfen
       VORW-SCHREIB SECTION.
       A.  PERFORM LFNUM-ZIEHEN.
           MOVE 0 TO WR-DOPP WB-KAPUEB.
           MOVE 9 TO WB-CUTOK.
           PERFORM VARYING WR-RI FROM 1 BY 1 UNTIL WR-RI > WR-RANZ
               MOVE WR-RZEIL(WR-RI) TO LF-SATZ
               MOVE 0 TO LF-PRODDAT LF-CHNR LF-GEWKG
               IF WB-CUTOK = 9 PERFORM CUT-PRUEF END-IF
               IF WB-CUTOK = 1
                   WRITE LF-SATZ INVALID ADD 1 TO WR-DOPP
                       NOT INVALID PERFORM KAP-BUCHEN
                   END-WRITE
                   PERFORM JRN-ZEILE
               END-IF
           END-PERFORM.
           IF WB-CUTOK = 0
               DISPLAY "nach Bestellschluss - nichts uebernommen"
                   with highlight BLINK AT 2401.
           IF WB-KAPUEB = 1
               DISPLAY "Achtung: Produktionskapazitaet ueberschritten"
                   with highlight BLINK AT 2401
               PERFORM WEITER.
           IF WR-DOPP NOT = 0
               DISPLAY "Zeilen schon vorhanden:" AT 2501
               DISPLAY WR-DOPP AT 2526.
       Z.  EXIT.
      ********* naechste Lieferscheinnummer nach WR-NNUM *
       LFNUM-ZIEHEN SECTION.
       A.  CLOSE KONSTANT.
           OPEN I-O KONSTANT.
           MOVE 1 TO WH-KEY.
           READ KONSTANT.
           ADD 1 TO KO-LFNUM.
      *----> 990000 ff. ist fuer Naturalrabatt-Begleitbelege
      *      reserviert (PANNATRA) - Zaehler laeuft ueber <-
           IF KO-LFNUM NOT < 990000 MOVE 1 TO KO-LFNUM.
           MOVE KO-LFNUM TO WR-NNUM.
           REWRITE KO-SATZ.
           CLOSE KONSTANT.
           OPEN INPUT KONSTANT.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
       Z.  EXIT.
      ********* Zeile in die Kapazitaetsbelegung (PANKAPAZ) *
      *  Naturalrabatt, Storno und "nlf" (92 - 97) belasten nicht
       KAP-BUCHEN SECTION.
       A.  IF LF-STAT > 91 AND LF-STAT < 98 GO Z.
           MOVE LF-ARNUM TO WH-NUM.
           MOVE LF-DATUM TO WZ-DATUM.
           MOVE LF-MENGE(1) TO WH-WERT.
           CALL "PANKAPAZ" USING "50KAPAZ" WH-CREG.
           IF WH-X = "J" MOVE 1 TO WB-KAPUEB.
       Z.  EXIT.
      ********* Storno/"nlf" gesetzt oder zurueckgenommen *
       KAP-AENDERN SECTION.
       A.  MOVE 0 TO WH-WERT.
           IF WB-KAPALT > 91 AND WB-KAPALT < 98
               IF LF-STAT < 92 OR LF-STAT > 97
                   MOVE LF-MENGE(1) TO WH-WERT
               END-IF
           ELSE
               IF LF-STAT > 91 AND LF-STAT < 98
                   COMPUTE WH-WERT = 0 - LF-MENGE(1).
           IF WH-WERT = 0 GO Z.
           MOVE LF-ARNUM TO WH-NUM.
           MOVE LF-DATUM TO WZ-DATUM.
           CALL "PANKAPAZ" USING "50KAPAZ" WH-CREG.
           IF WH-X = "J"
               DISPLAY "Achtung: Produktionskapazitaet ueberschritten"
                   with highlight BLINK AT 2401
               PERFORM WEITER.
       Z.  EXIT.
      ********* Wiederanlauf-Journal: jede bestaetigte Zeile *
      *  wird sofort weggeschrieben und die Datei geschlossen,
      *  damit auch bei Stromausfall nichts verloren geht; mit
               PERFORM WEITER.
       Z.  EXIT.
      ***** Saisonfenster des Artikels (AR-SAISAB/-BIS, MMTT)
      *     gegen den Zieltag WM-DATUM - wie PANEDIIM; ausgelaufene
      *     Artikel (Nachfolge PANNACHF) werden nie uebernommen *
       SAIS-PRUEF SECTION.
       A.  MOVE "J" TO WH-X.
           MOVE LF-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           IF AR-AUSGELAUFEN MOVE "N" TO WH-X GO Z.
           IF AR-SAISAB = 0 AND AR-SAISBIS = 0 GO Z.
           MOVE FUNCTION REM(WM-DATUM 10000) TO WH-MMTT.
           IF AR-SAISAB NOT > AR-SAISBIS
               IF WH-MMTT < AR-SAISAB AND WH-MMTT > AR-SAISBIS
                   MOVE "N" TO WH-X.
       Z.  EXIT.
      ***** Rueckerfassung Bestellformular (PANBSFOR): die gedruckte
      *     Vorgabe steht schon da, erfragt werden nur Position, Tag
      *     und neue Menge; "weitere Artikel" als naechste Position
       FORMULAR SECTION.
       A.  DISPLAY "Bestellformular Nr. (0 = zurueck):" AT 2301.
           MOVE 0 TO WO-NUM.
           ACCEPT WO-NUM AT 2336.
           IF WO-NUM = 0 GO Z.
           OPEN I-O BSFORM.
           IF WF-STATUS NOT = "00"
               DISPLAY "keine Bestellformulare vorhanden" AT 2401
               PERFORM WEITER
               GO Z.
           MOVE WO-NUM TO FO-NUM.
           READ BSFORM
               INVALID DISPLAY "Formular unbekannt" AT 2401
               PERFORM WEITER
               GO Y.
           IF FO-ERFASST
               DISPLAY "Formular bereits erfasst am" AT 2401
               DISPLAY FO-ERFDAT AT 2429
               PERFORM WEITER
               GO Y.
           MOVE FO-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID DISPLAY "Kunde fehlt" AT 2401
               PERFORM WEITER
               GO Y.
           PERFORM FORM-LADR.
           MOVE 1 TO WO-P.
       A1. MOVE 1 TO WO-T.
       A2. MOVE FO-MG(WO-P WO-T) TO WO-MG(WO-P WO-T).
           ADD 1 TO WO-T.
           IF WO-T < 8 GO A2.
           ADD 1 TO WO-P.
           IF WO-P < 21 GO A1.
           PERFORM FORM-ZEIGEN.
      *-------> Abweichungen: Position, dann Tag und Menge <-
       B.  CALL "CAUP" USING "1323012580" WH-CREG.
           DISPLAY "Pos (0 = buchen, 99 = verwerfen):" AT 2301.
           MOVE 0 TO WO-POS.
           ACCEPT WO-POS AT 2335.
           IF WO-POS = 99 GO Y.
           IF WO-POS = 0 GO C.
           IF WO-POS > 20 OR WO-POS > FO-ANZ + 1 GO B.
           IF WO-POS NOT > FO-ANZ GO B1.
           DISPLAY "weiterer Artikel:" AT 2401.
           MOVE 0 TO WO-ARNUM.
           ACCEPT WO-ARNUM AT 2419.
           MOVE WO-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID DISPLAY "Artikel unbekannt" AT 2501
               PERFORM WEITER
               GO B.
           IF AR-AUSGELAUFEN
               DISPLAY "Artikel ausgelaufen" AT 2501
               PERFORM WEITER
               GO B.
           ADD 1 TO FO-ANZ.
           MOVE WO-ARNUM TO FO-ARNUM(FO-ANZ).
           MOVE FO-ANZ TO WO-P.
           PERFORM FORM-ZEILE.
       B1. MOVE FO-ARNUM(WO-POS) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE 0 TO AR-NK.
           MOVE AR-NK TO WO-NK.
           MOVE WO-POS TO WO-P.
       B2. DISPLAY "Tag (1 = Mo ... 7 = So, 0 = naechste Pos):"
               AT 2401.
           MOVE 0 TO WO-WTAG.
           ACCEPT WO-WTAG AT 2444.
           IF WO-WTAG = 0 GO B.
           IF WO-WTAG > 7 GO B2.
           DISPLAY "Menge:" AT 2501.
           MOVE 0 TO WO-EING.
           ACCEPT WO-EING AT 2508.
           IF WO-NK = 2
               COMPUTE WO-MG(WO-P WO-WTAG) = WO-EING * 100
           ELSE IF WO-NK = 1
               COMPUTE WO-MG(WO-P WO-WTAG) = WO-EING * 10
           ELSE
               MOVE WO-EING TO WO-MG(WO-P WO-WTAG).
           PERFORM FORM-ZEILE.
           CALL "CAUP" USING "1325012580" WH-CREG.
           GO B2.
      *-------> je Wochentag Lieferschein anlegen bzw. anpassen <-
       C.  MOVE WM-DATUM TO WO-SDATUM.
           MOVE 0 TO WO-ANZ WO-UEBG WO-BED WB-KAPUEB.
           MOVE 1 TO WO-T.
       D.  PERFORM FORM-TAG.
           ADD 1 TO WO-T.
           IF WO-T < 8 GO D.
           MOVE WO-SDATUM TO WM-DATUM.
           PERFORM JRN-LOESCH.
           MOVE "E" TO FO-STAT.
           ACCEPT WO-TAGI FROM DATE.
           COMPUTE FO-ERFDAT = 20000000 + WO-TAGI.
           REWRITE FO-SATZ.
           CALL "CAUP" USING "1323012580" WH-CREG.
           DISPLAY "Zeilen gebucht:" AT 2301.
           DISPLAY WO-ANZ with highlight AT 2317.
           IF WO-UEBG NOT = 0
               DISPLAY "Tage vorbei/gesperrt nicht gebucht:" AT 2401
               DISPLAY WO-UEBG with highlight AT 2437.
           IF WO-BED NOT = 0
               DISPLAY "Tage nach Bestellschluss abgewiesen:" AT 2501
               DISPLAY WO-BED with highlight AT 2538.
           IF WB-KAPUEB = 1
               DISPLAY "Achtung: Produktionskapazitaet ueberschritten"
                   with highlight BLINK AT 2601.
           PERFORM WEITER.
       Y.  CLOSE BSFORM.
       Z.  EXIT.
      ***************************** Formular am Schirm *
       FORM-ZEIGEN SECTION.
       A.  CALL "CAUP" USING "1301012580" WH-CREG.
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1).
           DIVIDE 10 INTO DE-KTONR GIVING WD-KTO.
           DISPLAY WD-KTO with highlight AT 0101.
           DISPLAY WR-ADR(1) with highlight AT 0111.
           DISPLAY "Formular" AT 0150.
           DISPLAY WO-NUM with highlight AT 0159.
           DISPLAY FO-MONTAG AT 0167.
           IF WO-LADR NOT = 0
               DISPLAY WO-LANAME(1:25) with highlight AT 0201.
           DISPLAY "   Mo     Di     Mi     Do     Fr     Sa     So"
               AT 0230.
           MOVE 1 TO WO-P.
       B.  IF WO-P > FO-ANZ GO Z.
           PERFORM FORM-ZEILE.
           ADD 1 TO WO-P.
           GO B.
       Z.  EXIT.
      ***** Zeile WO-P: Vorgabe normal, Abweichung hervorgehoben *
       FORM-ZEILE SECTION.
       A.  COMPUTE VDU-L = WO-P + 2.
           MOVE 1 TO VDU-P.
           MOVE WO-P TO WD-POS.
           DISPLAY WD-POS with foreground-color 15 AT VDU-LP.
           MOVE FO-ARNUM(WO-P) TO AR-NUM WO-ARNUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZ
                                            MOVE 0 TO AR-NK.
           MOVE 4 TO VDU-P.
           DISPLAY WO-ARNUM AT VDU-LP.
           MOVE 9 TO VDU-P.
           DISPLAY AR-BEZ(1:20) with foreground-color 14 AT VDU-LP.
           MOVE AR-NK TO WF-NK.
           MOVE 1 TO WO-T.
       B.  COMPUTE VDU-P = 23 + WO-T * 7.
           MOVE WO-MG(WO-P WO-T) TO WH-ANZ.
           IF WF-NK = 2 DIVIDE 100 INTO WH-ANZ
               MOVE WH-ANZ TO WD-MGC
               MOVE WD-MGC TO WD-MG.
           IF WF-NK = 1 DIVIDE 10 INTO WH-ANZ
               MOVE WH-ANZ TO WD-MGB
               MOVE WD-MGB TO WD-MG.
           IF WF-NK = 0 MOVE WH-ANZ TO WD-MGA
               MOVE WD-MGA TO WD-MG.
           IF WO-MG(WO-P WO-T) = FO-MG(WO-P WO-T)
               DISPLAY WD-MG AT VDU-LP
           ELSE
               DISPLAY WD-MG with highlight BLINK AT VDU-LP.
           ADD 1 TO WO-T.
           IF WO-T < 8 GO B.
       Z.  EXIT.
      ***** ein Wochentag WO-T: vorhandenen Lieferschein des Tages
      *     (Kunden- bzw. Lieferadresse WO-LADR) anpassen, sonst
      *     neuen anlegen, eine Lieferadresse mit Text; Zeilen
      *     mit Vorgabe, aber Menge 0 bleiben als 0-Zeile stehen,
      *     damit die Dauerbestellung den Tag nicht wieder fuellt
       FORM-TAG SECTION.
       A.  MOVE 0 TO WH-AI.
           MOVE 1 TO WO-P.
       A1. IF WO-MG(WO-P WO-T) NOT = 0 OR FO-MG(WO-P WO-T) NOT = 0
               MOVE 1 TO WH-AI.
           ADD 1 TO WO-P.
           IF WO-P NOT > FO-ANZ GO A1.
           IF WH-AI = 0 GO Z.
           COMPUTE WO-TAGI =
               FUNCTION INTEGER-OF-DATE(FO-MONTAG) + WO-T - 1.
           COMPUTE WM-DATUM = FUNCTION DATE-OF-INTEGER(WO-TAGI).
      *-------> nur ab morgen und nicht im abgeschlossenen Monat <-
           ACCEPT WB-MORGEN FROM DATE.
           ADD 20000000 TO WB-MORGEN.
           IF WM-DATUM NOT > WB-MORGEN OR WM-DATUM NOT > WB-ABGDAT
               ADD 1 TO WO-UEBG
               GO Z.
           MOVE WO-TOUR TO LF-TOUR.
           MOVE DE-KTONR TO LF-KTONR.
           PERFORM CUT-PRUEF.
           IF WB-CUTOK = 0 ADD 1 TO WO-BED GO Z.
      *-------> Lieferschein des Tages schon vorhanden? <-
           MOVE 0 TO WO-LFNUM.
           MOVE DE-KTONR TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO C.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO C.
           IF LF-KTONR NOT = DE-KTONR GO C.
           IF LF-DATUM NOT = WM-DATUM OR LF-LADR NOT = WO-LADR
               OR LF-NUM NOT < 990000 GO B.
           IF LF-STAT = 92 OR LF-STAT = 93 GO B.
           MOVE LF-NUM TO WO-LFNUM.
       C.  MOVE 1 TO WO-P.
       D.  IF WO-MG(WO-P WO-T) = 0 AND FO-MG(WO-P WO-T) = 0 GO E.
           IF WO-LFNUM = 0
               PERFORM LFNUM-ZIEHEN
               MOVE WR-NNUM TO WO-LFNUM
               IF WO-LADR NOT = 0 PERFORM FORM-LFTEXT.
           MOVE DE-KTONR TO LF-KTONR.
           MOVE WO-LFNUM TO LF-NUM.
           MOVE FO-ARNUM(WO-P) TO LF-ARNUM.
           READ LFSCHEIN INVALID GO F.
           IF ZUGRIF PERFORM BESETZT GO E.
           IF LF-MENGE(1) = WO-MG(WO-P WO-T) GO E.
           MOVE LF-STAT TO WB-KAPALT.
           COMPUTE WH-WERT = WO-MG(WO-P WO-T) - LF-MENGE(1).
           MOVE WO-MG(WO-P WO-T) TO LF-MENGE(1).
           REWRITE LF-SATZ.
           PERFORM JRN-ZEILE.
           ADD 1 TO WO-ANZ.
           IF WB-KAPALT > 91 AND WB-KAPALT < 98 GO E.
           MOVE LF-ARNUM TO WH-NUM.
           MOVE LF-DATUM TO WZ-DATUM.
           CALL "PANKAPAZ" USING "50KAPAZ" WH-CREG.
           IF WH-X = "J" MOVE 1 TO WB-KAPUEB.
           GO E.
       F.  MOVE FO-ARNUM(WO-P) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO E.
           IF AR-AUSGELAUFEN GO E.
           MOVE WM-DATUM TO LF-DATUM.
           MOVE WO-TOUR TO LF-TOUR.
           MOVE WO-SUB TO LF-SUB.
           MOVE DE-KTONR TO LF-KTONR.
           MOVE WO-LFNUM TO LF-NUM.
           MOVE AR-NUM TO LF-ARNUM.
           MOVE WO-MG(WO-P WO-T) TO LF-MENGE(1).
           MOVE 0 TO LF-MENGE(2) LF-MENGE(3).
           MOVE 0 TO LF-PREIS.
           MOVE AR-BEZ TO LF-BEZ.
           MOVE AR-GRM TO LF-GRM.
           MOVE DE-FAKART TO LF-FART.
           MOVE 0 TO LF-STAT.
           MOVE DE-EAN TO LF-EAN.
           MOVE AR-SGRP TO LF-SGRP.
           MOVE AR-ABEZ TO LF-ARBEZ.
           MOVE WM-DATUM TO LF-PRODDAT.
           MOVE 0 TO LF-CHNR LF-GEWKG.
           MOVE WO-LADR TO LF-LADR.
           WRITE LF-SATZ INVALID GO E.
           PERFORM KAP-BUCHEN.
           PERFORM JRN-ZEILE.
           ADD 1 TO WO-ANZ.
       E.  ADD 1 TO WO-P.
           IF WO-P NOT > FO-ANZ GO D.
       Z.  EXIT.
      ***** Lieferadresse zum Formular: 0 = Anschrift des Kunden,
      *     sonst Tour/Stopp, Name und Text aus PANLADR.DAT
       FORM-LADR SECTION.
       A.  MOVE DE-TOUR TO WO-TOUR.
           MOVE DE-SUB TO WO-SUB.
           MOVE SPACE TO WO-LANAME WO-LATEXT.
           CALL "CAUP" USING "1323012580" WH-CREG.
           DISPLAY "Lieferadresse (0 = Kunde):" AT 2301.
           MOVE 0 TO WO-LADR.
           ACCEPT WO-LADR AT 2328.
           IF WO-LADR = 0 GO Z.
           OPEN INPUT LIEFADR.
           IF WF-STATUS NOT = "00"
               DISPLAY "keine Lieferadressen vorhanden" AT 2401
               PERFORM WEITER
               GO A.
           MOVE DE-KTONR TO LA-KTONR.
           MOVE WO-LADR TO LA-LADR.
           READ LIEFADR IGNORE LOCK INVALID GO B.
           MOVE LA-TOUR TO WO-TOUR.
           MOVE LA-SUB TO WO-SUB.
           MOVE LA-NAME TO WO-LANAME.
           MOVE LA-LFTEXT TO WO-LATEXT.
           CLOSE LIEFADR.
           GO Z.
       B.  CLOSE LIEFADR.
           DISPLAY "Lieferadresse unbekannt" AT 2401.
           PERFORM WEITER.
           GO A.
       Z.  EXIT.
      ***** Lieferadresse und Lieferscheintext zum neuen Schein
      *     (wie PANIMPBS)
       FORM-LFTEXT SECTION.
       A.  OPEN I-O TX-LFTEXT.
           IF WF-STATUS = "35"
               CLOSE TX-LFTEXT OPEN OUTPUT TX-LFTEXT
               CLOSE TX-LFTEXT OPEN I-O TX-LFTEXT.
           MOVE DE-KTONR TO TX-KTONR.
           MOVE WM-DATUM TO TX-LFDAT.
           MOVE WO-LFNUM TO TX-LFNUM.
           MOVE SPACE TO TX-TEXT(1) TX-TEXT(2).
           STRING "Lieferadresse: " WO-LANAME
               DELIMITED SIZE INTO TX-TEXT(1).
           MOVE WO-LATEXT TO TX-TEXT(2).
           WRITE TX-SATZ INVALID REWRITE TX-SATZ.
           CLOSE TX-LFTEXT.
       Z.  EXIT.

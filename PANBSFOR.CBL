      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANBSFOR.
      ******************************************************************
      *     Bestellformulare je Kunde und Woche fuer Fax-Besteller     *
      *     Positionen: Sortiment DE-ARTLISTE (bei DE-SORTEIN), sonst  *
      *     die Artikel der Dauerbestellung und der letzten 4 Wochen   *
      *     (Lieferscheine), hoechstens 20; ausgelaufene Artikel       *
      *     entfallen. Vorgabe je Wochentag aus DAUER (Kundenadresse,  *
      *     Saisonpause und Rhythmus DA-RHYT wie PANBACKZ, Faktor aus  *
      *     dem Ereigniskalender PANEREIG; faellige Vormerkungen       *
      *     PANDAUVO gelten ab ihrem Stichtag), daneben                *
      *     eine leere Zeile fuer Aenderungen. Jedes Formular bekommt  *
      *     eine Nummer (PANBSFOR.DAT), ueber die PANBS <Entf> nur die *
      *     Abweichungen rueckerfasst.                                 *
      *     WL-CA 10: Formulare drucken (ein Kunde oder je Tour; bei   *
      *               "alle" ohne EDI-Partner und gesperrte Kunden)    *
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
           COPY PANSEDAU.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEBFO.CPY.
           COPY PANSEDVO.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANDAU.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDBFO.CPY.
       COPY PANFDDVO.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-TITEL               PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-DVO                  PIC 9        COMP.
           03  WH-KTO                  PIC 9(6).
           03  WH-TOUR                 PIC 99.
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-TAGI                 PIC 9(8)     COMP.
           03  WH-MOI                  PIC 9(8)     COMP.
           03  WH-MONTAG               PIC 9(8).
           03  WH-SONNTAG              PIC 9(8).
           03  WH-VONDAT               PIC 9(8)     COMP.
           03  WH-DAT8                 PIC 9(8).
           03  WH-FONUM                PIC 9(6)     COMP.
           03  WH-ANZFO                PIC 9(5)     COMP.
           03  WH-I                    PIC 99       COMP.
           03  WH-J                    PIC 99       COMP.
           03  WH-T                    PIC 9        COMP.
           03  WH-WT                   PIC 9        COMP.
           03  WH-WOCHE                PIC 9(8)     COMP.
           03  WH-PARI                 PIC 9        COMP.
           03  WH-TAGMON               PIC 99       COMP.
           03  WH-NK                   PIC 99       COMP.
           03  WH-MG                   PIC S9(5)    COMP.
           03  WH-MENGE                PIC S9(5)V99 COMP.
      *------------------> Tageskuerzel fuer den Formularkopf <-
       01  WT-TAGE                     PIC X(21)
                                       VALUE "Mo Di Mi Do Fr Sa So ".
       01  FILLER REDEFINES WT-TAGE.
           03  WT-TAG                  PIC XXX      OCCURS 7.
      *------------------> Druckzeile <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-PZEILE REDEFINES WD-ZEILE.
           03  WD-POS                  PIC Z9.
           03  FILLER                  PIC X.
           03  WD-ARNUM                PIC ZZZ9.
           03  FILLER                  PIC X.
           03  WD-BEZ                  PIC X(21).
           03  WD-TAGMG                         OCCURS 7.
               05 WD-MG                PIC X(7).
       01  WD-DATUM.
           03  WD-DTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DJHR                 PIC 9(4).
       01  WD-NUM                      PIC ZZZZZ9.
       01  WD-KTO                      PIC ZZ.ZZ9,9.
       01  WD-MGA                      PIC ZZZZ9.
       01  WD-MGB                      PIC ZZZ9,9.
       01  WD-MGC                      PIC ZZ9,99.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON DAUVORM.
       A.  CALL "CADECL" USING "PANDAUVO.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT "  WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM FORM-DRUCK.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Auswahl und Kundenschleife *
       FORM-DRUCK SECTION.
       A.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Bestellformulare" with highlight AT 0301.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
      *-------> Vorschlag: naechster Montag <-
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-HEUTE).
           COMPUTE WH-MOI = WH-TAGI + 7
               - FUNCTION REM(WH-TAGI - 1 7).
           COMPUTE WH-MONTAG = FUNCTION DATE-OF-INTEGER(WH-MOI).
       B.  DISPLAY "Woche ab (JJJJMMTT):" AT 2301.
           DISPLAY WH-MONTAG AT 2323.
           ACCEPT WH-MONTAG AT 2323.
           IF WH-MONTAG = 0 GO Z.
      *-------> ungueltiges Datum: Tagesnummer 0 <-
           COMPUTE WH-MOI = FUNCTION INTEGER-OF-DATE(WH-MONTAG).
           IF WH-MOI = 0 GO B.
      *-------> auf den Montag der Woche stellen <-
           COMPUTE WH-MOI = WH-MOI - FUNCTION REM(WH-MOI - 1 7).
           COMPUTE WH-MONTAG = FUNCTION DATE-OF-INTEGER(WH-MOI).
           COMPUTE WH-SONNTAG = FUNCTION DATE-OF-INTEGER(WH-MOI + 6).
           COMPUTE WH-VONDAT = FUNCTION DATE-OF-INTEGER(WH-MOI - 28).
           DISPLAY WH-MONTAG with highlight AT 2323.
       C.  DISPLAY "Konto (0 = alle der Tour):" AT 2401.
           MOVE 0 TO WH-KTO WH-TOUR.
           ACCEPT WH-KTO AT 2428.
           IF WH-KTO NOT = 0 GO D.
           DISPLAY "Tour (0 = alle):" AT 2501.
           ACCEPT WH-TOUR AT 2518.
       D.  MOVE 1 TO WM-DVO.
           OPEN INPUT DAUVORM.
           IF WF-STATUS = "35" MOVE 0 TO WM-DVO.
           OPEN I-O BSFORM.
           IF WF-STATUS = "35"
               CLOSE BSFORM OPEN OUTPUT BSFORM
               CLOSE BSFORM OPEN I-O BSFORM.
           PERFORM FONUM-HOLE.
           MOVE 0 TO WH-ANZFO.
           IF WH-KTO = 0 GO E.
           MOVE WH-KTO TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID DISPLAY "Konto unbekannt" AT 2601
               GO X.
           PERFORM FORM-KUNDE.
           GO X.
       E.  MOVE WH-TOUR TO DE-TOUR.
           MOVE 0 TO DE-SUB.
           START DEBITOR KEY NOT < DE-IKEY INVALID GO X.
       F.  READ DEBITOR NEXT IGNORE LOCK AT END GO X.
           IF WH-TOUR NOT = 0 AND DE-TOUR NOT = WH-TOUR GO X.
           IF DE-GLN NOT = 0 OR DE-SPERR NOT = 0 GO F.
           PERFORM FORM-KUNDE.
           GO F.
       X.  CLOSE BSFORM.
           IF WM-DVO = 1 CLOSE DAUVORM.
           IF WM-OPEN = 1 MOVE 0 TO WM-OPEN CLOSE DRUCKER.
           CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Formulare gedruckt:" AT 2301.
           DISPLAY WH-ANZFO with highlight AT 2321.
       Z.  EXIT.
      ***** naechste Formularnummer aus dem letzten Satz *
       FONUM-HOLE SECTION.
       A.  MOVE 999999 TO FO-NUM.
           START BSFORM KEY < FO-KEY INVALID MOVE 0 TO WH-FONUM GO Z.
           READ BSFORM PREVIOUS IGNORE LOCK
               AT END MOVE 0 TO WH-FONUM GO Z.
           MOVE FO-NUM TO WH-FONUM.
       Z.  EXIT.
      ***** Positionen sammeln, Formular speichern und drucken *
       FORM-KUNDE SECTION.
       A.  INITIALIZE FO-SATZ.
           MOVE DE-KTONR TO FO-KTONR.
           IF NOT DE-SORTEIN GO C.
           MOVE 1 TO WH-I.
       B.  IF DE-ARTLISTE(WH-I) NOT = 0
               MOVE DE-ARTLISTE(WH-I) TO AR-NUM
               PERFORM POS-NEU.
           ADD 1 TO WH-I.
           IF WH-I < 21 GO B.
           GO E.
      *-------> Artikel der Dauerbestellung <-
       C.  MOVE DE-KTONR TO DA-KTONR.
           MOVE 0 TO DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO D.
       C1. READ DAUER NEXT IGNORE LOCK AT END GO D.
           IF DA-KTONR NOT = DE-KTONR GO D.
           IF DA-LADR NOT = 0 GO C1.
           MOVE DA-ARNUM TO AR-NUM.
           PERFORM POS-NEU.
           GO C1.
      *-------> bezogene Artikel der letzten 4 Wochen <-
       D.  MOVE DE-KTONR TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO E.
       D1. READ LFSCHEIN NEXT IGNORE LOCK AT END GO E.
           IF LF-KTONR NOT = DE-KTONR GO E.
           IF LF-DATUM < WH-VONDAT OR LF-DATUM NOT < WH-MONTAG GO D1.
           IF LF-MENGE(1) = 0 GO D1.
           IF LF-STAT = 92 OR LF-STAT = 93 GO D1.
           MOVE LF-ARNUM TO AR-NUM.
           PERFORM POS-NEU.
           GO D1.
       E.  IF FO-ANZ = 0 GO Z.
           PERFORM DAU-VORGABE.
           ADD 1 TO WH-FONUM.
           MOVE WH-FONUM TO FO-NUM.
           MOVE WH-MONTAG TO FO-MONTAG.
           MOVE WH-HEUTE TO FO-DRDAT.
           MOVE "O" TO FO-STAT.
           WRITE FO-SATZ INVALID GO Z.
           ADD 1 TO WH-ANZFO.
           PERFORM FORM-SEITE.
       Z.  EXIT.
      ***** Artikel AR-NUM als Position aufnehmen, falls neu *
       POS-NEU SECTION.
       A.  IF FO-ANZ = 20 GO Z.
           MOVE 1 TO WH-J.
       B.  IF WH-J > FO-ANZ GO C.
           IF FO-ARNUM(WH-J) = AR-NUM GO Z.
           ADD 1 TO WH-J.
           GO B.
       C.  READ ARTIKEL IGNORE LOCK INVALID GO Z.
           IF AR-AUSGELAUFEN GO Z.
           ADD 1 TO FO-ANZ.
           MOVE AR-NUM TO FO-ARNUM(FO-ANZ).
       Z.  EXIT.
      ***** Vorgabemengen je Wochentag aus der Dauerbestellung *
      *     (nur Kundenadresse) bzw. der bis zum Tag faelligen
      *     Vormerkung; DA-ANZ ist nach REM(Tag 7) + 1 gefaechert
      *     (1 = Sonntag), FO-MG laeuft ab Montag
       DAU-VORGABE SECTION.
       A.  MOVE 1 TO WH-I.
       B.  MOVE DE-KTONR TO DA-KTONR.
           MOVE FO-ARNUM(WH-I) TO DA-ARNUM.
           MOVE 0 TO DA-LADR.
           READ DAUER IGNORE LOCK INVALID GO D.
           MOVE 1 TO WH-T.
       C.  COMPUTE WH-TAGI = WH-MOI + WH-T - 1.
           COMPUTE WH-WT = FUNCTION REM(WH-TAGI 7) + 1.
           COMPUTE WH-DAT8 = FUNCTION DATE-OF-INTEGER(WH-TAGI).
           MOVE DA-ANZ(WH-WT) TO FO-MG(WH-I WH-T).
           IF WM-DVO = 1 PERFORM DV-SUCHEN.
           IF DA-SUSPAB NOT = 0
               AND WH-DAT8 NOT < DA-SUSPAB
               AND WH-DAT8 NOT > DA-SUSPBIS
               MOVE 0 TO FO-MG(WH-I WH-T).
           IF DA-RHYT NOT = 0 PERFORM RHYT-PRUEF
               IF WH-X = "N" MOVE 0 TO FO-MG(WH-I WH-T).
           IF FO-MG(WH-I WH-T) NOT = 0
               MOVE FO-ARNUM(WH-I) TO WH-NUM
               MOVE DE-FNR TO WX
               MOVE WH-DAT8 TO WZ-DATUM
               MOVE FO-MG(WH-I WH-T) TO WH-WERT
               CALL "PANEREIG" USING "50EREIG" WH-CREG
               CANCEL "PANEREIG"
               MOVE WH-WERT TO FO-MG(WH-I WH-T).
           ADD 1 TO WH-T.
           IF WH-T < 8 GO C.
       D.  ADD 1 TO WH-I.
           IF WH-I NOT > FO-ANZ GO B.
       Z.  EXIT.
      ***** juengste Vormerkung mit Stichtag bis Formulartag *
       DV-SUCHEN SECTION.
       A.  MOVE DA-KTONR TO DV-KTONR.
           MOVE DA-ARNUM TO DV-ARNUM.
           MOVE DA-LADR TO DV-LADR.
           MOVE 0 TO DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO Z.
       B.  READ DAUVORM NEXT IGNORE LOCK AT END GO Z.
           IF DV-KTONR NOT = DA-KTONR OR DV-ARNUM NOT = DA-ARNUM
               OR DV-LADR NOT = DA-LADR GO Z.
           IF DV-AB > WH-DAT8 GO Z.
           MOVE DV-ANZ(WH-WT) TO FO-MG(WH-I WH-T).
           GO B.
       Z.  EXIT.
      **************** Rhythmusregel wie PANDAURH *
       RHYT-PRUEF SECTION.
       A.  MOVE "J" TO WH-X.
           COMPUTE WH-WOCHE = (WH-TAGI + 5) / 7.
           COMPUTE WH-PARI = FUNCTION REM(WH-WOCHE 2).
           IF DA-RHYT = 1 AND WH-PARI NOT = 0 MOVE "N" TO WH-X.
           IF DA-RHYT = 2 AND WH-PARI NOT = 1 MOVE "N" TO WH-X.
           IF DA-RHYT = 3
               COMPUTE WH-TAGMON = FUNCTION REM(WH-DAT8 100)
               IF WH-TAGMON > 7 MOVE "N" TO WH-X.
       Z.  EXIT.
      ***************************** ein Formular = eine Seite *
       FORM-SEITE SECTION.
       A.  IF WM-OPEN = 0 MOVE 1 TO WM-OPEN OPEN OUTPUT DRUCKER.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE WK-FIRMA TO WD-ZEILE.
           MOVE "Bestellformular Nr." TO WD-ZEILE(48:).
           MOVE FO-NUM TO WD-NUM.
           MOVE WD-NUM TO WD-ZEILE(68:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Woche vom" TO WD-ZEILE(48:).
           MOVE WH-MONTAG TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(58:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "bis" TO WD-ZEILE(54:).
           MOVE WH-SONNTAG TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(58:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           MOVE 1 TO WH-J.
       B.  IF WR-ADR(WH-J) NOT = SPACE
               MOVE SPACE TO WD-ZEILE
               MOVE WR-ADR(WH-J) TO WD-ZEILE(3:)
               PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-J.
           IF WH-J < 7 GO B.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Konto" TO WD-ZEILE(3:).
           DIVIDE 10 INTO DE-KTONR GIVING WD-KTO.
           MOVE WD-KTO TO WD-ZEILE(9:).
           MOVE "Tour" TO WD-ZEILE(20:).
           MOVE DE-TOUR TO WD-ZEILE(25:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Pos Art. Bezeichnung" TO WD-ZEILE.
           MOVE 1 TO WH-T.
       C.  COMPUTE WH-J = 24 + WH-T * 7.
           MOVE WT-TAG(WH-T) TO WD-ZEILE(WH-J:3).
           ADD 1 TO WH-T.
           IF WH-T < 8 GO C.
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
      *-------> je Position: Vorgabe, darunter Feld fuer Aenderung <-
           MOVE 1 TO WH-I.
       D.  MOVE SPACE TO WD-ZEILE.
           MOVE WH-I TO WD-POS.
           MOVE FO-ARNUM(WH-I) TO WD-ARNUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZ.
           MOVE AR-BEZ TO WD-BEZ.
           MOVE AR-NK TO WH-NK.
           MOVE 1 TO WH-T.
       E.  MOVE FO-MG(WH-I WH-T) TO WH-MG.
           PERFORM MENGE-AUF.
           ADD 1 TO WH-T.
           IF WH-T < 8 GO E.
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Aenderung:" TO WD-BEZ(11:).
           MOVE 1 TO WH-T.
       F.  MOVE " _____ " TO WD-MG(WH-T).
           ADD 1 TO WH-T.
           IF WH-T < 8 GO F.
           PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-I.
           IF WH-I NOT > FO-ANZ GO D.
      *-------> freie Zeilen fuer weitere Artikel <-
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "weitere Artikel:" TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
           MOVE 1 TO WH-I.
       G.  MOVE SPACE TO WD-ZEILE.
           MOVE "____ ____________________" TO WD-ZEILE(3:).
           MOVE 1 TO WH-T.
       H.  MOVE " _____ " TO WD-MG(WH-T).
           ADD 1 TO WH-T.
           IF WH-T < 8 GO H.
           PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-I.
           IF WH-I < 4 AND FO-ANZ + WH-I < 21 GO G.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Bitte nur Abweichungen eintragen und mit der"
               TO WD-ZEILE(3:).
           MOVE "Formularnummer zurueckfaxen." TO WD-ZEILE(48:).
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** Menge WH-MG mit AR-NK Nachkommastellen in WD-MG(WH-T) *
       MENGE-AUF SECTION.
       A.  MOVE SPACE TO WD-MG(WH-T).
           IF WH-MG = 0 GO Z.
           IF WH-NK = 2
               COMPUTE WH-MENGE = WH-MG / 100
               MOVE WH-MENGE TO WD-MGC
               MOVE WD-MGC TO WD-MG(WH-T)
               GO Z.
           IF WH-NK = 1
               COMPUTE WH-MENGE = WH-MG / 10
               MOVE WH-MENGE TO WD-MGB
               MOVE WD-MGB TO WD-MG(WH-T)
               GO Z.
           MOVE WH-MG TO WD-MGA.
           MOVE WD-MGA TO WD-MG(WH-T).
       Z.  EXIT.
       DATUM-AUF SECTION.
       A.  MOVE WH-DAT8(7:2) TO WD-DTAG.
           MOVE WH-DAT8(5:2) TO WD-DMON.
           MOVE WH-DAT8(1:4) TO WD-DJHR.
       Z.  EXIT.
       DRUCK-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.

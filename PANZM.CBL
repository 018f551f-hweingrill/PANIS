      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANZM.
      ******************************************************************
      *     Innergemeinschaftliche Lieferungen / Zusammenfassende      *
      *     Meldung (ZM)                                               *
      *     steuerfrei wird nur an Debitoren mit DE-EUKZ = 1, einer    *
      *     auslaendischen EU-UID in DE-UID und einer UID-Bestaetigung *
      *     aus FinanzOnline (DE-UIDDAT, PANPRUEF WL-CA 30) geliefert  *
      *     WL-CA 10: EU-Kennzeichen je Debitor warten                 *
      *     WL-CA 20: ZM-Monatsliste aus PANISFIB.DAT - Netto je UID,  *
      *               Upload-Datei PANZM.XML fuer FinanzOnline,        *
      *               Abstimmung gegen die UVA-Bemessung des igL-      *
      *               Steuercodes (Kz 017) und Fehlerliste             *
      *     WL-CA 30: Einstellungen (KONSTANT Satz 50): Steuercode     *
      *               der igL, Steuernummer fuer den Upload            *
      *     WL-CA 50: Pruefung fuer den Rechnungslauf am gelesenen     *
      *               Debitorsatz: WH-X = J -> ohne USt mit dem        *
      *               Pflichttext aus WH-HILF fakturieren, Steuercode  *
      *               KO-IGLCODE; WH-X = N -> normal mit USt           *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEKON.CPY.
           COPY PANSEDEB.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT ZMXML      ASSIGN TO "PANZM.XML"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANKONS.CPY.
       COPY PANDEBI.CPY.
       COPY PANEBUCH.CPY.
      ************************************* FinanzOnline-Upload *
       FD  ZMXML                       LABEL RECORD OMITTED.
       01  ZX-SATZ                     PIC X(120).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-UID              PIC X(14).
               05 FILLER               PIC X.
               05 DRA-KTO              PIC ZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(30).
               05 FILLER               PIC X.
               05 DRA-ANZ              PIC ZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BET              PIC ZZZ.ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(74).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-KTONR                PIC 9(6).
           03  WH-EUKZ                 PIC 9.
           03  WH-CODE                 PIC 9.
           03  WH-FASTNR               PIC 9(9).
           03  WH-MONAT                PIC 9(4).
           03  WH-VON6                 PIC 9(6)     COMP.
           03  WH-BIS6                 PIC 9(6)     COMP.
           03  WH-NETTO                PIC S9(9)V99 COMP.
      *------> Summen je UID <-
           03  ZT-TAB                               OCCURS 300.
               05  ZT-UID              PIC X(14).
               05  ZT-KTO              PIC 9(6)     COMP.
               05  ZT-ANZ              PIC 9(5)     COMP.
               05  ZT-BET              PIC S9(11)V99 COMP.
           03  ZX                      PIC 999      COMP.
           03  ZX-ANZ                  PIC 999      COMP VALUE ZERO.
           03  WH-ZMSUM                PIC S9(11)V99 COMP.
           03  WH-UVA017               PIC S9(11)V99 COMP.
           03  WH-ABST                 PIC S9(11)V99 COMP.
           03  WZ-FEHL                 PIC 9(5)     COMP.
      *------> XML-Dezimalpunkt von Hand (DECIMAL-POINT IS COMMA) <-
           03  WH-BETX                 PIC S9(11)V99 COMP.
           03  WH-VORZ                 PIC X.
           03  WD-BI                   PIC 9(11).
           03  WD-BF                   PIC 99.
           03  WD-BTX                  PIC X(16).
           03  WD-REN                  PIC ZZZZZZ9.
           03  WD-FASTNR               PIC 9(9).
           03  WD-JJ                   PIC 99.
           03  WD-MM                   PIC 99.
           03  WD-HEUTE                PIC 9(8).
           03  WD-ZEIT                 PIC 9(8).
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM KENNZW.
           IF WL-CA = 20 PERFORM ZM-LAUF.
           IF WL-CA = 30 PERFORM WARTUNG.
           IF WL-CA = 50 PERFORM IGL-PRUEF.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** EU-Kennzeichen warten *
       KENNZW SECTION.
       A.  DISPLAY "EU-Unternehmer (igL steuerfrei) warten" AT 2301.
           OPEN I-O DEBITOR.
       B.  DISPLAY "Konto (0 = Ende):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2420.
           IF WH-KTONR = 0 GO X.
           MOVE 1 TO DE-FNR.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR
               INVALID DISPLAY "Konto unbekannt" AT 2501
               GO B.
           DISPLAY DE-BEZ(1:35) AT 2440.
           DISPLAY "UID:" AT 2501.
           DISPLAY DE-UID AT 2506.
           DISPLAY "bestaetigt am:" AT 2522.
           DISPLAY DE-UIDDAT AT 2537.
           DISPLAY "EU-Unternehmer 0/1:" AT 2601.
           MOVE DE-EUKZ TO WH-EUKZ.
           DISPLAY WH-EUKZ AT 2621.
           ACCEPT WH-EUKZ AT 2621.
           IF WH-EUKZ > 1 MOVE 0 TO WH-EUKZ.
      *------> nur mit auslaendischer UID; inlaendische Kunden
      *        bleiben immer steuerpflichtig <-
           IF WH-EUKZ = 1
               AND (DE-UID = SPACE OR DE-UID(1:2) = "AT")
               DISPLAY "keine auslaendische UID - nicht gesetzt"
                   AT 2701
               MOVE 0 TO WH-EUKZ.
           MOVE WH-EUKZ TO DE-EUKZ.
           REWRITE DE-SATZ.
           IF DE-EUUNT AND DE-UIDDAT = 0
               DISPLAY "UID noch nicht bestaetigt (PANPRUEF)"
                   AT 2701.
           GO B.
       X.  CLOSE DEBITOR.
       Z.  EXIT.
      ********* Einstellungen warten (KONSTANT Satz 50) *
       WARTUNG SECTION.
       A.  DISPLAY "ZM / innergemeinschaftliche Lieferungen" AT 2301.
           MOVE 50 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE 0 TO KO-IGLCODE KO-FASTNR.
           DISPLAY "Steuercode igL (1-6, Satz 0 %):" AT 2401.
           MOVE KO-IGLCODE TO WH-CODE.
           DISPLAY WH-CODE AT 2433.
           ACCEPT WH-CODE AT 2433.
           IF WH-CODE > 6 MOVE 0 TO WH-CODE.
           DISPLAY "Steuernummer (FA + StNr):" AT 2440.
           MOVE KO-FASTNR TO WH-FASTNR.
           DISPLAY WH-FASTNR AT 2466.
           ACCEPT WH-FASTNR AT 2466.
      *------> der Code muss in Satz 1 auf 0 % stehen <-
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           IF WH-CODE NOT = 0
               IF KO-UST(WH-CODE) NOT = 0
                   DISPLAY "Steuercode hat nicht 0 % - nicht gesp."
                       AT 2501
                   GO Z.
           MOVE 50 TO WH-KEY.
           READ KONSTANT
               INVALID MOVE LOW-VALUE TO KO-SATZ.
           MOVE WH-CODE TO KO-IGLCODE.
           MOVE WH-FASTNR TO KO-FASTNR.
           MOVE 50 TO WH-KEY.
           REWRITE KO-SATZ INVALID WRITE KO-SATZ.
      *------> Schluesselfeld fuer den Aufrufer zuruecklassen <-
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           DISPLAY "gespeichert" AT 2501.
       Z.  EXIT.
      ***** Pruefung fuer den Rechnungslauf (DE-SATZ ist gelesen) *
       IGL-PRUEF SECTION.
       A.  MOVE "N" TO WH-X.
           MOVE SPACE TO WH-HILF.
           IF NOT DE-EUUNT GO Z.
           IF DE-UID = SPACE OR DE-UID(1:2) = "AT" GO Z.
           IF DE-UIDDAT = 0 GO Z.
           MOVE "J" TO WH-X.
           STRING "Steuerfreie innergem. Lieferung Art. 6 Abs. 1 "
               "UStG, UID Empf. " DE-UID
               DELIMITED SIZE INTO WH-HILF.
       Z.  EXIT.
      **************************** ZM-Monatslauf *
       ZM-LAUF SECTION.
       A.  DISPLAY "Zusammenfassende Meldung (ZM)" AT 2301.
           DISPLAY "Monat (JJMM, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-MONAT.
           ACCEPT WH-MONAT AT 2426.
           IF WH-MONAT = 0 GO Z.
           COMPUTE WH-VON6 = WH-MONAT * 100 + 1.
           COMPUTE WH-BIS6 = WH-MONAT * 100 + 31.
           OPEN INPUT KONSTANT.
           MOVE 50 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE 0 TO KO-IGLCODE KO-FASTNR.
           MOVE KO-IGLCODE TO WH-CODE.
           MOVE KO-FASTNR TO WH-FASTNR.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           CLOSE KONSTANT.
           IF WH-CODE = 0
               DISPLAY "Steuercode igL fehlt (Einstellungen)" AT 2501
               GO Z.
           OPEN INPUT DEBITOR.
           OPEN INPUT BUCHFAKT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO ZX-ANZ WH-UVA017 WZ-FEHL.
           MOVE SPACE TO DRA-SATZ.
           MOVE "ZM - Fehler und Hinweise" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
      *----------------> Rechnungsbuchungen des Monats <-
           MOVE LOW-VALUE TO BF-RKEY.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO X.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA NOT = "R" GO B.
           IF BF-DAT < WH-VON6 OR BF-DAT > WH-BIS6 GO B.
           COMPUTE WH-NETTO = BF-BET - BF-MW.
      *------> UVA Kz 017 wie PAKOUVA: Bemessung des igL-Codes <-
           IF BF-U1 = WH-CODE ADD WH-NETTO TO WH-UVA017.
           MOVE 1 TO DE-FNR.
           MOVE BF-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO B.
           IF NOT DE-EUUNT
               IF BF-U1 = WH-CODE AND BF-MW = 0
                   AND DE-UID NOT = SPACE AND DE-UID(1:2) NOT = "AT"
                   MOVE "igL ohne EU-Kennz." TO DRA-BEZ
                   PERFORM FEHL-ZEILE
               END-IF
               GO B.
           IF BF-MW NOT = 0
               MOVE "EU-Kunde mit USt fakturiert" TO DRA-BEZ
               PERFORM FEHL-ZEILE
               GO B.
           IF BF-U1 NOT = WH-CODE
               MOVE "steuerfrei, falscher Steuercode" TO DRA-BEZ
               PERFORM FEHL-ZEILE
               GO B.
           IF DE-UIDDAT = 0
               MOVE "igL ohne UID-Bestaetigung" TO DRA-BEZ
               PERFORM FEHL-ZEILE.
           PERFORM UID-SUMME.
           GO B.
       X.  CLOSE BUCHFAKT.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Fehler/Hinweise:" TO DRA-TITEL.
           MOVE WZ-FEHL TO DRA-ANZ.
           WRITE DRA-SATZ AFTER 2.
           PERFORM ZM-DRUCK.
           PERFORM ZM-XML.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER DEBITOR.
           DISPLAY "ZM-Zeilen (UID):" AT 2501.
           MOVE ZX-ANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2518.
       Z.  EXIT.
      ***** Hinweiszeile zur Rechnungsbuchung *
       FEHL-ZEILE SECTION.
       A.  ADD 1 TO WZ-FEHL.
           MOVE DE-UID TO DRA-UID.
           MOVE BF-KTONR TO DRA-KTO.
           MOVE BF-REN TO WD-REN.
           MOVE WD-REN TO DRA-ANZ.
           MOVE WH-NETTO TO DRA-BET.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
       Z.  EXIT.
      ***** Netto auf die UID des Kunden summieren *
       UID-SUMME SECTION.
       A.  PERFORM VARYING ZX FROM 1 BY 1 UNTIL ZX > ZX-ANZ
               OR ZT-UID(ZX) = DE-UID
               CONTINUE.
           IF ZX > ZX-ANZ
               IF ZX-ANZ = 300
                   MOVE "UID-Tabelle voll" TO DRA-BEZ
                   PERFORM FEHL-ZEILE
                   GO Z
               END-IF
               ADD 1 TO ZX-ANZ
               MOVE ZX-ANZ TO ZX
               MOVE DE-UID TO ZT-UID(ZX)
               MOVE DE-KTONR TO ZT-KTO(ZX)
               MOVE 0 TO ZT-ANZ(ZX) ZT-BET(ZX).
           ADD 1 TO ZT-ANZ(ZX).
           ADD WH-NETTO TO ZT-BET(ZX).
       Z.  EXIT.
      ***** ZM-Liste je UID mit Abstimmung gegen die UVA *
       ZM-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Zusammenfassende Meldung - Monat" TO DRA-TITEL.
           MOVE WH-MONAT TO DRA-TITEL(34:4).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "UID            Konto Kunde" TO DRA-TITEL.
           MOVE "Anz.    Bemessung EUR" TO DRA-TITEL(54:21).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WH-ZMSUM.
           PERFORM ZM-ZEILE VARYING ZX FROM 1 BY 1 UNTIL ZX > ZX-ANZ.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe ZM" TO DRA-BEZ.
           MOVE WH-ZMSUM TO DRA-BET.
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "UVA Kz 017 (Steuercode igL)" TO DRA-BEZ.
           MOVE WH-CODE TO DRA-ANZ.
           MOVE WH-UVA017 TO DRA-BET.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           COMPUTE WH-ABST = WH-UVA017 - WH-ZMSUM.
           IF WH-ABST = 0
               MOVE "Abstimmung in Ordnung" TO DRA-BEZ
           ELSE
               MOVE "Differenz - s. Fehlerliste" TO DRA-BEZ
               MOVE WH-ABST TO DRA-BET.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
       ZM-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE ZT-UID(ZX) TO DRA-UID.
           MOVE ZT-KTO(ZX) TO DRA-KTO.
           MOVE 1 TO DE-FNR.
           MOVE ZT-KTO(ZX) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE DE-BEZ(1:30) TO DRA-BEZ.
           MOVE ZT-ANZ(ZX) TO DRA-ANZ.
           MOVE ZT-BET(ZX) TO DRA-BET.
           WRITE DRA-SATZ AFTER 1.
           ADD ZT-BET(ZX) TO WH-ZMSUM.
       Z.  EXIT.
      ***** Upload-Datei ZM (Erklaerungsart U13) fuer FinanzOnline *
       ZM-XML SECTION.
       A.  IF ZX-ANZ = 0 GO Z.
           OPEN OUTPUT ZMXML.
           COMPUTE WD-JJ = WH-MONAT / 100.
           COMPUTE WD-MM = WH-MONAT - WD-JJ * 100.
           MOVE WH-FASTNR TO WD-FASTNR.
           ACCEPT WD-HEUTE FROM DATE.
           ADD 20000000 TO WD-HEUTE.
           ACCEPT WD-ZEIT FROM TIME.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "<ERKLAERUNGS_UEBERMITTLUNG>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE " <INFO_DATEN>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "  <ART_IDENTIFIKATIONSBEGRIFF>FASTNR"
               "</ART_IDENTIFIKATIONSBEGRIFF>" DELIMITED SIZE
               INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "  <IDENTIFIKATIONSBEGRIFF>" WD-FASTNR
               "</IDENTIFIKATIONSBEGRIFF>" DELIMITED SIZE
               INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "  <PAKET_NR>" WD-ZEIT(1:6) "</PAKET_NR>"
               DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "  <DATUM_ERSTELLUNG type=""datum"">"
               WD-HEUTE(1:4) "-" WD-HEUTE(5:2) "-" WD-HEUTE(7:2)
               "</DATUM_ERSTELLUNG>" DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "  <UHRZEIT_ERSTELLUNG type=""uhrzeit"">"
               WD-ZEIT(1:2) ":" WD-ZEIT(3:2) ":" WD-ZEIT(5:2)
               "</UHRZEIT_ERSTELLUNG>" DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "  <ANZAHL_ERKLAERUNGEN>1</ANZAHL_ERKLAERUNGEN>"
               TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE " </INFO_DATEN>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE " <ERKLAERUNG art=""U13"">" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "  <SATZNR>1</SATZNR>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "  <ALLGEMEINE_DATEN>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "   <ANBRINGEN>U13</ANBRINGEN>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "   <ZRVON type=""jahrmonat"">20" WD-JJ "-" WD-MM
               "</ZRVON>" DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "   <ZRBIS type=""jahrmonat"">20" WD-JJ "-" WD-MM
               "</ZRBIS>" DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "   <FASTNR>" WD-FASTNR "</FASTNR>"
               DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "  </ALLGEMEINE_DATEN>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           PERFORM ZM-XMLZEILE VARYING ZX FROM 1 BY 1
               UNTIL ZX > ZX-ANZ.
           MOVE " </ERKLAERUNG>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "</ERKLAERUNGS_UEBERMITTLUNG>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           CLOSE ZMXML.
       Z.  EXIT.
       ZM-XMLZEILE SECTION.
       A.  MOVE ZT-BET(ZX) TO WH-BETX.
           PERFORM BETRAG-AUF.
           MOVE "  <ZM>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "   <UID_MS>" DELIMITED SIZE
                  ZT-UID(ZX) DELIMITED BY SPACE
                  "</UID_MS>" DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE SPACE TO ZX-SATZ.
           STRING "   <SUM_BGL type=""kz"">" DELIMITED SIZE
                  WD-BTX DELIMITED BY SPACE
                  "</SUM_BGL>" DELIMITED SIZE INTO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "   <DREIECK>0</DREIECK>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "   <SOLEI>0</SOLEI>" TO ZX-SATZ.
           WRITE ZX-SATZ.
           MOVE "  </ZM>" TO ZX-SATZ.
           WRITE ZX-SATZ.
       Z.  EXIT.
      ***** Betrag als XML-Dezimal ("-nnnnnnn.nn") aufbereiten *
       BETRAG-AUF SECTION.
       A.  MOVE SPACE TO WH-VORZ.
           IF WH-BETX < 0
               MOVE "-" TO WH-VORZ
               COMPUTE WH-BETX = 0 - WH-BETX.
           COMPUTE WD-BI = WH-BETX.
           COMPUTE WD-BF ROUNDED = (WH-BETX - WD-BI) * 100.
           MOVE SPACE TO WD-BTX.
           IF WH-VORZ = "-"
               STRING "-" WD-BI "." WD-BF DELIMITED SIZE
                   INTO WD-BTX
           ELSE
               STRING WD-BI "." WD-BF DELIMITED SIZE INTO WD-BTX.
       Z.  EXIT.

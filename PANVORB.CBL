      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANVORB.
      ******************************************************************
      *     Vorbestellbuch Werksverkauf (Weihnachten, Ostern)          *
      *     Vorbestellungen in PANVORB.DAT: Kunde, Telefon, Abholtag   *
      *     und Uhrzeit, bis 10 Artikel zum Verkaufspreis AR-VKP,      *
      *     Anzahlung                                                  *
      *     WL-CA 10: Vorbestellung erfassen/aendern/stornieren; die   *
      *               Anzahlung wird ueber PANBARVK (WL-CA 50) mit     *
      *               RKSV-Beleg kassiert; Storno mit kassierter       *
      *               Anzahlung gibt den Erstattungsbeleg ueber        *
      *               PANBARVK (WL-CA 70)                              *
      *               ausgelaufene Artikel werden nicht neu angenommen *
      *     WL-CA 20: Abholung - Restbetrag und Endbeleg ueber         *
      *               PANBARVK (WL-CA 60)                              *
      *     WL-CA 30: Abholliste eines Tages                           *
      *     WL-CA 40: nicht abgeholte Vorbestellungen                  *
      *     Die offenen Vorbestellmengen des Abholtags gehen in den    *
      *     Backzettel (PANBACKZ) ein                                  *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PANSEVOB.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDART.CPY.
       COPY PANFDVOB.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XX.
           03  DRA-STR.
               05 DRA-NUM              PIC ZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-ZEIT             PIC 99.99.
               05 FILLER               PIC X.
               05 DRA-NAME             PIC X(30).
               05 FILLER               PIC X.
               05 DRA-TEL              PIC X(20).
               05 FILLER               PIC X.
               05 DRA-BET              PIC ZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(75).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-VBNR                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-LISTDAT              PIC 9(8).
           03  WH-PI                   PIC 99       COMP.
           03  WH-ARNR                 PIC 9(4).
           03  WH-MENGE                PIC S9(5).
           03  WH-ANZ                  PIC S9(7)V99.
           03  WH-ZEIL                 PIC 99       COMP.
           03  WH-REST                 PIC S9(7)V99 COMP.
           03  WH-LSUM                 PIC S9(9)V99 COMP.
           03  WH-ZAEHL                PIC 9(5)     COMP.
           03  WD-BET                  PIC ZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-MENGE                PIC ZZ.ZZ9-.
           03  WD-VBNR                 PIC ZZZZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON VORBEST.
       A.  CALL "CADECL" USING "PANVORB.DAT " WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WL-CA = 10 PERFORM ERFASSEN.
           IF WL-CA = 20 PERFORM ABHOLUNG.
           IF WL-CA = 30 PERFORM ABHOLLISTE.
           IF WL-CA = 40 PERFORM UNABGEHOLT.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Vorbestellung erfassen *
       ERFASSEN SECTION.
       A.  OPEN INPUT ARTIKEL.
           PERFORM VORB-OEFFNEN.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Vorbestellung - Nr. (0 = neu, 999999 = Ende):"
               with highlight AT 0101.
           MOVE 0 TO WH-VBNR.
           ACCEPT WH-VBNR AT 0148.
           IF WH-VBNR = 999999 GO X.
           IF WH-VBNR = 0 PERFORM NEUE-NUMMER
               GO C.
           MOVE WH-VBNR TO VB-NUM.
           READ VORBEST INVALID
               DISPLAY "Vorbestellung unbekannt" AT 2401 GO B.
           PERFORM VORB-ANZEIGE.
           IF NOT VB-OFFEN
               DISPLAY "Vorbestellung ist abgeholt/storniert" AT 2401
               GO B.
           DISPLAY "Stornieren <J/N>:" AT 2401.
           MOVE "N" TO WH-X.
           ACCEPT WH-X AT 2419.
           IF WH-X = "J" OR WH-X = "j"
               IF VB-ANZBEL NOT = 0 AND VB-ANZ NOT = 0 GO S
               ELSE
                   MOVE "S" TO VB-STAT
                   REWRITE VB-SATZ
                   GO B.
      *--------> Kopfdaten erfassen/aendern <-
       C.  DISPLAY "Name:" AT 0301.
           DISPLAY VB-NAME AT 0308.
           ACCEPT VB-NAME AT 0308.
           IF VB-NAME = SPACE GO C.
           DISPLAY "Telefon:" AT 0401.
           DISPLAY VB-TEL AT 0410.
           ACCEPT VB-TEL AT 0410.
       D.  DISPLAY "Abholtag (JJJJMMTT):" AT 0501.
           DISPLAY VB-ABDAT AT 0522.
           ACCEPT VB-ABDAT AT 0522.
           IF VB-ABDAT < WH-HEUTE GO D.
           DISPLAY "Uhrzeit (HHMM):" AT 0540.
           DISPLAY VB-ABZEIT AT 0556.
           ACCEPT VB-ABZEIT AT 0556.
           IF VB-ABZEIT > 2359 GO D.
           DISPLAY "Artikel 0 = Ende der Positionen" AT 0601.
           MOVE VB-NUM TO VB-ANUM.
      *--------> Positionen <-
           MOVE 1 TO WH-PI.
       E.  IF WH-PI > 10 GO F.
           MOVE WH-PI TO VDU-L.
           ADD 6 TO VDU-L.
           MOVE 1 TO VDU-P.
           MOVE VB-ARNUM(WH-PI) TO WH-ARNR.
           DISPLAY "Artikel:" AT VDU-LP.
           MOVE 10 TO VDU-P.
           DISPLAY WH-ARNR AT VDU-LP.
           ACCEPT WH-ARNR AT VDU-LP.
      *--------> Artikel 0: diese und alle weiteren Positionen leer <-
           IF WH-ARNR = 0
               PERFORM VARYING WH-PI FROM WH-PI BY 1 UNTIL WH-PI > 10
                   MOVE 0 TO VB-ARNUM(WH-PI) VB-MENGE(WH-PI)
                             VB-PREIS(WH-PI)
               END-PERFORM
               GO F.
           MOVE WH-ARNR TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel unbekannt" AT 2401 GO E.
           IF AR-AUSGELAUFEN AND AR-NUM NOT = VB-ARNUM(WH-PI)
               DISPLAY "Artikel ausgelaufen" AT 2401 GO E.
           MOVE 16 TO VDU-P.
           DISPLAY AR-BEZ AT VDU-LP.
           MOVE 43 TO VDU-P.
           DISPLAY "Menge:" AT VDU-LP.
           MOVE 50 TO VDU-P.
           MOVE VB-MENGE(WH-PI) TO WH-MENGE.
           DISPLAY WH-MENGE AT VDU-LP.
           ACCEPT WH-MENGE AT VDU-LP.
           IF WH-MENGE NOT > 0 GO E.
           MOVE AR-NUM TO VB-ARNUM(WH-PI).
           MOVE WH-MENGE TO VB-MENGE(WH-PI).
           IF VB-PREIS(WH-PI) = 0 OR VB-ANZBEL = 0
               MOVE AR-VKP TO VB-PREIS(WH-PI).
           ADD 1 TO WH-PI.
           GO E.
       F.  MOVE 0 TO VB-SUMME.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 10
               COMPUTE VB-SUMME = VB-SUMME
                   + VB-MENGE(WH-PI) * VB-PREIS(WH-PI)
           END-PERFORM.
           IF VB-SUMME = 0
               DISPLAY "keine Artikel - nicht gespeichert" AT 2401
               GO B.
           DISPLAY "Summe:" AT 1801.
           MOVE VB-SUMME TO WD-BET.
           DISPLAY WD-BET AT 1808.
      *--------> Anzahlung nur, solange noch keine kassiert ist <-
           IF VB-ANZBEL NOT = 0
               DISPLAY "Anzahlung:" AT 1830
               MOVE VB-ANZ TO WD-BET
               DISPLAY WD-BET AT 1841
               GO G.
       H.  DISPLAY "Anzahlung:" AT 1830.
           MOVE VB-ANZ TO WH-ANZ.
           ACCEPT WH-ANZ AT 1841.
           IF WH-ANZ < 0 OR WH-ANZ > VB-SUMME GO H.
           MOVE WH-ANZ TO VB-ANZ.
       G.  REWRITE VB-SATZ INVALID WRITE VB-SATZ.
           IF VB-ANZ = 0 OR VB-ANZBEL NOT = 0 GO B.
      *--------> Anzahlungsbeleg an der Kasse <-
           MOVE VB-NUM TO WH-NUM.
           CLOSE VORBEST.
           CALL "PANBARVK" USING "50VBANZ" WH-CREG.
           CANCEL "PANBARVK".
           PERFORM VORB-OEFFNEN.
           GO B.
      *--------> Storno mit kassierter Anzahlung: Erstattungsbeleg,
      *          PANBARVK setzt die Vorbestellung auf storniert <-
       S.  MOVE VB-NUM TO WH-NUM.
           CLOSE VORBEST.
           CALL "PANBARVK" USING "70VBSTO" WH-CREG.
           CANCEL "PANBARVK".
           PERFORM VORB-OEFFNEN.
           GO B.
       X.  CLOSE ARTIKEL VORBEST.
       Z.  EXIT.
      ************** naechste Vorbestellnummer vergeben *
       NEUE-NUMMER SECTION.
       A.  MOVE 0 TO VB-NUM.
           READ VORBEST INVALID
               INITIALIZE VB-SATZ
               WRITE VB-SATZ
           END-READ.
           ADD 1 TO VB-LETZTE.
           MOVE VB-LETZTE TO WH-VBNR.
           REWRITE VB-KSATZ.
           INITIALIZE VB-SATZ.
           MOVE WH-VBNR TO VB-NUM VB-ANUM.
           MOVE WH-HEUTE TO VB-ERFDAT.
           MOVE "O" TO VB-STAT.
           MOVE WH-VBNR TO WD-VBNR.
           DISPLAY WD-VBNR with highlight AT 0148.
       Z.  EXIT.
      ************** Vorbestelldatei oeffnen/anlegen *
       VORB-OEFFNEN SECTION.
       A.  OPEN I-O VORBEST.
           IF WF-STATUS = "35"
               CLOSE VORBEST OPEN OUTPUT VORBEST
               CLOSE VORBEST OPEN I-O VORBEST.
       Z.  EXIT.
      ************** Vorbestellung am Schirm zeigen *
       VORB-ANZEIGE SECTION.
       A.  DISPLAY "Name:" AT 0301.
           DISPLAY VB-NAME AT 0308.
           DISPLAY "Telefon:" AT 0401.
           DISPLAY VB-TEL AT 0410.
           DISPLAY "Abholtag (JJJJMMTT):" AT 0501.
           DISPLAY VB-ABDAT AT 0522.
           DISPLAY "Uhrzeit (HHMM):" AT 0540.
           DISPLAY VB-ABZEIT AT 0556.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 10
               IF VB-ARNUM(WH-PI) NOT = 0
                   MOVE WH-PI TO VDU-L
                   ADD 6 TO VDU-L
                   MOVE 1 TO VDU-P
                   DISPLAY "Artikel:" AT VDU-LP
                   MOVE 10 TO VDU-P
                   DISPLAY VB-ARNUM(WH-PI) AT VDU-LP
                   MOVE VB-ARNUM(WH-PI) TO AR-NUM
                   READ ARTIKEL IGNORE LOCK
                       INVALID MOVE SPACE TO AR-BEZ
                   END-READ
                   MOVE 16 TO VDU-P
                   DISPLAY AR-BEZ AT VDU-LP
                   MOVE 43 TO VDU-P
                   DISPLAY "Menge:" AT VDU-LP
                   MOVE 50 TO VDU-P
                   MOVE VB-MENGE(WH-PI) TO WD-MENGE
                   DISPLAY WD-MENGE AT VDU-LP
               END-IF
           END-PERFORM.
           DISPLAY "Summe:" AT 1801.
           MOVE VB-SUMME TO WD-BET.
           DISPLAY WD-BET AT 1808.
           DISPLAY "Anzahlung:" AT 1830.
           MOVE VB-ANZ TO WD-BET.
           DISPLAY WD-BET AT 1841.
       Z.  EXIT.
      ***************************** Abholung *
       ABHOLUNG SECTION.
       A.  OPEN INPUT ARTIKEL.
           PERFORM VORB-OEFFNEN.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Abholung - Vorbestell-Nr. (0 = Ende):"
               with highlight AT 0101.
           MOVE 0 TO WH-VBNR.
           ACCEPT WH-VBNR AT 0140.
           IF WH-VBNR = 0 GO X.
           MOVE WH-VBNR TO VB-NUM.
           READ VORBEST IGNORE LOCK INVALID
               DISPLAY "Vorbestellung unbekannt" AT 2401 GO B.
           PERFORM VORB-ANZEIGE.
           IF NOT VB-OFFEN
               DISPLAY "Vorbestellung ist abgeholt/storniert" AT 2401
               GO B.
           COMPUTE WH-REST = VB-SUMME - VB-ANZ.
           DISPLAY "Restbetrag:" with highlight AT 1901.
           MOVE WH-REST TO WD-BET.
           DISPLAY WD-BET with highlight AT 1913.
           DISPLAY "Abholen und kassieren <J/N>:" AT 2401.
           MOVE "N" TO WH-X.
           ACCEPT WH-X AT 2430.
           IF WH-X NOT = "J" AND WH-X NOT = "j" GO B.
           MOVE VB-NUM TO WH-NUM.
           CLOSE VORBEST.
           CALL "PANBARVK" USING "60VBABH" WH-CREG.
           CANCEL "PANBARVK".
           PERFORM VORB-OEFFNEN.
           GO B.
       X.  CLOSE ARTIKEL VORBEST.
       Z.  EXIT.
      ***************************** Abholliste eines Tages *
       ABHOLLISTE SECTION.
       A.  DISPLAY "Abholliste Vorbestellungen" AT 2301.
           DISPLAY "Abholtag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE WH-HEUTE TO WH-LISTDAT.
           ACCEPT WH-LISTDAT AT 2432.
           IF WH-LISTDAT = 0 GO Z.
           OPEN INPUT ARTIKEL VORBEST.
           IF WF-STATUS = "35"
               DISPLAY "keine Vorbestellungen vorhanden" AT 2501
               CLOSE ARTIKEL
               GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WH-LSUM WH-ZAEHL.
           PERFORM LISTE-KOPF.
           MOVE WH-LISTDAT TO VB-ABDAT.
           MOVE 0 TO VB-ANUM.
           START VORBEST KEY NOT < VB-AKEY INVALID GO X.
       B.  READ VORBEST NEXT IGNORE LOCK AT END GO X.
           IF VB-ABDAT NOT = WH-LISTDAT GO X.
           IF VB-NUM = 0 OR NOT VB-OFFEN GO B.
           PERFORM LISTE-ZEILE.
           GO B.
       X.  PERFORM LISTE-SUMME.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER ARTIKEL VORBEST.
       Z.  EXIT.
      ***************************** nicht abgeholte Vorbestellungen *
       UNABGEHOLT SECTION.
       A.  DISPLAY "nicht abgeholte Vorbestellungen" AT 2301.
           DISPLAY "Abholtag bis (JJJJMMTT, 0 = Ende):" AT 2401.
           COMPUTE WH-LISTDAT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WH-HEUTE) - 1).
           ACCEPT WH-LISTDAT AT 2436.
           IF WH-LISTDAT = 0 GO Z.
           OPEN INPUT ARTIKEL VORBEST.
           IF WF-STATUS = "35"
               DISPLAY "keine Vorbestellungen vorhanden" AT 2501
               CLOSE ARTIKEL
               GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WH-LSUM WH-ZAEHL.
           PERFORM LISTE-KOPF.
           MOVE 1 TO VB-ABDAT.
           MOVE 0 TO VB-ANUM.
           START VORBEST KEY NOT < VB-AKEY INVALID GO X.
       B.  READ VORBEST NEXT IGNORE LOCK AT END GO X.
           IF VB-ABDAT > WH-LISTDAT GO X.
           IF VB-NUM = 0 OR NOT VB-OFFEN GO B.
           PERFORM LISTE-ZEILE.
           GO B.
       X.  PERFORM LISTE-SUMME.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER ARTIKEL VORBEST.
       Z.  EXIT.
      ************** Listenkopf *
       LISTE-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WK-FIRMA TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           IF WL-CA = 30
               MOVE "Abholliste Vorbestellungen" TO DRA-TITEL
           ELSE
               MOVE "nicht abgeholt bis" TO DRA-TITEL.
           MOVE WH-LISTDAT TO DRA-TITEL(30:8).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "   Nr. Uhr   Name" TO DRA-TITEL.
           MOVE "Telefon" TO DRA-TITEL(46:7).
           IF WL-CA = 40
               MOVE "Abholtag" TO DRA-TITEL(57:8).
           MOVE "Rest" TO DRA-TITEL(72:4).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE 5 TO WH-ZEIL.
       Z.  EXIT.
      ************** eine Vorbestellung mit ihren Artikeln *
       LISTE-ZEILE SECTION.
       A.  IF WH-ZEIL > 55 PERFORM LISTE-KOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE VB-NUM TO DRA-NUM.
           MOVE VB-ABZEIT TO DRA-ZEIT.
           MOVE VB-NAME TO DRA-NAME.
           MOVE VB-TEL TO DRA-TEL.
           COMPUTE WH-REST = VB-SUMME - VB-ANZ.
           MOVE WH-REST TO DRA-BET.
           IF WL-CA = 40
               MOVE VB-ABDAT TO DRA-TITEL(57:8).
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZEIL WH-ZAEHL.
           ADD WH-REST TO WH-LSUM.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 10
               IF VB-ARNUM(WH-PI) NOT = 0
                   MOVE VB-ARNUM(WH-PI) TO AR-NUM
                   READ ARTIKEL IGNORE LOCK
                       INVALID MOVE SPACE TO AR-BEZ
                   END-READ
                   MOVE SPACE TO DRA-SATZ
                   MOVE VB-MENGE(WH-PI) TO WD-MENGE
                   MOVE WD-MENGE TO DRA-TITEL(8:7)
                   MOVE AR-BEZ TO DRA-TITEL(20:25)
                   WRITE DRA-SATZ AFTER 1
                   ADD 1 TO WH-ZEIL
               END-IF
           END-PERFORM.
       Z.  EXIT.
      ************** Listensumme *
       LISTE-SUMME SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Vorbestellungen:" TO DRA-TITEL.
           MOVE WH-ZAEHL TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(18:7).
           MOVE WH-LSUM TO DRA-BET.
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.

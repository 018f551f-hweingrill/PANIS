      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAKORPRF.
      ******************************************************************
      *     Rechnungspruefung Rohstoffe: Abgleich Lieferantenrechnung  *
      *     (SREKOPF + Rechnungszeilen LAGERBZ ueber LB-SRECH) gegen   *
      *     Bestellung und Wareneingang (PAKBESTE.DAT, PAKOBEST)       *
      *     Ergebnis je Rechnung in PAKRPRUF.DAT (PAKFDRPF.CPY);       *
      *     gesperrte Rechnungen laesst PAKOZAHL im Zahlungsvor-       *
      *     schlag aus, bis sie freigegeben sind                       *
      *     WL-CA 10: Toleranzen warten (KONSLAG Key 222):             *
      *               Menge %, Preis %, Summenbetrag, Freigaberolle    *
      *     WL-CA 20: Prueflauf ueber alle ungeprueften Rechnungen,    *
      *               Bestellung je Rechnung vorgeschlagen, Diffe-     *
      *               renzliste ueber Toleranz                         *
      *     WL-CA 30: Liste gesperrter/freigegebener Rechnungen        *
      *     WL-CA 40: Freigabe gesperrter Rechnungen (PAKOPERM)        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAKOSEC.CPY.
           COPY PAKSESRE.CPY.
           COPY PAKSERPF.CPY.
           SELECT BESTELL    ASSIGN TO "PAKBESTE.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY BE-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PAKOFD.CPY.
       COPY PAKFDSRE.CPY.
       COPY PAKFDRPF.CPY.
      *********************** Bestellungen *
       FD  BESTELL      external       LABEL RECORD STANDARD.
       01  BE-SATZ.
           03  BE-KEY.
               05 BE-NUM               PIC 9(6)      COMP.
               05 BE-LFD               PIC 999       COMP.
           03  BE-LGNUM                PIC 9(4)      COMP.
           03  BE-BEZ                  PIC X(25).
           03  BE-MENGE                PIC 9(5)V99   COMP.
           03  BE-PREIS                PIC S9(5)V99  COMP.
           03  BE-WEMENGE              PIC 9(5)V99   COMP.
           03  BE-WEPREIS              PIC S9(5)V99  COMP.
      *--------------------> Kopfsatz BE-LFD = 0 <-
       01  BE-KOPF.
           03  FILLER                  PIC X(5).
           03  BE-LIEFER               PIC 9(6)      COMP.
           03  BE-LFTMC                PIC X(5).
           03  BE-DATUM                PIC 9(8)      COMP.
           03  BE-STAT                 PIC X.
               88  BE-OFFEN            VALUE "O".
               88  BE-GELIEF           VALUE "G".
           03  BE-ZANZ                 PIC 999       COMP.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-LGNUM            PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(20).
               05 FILLER               PIC X.
               05 DRA-BMENGE           PIC ZZ.ZZ9,99.
               05 FILLER               PIC X.
               05 DRA-WMENGE           PIC ZZ.ZZ9,99.
               05 FILLER               PIC X.
               05 DRA-RMENGE           PIC ZZ.ZZ9,99.
               05 FILLER               PIC X.
               05 DRA-BPREIS           PIC ZZZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-RPREIS           PIC ZZZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-HINW             PIC X(16).
               05 FILLER               PIC X(8).
           03  DRA-LSTR REDEFINES DRA-STR.
               05 DRA-LIEF             PIC ZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BELNR            PIC ZZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BELDAT           PIC 9(8).
               05 FILLER               PIC X.
               05 DRA-BESTNR           PIC ZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-DIFANZ           PIC ZZ9.
               05 FILLER               PIC X.
               05 DRA-REBET            PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-WEBET            PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-STAT             PIC X(12).
               05 FILLER               PIC X.
               05 DRA-FRUSER           PIC Z9.
               05 FILLER               PIC X.
               05 DRA-FRDAT            PIC 9(8).
               05 FILLER               PIC X(18).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-BNUM                 PIC 9(6).
           03  WH-VORSCHL              PIC 9(6)     COMP.
           03  WH-AX                   PIC 9.
           03  WH-USER                 PIC 99.
           03  WH-SCHEIN               PIC 9        COMP.
           03  WH-ENDE                 PIC 9        COMP.
           03  WH-SVSA                 PIC 99       COMP.
           03  WH-SVLIEF               PIC 9(5)     COMP.
           03  WH-SVDAT                PIC 9(8)     COMP.
           03  WH-SVNR                 PIC 9(7)     COMP.
           03  WH-BELEGT               PIC 9        COMP.
           03  WH-DIFANZ               PIC 999      COMP.
           03  WH-WEBET                PIC S9(7)V99 COMP.
           03  WH-DIFF                 PIC S9(7)V99 COMP.
           03  WH-GRENZE               PIC S9(7)V99 COMP.
           03  WH-RPREIS               PIC S9(5)V99 COMP.
           03  WH-HINW                 PIC X(16).
      *--------------> Toleranzen (KONSLAG Key 222) <-
           03  WH-TMENG                PIC 99V9     COMP.
           03  WH-TPREIS               PIC 99V9     COMP.
           03  WH-TBETR                PIC 9(5)V99  COMP.
           03  WH-TROLLE               PIC 9        COMP.
           03  WD-TMENG                PIC Z9,9.
           03  WD-TBETR                PIC ZZ.ZZ9,99.
      *--------------> Abgleichstabelle je Rohstoff <-
           03  WH-TX                   PIC 99       COMP.
           03  WH-TANZ                 PIC 99       COMP.
           03  WH-TABELLE.
               05 RT-ZEILE                       OCCURS 60.
                  07 RT-LGNUM          PIC 9(4)     COMP.
                  07 RT-BEZ            PIC X(20).
                  07 RT-BMENGE         PIC 9(5)V99  COMP.
                  07 RT-BPREIS         PIC S9(5)V99 COMP.
                  07 RT-WMENGE         PIC 9(5)V99  COMP.
                  07 RT-WPREIS         PIC S9(5)V99 COMP.
                  07 RT-RMENGE         PIC S9(7)V99 COMP.
                  07 RT-RBET           PIC S9(7)V99 COMP.
           03  WD-GEPR                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-GESP                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-NR                   PIC ZZZZZZ9.
           03  WD-BET                  PIC ZZZ.ZZ9,99-.
       COPY PAKOEXT.CPY.
       DECL-KONS SECTION.      USE AFTER ERROR PROCEDURE ON KONSLAG.
       A.  CALL "CADECL" USING WN-KONS WH-CREG.
       DECL-BZEI SECTION.      USE AFTER ERROR PROCEDURE ON LAGERBZ.
       A.  CALL "CADECL" USING WN-BZEI WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SREKOPF.
       A.  CALL "CADECL" USING "PAKSREKP.DAT" WH-CREG.
       DECL-RP SECTION.        USE AFTER ERROR PROCEDURE ON RPRUEF.
       A.  CALL "CADECL" USING "PAKRPRUF.DAT" WH-CREG.
       DECL-BE SECTION.        USE AFTER ERROR PROCEDURE ON BESTELL.
       A.  CALL "CADECL" USING "PAKBESTE.DAT" WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE "PAKOKONS.DAT" TO WN-KONS.
           IF WN-BZEI = SPACE MOVE "PAKLAG01.DAT" TO WN-BZEI.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           IF WL-CA = 10 PERFORM TOLERANZ.
           IF WL-CA = 20 PERFORM PRUEFLAUF.
           IF WL-CA = 30 PERFORM SPERRLISTE.
           IF WL-CA = 40 PERFORM FREIGABE.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Toleranzen warten *
       TOLERANZ SECTION.
       A.  DISPLAY "Toleranzen Rechnungspruefung" AT 2301.
           OPEN I-O KONSLAG.
           MOVE 222 TO WH-KEY.
           READ KONSLAG INVALID
               MOVE LOW-VALUE TO KL-SATZ
               MOVE 222 TO KL-NUM
               MOVE 2 TO KL-RPMENG
               MOVE 1 TO KL-RPPREIS
               MOVE 5 TO KL-RPBETR
               MOVE 3 TO KL-RPROLLE
               WRITE KL-SATZ.
           DISPLAY "Mengentoleranz    %:" AT 0901.
           DISPLAY KL-RPMENG AT 0923.
           ACCEPT KL-RPMENG AT 0923.
           DISPLAY "Preistoleranz     %:" AT 1001.
           DISPLAY KL-RPPREIS AT 1023.
           ACCEPT KL-RPPREIS AT 1023.
           DISPLAY "Summentoleranz EUR :" AT 1101.
           DISPLAY KL-RPBETR AT 1123.
           ACCEPT KL-RPBETR AT 1123.
           DISPLAY "Freigabe ab Rolle  :" AT 1201.
           DISPLAY KL-RPROLLE AT 1223.
           ACCEPT KL-RPROLLE AT 1223.
           IF KL-RPROLLE = 0 OR KL-RPROLLE > 4 MOVE 3 TO KL-RPROLLE.
           MOVE 222 TO WH-KEY KL-NUM.
           REWRITE KL-SATZ.
           CLOSE KONSLAG.
       Z.  EXIT.
      ******** Toleranzen lesen (ohne Satz: 2 % / 1 % / 5 EUR / 3) *
       TOL-LESEN SECTION.
       A.  MOVE 2 TO WH-TMENG.
           MOVE 1 TO WH-TPREIS.
           MOVE 5 TO WH-TBETR.
           MOVE 3 TO WH-TROLLE.
           OPEN INPUT KONSLAG.
           MOVE 222 TO WH-KEY.
           READ KONSLAG INVALID GO X.
           MOVE KL-RPMENG TO WH-TMENG.
           MOVE KL-RPPREIS TO WH-TPREIS.
           MOVE KL-RPBETR TO WH-TBETR.
           IF KL-RPROLLE NOT = 0 MOVE KL-RPROLLE TO WH-TROLLE.
       X.  CLOSE KONSLAG.
       Z.  EXIT.
      ***************************** Prueflauf *
       PRUEFLAUF SECTION.
       A.  DISPLAY "Rechnungspruefung gegen Bestellung/Wareneingang"
               AT 2301.
           PERFORM TOL-LESEN.
           OPEN INPUT SREKOPF BESTELL LAGERBZ.
           OPEN I-O RPRUEF.
           IF WF-STATUS = "35"
               CLOSE RPRUEF OPEN OUTPUT RPRUEF
               CLOSE RPRUEF OPEN I-O RPRUEF.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Rechnungspruefung - Differenzen ueber Toleranz"
               TO DRA-TITEL.
           MOVE WH-HEUTE TO DRA-TITEL(50:8).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Toleranz Menge %      Preis %      Summe EUR"
               TO DRA-TITEL.
           MOVE WH-TMENG TO WD-TMENG.
           MOVE WD-TMENG TO DRA-TITEL(17:4).
           MOVE WH-TPREIS TO WD-TMENG.
           MOVE WD-TMENG TO DRA-TITEL(30:4).
           MOVE WH-TBETR TO WD-TBETR.
           MOVE WD-TBETR TO DRA-TITEL(46:9).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art. Bezeichnung           bestellt  geliefert"
               TO DRA-TITEL.
           MOVE "berechnet Pr.Best.  Pr.Rech. Hinweis"
               TO DRA-TITEL(48:36).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-GEPR WD-GESP.
           MOVE LOW-VALUE TO SK-SATZ.
           MOVE 0 TO SK-SA SK-LIEFER SK-BELDAT SK-BELNR.
           MOVE 0 TO WH-ENDE.
           START SREKOPF KEY NOT < SK-KEY INVALID GO X.
       B.  IF WH-ENDE = 1 GO X.
           READ SREKOPF NEXT IGNORE LOCK AT END GO X.
           IF ZUGRIF GO B.
           IF SK-LFD = 999 GO B.
           IF SK-MCODE = "INNEN" GO B.
           PERFORM SCHEIN-PRUEF.
           IF WH-SCHEIN = 1 GO B.
      *------> schon geprueft? <-
           MOVE SK-SA TO RP-SA.
           MOVE SK-LIEFER TO RP-LIEFER.
           MOVE SK-BELDAT TO RP-BELDAT.
           MOVE SK-BELNR TO RP-BELNR.
           READ RPRUEF IGNORE LOCK INVALID PERFORM RE-PRUEF.
           GO B.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "geprueft:" TO DRA-TITEL.
           MOVE WD-GEPR TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(11:7).
           MOVE "davon gesperrt:" TO DRA-TITEL(22:15).
           MOVE WD-GESP TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(38:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER SREKOPF BESTELL LAGERBZ RPRUEF.
           DISPLAY "geprueft / gesperrt:" AT 2401.
           MOVE WD-GEPR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2422.
           MOVE WD-GESP TO WD-ANZ.
           DISPLAY WD-ANZ AT 2431.
       Z.  EXIT.
      ***** Wareneingangsschein aus PAKOBEST (keine Lieferantenrechn.) *
       SCHEIN-PRUEF SECTION.
       A.  MOVE 0 TO WH-SCHEIN.
           IF SK-SA = 0 AND SK-BEZ = "Wareneingang Bestellung"
               MOVE 1 TO WH-SCHEIN.
       Z.  EXIT.
      ***************************** eine Rechnung pruefen *
       RE-PRUEF SECTION.
       A.  MOVE SK-SA TO WH-SVSA.
           MOVE SK-LIEFER TO WH-SVLIEF.
           MOVE SK-BELDAT TO WH-SVDAT.
           MOVE SK-BELNR TO WH-SVNR.
           DISPLAY "Lieferant:" AT 0901.
           DISPLAY SK-LIEFER AT 0912.
           DISPLAY SK-MCODE AT 0920.
           DISPLAY "Rechnung:" AT 1001.
           DISPLAY SK-BELNR AT 1011.
           MOVE SK-BET TO WD-BET.
           DISPLAY WD-BET AT 1020.
           PERFORM BEST-VORSCHL.
           DISPLAY "Bestellung (0 = spaeter pruefen):" AT 1101.
           MOVE WH-VORSCHL TO WH-BNUM.
           ACCEPT WH-BNUM AT 1135.
           IF WH-BNUM = 0 GO Z.
           MOVE WH-BNUM TO BE-NUM.
           MOVE 0 TO BE-LFD.
           READ BESTELL IGNORE LOCK
               INVALID DISPLAY "Bestellung unbekannt" AT 1201 GO Z.
           IF BE-LIEFER NOT = SK-LIEFER
               DISPLAY "Bestellung anderer Lieferant" AT 1201 GO Z.
           DISPLAY ALL SPACES WITH SIZE 40 AT 1201.
           PERFORM TAB-BESTELL.
           PERFORM TAB-RECHNUNG.
      *------> Zeilen gegen Toleranz abgleichen <-
           MOVE 0 TO WH-DIFANZ WH-WEBET.
           PERFORM ZEIL-VERGL VARYING WH-TX FROM 1 BY 1
               UNTIL WH-TX > WH-TANZ.
      *------> Rechnungssumme gegen Wareneingangswert <-
           COMPUTE WH-DIFF = SK-BET - WH-WEBET.
           IF WH-DIFF < 0 COMPUTE WH-DIFF = 0 - WH-DIFF.
           IF WH-DIFF > WH-TBETR
               ADD 1 TO WH-DIFANZ
               MOVE SPACE TO DRA-SATZ
               MOVE "Summe Rechnung / Wareneingang:" TO DRA-TITEL(6:30)
               MOVE SK-BET TO WD-BET
               MOVE WD-BET TO DRA-TITEL(37:11)
               MOVE WH-WEBET TO WD-BET
               MOVE WD-BET TO DRA-TITEL(50:11)
               WRITE DRA-SATZ AFTER 1.
      *------> Ergebnis festhalten <-
           INITIALIZE RP-SATZ.
           MOVE SK-SA TO RP-SA.
           MOVE SK-LIEFER TO RP-LIEFER.
           MOVE SK-BELDAT TO RP-BELDAT.
           MOVE SK-BELNR TO RP-BELNR.
           MOVE WH-BNUM TO RP-BESTNR.
           MOVE WH-HEUTE TO RP-PRUEFDAT.
           MOVE WH-DIFANZ TO RP-DIFANZ.
           MOVE SK-BET TO RP-REBET.
           MOVE WH-WEBET TO RP-WEBET.
           MOVE 0 TO RP-FRUSER RP-FRDAT.
           IF WH-DIFANZ = 0 MOVE "O" TO RP-STAT
                       ELSE MOVE "S" TO RP-STAT
                            ADD 1 TO WD-GESP.
           WRITE RP-SATZ INVALID REWRITE RP-SATZ.
           ADD 1 TO WD-GEPR.
           PERFORM SCHEIN-ERLED.
       Z.  EXIT.
      ***** Bestellung vorschlagen: erste gelieferte, noch nicht *
      *     einer Rechnung zugeordnete Bestellung des Lieferanten
       BEST-VORSCHL SECTION.
       A.  MOVE 0 TO WH-VORSCHL.
           MOVE 0 TO BE-NUM BE-LFD.
           START BESTELL KEY > BE-KEY INVALID GO Z.
       B.  READ BESTELL NEXT IGNORE LOCK AT END GO Z.
           IF BE-LFD NOT = 0 GO B.
           IF BE-LIEFER NOT = SK-LIEFER GO B.
           IF NOT BE-GELIEF GO B.
           PERFORM BEST-BELEGT.
           IF WH-BELEGT = 1 GO B.
           MOVE BE-NUM TO WH-VORSCHL.
       Z.  EXIT.
      ***** Bestellung schon einer Rechnung zugeordnet? *
       BEST-BELEGT SECTION.
       A.  MOVE 0 TO WH-BELEGT.
           MOVE BE-NUM TO RP-BESTNR.
           MOVE 0 TO RP-SA RP-LIEFER RP-BELDAT RP-BELNR.
           START RPRUEF KEY NOT < RP-BKEY INVALID GO Z.
       B.  READ RPRUEF NEXT IGNORE LOCK AT END GO Z.
           IF RP-BESTNR NOT = BE-NUM GO Z.
           IF RP-ERLEDIGT GO B.
           MOVE 1 TO WH-BELEGT.
       Z.  EXIT.
      ***** Bestell-/Wareneingangszeilen in die Tabelle *
       TAB-BESTELL SECTION.
       A.  MOVE 0 TO WH-TANZ.
           MOVE WH-BNUM TO BE-NUM.
           MOVE 0 TO BE-LFD.
           START BESTELL KEY > BE-KEY INVALID GO Z.
       B.  READ BESTELL NEXT IGNORE LOCK AT END GO Z.
           IF BE-NUM NOT = WH-BNUM GO Z.
           IF WH-TANZ = 60 GO Z.
           ADD 1 TO WH-TANZ.
           MOVE BE-LGNUM TO RT-LGNUM(WH-TANZ).
           MOVE BE-BEZ TO RT-BEZ(WH-TANZ).
           MOVE BE-MENGE TO RT-BMENGE(WH-TANZ).
           MOVE BE-PREIS TO RT-BPREIS(WH-TANZ).
           MOVE BE-WEMENGE TO RT-WMENGE(WH-TANZ).
           MOVE BE-WEPREIS TO RT-WPREIS(WH-TANZ).
           MOVE 0 TO RT-RMENGE(WH-TANZ) RT-RBET(WH-TANZ).
           GO B.
       Z.  EXIT.
      ***** Rechnungszeilen (LAGERBZ ueber LB-SRECH) dazu *
       TAB-RECHNUNG SECTION.
       A.  MOVE 0 TO LB-SA.
           MOVE SK-LIEFER TO LB-LIEFER.
           MOVE SK-BELNR TO LB-BELNR.
           MOVE SK-BELDAT TO LB-BELDAT.
           MOVE 0 TO LB-SKLFD.
           START LAGERBZ KEY NOT < LB-SRECH INVALID GO Z.
       B.  READ LAGERBZ NEXT IGNORE LOCK AT END GO Z.
           IF LB-SA NOT = 0 OR LB-LIEFER NOT = SK-LIEFER
               OR LB-BELNR NOT = SK-BELNR
               OR LB-BELDAT NOT = SK-BELDAT GO Z.
      *------> nur Rohstoffzeilen (Konto = LG-NUM) mit Menge <-
           IF LB-MENGE = 0 OR LB-KTONR > 9999 GO B.
           PERFORM TAB-SUCH.
           IF WH-TX > WH-TANZ
               IF WH-TANZ = 60 GO B
               ELSE ADD 1 TO WH-TANZ
                    MOVE WH-TANZ TO WH-TX
                    INITIALIZE RT-ZEILE(WH-TX)
                    MOVE LB-KTONR TO RT-LGNUM(WH-TX)
                    MOVE LB-TX TO RT-BEZ(WH-TX).
           ADD LB-MENGE TO RT-RMENGE(WH-TX).
           ADD LB-BET TO RT-RBET(WH-TX).
           GO B.
       Z.  EXIT.
      ***** Rohstoff der Rechnungszeile in der Tabelle suchen *
       TAB-SUCH SECTION.
       A.  MOVE 1 TO WH-TX.
       B.  IF WH-TX > WH-TANZ GO Z.
           IF RT-LGNUM(WH-TX) = LB-KTONR GO Z.
           ADD 1 TO WH-TX.
           GO B.
       Z.  EXIT.
      ***** eine Tabellenzeile gegen die Toleranzen *
       ZEIL-VERGL SECTION.
       A.  MOVE SPACE TO WH-HINW.
           COMPUTE WH-WEBET ROUNDED = WH-WEBET
               + RT-WMENGE(WH-TX) * RT-WPREIS(WH-TX).
           MOVE 0 TO WH-RPREIS.
           IF RT-RMENGE(WH-TX) NOT = 0
               COMPUTE WH-RPREIS ROUNDED =
                   RT-RBET(WH-TX) / RT-RMENGE(WH-TX).
           IF RT-BMENGE(WH-TX) = 0 AND RT-WMENGE(WH-TX) = 0
               MOVE "nicht bestellt" TO WH-HINW GO X.
           IF RT-WMENGE(WH-TX) = 0 AND RT-RMENGE(WH-TX) NOT = 0
               MOVE "nicht geliefert" TO WH-HINW GO X.
           IF RT-RMENGE(WH-TX) = 0 AND RT-WMENGE(WH-TX) NOT = 0
               MOVE "nicht berechnet" TO WH-HINW GO X.
      *------> Menge berechnet gegen geliefert <-
           COMPUTE WH-DIFF = RT-RMENGE(WH-TX) - RT-WMENGE(WH-TX).
           IF WH-DIFF < 0 COMPUTE WH-DIFF = 0 - WH-DIFF.
           COMPUTE WH-GRENZE = RT-WMENGE(WH-TX) * WH-TMENG / 100.
           IF WH-DIFF > WH-GRENZE
               MOVE "Menge" TO WH-HINW.
      *------> Preis berechnet gegen bestellt <-
           COMPUTE WH-DIFF = WH-RPREIS - RT-BPREIS(WH-TX).
           IF WH-DIFF < 0 COMPUTE WH-DIFF = 0 - WH-DIFF.
           COMPUTE WH-GRENZE = RT-BPREIS(WH-TX) * WH-TPREIS / 100.
           IF RT-BPREIS(WH-TX) < 0
               COMPUTE WH-GRENZE = 0 - WH-GRENZE.
           IF WH-DIFF > WH-GRENZE
               IF WH-HINW = SPACE MOVE "Preis" TO WH-HINW
                              ELSE MOVE "Menge + Preis" TO WH-HINW.
           IF WH-HINW = SPACE GO Z.
       X.  ADD 1 TO WH-DIFANZ.
           IF WH-DIFANZ = 1 PERFORM DIF-KOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE RT-LGNUM(WH-TX) TO DRA-LGNUM.
           MOVE RT-BEZ(WH-TX) TO DRA-BEZ.
           MOVE RT-BMENGE(WH-TX) TO DRA-BMENGE.
           MOVE RT-WMENGE(WH-TX) TO DRA-WMENGE.
           MOVE RT-RMENGE(WH-TX) TO DRA-RMENGE.
           MOVE RT-BPREIS(WH-TX) TO DRA-BPREIS.
           MOVE WH-RPREIS TO DRA-RPREIS.
           MOVE WH-HINW TO DRA-HINW.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ***** Kopfzeile je Rechnung vor der ersten Differenz *
       DIF-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Lieferant" TO DRA-TITEL.
           MOVE SK-MCODE TO DRA-TITEL(11:5).
           MOVE "Rechnung" TO DRA-TITEL(18:8).
           MOVE SK-BELNR TO WD-NR.
           MOVE WD-NR TO DRA-TITEL(27:7).
           MOVE "Bestellung" TO DRA-TITEL(36:10).
           MOVE WH-BNUM TO WD-NR.
           MOVE WD-NR TO DRA-TITEL(47:7).
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.
      ***** Wareneingangsschein der Bestellung als erledigt merken, *
      *     damit er nicht neben der Rechnung gezahlt wird
       SCHEIN-ERLED SECTION.
       A.  MOVE 0 TO SK-SA.
           MOVE RP-LIEFER TO SK-LIEFER.
           MOVE 0 TO SK-BELDAT SK-BELNR.
           START SREKOPF KEY NOT < SK-KEY INVALID GO X.
       B.  READ SREKOPF NEXT IGNORE LOCK AT END GO X.
           IF SK-SA NOT = 0 OR SK-LIEFER NOT = RP-LIEFER GO X.
           IF SK-BELNR NOT = WH-BNUM GO B.
           PERFORM SCHEIN-PRUEF.
           IF WH-SCHEIN = 0 GO B.
           INITIALIZE RP-SATZ.
           MOVE SK-SA TO RP-SA.
           MOVE SK-LIEFER TO RP-LIEFER.
           MOVE SK-BELDAT TO RP-BELDAT.
           MOVE SK-BELNR TO RP-BELNR.
           MOVE WH-BNUM TO RP-BESTNR.
           MOVE WH-HEUTE TO RP-PRUEFDAT.
           MOVE SK-BET TO RP-WEBET.
           MOVE "E" TO RP-STAT.
           WRITE RP-SATZ INVALID CONTINUE.
      *------> Lesestellung der Rechnungsschleife wiederherstellen <-
       X.  MOVE WH-SVSA TO SK-SA.
           MOVE WH-SVLIEF TO SK-LIEFER.
           MOVE WH-SVDAT TO SK-BELDAT.
           MOVE WH-SVNR TO SK-BELNR.
           START SREKOPF KEY > SK-KEY INVALID MOVE 1 TO WH-ENDE.
       Z.  EXIT.
      ***************************** Sperrliste *
       SPERRLISTE SECTION.
       A.  DISPLAY "Rechnungspruefung - Sperrliste" AT 2301.
           OPEN INPUT RPRUEF.
           IF WF-STATUS = "35"
               DISPLAY "keine Pruefergebnisse vorhanden" AT 2401 GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Rechnungspruefung - gesperrte und freigegebene Rechnun
      -        "gen" TO DRA-TITEL.
           MOVE WH-HEUTE TO DRA-TITEL(60:8).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Lief.  Beleg Datum    Best.  Dif   Rechnung   Wareneing
      -        ". Status      Fr Datum" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-GESP.
           MOVE LOW-VALUE TO RP-SATZ.
           MOVE 0 TO RP-SA RP-LIEFER RP-BELDAT RP-BELNR.
           START RPRUEF KEY NOT < RP-KEY INVALID GO X.
       B.  READ RPRUEF NEXT IGNORE LOCK AT END GO X.
           IF NOT RP-GESPERRT AND NOT RP-FREI GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE RP-LIEFER TO DRA-LIEF.
           MOVE RP-BELNR TO DRA-BELNR.
           MOVE RP-BELDAT TO DRA-BELDAT.
           MOVE RP-BESTNR TO DRA-BESTNR.
           MOVE RP-DIFANZ TO DRA-DIFANZ.
           MOVE RP-REBET TO DRA-REBET.
           MOVE RP-WEBET TO DRA-WEBET.
           IF RP-GESPERRT MOVE "gesperrt" TO DRA-STAT
                          ADD 1 TO WD-GESP
                     ELSE MOVE "freigegeben" TO DRA-STAT
                          MOVE RP-FRUSER TO DRA-FRUSER
                          MOVE RP-FRDAT TO DRA-FRDAT.
           WRITE DRA-SATZ AFTER 1.
           GO B.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "noch gesperrt:" TO DRA-TITEL.
           MOVE WD-GESP TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(16:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER RPRUEF.
       Z.  EXIT.
      ***************************** Freigabe gesperrter Rechnungen *
       FREIGABE SECTION.
       A.  DISPLAY "Freigabe gesperrter Eingangsrechnungen" AT 2301.
           PERFORM TOL-LESEN.
           OPEN I-O RPRUEF.
           IF WF-STATUS = "35"
               DISPLAY "keine Pruefergebnisse vorhanden" AT 2401 GO Z.
           MOVE LOW-VALUE TO RP-SATZ.
           MOVE 0 TO RP-SA RP-LIEFER RP-BELDAT RP-BELNR.
           START RPRUEF KEY NOT < RP-KEY INVALID GO X.
       B.  READ RPRUEF NEXT AT END GO X.
           IF NOT RP-GESPERRT GO B.
           DISPLAY "Lieferant:" AT 0901.
           DISPLAY RP-LIEFER AT 0912.
           DISPLAY "Rechnung:" AT 1001.
           DISPLAY RP-BELNR AT 1011.
           DISPLAY RP-BELDAT AT 1020.
           DISPLAY "Bestellung:" AT 1101.
           DISPLAY RP-BESTNR AT 1113.
           DISPLAY "Differenzen:" AT 1201.
           DISPLAY RP-DIFANZ AT 1214.
           MOVE RP-REBET TO WD-BET.
           DISPLAY "Rechnung:" AT 1301.
           DISPLAY WD-BET AT 1311.
           MOVE RP-WEBET TO WD-BET.
           DISPLAY "Wareneingang:" AT 1401.
           DISPLAY WD-BET AT 1415.
           DISPLAY "<1>= freigeben, <0>= weiter, <9>= Ende:" AT 1601.
           MOVE 0 TO WH-AX.
           ACCEPT WH-AX AT 1641.
           IF WH-AX = 9 GO X.
           IF WH-AX NOT = 1 GO B.
           DISPLAY "Benutzer:" AT 1701.
           MOVE 0 TO WH-USER.
           ACCEPT WH-USER AT 1711.
           IF WH-USER = 0 GO B.
           MOVE WH-USER TO WH-NUM.
           MOVE WH-TROLLE TO WZ.
           CALL "PAKOPERM" USING "50ROLLE" WH-CREG.
           CANCEL "PAKOPERM".
           IF WH-WERT NOT = 1
               DISPLAY "Rolle reicht fuer die Freigabe nicht" AT 1801
               GO B.
           DISPLAY ALL SPACES WITH SIZE 40 AT 1801.
           MOVE "F" TO RP-STAT.
           MOVE WH-USER TO RP-FRUSER.
           MOVE WH-HEUTE TO RP-FRDAT.
           REWRITE RP-SATZ.
           GO B.
       X.  CLOSE RPRUEF.
       Z.  EXIT.

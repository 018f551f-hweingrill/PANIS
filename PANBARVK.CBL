      *     Signaturwert liefert die Signaturerstellungseinheit,       *
      *     hier wird ihre Eingangskette gefuehrt und im DEP           *
      *     mitgegeben                                                 *
      *     Zahlart Personalkarte: Mitarbeiter aus PAKPERS.DAT,        *
      *     Personalrabatt je Position, Monatslimit je Mitarbeiter,    *
      *     Monatssummen in PANPKAUF.DAT; Buchung gegen das Konto      *
      *     Personalforderungen (BU-GK) statt Kasse                    *
      *     WL-CA 30: Personalkauf - Rabatt, Standardlimit, Konto      *
      *               Personalforderungen, Limit/Sperre je Mitarbeiter *
      *     WL-CA 40: Abzugsliste je Mitarbeiter und Monat fuer die    *
      *               Lohnverrechnung (Druck und PANPKLOH.TXT)         *
      *     WL-CA 50: Anzahlungsbeleg zur Vorbestellung WH-NUM         *
      *               (PANVORB.DAT, aus PANVORB)                       *
      *     WL-CA 60: Abholbeleg zur Vorbestellung WH-NUM - Artikel    *
      *               abzueglich Anzahlung, Vorbestellung abgeholt     *
      *     WL-CA 70: Erstattungsbeleg zur Vorbestellung WH-NUM -      *
      *               kassierte Anzahlung negativ, Vorbestellung       *
      *               storniert (Storno aus PANVORB)                   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY PANSEKON.CPY.
           COPY PANSEART.CPY.
           COPY PANSETIK.CPY.
           COPY PANSEVOB.CPY.
           SELECT KONSFIBU   ASSIGN TO WN-FKON
                             ORGANIZATION RELATIVE, ACCESS DYNAMIC
                             RELATIVE KEY WH-KEY
           SELECT DEPAUS     ASSIGN TO "PANDEP.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT PERSONAL   ASSIGN TO "PAKPERS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY PE-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT PERSKAUF   ASSIGN TO "PANPKAUF.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY PK-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT PKLOHN     ASSIGN TO "PANPKLOH.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       COPY PANKONS.CPY.
       COPY PANFDART.CPY.
       COPY PANFETIK.CPY.
       COPY PANFDVOB.CPY.
       COPY PANFDBUC.CPY.
      ************************ RKSV-Stand der Registrierkasse *
       FD  RKSVDAT      external       LABEL RECORD STANDARD.
      ************************ DEP-Export *
       FD  DEPAUS                      LABEL RECORD OMITTED.
       01  DP-SATZ                     PIC X(100).
      *********************** Mitarbeiterstamm *
       FD  PERSONAL     external       LABEL RECORD STANDARD.
       01  PE-SATZ.
           03  PE-KEY.
               05 PE-NUM               PIC 999       COMP.
           03  PE-NAME                 PIC X(25).
           03  PE-STDSATZ              PIC 9(3)V99   COMP.
      ************************ Personalkauf *
      *------> PK-NUM 0/PK-MONAT 0: Rabatt %, Standardlimit, Konto
      *        PK-MONAT 0: eigenes Limit/Rabatt, Kartensperre
      *        PK-MONAT JJJJMM: Monatssumme des Mitarbeiters <-
       FD  PERSKAUF     external       LABEL RECORD STANDARD.
       01  PK-SATZ.
           03  PK-KEY.
               05 PK-NUM               PIC 999       COMP.
               05 PK-MONAT             PIC 9(6)      COMP.
           03  PK-SUMME                PIC S9(7)V99  COMP.
           03  PK-RABATT               PIC S9(7)V99  COMP.
           03  PK-ANZ                  PIC 9(5)      COMP.
           03  PK-LIMIT                PIC S9(7)V99  COMP.
           03  PK-PROZ                 PIC 99V9      COMP.
           03  PK-GKTO                 PIC 9(6)      COMP.
           03  PK-SPERRE               PIC X.
      ************************ Abzugsliste fuer die Lohnverrechnung *
       FD  PKLOHN                      LABEL RECORD OMITTED.
       01  PL-SATZ                     PIC X(80).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
               05 BP-PREIS             PIC S9(5)V99 COMP.
               05 BP-BETRAG            PIC S9(7)V99 COMP.
               05 BP-UST               PIC 99       COMP.
               05 BP-RABATT            PIC S9(7)V99 COMP.
           03  WH-SUMME                PIC S9(7)V99 COMP.
           03  WH-GEGEB                PIC S9(7)V99.
           03  WH-RETOUR               PIC S9(7)V99 COMP.
           03  WH-KETTE                PIC 9(9)     COMP.
           03  WH-BUKTO                PIC 9(6)     COMP.
           03  WH-ZEIT                 PIC 9(6).
      *-----------------------> Personalkauf <-
           03  WH-ZART                 PIC X.
           03  WH-PNR                  PIC 999.
           03  WH-PNAME                PIC X(25).
           03  WH-PROZ                 PIC 99V9     COMP.
           03  WH-LIMIT                PIC S9(7)V99 COMP.
           03  WH-GKTO                 PIC 9(6)     COMP.
           03  WH-RABSUM               PIC S9(7)V99 COMP.
           03  WH-MON                  PIC 9(6).
           03  WH-ZEIL                 PIC 99       COMP.
      *-----------------------> Vorbestellung <-
           03  WH-VBBET                PIC S9(7)V99 COMP.
           03  WH-PKSUM                PIC S9(9)V99 COMP.
           03  WD-PNR                  PIC 999.
           03  WD-PROZ                 PIC Z9,9.
           03  WD-BET                  PIC ZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-GELES                PIC 9(5)     COMP VALUE ZERO.
       A.  CALL "CADECL" USING "FIBUEBER.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RKSVDAT.
       A.  CALL "CADECL" USING "PANRKSV.DAT " WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON VORBEST.
       A.  CALL "CADECL" USING "PANVORB.DAT " WH-CREG.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON PERSONAL.
       A.  CALL "CADECL" USING "PAKPERS.DAT " WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON PERSKAUF.
       A.  CALL "CADECL" USING "PANPKAUF.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           CALL "CAUP" USING "03DATUM" WH-CREG.
           IF WL-CA = 10 PERFORM VERKAUF.
           IF WL-CA = 20 PERFORM DEP-EXPORT.
           IF WL-CA = 30 PERFORM PK-STAMM.
           IF WL-CA = 40 PERFORM PK-ABZUG.
           IF WL-CA = 50 OR WL-CA = 60 OR WL-CA = 70
               PERFORM VB-BELEG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Verkaufsschirm *
           MOVE AR-VKP TO BP-PREIS(WH-PANZ).
           COMPUTE BP-BETRAG(WH-PANZ) ROUNDED = WH-MENGE * AR-VKP.
           MOVE AR-UST TO BP-UST(WH-PANZ).
           MOVE 0 TO BP-RABATT(WH-PANZ).
           IF BP-UST(WH-PANZ) = 0 OR BP-UST(WH-PANZ) > 6
               MOVE 1 TO BP-UST(WH-PANZ).
           ADD BP-BETRAG(WH-PANZ) TO WH-SUMME.
      ***************************** Belegabschluss *
       ABSCHLUSS SECTION.
      *--------------> Betraege je Steuersatz aufsummieren <-
       A.  MOVE 0 TO WH-RABSUM WH-PNR.
           MOVE "B" TO WH-ZART.
           DISPLAY "Zahlart B = bar, P = Personalkarte:" AT 2301.
           ACCEPT WH-ZART AT 2337.
           IF WH-ZART = "p" MOVE "P" TO WH-ZART.
           IF WH-ZART = "P" PERFORM PERS-KARTE.
           IF WH-PNR = 0 MOVE "B" TO WH-ZART.
           PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > WH-PANZ
               MOVE BP-UST(WH-I) TO WH-U
               ADD BP-BETRAG(WH-I) TO WT-UBET(WH-U)
               SUBTRACT BP-RABATT(WH-I) FROM WT-UBET(WH-U)
           END-PERFORM.
           PERFORM VARYING WH-U FROM 1 BY 1 UNTIL WH-U > 6
               COMPUTE WT-UMW(WH-U) ROUNDED = WT-UBET(WH-U)
                   * WT-UST(WH-U) / (100 + WT-UST(WH-U))
           END-PERFORM.
      *--------> Personalkarte: kein Bargeld, Abzug vom Lohn <-
           IF WH-ZART = "P"
               MOVE WH-SUMME TO WH-GEGEB
               MOVE 0 TO WH-RETOUR
               GO C.
       B.  DISPLAY "gegeben:" AT 2301.
           MOVE 0 TO WH-GEGEB.
           ACCEPT WH-GEGEB AT 2310.
           DISPLAY "retour:" AT 2330.
           DISPLAY WD-BET with highlight AT 2338.
      *--------------> RKSV-Stand fortschreiben <-
       C.  MOVE 1 TO RK-KEY.
           READ RKSVDAT.
           ADD 1 TO RK-BELEGNR.
           MOVE RK-BELEGNR TO WH-BELEGNR.
           REWRITE RK-SATZ.
           ACCEPT WH-ZEIT FROM TIME.
           PERFORM JOURNAL-SCHREIB.
           IF WH-ZART = "P" PERFORM PERS-BUCHEN.
           PERFORM BUCH-SCHREIB.
           PERFORM BELEG-DRUCK.
       Z.  EXIT.
           STRING "Barverkauf Beleg " DELIMITED SIZE INTO BU-TX.
           MOVE WH-BELEGNR TO WD-ANZ.
           MOVE WD-ANZ TO BU-TX(18:7).
      *------> Personalkauf: Gegenkonto Personalforderungen <-
           IF WH-ZART = "P"
               MOVE WH-GKTO TO BU-GK
               MOVE "Personalkauf Bel." TO BU-TX(1:17)
               MOVE "MA" TO BU-TX(26:2)
               MOVE WH-PNR TO BU-TX(29:3).
           WRITE BU-SATZ INVALID REWRITE BU-SATZ.
       Z.  EXIT.
      ***************************** Belegdruck *
               MOVE BP-BETRAG(WH-I) TO DRA-BETRAG
               WRITE DRA-SATZ AFTER 1
           END-PERFORM.
           IF WH-RABSUM NOT = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "Personalrabatt      %" TO DRA-TITEL
               MOVE WH-PROZ TO WD-PROZ
               MOVE WD-PROZ TO DRA-TITEL(16:4)
               COMPUTE DRA-BETRAG = 0 - WH-RABSUM
               WRITE DRA-SATZ AFTER 1
           END-IF.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe:" TO DRA-TITEL.
           MOVE WH-SUMME TO DRA-BETRAG.
                   WRITE DRA-SATZ AFTER 1
               END-IF
           END-PERFORM.
           IF WH-ZART = "P"
               MOVE SPACE TO DRA-SATZ
               MOVE "Personalkarte" TO DRA-TITEL
               MOVE WH-PNR TO DRA-TITEL(15:3)
               MOVE WH-PNAME TO DRA-TITEL(19:25)
               WRITE DRA-SATZ AFTER 1
               MOVE SPACE TO DRA-SATZ
               MOVE "Abzug ueber die Lohnverrechnung" TO DRA-TITEL
               WRITE DRA-SATZ AFTER 1
           ELSE
               MOVE SPACE TO DRA-SATZ
               MOVE "gegeben:" TO DRA-TITEL
               MOVE WH-GEGEB TO DRA-BETRAG
               WRITE DRA-SATZ AFTER 1
               MOVE SPACE TO DRA-SATZ
               MOVE "retour :" TO DRA-TITEL
               MOVE WH-RETOUR TO DRA-BETRAG
               WRITE DRA-SATZ AFTER 1
           END-IF.
      *--------------> RKSV-Signaturdaten <-
           MOVE SPACE TO DRA-SATZ.
           MOVE "Sig:" TO DRA-TITEL.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2420.
       Z.  EXIT.
      ************* Zahlart Personalkarte pruefen *
       PERS-KARTE SECTION.
       A.  OPEN INPUT PERSONAL.
           IF WF-STATUS = "35"
               DISPLAY "kein Mitarbeiterstamm vorhanden" AT 2401
               MOVE 0 TO WH-PNR
               GO Z.
           PERFORM PKAUF-OEFFNEN.
           MOVE 0 TO PK-NUM PK-MONAT.
           READ PERSKAUF IGNORE LOCK INVALID INITIALIZE PK-SATZ.
           MOVE PK-PROZ TO WH-PROZ.
           MOVE PK-LIMIT TO WH-LIMIT.
           MOVE PK-GKTO TO WH-GKTO.
           IF WH-GKTO = 0
               DISPLAY "Konto Personalforderungen fehlt" AT 2401
               MOVE 0 TO WH-PNR
               GO X.
       B.  DISPLAY "Personalkarte/Mitarbeiter-Nr.:" AT 2401.
           MOVE 0 TO WH-PNR.
           ACCEPT WH-PNR AT 2432.
           IF WH-PNR = 0 GO X.
           MOVE WH-PNR TO PE-NUM.
           READ PERSONAL IGNORE LOCK INVALID
               DISPLAY "Mitarbeiter unbekannt" AT 2501 GO B.
           MOVE PE-NAME TO WH-PNAME.
           DISPLAY WH-PNAME AT 2440.
      *------> Werte des Mitarbeiters: Sperre, eigenes Limit/Rabatt <-
           MOVE WH-PNR TO PK-NUM.
           MOVE 0 TO PK-MONAT.
           READ PERSKAUF IGNORE LOCK INVALID INITIALIZE PK-SATZ.
           IF PK-SPERRE = "J"
               DISPLAY "Personalkarte gesperrt" AT 2501
               MOVE 0 TO WH-PNR
               GO X.
           IF PK-LIMIT NOT = 0 MOVE PK-LIMIT TO WH-LIMIT.
           IF PK-PROZ NOT = 0 MOVE PK-PROZ TO WH-PROZ.
      *------> Personalrabatt je Position <-
           MOVE 0 TO WH-RABSUM.
           PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > WH-PANZ
               COMPUTE BP-RABATT(WH-I) ROUNDED =
                   BP-BETRAG(WH-I) * WH-PROZ / 100
               ADD BP-RABATT(WH-I) TO WH-RABSUM
           END-PERFORM.
      *------> Monatslimit: bisherige Monatssumme + dieser Beleg <-
           MOVE WH-PNR TO PK-NUM.
           COMPUTE PK-MONAT = WH-DATUM / 100.
           READ PERSKAUF IGNORE LOCK INVALID MOVE 0 TO PK-SUMME.
           IF WH-LIMIT NOT = 0
               AND PK-SUMME + WH-SUMME - WH-RABSUM > WH-LIMIT
               DISPLAY "Monatslimit ueberschritten - bar kassieren"
                   AT 2501
               PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > WH-PANZ
                   MOVE 0 TO BP-RABATT(WH-I)
               END-PERFORM
               MOVE 0 TO WH-RABSUM WH-PNR
               GO X.
           SUBTRACT WH-RABSUM FROM WH-SUMME.
           DISPLAY "Summe:" with highlight AT 0160.
           MOVE WH-SUMME TO WD-BET.
           DISPLAY WD-BET with highlight AT 0167.
       X.  CLOSE PERSONAL PERSKAUF.
       Z.  EXIT.
      ************** Personalkaufdatei oeffnen/anlegen *
       PKAUF-OEFFNEN SECTION.
       A.  OPEN I-O PERSKAUF.
           IF WF-STATUS = "35"
               CLOSE PERSKAUF OPEN OUTPUT PERSKAUF
               CLOSE PERSKAUF OPEN I-O PERSKAUF.
       Z.  EXIT.
      ************** Monatssumme des Mitarbeiters fortschreiben *
       PERS-BUCHEN SECTION.
       A.  PERFORM PKAUF-OEFFNEN.
           MOVE WH-PNR TO PK-NUM.
           COMPUTE PK-MONAT = WH-DATUM / 100.
           READ PERSKAUF INVALID
               INITIALIZE PK-SATZ
               MOVE WH-PNR TO PK-NUM
               COMPUTE PK-MONAT = WH-DATUM / 100
               WRITE PK-SATZ
           END-READ.
           ADD WH-SUMME TO PK-SUMME.
           ADD WH-RABSUM TO PK-RABATT.
           ADD 1 TO PK-ANZ.
           REWRITE PK-SATZ.
           CLOSE PERSKAUF.
       Z.  EXIT.
      ***************************** Personalkauf - Stammdaten *
       PK-STAMM SECTION.
       A.  DISPLAY "Personalkauf - Grunddaten" AT 2301.
           OPEN INPUT PERSONAL.
           IF WF-STATUS = "35"
               DISPLAY "kein Mitarbeiterstamm vorhanden" AT 2401
               GO Z.
           PERFORM PKAUF-OEFFNEN.
           MOVE 0 TO PK-NUM PK-MONAT.
           READ PERSKAUF INVALID
               INITIALIZE PK-SATZ
               WRITE PK-SATZ
           END-READ.
           DISPLAY "Personalrabatt %:" AT 2401.
           DISPLAY PK-PROZ AT 2419.
           ACCEPT PK-PROZ AT 2419.
           DISPLAY "Standardlimit/Monat:" AT 2430.
           DISPLAY PK-LIMIT AT 2451.
           ACCEPT PK-LIMIT AT 2451.
       B.  DISPLAY "Konto Personalforderungen:" AT 2501.
           DISPLAY PK-GKTO AT 2528.
           ACCEPT PK-GKTO AT 2528.
           IF PK-GKTO = 0 GO B.
           REWRITE PK-SATZ.
       C.  CALL "CAUP" USING "1323012580" WH-CREG.
           DISPLAY "Mitarbeiter-Nr. (0 = Ende):" AT 2301.
           MOVE 0 TO WH-PNR.
           ACCEPT WH-PNR AT 2330.
           IF WH-PNR = 0 GO X.
           MOVE WH-PNR TO PE-NUM.
           READ PERSONAL IGNORE LOCK INVALID
               DISPLAY "Mitarbeiter unbekannt" AT 2401 GO C.
           DISPLAY PE-NAME AT 2335.
           MOVE WH-PNR TO PK-NUM.
           MOVE 0 TO PK-MONAT.
           READ PERSKAUF INVALID
               INITIALIZE PK-SATZ
               MOVE WH-PNR TO PK-NUM
               MOVE "N" TO PK-SPERRE
               WRITE PK-SATZ
           END-READ.
           DISPLAY "eigenes Limit (0 = Standard):" AT 2401.
           DISPLAY PK-LIMIT AT 2431.
           ACCEPT PK-LIMIT AT 2431.
           DISPLAY "eigener Rabatt % (0 = Standard):" AT 2501.
           DISPLAY PK-PROZ AT 2534.
           ACCEPT PK-PROZ AT 2534.
           DISPLAY "Karte gesperrt <J/N>:" AT 2601.
           DISPLAY PK-SPERRE AT 2623.
           ACCEPT PK-SPERRE AT 2623.
           IF PK-SPERRE = "j" MOVE "J" TO PK-SPERRE.
           IF PK-SPERRE NOT = "J" MOVE "N" TO PK-SPERRE.
           REWRITE PK-SATZ.
           GO C.
       X.  CLOSE PERSONAL PERSKAUF.
       Z.  EXIT.
      ******** Abzugsliste Personalkauf fuer die Lohnverrechnung *
       PK-ABZUG SECTION.
       A.  DISPLAY "Abzugsliste Personalkauf" AT 2301.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-MON.
           ACCEPT WH-MON AT 2428.
           IF WH-MON = 0 GO Z.
           OPEN INPUT PERSKAUF.
           IF WF-STATUS = "35"
               DISPLAY "keine Personalkaeufe vorhanden" AT 2501
               GO Z.
           OPEN INPUT PERSONAL.
           OPEN OUTPUT PKLOHN.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WH-PKSUM WD-GELES.
           PERFORM PK-KOPF.
           MOVE 1 TO PK-NUM.
           MOVE 0 TO PK-MONAT.
           START PERSKAUF KEY NOT < PK-KEY INVALID GO X.
       B.  READ PERSKAUF NEXT IGNORE LOCK AT END GO X.
           IF PK-MONAT NOT = WH-MON GO B.
           IF PK-SUMME = 0 GO B.
           MOVE PK-NUM TO PE-NUM.
           READ PERSONAL IGNORE LOCK INVALID MOVE SPACE TO PE-NAME.
           IF WH-ZEIL > 60 PERFORM PK-KOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE PK-NUM TO WD-PNR.
           MOVE WD-PNR TO DRA-TITEL(1:3).
           MOVE PE-NAME TO DRA-TITEL(5:25).
           MOVE PK-RABATT TO WD-BET.
           MOVE WD-BET TO DRA-TITEL(30:10).
           MOVE PK-SUMME TO WD-BET.
           MOVE WD-BET TO DRA-TITEL(41:10).
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZEIL.
           MOVE SPACE TO PL-SATZ.
           MOVE PK-SUMME TO WD-BET.
           STRING WD-PNR ";" PE-NAME ";" WD-BET
               DELIMITED SIZE INTO PL-SATZ.
           WRITE PL-SATZ.
           ADD PK-SUMME TO WH-PKSUM.
           ADD 1 TO WD-GELES.
           GO B.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "Summe Lohnabzug:" TO DRA-TITEL.
           MOVE WH-PKSUM TO WD-BET.
           MOVE WD-BET TO DRA-TITEL(41:10).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER PKLOHN PERSONAL PERSKAUF.
           DISPLAY "Mitarbeiter mit Abzug:" AT 2501.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2524.
       Z.  EXIT.
       PK-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WK-FIRMA TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Personalkauf - Lohnabzug Monat" TO DRA-TITEL.
           MOVE WH-MON TO DRA-TITEL(32:6).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "MA  Name" TO DRA-TITEL.
           MOVE "Rabatt" TO DRA-TITEL(34:6).
           MOVE "Abzug" TO DRA-TITEL(45:5).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE 5 TO WH-ZEIL.
       Z.  EXIT.
      ******* Beleg zur Vorbestellung: Anzahlung (50), Abholung (60) *
      ******* Erstattung der Anzahlung bei Storno (70) *
       VB-BELEG SECTION.
       A.  OPEN INPUT KONSTANT ARTIKEL ETIKETT.
           OPEN I-O BUCHUNG RKSVDAT.
           IF WF-STATUS = "35" PERFORM RKSV-ANLEG.
           OPEN I-O VORBEST.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO X.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 6
               MOVE KO-UST(WX) TO WT-UST(WX).
           MOVE 36 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO X.
           PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 21
               MOVE KO-KTONR(WX) TO WT-KTONR(WX).
           MOVE WH-NUM TO VB-NUM.
           READ VORBEST INVALID GO X.
           IF NOT VB-OFFEN GO X.
           CALL "CAUP" USING "1301012540" WH-CREG.
           MOVE 0 TO WH-PANZ WH-SUMME.
           PERFORM VARYING WH-U FROM 1 BY 1 UNTIL WH-U > 6
               MOVE 0 TO WT-UBET(WH-U) WT-UMW(WH-U).
      *------> Steuersatz der Anzahlung: der des ersten Artikels <-
           MOVE VB-ARNUM(1) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE 1 TO AR-UST.
           MOVE AR-UST TO WH-U.
           IF WH-U = 0 OR WH-U > 6 MOVE 1 TO WH-U.
           IF WL-CA = 50
               IF VB-ANZBEL NOT = 0 OR VB-ANZ = 0 GO X
               ELSE
                   MOVE 1 TO WH-MENGE
                   MOVE VB-ANZ TO WH-VBBET
                   PERFORM VB-ANZPOS
                   GO B.
           IF WL-CA = 70
               IF VB-ANZBEL = 0 OR VB-ANZ = 0 GO X
               ELSE
                   MOVE -1 TO WH-MENGE
                   MOVE VB-ANZ TO WH-VBBET
                   PERFORM VB-ANZPOS
                   GO B.
      *------> Abholung: Artikel der Vorbestellung <-
           PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > 10
               IF VB-ARNUM(WH-I) NOT = 0
                   MOVE VB-ARNUM(WH-I) TO AR-NUM
                   READ ARTIKEL IGNORE LOCK
                       INVALID MOVE SPACE TO AR-BEZ
                               MOVE 1 TO AR-UST
                   END-READ
                   ADD 1 TO WH-PANZ
                   MOVE AR-NUM TO BP-ARNUM(WH-PANZ)
                   MOVE AR-BEZ TO BP-BEZ(WH-PANZ)
                   MOVE VB-MENGE(WH-I) TO BP-MENGE(WH-PANZ)
                   MOVE VB-PREIS(WH-I) TO BP-PREIS(WH-PANZ)
                   COMPUTE BP-BETRAG(WH-PANZ) ROUNDED =
                       VB-MENGE(WH-I) * VB-PREIS(WH-I)
                   MOVE AR-UST TO BP-UST(WH-PANZ)
                   IF BP-UST(WH-PANZ) = 0 OR BP-UST(WH-PANZ) > 6
                       MOVE 1 TO BP-UST(WH-PANZ)
                   END-IF
                   MOVE 0 TO BP-RABATT(WH-PANZ)
                   ADD BP-BETRAG(WH-PANZ) TO WH-SUMME
               END-IF
           END-PERFORM.
      *------> bereits kassierte Anzahlung abziehen <-
           IF VB-ANZBEL NOT = 0 AND VB-ANZ NOT = 0
               MOVE -1 TO WH-MENGE
               MOVE VB-ANZ TO WH-VBBET
               PERFORM VB-ANZPOS.
       B.  DISPLAY "Vorbestellung" AT 0101.
           MOVE VB-NUM TO WD-ANZ.
           DISPLAY WD-ANZ AT 0115.
           DISPLAY VB-NAME AT 0124.
           PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > WH-PANZ
               MOVE WH-I TO VDU-L
               ADD 2 TO VDU-L
               MOVE 1 TO VDU-P
               DISPLAY BP-BEZ(WH-I) AT VDU-LP
               MOVE 40 TO VDU-P
               MOVE BP-BETRAG(WH-I) TO WD-BET
               DISPLAY WD-BET AT VDU-LP
           END-PERFORM.
           DISPLAY "Summe:" with highlight AT 0160.
           MOVE WH-SUMME TO WD-BET.
           DISPLAY WD-BET with highlight AT 0167.
           PERFORM ABSCHLUSS.
           IF WL-CA = 50
               MOVE WH-BELEGNR TO VB-ANZBEL
           ELSE
               MOVE WH-BELEGNR TO VB-ABBEL
               MOVE "A" TO VB-STAT.
           IF WL-CA = 70 MOVE "S" TO VB-STAT.
           REWRITE VB-SATZ.
       X.  CLOSE KONSTANT ARTIKEL ETIKETT BUCHUNG RKSVDAT VORBEST.
       Z.  EXIT.
      ************** Position Anzahlung (WH-MENGE 1 / -1) *
       VB-ANZPOS SECTION.
       A.  ADD 1 TO WH-PANZ.
           MOVE 0 TO BP-ARNUM(WH-PANZ).
           MOVE SPACE TO BP-BEZ(WH-PANZ).
           MOVE VB-NUM TO WD-ANZ.
           IF WH-MENGE > 0
               STRING "Anzahlung Vorb." WD-ANZ
                   DELIMITED SIZE INTO BP-BEZ(WH-PANZ)
           ELSE IF WL-CA = 70
               STRING "Erstatt. Anz." WD-ANZ
                   DELIMITED SIZE INTO BP-BEZ(WH-PANZ)
           ELSE
               STRING "abzgl. Anzahl." WD-ANZ
                   DELIMITED SIZE INTO BP-BEZ(WH-PANZ).
           MOVE WH-MENGE TO BP-MENGE(WH-PANZ).
           MOVE WH-VBBET TO BP-PREIS(WH-PANZ).
           COMPUTE BP-BETRAG(WH-PANZ) = WH-MENGE * WH-VBBET.
           MOVE WH-U TO BP-UST(WH-PANZ).
           MOVE 0 TO BP-RABATT(WH-PANZ).
           ADD BP-BETRAG(WH-PANZ) TO WH-SUMME.
       Z.  EXIT.

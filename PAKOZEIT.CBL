      *               damit PAKOKST die Arbeit endlich sieht           *
      *     WL-CA 40: Stundenexport je Mitarbeiter fuer das            *
      *               Lohnbuero (PAKLOHN.TXT)                          *
      *     PAKSCHST.DAT: Schichtdaten je Mitarbeiter - Arbeitsplatz   *
      *                  (1 Ofen, 2 Teigmacherei, 3 beide), Hoechst-   *
      *                  stunden je Tag und Woche, freie Wochentage,   *
      *                  Abwesenheit; Satz 0 = Arbeitsplaetze          *
      *     WL-CA 50: Schichtdaten warten                              *
      *     WL-CA 60: Schichtplanvorschlag je Produktionstag aus       *
      *               Ofen- und Knetminuten (PANKAPAZ), drucken und    *
      *               nach Bestaetigung in PAKZEIT.DAT vorbelegen      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZE-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT SCHICHTST  ASSIGN TO "PAKSCHST.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT LOHNEXP    ASSIGN TO "PAKLOHN.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
               05 ZE-KSTNR             PIC 99        COMP.
           03  ZE-STD                  PIC 99V99     COMP.
           03  ZE-SCHICHT              PIC 9         COMP.
      *********************** Schichtdaten je Mitarbeiter *
       FD  SCHICHTST    external       LABEL RECORD STANDARD.
       01  SS-SATZ.
           03  SS-KEY.
               05 SS-NUM               PIC 999       COMP.
           03  SS-PLATZ                PIC 9         COMP.
           03  SS-MAXTAG               PIC 99V9      COMP.
           03  SS-MAXWO                PIC 99V9      COMP.
           03  SS-FREI                 PIC X(7).
           03  SS-ABWVON               PIC 9(8)      COMP.
           03  SS-ABWBIS               PIC 9(8)      COMP.
           03  SS-SCHICHT              PIC 9         COMP.
      *------------> SS-NUM = 0: Arbeitsplaetze 1 Ofen, 2 Teig <-
       01  SS-KSATZ.
           03  FILLER                  PIC XX.
           03  SS-PLATZTAB                           OCCURS 2.
               05 SS-FAKTOR            PIC 9V99      COMP.
               05 SS-RUEST             PIC 99V9      COMP.
               05 SS-KSTNR             PIC 99        COMP.
      *********************** Lohnexport *
       FD  LOHNEXP                     LABEL RECORD OMITTED.
       01  LE-SATZ                     PIC X(80).
           03  WD-STD                  PIC ZZZZ9,99.
           03  WD-PNR                  PIC 999.
           03  WD-ERZ                  PIC 9(5)     COMP VALUE ZERO.
      *------------> Schichtplanung <-
           03  WH-AUSW                 PIC 9.
           03  WH-PL                   PIC 9        COMP.
           03  WH-SCHDAT               PIC 9(8).
           03  WH-TAGI                 PIC 9(7)     COMP.
           03  WH-WOTAG                PIC 9        COMP.
           03  WH-MODAT                PIC 9(8)     COMP.
           03  WH-WOSTD                PIC 9(3)V99  COMP.
           03  WH-REST                 PIC S9(3)V99 COMP.
           03  WH-ZUT                  PIC 9(3)V99  COMP.
           03  WH-MAXTAG               PIC 99V9.
           03  WH-MAXWO                PIC 99V9.
           03  WH-FAKTOR               PIC 9V99.
           03  WH-RUEST                PIC 99V9.
           03  WH-VON                  PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-SCHI                 PIC 9.
           03  WH-PLATZ                PIC 9.
           03  WT-FAKTOR               PIC 9V99     COMP OCCURS 2.
           03  WT-RUEST                PIC 99V9     COMP OCCURS 2.
           03  WT-KST                  PIC 99       COMP OCCURS 2.
           03  WT-BEDARF               PIC 9(3)V99  COMP OCCURS 2.
           03  WT-OFFEN                PIC 9(3)V99  COMP OCCURS 2.
           03  WH-PI                   PIC 999      COMP.
           03  WH-PANZ                 PIC 999      COMP.
           03  WT-PTAB.
               05 WT-PT                             OCCURS 200.
                  07 PT-NUM            PIC 999      COMP.
                  07 PT-PLATZ          PIC 9        COMP.
                  07 PT-SCHICHT        PIC 9        COMP.
                  07 PT-REST           PIC 99V99    COMP.
                  07 PT-STD            PIC 99V99    COMP OCCURS 2.
           03  WD-PZEILE.
               05 WD-PNUM              PIC ZZ9.
               05 FILLER               PIC X.
               05 WD-PNAME             PIC X(25).
               05 FILLER               PIC X.
               05 WD-PSTD              PIC ZZ9,99.
               05 FILLER               PIC XX.
               05 WD-PSCHI             PIC X(8).
           03  WD-BEDARF               PIC ZZ9,99.
       COPY PAKOEXT.CPY.
       DECL-KONS SECTION.      USE AFTER ERROR PROCEDURE ON KONSLAG.
       A.  CALL "CADECL" USING WN-KONS WH-CREG.
       A.  CALL "CADECL" USING "PAKPERS.DAT " WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ZEITDAT.
       A.  CALL "CADECL" USING "PAKZEIT.DAT " WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SCHICHTST.
       A.  CALL "CADECL" USING "PAKSCHST.DAT" WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
           IF WL-CA = 20 PERFORM ZEITERF.
           IF WL-CA = 30 PERFORM MONATSUM.
           IF WL-CA = 40 PERFORM LOHNEXPORT.
           IF WL-CA = 50 PERFORM SCHICHTWART.
           IF WL-CA = 60 PERFORM SCHICHTPLAN.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Mitarbeiterstamm *
           WRITE LE-SATZ.
           ADD 1 TO WD-ERZ.
       Z.  EXIT.
      ***************************** Schichtdaten warten *
       SCHICHTWART SECTION.
       A.  DISPLAY "Schichtdaten warten" AT 2301.
           OPEN I-O SCHICHTST.
           IF WF-STATUS = "35"
               CLOSE SCHICHTST OPEN OUTPUT SCHICHTST
               CLOSE SCHICHTST OPEN I-O SCHICHTST.
           OPEN INPUT PERSONAL.
       B.  DISPLAY "1 = Mitarbeiter, 2 = Arbeitsplaetze (0 = Ende):"
               AT 2401.
           MOVE 0 TO WH-AUSW.
           ACCEPT WH-AUSW AT 2449.
           IF WH-AUSW = 0 GO X.
           IF WH-AUSW = 2 PERFORM PLATZ-WART GO B.
           IF WH-AUSW NOT = 1 GO B.
       C.  DISPLAY "Mitarbeiter (0 = Ende):" AT 2401.
           MOVE 0 TO WH-PNR.
           ACCEPT WH-PNR AT 2426.
           IF WH-PNR = 0 GO B.
           MOVE WH-PNR TO PE-NUM.
           READ PERSONAL IGNORE LOCK
               INVALID DISPLAY "unbekannt" AT 2435
               GO C.
           DISPLAY PE-NAME AT 2435.
           MOVE WH-PNR TO SS-NUM.
           READ SCHICHTST INVALID
               INITIALIZE SS-SATZ
               MOVE WH-PNR TO SS-NUM
               MOVE 8 TO SS-MAXTAG
               MOVE 40 TO SS-MAXWO
               MOVE 1 TO SS-SCHICHT.
           DISPLAY "Platz 1 Ofen 2 Teig 3 beide 0 keiner:" AT 2501.
           MOVE SS-PLATZ TO WH-PLATZ.
           ACCEPT WH-PLATZ AT 2539.
           IF WH-PLATZ > 3 MOVE 0 TO WH-PLATZ.
           MOVE WH-PLATZ TO SS-PLATZ.
           DISPLAY "Std/Tag:" AT 2542.
           MOVE SS-MAXTAG TO WH-MAXTAG.
           ACCEPT WH-MAXTAG AT 2551.
           MOVE WH-MAXTAG TO SS-MAXTAG.
           DISPLAY "Std/Woche:" AT 2557.
           MOVE SS-MAXWO TO WH-MAXWO.
           ACCEPT WH-MAXWO AT 2568.
           MOVE WH-MAXWO TO SS-MAXWO.
      *------> freie Wochentage: X unter dem Tag, Montag zuerst <-
           DISPLAY "frei MDMDFSS:" AT 2601.
           ACCEPT SS-FREI AT 2615.
           DISPLAY "abwesend von:" AT 2624.
           MOVE SS-ABWVON TO WH-VON.
           ACCEPT WH-VON AT 2638.
           DISPLAY "bis:" AT 2648.
           MOVE SS-ABWBIS TO WH-BIS.
           ACCEPT WH-BIS AT 2653.
           MOVE WH-VON TO SS-ABWVON.
           MOVE WH-BIS TO SS-ABWBIS.
           DISPLAY "Schicht 1/2/3:" AT 2662.
           MOVE SS-SCHICHT TO WH-SCHI.
           ACCEPT WH-SCHI AT 2677.
           IF WH-SCHI = 0 OR WH-SCHI > 3 MOVE 1 TO WH-SCHI.
           MOVE WH-SCHI TO SS-SCHICHT.
           MOVE WH-PNR TO SS-NUM.
           REWRITE SS-SATZ INVALID WRITE SS-SATZ.
           GO C.
       X.  CLOSE SCHICHTST PERSONAL.
       Z.  EXIT.
      ***** Arbeitsplaetze: Personen je Maschinenstunde, Ruest-
      *     und Reinigungszeit, Kostenstelle fuer PAKZEIT.DAT
       PLATZ-WART SECTION.
       A.  MOVE 0 TO SS-NUM.
           READ SCHICHTST INVALID PERFORM PLATZ-VORBEL.
           PERFORM VARYING WH-PL FROM 1 BY 1 UNTIL WH-PL > 2
               IF WH-PL = 1 DISPLAY "Ofen        " AT 2501
               ELSE DISPLAY "Teigmacherei" AT 2501
               END-IF
               DISPLAY "Personen/Std:" AT 2514
               MOVE SS-FAKTOR(WH-PL) TO WH-FAKTOR
               ACCEPT WH-FAKTOR AT 2528
               MOVE WH-FAKTOR TO SS-FAKTOR(WH-PL)
               DISPLAY "Ruest-Std:" AT 2534
               MOVE SS-RUEST(WH-PL) TO WH-RUEST
               ACCEPT WH-RUEST AT 2545
               MOVE WH-RUEST TO SS-RUEST(WH-PL)
               DISPLAY "Kst:" AT 2551
               MOVE SS-KSTNR(WH-PL) TO WH-KST
               ACCEPT WH-KST AT 2556
               IF WH-KST = 0 MOVE WH-PL TO WH-KST END-IF
               MOVE WH-KST TO SS-KSTNR(WH-PL)
           END-PERFORM.
           MOVE 0 TO SS-NUM.
           REWRITE SS-KSATZ INVALID WRITE SS-KSATZ.
       Z.  EXIT.
       PLATZ-VORBEL SECTION.
       A.  INITIALIZE SS-KSATZ.
           MOVE 0 TO SS-NUM.
           PERFORM VARYING WH-PL FROM 1 BY 1 UNTIL WH-PL > 2
               MOVE 1 TO SS-FAKTOR(WH-PL)
               MOVE WH-PL TO SS-KSTNR(WH-PL).
       Z.  EXIT.
      ***************************** Schichtplanvorschlag *
       SCHICHTPLAN SECTION.
       A.  DISPLAY "Schichtplanvorschlag" AT 2301.
           DISPLAY "Produktionstag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-SCHDAT.
           ACCEPT WH-SCHDAT AT 2439.
           IF WH-SCHDAT = 0 GO Z.
           OPEN INPUT SCHICHTST.
           IF WF-STATUS = "35"
               DISPLAY "keine Schichtdaten vorhanden" AT 2501
               GO Z.
           OPEN INPUT PERSONAL.
           OPEN I-O ZEITDAT.
           IF WF-STATUS = "35"
               CLOSE ZEITDAT OPEN OUTPUT ZEITDAT
               CLOSE ZEITDAT OPEN I-O ZEITDAT.
      *------> Wochentag 1 = Montag, Wochenbeginn <-
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-SCHDAT).
           COMPUTE WH-WOTAG = FUNCTION REM(WH-TAGI - 1 7) + 1.
           COMPUTE WH-MODAT =
               FUNCTION DATE-OF-INTEGER(WH-TAGI - WH-WOTAG + 1).
           MOVE 0 TO SS-NUM.
           READ SCHICHTST IGNORE LOCK INVALID PERFORM PLATZ-VORBEL.
           PERFORM VARYING WH-PL FROM 1 BY 1 UNTIL WH-PL > 2
               MOVE SS-FAKTOR(WH-PL) TO WT-FAKTOR(WH-PL)
               MOVE SS-RUEST(WH-PL) TO WT-RUEST(WH-PL)
               MOVE SS-KSTNR(WH-PL) TO WT-KST(WH-PL)
           END-PERFORM.
      *------> Ofen- und Knetminuten des Tages <-
           MOVE WH-SCHDAT TO WZ-DATUM.
           CALL "PANKAPAZ" USING "60KAPTG" WH-CREG.
           CANCEL "PANKAPAZ".
           MOVE 0 TO WT-BEDARF(1) WT-BEDARF(2).
           IF WH-WERT > 0
               COMPUTE WT-BEDARF(1) ROUNDED =
                   WH-WERT / 60 * WT-FAKTOR(1) + WT-RUEST(1).
           IF WH-NUM > 0
               COMPUTE WT-BEDARF(2) ROUNDED =
                   WH-NUM / 60 * WT-FAKTOR(2) + WT-RUEST(2).
           PERFORM PERS-LADEN.
           PERFORM ZUTEILEN.
           PERFORM SCHICHT-DRUCK.
           DISPLAY "Plan in PAKZEIT.DAT vorbelegen <J/N>:" AT 2501.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2539.
           IF WH-ANTW = "J" OR WH-ANTW = "j" PERFORM VORBELEGEN.
           CLOSE SCHICHTST PERSONAL ZEITDAT.
       Z.  EXIT.
      ***** einplanbare Mitarbeiter des Tages mit Reststunden *
       PERS-LADEN SECTION.
       A.  MOVE 0 TO WH-PANZ.
           MOVE 0 TO PE-NUM.
           START PERSONAL KEY NOT < PE-KEY INVALID GO Z.
       B.  READ PERSONAL NEXT IGNORE LOCK AT END GO Z.
           MOVE PE-NUM TO SS-NUM.
           READ SCHICHTST IGNORE LOCK INVALID GO B.
           IF SS-PLATZ = 0 GO B.
           IF SS-FREI(WH-WOTAG:1) NOT = SPACE GO B.
           IF SS-ABWVON NOT = 0
               IF WH-SCHDAT NOT < SS-ABWVON
                   AND WH-SCHDAT NOT > SS-ABWBIS GO B.
           MOVE SS-MAXTAG TO WH-REST.
           IF WH-REST = 0 MOVE 8 TO WH-REST.
           IF SS-MAXWO NOT = 0
               PERFORM WOCHEN-STD
               IF SS-MAXWO - WH-WOSTD < WH-REST
                   COMPUTE WH-REST = SS-MAXWO - WH-WOSTD.
           IF WH-REST NOT > 0 GO B.
           IF WH-PANZ NOT < 200 GO Z.
           ADD 1 TO WH-PANZ.
           MOVE PE-NUM TO PT-NUM(WH-PANZ).
           MOVE SS-PLATZ TO PT-PLATZ(WH-PANZ).
           MOVE SS-SCHICHT TO PT-SCHICHT(WH-PANZ).
           MOVE WH-REST TO PT-REST(WH-PANZ).
           MOVE 0 TO PT-STD(WH-PANZ 1) PT-STD(WH-PANZ 2).
           GO B.
       Z.  EXIT.
      ***** schon erfasste Stunden der Woche vor dem Plantag *
       WOCHEN-STD SECTION.
       A.  MOVE 0 TO WH-WOSTD.
           MOVE PE-NUM TO ZE-NUM.
           MOVE WH-MODAT TO ZE-DATUM.
           MOVE 0 TO ZE-KSTNR.
           START ZEITDAT KEY NOT < ZE-KEY INVALID GO Z.
       B.  READ ZEITDAT NEXT IGNORE LOCK AT END GO Z.
           IF ZE-NUM NOT = PE-NUM GO Z.
           IF ZE-DATUM NOT < WH-SCHDAT GO Z.
           ADD ZE-STD TO WH-WOSTD.
           GO B.
       Z.  EXIT.
      ***** Bedarf je Arbeitsplatz verteilen - erst die Mitarbeiter
      *     nur dieses Platzes, dann die fuer beide Plaetze
       ZUTEILEN SECTION.
       A.  PERFORM VARYING WH-PL FROM 1 BY 1 UNTIL WH-PL > 2
               MOVE WT-BEDARF(WH-PL) TO WT-OFFEN(WH-PL)
               PERFORM VARYING WH-PI FROM 1 BY 1
                   UNTIL WH-PI > WH-PANZ
                   IF PT-PLATZ(WH-PI) = WH-PL PERFORM PERS-ZUTEIL
                   END-IF
               END-PERFORM
               PERFORM VARYING WH-PI FROM 1 BY 1
                   UNTIL WH-PI > WH-PANZ
                   IF PT-PLATZ(WH-PI) = 3 PERFORM PERS-ZUTEIL
                   END-IF
               END-PERFORM
           END-PERFORM.
       Z.  EXIT.
       PERS-ZUTEIL SECTION.
       A.  IF WT-OFFEN(WH-PL) = 0 OR PT-REST(WH-PI) = 0 GO Z.
           MOVE PT-REST(WH-PI) TO WH-ZUT.
           IF WT-OFFEN(WH-PL) < WH-ZUT MOVE WT-OFFEN(WH-PL) TO WH-ZUT.
           ADD WH-ZUT TO PT-STD(WH-PI WH-PL).
           SUBTRACT WH-ZUT FROM PT-REST(WH-PI) WT-OFFEN(WH-PL).
       Z.  EXIT.
      ***************************** Schichtplan drucken *
       SCHICHT-DRUCK SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Schichtplanvorschlag Produktionstag" TO DRA-TITEL.
           MOVE WH-SCHDAT TO DRA-TITEL(37:8).
           WRITE DRA-SATZ AFTER PAGE.
           PERFORM VARYING WH-PL FROM 1 BY 1 UNTIL WH-PL > 2
               MOVE SPACE TO DRA-SATZ
               IF WH-PL = 1 MOVE "Ofen" TO DRA-TITEL
               ELSE MOVE "Teigmacherei" TO DRA-TITEL
               END-IF
               MOVE "Bedarf Std:" TO DRA-TITEL(31:11)
               MOVE WT-BEDARF(WH-PL) TO WD-BEDARF
               MOVE WD-BEDARF TO DRA-TITEL(43:6)
               WRITE DRA-SATZ AFTER 2
               PERFORM VARYING WH-PI FROM 1 BY 1
                   UNTIL WH-PI > WH-PANZ
                   IF PT-STD(WH-PI WH-PL) NOT = 0
                       PERFORM PERS-DRUCK
                   END-IF
               END-PERFORM
               IF WT-OFFEN(WH-PL) NOT = 0
                   MOVE SPACE TO DRA-SATZ
                   MOVE "*** nicht besetzt Std:" TO DRA-TITEL
                   MOVE WT-OFFEN(WH-PL) TO WD-BEDARF
                   MOVE WD-BEDARF TO DRA-TITEL(24:6)
                   WRITE DRA-SATZ AFTER 1
               END-IF
           END-PERFORM.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
       PERS-DRUCK SECTION.
       A.  MOVE PT-NUM(WH-PI) TO PE-NUM.
           READ PERSONAL IGNORE LOCK INVALID MOVE SPACE TO PE-NAME.
           MOVE SPACE TO WD-PZEILE.
           MOVE PT-NUM(WH-PI) TO WD-PNUM.
           MOVE PE-NAME TO WD-PNAME.
           MOVE PT-STD(WH-PI WH-PL) TO WD-PSTD.
           EVALUATE PT-SCHICHT(WH-PI)
               WHEN 2 MOVE "Nacht" TO WD-PSCHI
               WHEN 3 MOVE "Feiertag" TO WD-PSCHI
               WHEN OTHER MOVE "Tag" TO WD-PSCHI
           END-EVALUATE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-PZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ***** geplante Stunden in PAKZEIT.DAT vorbelegen - die
      *     Zeiterfassung (WL-CA 20) korrigiert nur noch Abweichungen
       VORBELEGEN SECTION.
       A.  MOVE 0 TO WD-ERZ.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > WH-PANZ
               IF WT-KST(1) = WT-KST(2)
                   COMPUTE WH-ZUT = PT-STD(WH-PI 1) + PT-STD(WH-PI 2)
                   MOVE WT-KST(1) TO WH-KST
                   PERFORM ZE-VORBEL
               ELSE
                   PERFORM VARYING WH-PL FROM 1 BY 1 UNTIL WH-PL > 2
                       MOVE PT-STD(WH-PI WH-PL) TO WH-ZUT
                       MOVE WT-KST(WH-PL) TO WH-KST
                       PERFORM ZE-VORBEL
                   END-PERFORM
               END-IF
           END-PERFORM.
           DISPLAY "vorbelegte Eintraege:" AT 2601.
           MOVE WD-ERZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2623.
       Z.  EXIT.
       ZE-VORBEL SECTION.
       A.  IF WH-ZUT = 0 GO Z.
           MOVE PT-NUM(WH-PI) TO ZE-NUM.
           MOVE WH-SCHDAT TO ZE-DATUM.
           MOVE WH-KST TO ZE-KSTNR.
           READ ZEITDAT INVALID CONTINUE.
           MOVE WH-ZUT TO ZE-STD.
           MOVE PT-SCHICHT(WH-PI) TO ZE-SCHICHT.
           MOVE PT-NUM(WH-PI) TO ZE-NUM.
           MOVE WH-SCHDAT TO ZE-DATUM.
           MOVE WH-KST TO ZE-KSTNR.
           REWRITE ZE-SATZ INVALID WRITE ZE-SATZ.
           ADD 1 TO WD-ERZ.
       Z.  EXIT.

      *               Rohstoffstamm (LG-PREIS) auffrischen,            *
      *               verschachtelte Rezepte (Teige als Komponente)    *
      *               in drei Durchgaengen hochrollen, RE-MAT und      *
      *               RE-PREIS zurueckschreiben; Backenergie je        *
      *               Ansatz aus den RE-GANG-Zeiten und RE-TEMP mit    *
      *               dem mittleren Energiesatz der Oefen als eigener  *
      *               Kostenblock nach PARREZKO.DAT; die Vormerkungen  *
      *               zur Nachkalkulation aus dem Preislisten-Import   *
      *               (PARKALKV.DAT, PARPLIMP) sind danach erledigt    *
      *               und werden geloescht                             *
      *     WL-CA 20: Spannenliste - Rezeptkosten (Material und        *
      *               Energie) gegen AR-VKP und den niedrigsten heute  *
      *               gueltigen Kundenpreis (FA-XTAB), schlechteste    *
      *               Spanne zuerst                                    *
      *     WL-CA 30: Wartung Oefen und Energiesaetze (PAROFEN.DAT)    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY PARSEART.CPY.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PARSEKST.CPY.
           COPY PARSEPLI.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       COPY PARFDART.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PARFDKST.CPY.
       COPY PARFDPLI.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
               05 FILLER               PIC XX.
               05 DRA-KOST             PIC ZZ9,999-.
               05 FILLER               PIC XX.
               05 DRA-ENER             PIC ZZ9,999-.
               05 FILLER               PIC XX.
               05 DRA-VKP              PIC ZZ.ZZ9,99-.
               05 FILLER               PIC XX.
               05 DRA-KDPR             PIC ZZ9,999-.
               05 FILLER               PIC XX.
               05 DRA-SPANNE           PIC ZZ9,9-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(81).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WH-KPREIS               PIC S9(5)V999 COMP.
           03  WH-PX                   PIC 9        COMP.
           03  WH-REZSAV               PIC 9(4)     COMP.
      *-----------------> Energiesaetze der Oefen <-
           03  WH-OFNR                 PIC 99.
           03  WH-OI                   PIC 99       COMP.
           03  WH-OANZ                 PIC 99       COMP VALUE ZERO.
           03  WT-OTAB.
               05 WT-OF                             OCCURS 20.
                  07 OT-KWH            PIC 999V99   COMP.
                  07 OT-REFTEMP        PIC 99V9     COMP.
                  07 OT-KWHPR          PIC 9V9999   COMP.
           03  WH-BMIN                 PIC 9(5)V99  COMP.
           03  WH-ESTD                 PIC 9(5)V9(4) COMP.
           03  WH-ESUM                 PIC 9(7)V9(4) COMP.
           03  WD-GERECH               PIC 9(5)     COMP VALUE ZERO.
           03  WD-VORM                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *-----------------> Spannentabelle <-
           03  WH-SI                   PIC 999      COMP.
                  07 SP-ARNUM          PIC 9(4)     COMP.
                  07 SP-BEZ            PIC X(25).
                  07 SP-KOST           PIC S9(5)V999 COMP.
                  07 SP-ENER           PIC S9(3)V999 COMP.
                  07 SP-VKP            PIC S9(5)V99 COMP.
                  07 SP-KDPR           PIC S9(4)V999 COMP.
                  07 SP-SPANNE         PIC S999V9   COMP.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM KALKLAUF.
           IF WL-CA = 20 PERFORM SPANNENLISTE.
           IF WL-CA = 30 PERFORM OFENWARTUNG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ************************** Kalkulationslauf *
       A.  DISPLAY "Rezeptkalkulation laeuft..." AT 2301.
           OPEN I-O REZEPT.
           OPEN INPUT LAGARTIK.
           PERFORM OFEN-LADEN.
           OPEN I-O REZKOST.
           IF WF-STATUS = "35"
               CLOSE REZKOST OPEN OUTPUT REZKOST
               CLOSE REZKOST OPEN I-O REZKOST.
           MOVE 0 TO WD-GERECH.
      *-----> 3 Durchgaenge: verschachtelte Rezepte rollen hoch <-
           PERFORM VARYING WH-GANG FROM 1 BY 1 UNTIL WH-GANG > 3
               PERFORM REZ-DURCHG
           END-PERFORM.
           CLOSE REZEPT LAGARTIK REZKOST.
           DISPLAY "kalkulierte Rezepte:" AT 2401.
           MOVE WD-GERECH TO WD-ANZ.
           DISPLAY WD-ANZ AT 2422.
           PERFORM VORM-LOESCH.
       Z.  EXIT.
      ***** Vormerkungen zur Nachkalkulation sind erledigt *
       VORM-LOESCH SECTION.
       A.  MOVE 0 TO WD-VORM.
           OPEN I-O KALKVORM.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO KV-RENUM.
           START KALKVORM KEY NOT < KV-KEY INVALID GO X.
       B.  READ KALKVORM NEXT AT END GO X.
           DELETE KALKVORM.
           ADD 1 TO WD-VORM.
           GO B.
       X.  CLOSE KALKVORM.
           DISPLAY "Vormerkungen erledigt:" AT 2501.
           MOVE WD-VORM TO WD-ANZ.
           DISPLAY WD-ANZ AT 2524.
       Z.  EXIT.
       REZ-DURCHG SECTION.
       A.  MOVE 0 TO RE-NUM.
           IF RE-TEIL NOT = 0
               COMPUTE RE-PREIS ROUNDED = WH-MAT / RE-TEIL.
           REWRITE RE-SATZ.
           IF WH-GANG = 1 ADD 1 TO WD-GERECH PERFORM ENERGIE-KALK.
       Z.  EXIT.
      ***** Energiesaetze aller Oefen in die Tabelle *
       OFEN-LADEN SECTION.
       A.  MOVE 0 TO WH-OANZ.
           OPEN INPUT OFENSTAM.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO OF-NUM.
           START OFENSTAM KEY NOT < OF-KEY INVALID GO X.
       B.  READ OFENSTAM NEXT IGNORE LOCK AT END GO X.
           IF OF-KWH = 0 OR OF-REFTEMP = 0 OR OF-KWHPR = 0 GO B.
           IF WH-OANZ >= 20 GO X.
           ADD 1 TO WH-OANZ.
           MOVE OF-KWH TO OT-KWH(WH-OANZ).
           MOVE OF-REFTEMP TO OT-REFTEMP(WH-OANZ).
           MOVE OF-KWHPR TO OT-KWHPR(WH-OANZ).
           GO B.
       X.  CLOSE OFENSTAM.
       Z.  EXIT.
      ***** Backenergie je Ansatz: Backdauer aus RE-GANG wie *
      *     PANOFEN, Kosten je Stunde bei RE-TEMP im Mittel der
      *     Oefen (PANOFEN verteilt die Ladungen frei)
       ENERGIE-KALK SECTION.
       A.  MOVE 0 TO WH-BMIN WH-ESUM.
           PERFORM VARYING WH-PX FROM 1 BY 1 UNTIL WH-PX > 4
               COMPUTE WH-BMIN = WH-BMIN + RE-GMIN(WH-PX)
                   + RE-GSEK(WH-PX) / 60
           END-PERFORM.
           PERFORM VARYING WH-OI FROM 1 BY 1 UNTIL WH-OI > WH-OANZ
               COMPUTE WH-ESTD = OT-KWH(WH-OI) * RE-TEMP
                   / OT-REFTEMP(WH-OI) * OT-KWHPR(WH-OI)
               ADD WH-ESTD TO WH-ESUM
           END-PERFORM.
           MOVE RE-NUM TO RK-NUM.
           READ REZKOST INVALID INITIALIZE RK-SATZ.
           MOVE RE-NUM TO RK-NUM.
           MOVE WH-BMIN TO RK-BDAUER.
           MOVE 0 TO RK-ENERGIE RK-ENSTK.
           IF WH-OANZ NOT = 0
               COMPUTE RK-ENERGIE ROUNDED =
                   WH-ESUM / WH-OANZ * WH-BMIN / 60.
           IF RE-TEIL NOT = 0
               COMPUTE RK-ENSTK ROUNDED = RK-ENERGIE / RE-TEIL.
           REWRITE RK-SATZ INVALID WRITE RK-SATZ.
       Z.  EXIT.
      ***** Komponentenpreis: Rohstoff oder eingebettetes Rezept *
       KOMP-PREIS SECTION.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           OPEN INPUT REZEPT ARTIKEL FAKTDAT.
           OPEN INPUT REZKOST.
           IF WF-STATUS = "35"
               OPEN OUTPUT REZKOST CLOSE REZKOST
               OPEN INPUT REZKOST.
           MOVE 0 TO WH-SANZ.
      *---------> Rezepte mit Artikel verbinden <-
           MOVE 0 TO RE-NUM.
           MOVE RE-NUM TO SP-ARNUM(WH-SANZ).
           MOVE AR-BEZ TO SP-BEZ(WH-SANZ).
           MOVE RE-PREIS TO SP-KOST(WH-SANZ).
           MOVE RE-NUM TO RK-NUM.
           READ REZKOST IGNORE LOCK INVALID MOVE 0 TO RK-ENSTK.
           MOVE RK-ENSTK TO SP-ENER(WH-SANZ).
           MOVE AR-VKP TO SP-VKP(WH-SANZ).
           MOVE 0 TO SP-KDPR(WH-SANZ).
           IF AR-VKP NOT = 0
               COMPUTE SP-SPANNE(WH-SANZ) ROUNDED =
                   (AR-VKP - RE-PREIS - RK-ENSTK) * 100 / AR-VKP
           ELSE MOVE 0 TO SP-SPANNE(WH-SANZ).
           GO B.
      *---------> niedrigsten gueltigen Kundenpreis suchen <-
           GO E.
       F.  PERFORM SPANNEN-SORT.
           PERFORM SPANNEN-DRUCK.
           CLOSE REZEPT ARTIKEL FAKTDAT REZKOST.
       Z.  EXIT.
       KDPREIS-EIN SECTION.
       A.  PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > WH-SANZ
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art.  Bezeichnung" TO DRA-TITEL.
           MOVE "Material   Energie        VKP  Kd-Preis Spanne%"
               TO DRA-TITEL(34:47).
           WRITE DRA-SATZ AFTER 2.
           PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > WH-SANZ
               MOVE SPACE TO DRA-SATZ
               MOVE SP-ARNUM(WH-SI) TO DRA-NUM
               MOVE SP-BEZ(WH-SI) TO DRA-BEZ
               MOVE SP-KOST(WH-SI) TO DRA-KOST
               MOVE SP-ENER(WH-SI) TO DRA-ENER
               MOVE SP-VKP(WH-SI) TO DRA-VKP
               MOVE SP-KDPR(WH-SI) TO DRA-KDPR
               MOVE SP-SPANNE(WH-SI) TO DRA-SPANNE
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ********************** Wartung Oefen und Energiesaetze *
       OFENWARTUNG SECTION.
       A.  DISPLAY "Oefen und Energiesaetze" AT 2301.
           OPEN I-O OFENSTAM.
           IF WF-STATUS = "35"
               CLOSE OFENSTAM OPEN OUTPUT OFENSTAM
               CLOSE OFENSTAM OPEN I-O OFENSTAM.
       B.  DISPLAY ALL SPACES WITH SIZE 80 AT 2501.
           DISPLAY "Ofen (0 = Ende):" AT 2401.
           MOVE 0 TO WH-OFNR.
           ACCEPT WH-OFNR AT 2418.
           IF WH-OFNR = 0 GO X.
           MOVE WH-OFNR TO OF-NUM.
           READ OFENSTAM INVALID
               INITIALIZE OF-SATZ
               MOVE WH-OFNR TO OF-NUM.
           DISPLAY "Bezeichnung:" AT 2425.
           DISPLAY OF-BEZ AT 2438.
           ACCEPT OF-BEZ AT 2438.
           DISPLAY "kWh/Std:" AT 2501.
           DISPLAY OF-KWH AT 2510.
           ACCEPT OF-KWH AT 2510.
           DISPLAY "bei Temp.:" AT 2520.
           DISPLAY OF-REFTEMP AT 2531.
           ACCEPT OF-REFTEMP AT 2531.
           DISPLAY "Preis/kWh:" AT 2540.
           DISPLAY OF-KWHPR AT 2551.
           ACCEPT OF-KWHPR AT 2551.
           MOVE WH-OFNR TO OF-NUM.
           REWRITE OF-SATZ INVALID WRITE OF-SATZ.
           GO B.
       X.  CLOSE OFENSTAM.
       Z.  EXIT.

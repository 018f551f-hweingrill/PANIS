      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANHACCP.
      ******************************************************************
      *     HACCP-Backprotokoll je Ofenladung (PANHACCP.DAT)           *
      *     Sollwerte stellt der Ofenplan (PANOFEN), am Ofen werden    *
      *     Beginn/Ende, Ofentemperatur, Kerntemperatur, Kurzzeichen   *
      *     des Baeckers und Chargennummer erfasst; Abweichungen von   *
      *     den Rezeptvorgaben werden beim Erfassen gekennzeichnet     *
      *     WL-CA 10: Erfassung je Tag und Ofen                        *
      *     WL-CA 20: Abweichungsliste (inkl. nicht erfasster          *
      *               Ladungen) fuer einen Zeitraum                    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEHAC.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDHAC.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-DATUM            PIC 9(8).
               05 FILLER               PIC X.
               05 DRA-OFEN             PIC 9.
               05 FILLER               PIC X.
               05 DRA-LFD              PIC ZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(20).
               05 FILLER               PIC X.
               05 DRA-SOLL             PIC ZZ9,9.
               05 FILLER               PIC X.
               05 DRA-IST              PIC ZZ9,9.
               05 FILLER               PIC X.
               05 DRA-KERN             PIC Z9,9.
               05 FILLER               PIC X.
               05 DRA-CHNR             PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-GRD              PIC X(20).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(78).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-PLANDAT              PIC 9(8).
           03  WH-VONDAT               PIC 9(8).
           03  WH-BISDAT               PIC 9(8).
           03  WH-OFEN                 PIC 9.
           03  WH-LFD                  PIC 999.
           03  WH-ZEILE                PIC 9999     COMP.
           03  WH-ZANZ                 PIC 99       COMP.
           03  WH-BEGMIN               PIC 9(5)     COMP.
           03  WH-ENDMIN               PIC 9(5)     COMP.
           03  WH-ISTDAUER             PIC 9(5)     COMP.
           03  WH-HH                   PIC 99.
           03  WH-MM                   PIC 99.
           03  WH-DIFF                 PIC S9(5)V9  COMP.
           03  WH-CHNR                 PIC 9(4)     VALUE ZERO.
      *--------------> Pruefgrenzen gegen die Rezeptvorgaben <-
           03  WH-TTOL                 PIC 99V9     COMP VALUE 10.
           03  WH-DTOL                 PIC 99       COMP VALUE 5.
           03  WH-KERNMIN              PIC 99V9     COMP VALUE 92.
           03  WD-GERECH               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-LFD                  PIC ZZ9.
           03  WD-ZEIT                 PIC 99.99.
           03  WD-TEMP                 PIC ZZ9,9.
           03  WX-ZEILE                PIC X(70).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON BACKPROT.
       A.  CALL "CADECL" USING "PANHACCP.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM ERFASSUNG.
           IF WL-CA = 20 PERFORM ABWLISTE.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Erfassung am Ofen *
       ERFASSUNG SECTION.
       A.  DISPLAY "HACCP-Backprotokoll erfassen" AT 2301.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           OPEN I-O BACKPROT.
           IF WF-STATUS = "35"
               DISPLAY "kein Ofenplan vorhanden" AT 2401 GO Z.
           DISPLAY "Plantag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE WH-HEUTE TO WH-PLANDAT.
           ACCEPT WH-PLANDAT AT 2432.
           IF WH-PLANDAT = 0 GO X.
       B.  DISPLAY "Ofen (0 = Ende):" AT 2450.
           MOVE 0 TO WH-OFEN.
           ACCEPT WH-OFEN AT 2467.
           IF WH-OFEN = 0 GO X.
           PERFORM LADUNG-ANZEIGE.
       C.  DISPLAY ALL SPACES WITH SIZE 80 AT 2501.
           DISPLAY "Ladung (0 = Ende):" AT 2501.
           MOVE 0 TO WH-LFD.
           ACCEPT WH-LFD AT 2520.
           IF WH-LFD = 0 GO B.
           MOVE WH-PLANDAT TO HP-DATUM.
           MOVE WH-OFEN TO HP-OFEN.
           MOVE WH-LFD TO HP-LFD.
           READ BACKPROT
               INVALID DISPLAY "Ladung unbekannt" AT 2530 GO C.
           DISPLAY HP-BEZ AT 2530.
      *------> Istwerte, Vorschlag aus dem Plan <-
           IF HP-GEPLANT
               MOVE HP-SOLLBEG TO HP-ISTBEG
               MOVE HP-SOLLEND TO HP-ISTEND
               MOVE HP-SOLLTEMP TO HP-ISTTEMP
               MOVE WH-CHNR TO HP-CHNR.
           DISPLAY "Beginn (HHMM):" AT 2601.
           DISPLAY HP-ISTBEG AT 2616.
           ACCEPT HP-ISTBEG AT 2616.
           DISPLAY "Ende:" AT 2622.
           DISPLAY HP-ISTEND AT 2628.
           ACCEPT HP-ISTEND AT 2628.
           DISPLAY "Ofen C:" AT 2634.
           DISPLAY HP-ISTTEMP AT 2642.
           ACCEPT HP-ISTTEMP AT 2642.
           DISPLAY "Kern C:" AT 2650.
           DISPLAY HP-KERNTEMP AT 2658.
           ACCEPT HP-KERNTEMP AT 2658.
           DISPLAY "Baecker:" AT 2701.
           DISPLAY HP-BAECKER AT 2710.
           ACCEPT HP-BAECKER AT 2710.
           IF HP-BAECKER = SPACE
               DISPLAY "Kurzzeichen fehlt" AT 2760 GO C.
           DISPLAY "Charge:" AT 2716.
           DISPLAY HP-CHNR AT 2724.
           ACCEPT HP-CHNR AT 2724.
           MOVE HP-CHNR TO WH-CHNR.
           MOVE HP-DATUM TO HP-CHDAT.
           PERFORM ABW-PRUEF.
           MOVE "E" TO HP-STAT.
           REWRITE HP-SATZ.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2601.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2701.
           IF HP-ABWEICH
               DISPLAY "Abweichung:" AT 2701
               DISPLAY HP-ABWGRD AT 2713.
           PERFORM LADUNG-ANZEIGE.
           GO C.
       X.  CLOSE BACKPROT.
       Z.  EXIT.
      ***** Ladungen des Ofens am Schirm (Zeile 5 - 20) *
       LADUNG-ANZEIGE SECTION.
       A.  MOVE 0501 TO WH-ZEILE.
           MOVE 0 TO WH-ZANZ.
           PERFORM 16 TIMES
               DISPLAY ALL SPACES WITH SIZE 80 AT WH-ZEILE
               ADD 100 TO WH-ZEILE
           END-PERFORM.
           MOVE 0501 TO WH-ZEILE.
           MOVE WH-PLANDAT TO HP-DATUM.
           MOVE WH-OFEN TO HP-OFEN.
           MOVE 0 TO HP-LFD.
           START BACKPROT KEY NOT < HP-KEY INVALID GO Z.
       B.  READ BACKPROT NEXT IGNORE LOCK AT END GO Z.
           IF HP-DATUM NOT = WH-PLANDAT OR HP-OFEN NOT = WH-OFEN GO Z.
           IF WH-ZANZ >= 16 GO Z.
           ADD 1 TO WH-ZANZ.
           MOVE SPACE TO WX-ZEILE.
           MOVE HP-LFD TO WD-LFD.
           MOVE WD-LFD TO WX-ZEILE(1:3).
           MOVE HP-SOLLBEG TO WD-ZEIT.
           MOVE WD-ZEIT TO WX-ZEILE(5:5).
           MOVE HP-SOLLTEMP TO WD-TEMP.
           MOVE WD-TEMP TO WX-ZEILE(11:5).
           MOVE HP-BEZ TO WX-ZEILE(18:25).
           IF HP-ERFASST
               MOVE "erfasst" TO WX-ZEILE(45:7)
               MOVE HP-BAECKER TO WX-ZEILE(53:3).
           IF HP-ABWEICH MOVE "ABW" TO WX-ZEILE(57:3).
           DISPLAY WX-ZEILE AT WH-ZEILE.
           ADD 100 TO WH-ZEILE.
           GO B.
       Z.  EXIT.
      ***** Istwerte gegen Rezeptvorgabe pruefen *
       ABW-PRUEF SECTION.
       A.  MOVE SPACE TO HP-ABW HP-ABWGRD.
           COMPUTE WH-DIFF = HP-ISTTEMP - HP-SOLLTEMP.
           IF WH-DIFF > WH-TTOL OR WH-DIFF < 0 - WH-TTOL
               MOVE "J" TO HP-ABW
               MOVE "Ofentemperatur" TO HP-ABWGRD
               GO Z.
           IF HP-KERNTEMP < WH-KERNMIN
               MOVE "J" TO HP-ABW
               MOVE "Kerntemperatur" TO HP-ABWGRD
               GO Z.
      *------> Backdauer aus den Istzeiten (ueber Mitternacht) <-
           DIVIDE HP-ISTBEG BY 100 GIVING WH-HH REMAINDER WH-MM.
           COMPUTE WH-BEGMIN = WH-HH * 60 + WH-MM.
           DIVIDE HP-ISTEND BY 100 GIVING WH-HH REMAINDER WH-MM.
           COMPUTE WH-ENDMIN = WH-HH * 60 + WH-MM.
           IF WH-ENDMIN < WH-BEGMIN ADD 1440 TO WH-ENDMIN.
           COMPUTE WH-ISTDAUER = WH-ENDMIN - WH-BEGMIN.
           COMPUTE WH-DIFF = WH-ISTDAUER - HP-SOLLDAUER.
           IF WH-DIFF > WH-DTOL OR WH-DIFF < 0 - WH-DTOL
               MOVE "J" TO HP-ABW
               MOVE "Backdauer" TO HP-ABWGRD.
       Z.  EXIT.
      ***************************** Abweichungsliste *
       ABWLISTE SECTION.
       A.  DISPLAY "HACCP-Abweichungsliste" AT 2301.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           DISPLAY "von (JJJJMMTT):" AT 2401.
           MOVE WH-HEUTE TO WH-VONDAT.
           ACCEPT WH-VONDAT AT 2418.
           DISPLAY "bis (JJJJMMTT):" AT 2440.
           MOVE WH-HEUTE TO WH-BISDAT.
           ACCEPT WH-BISDAT AT 2457.
           OPEN INPUT BACKPROT.
           IF WF-STATUS = "35"
               DISPLAY "kein Backprotokoll vorhanden" AT 2501 GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "HACCP-Backprotokoll - Abweichungen" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Datum    O Lfd Rezept                Soll   Ist"
               TO DRA-TITEL.
           MOVE "Kern Charg Grund" TO DRA-TITEL(55:16).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-GERECH.
           MOVE WH-VONDAT TO HP-DATUM.
           MOVE 0 TO HP-OFEN HP-LFD.
           START BACKPROT KEY NOT < HP-KEY INVALID GO X.
       B.  READ BACKPROT NEXT IGNORE LOCK AT END GO X.
           IF HP-DATUM > WH-BISDAT GO X.
           IF HP-ERFASST AND NOT HP-ABWEICH GO B.
      *------> nicht erfasst zaehlt erst nach dem Plantag <-
           IF HP-GEPLANT AND HP-DATUM NOT < WH-HEUTE GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE HP-DATUM TO DRA-DATUM.
           MOVE HP-OFEN TO DRA-OFEN.
           MOVE HP-LFD TO DRA-LFD.
           MOVE HP-BEZ TO DRA-BEZ.
           MOVE HP-SOLLTEMP TO DRA-SOLL.
           MOVE HP-ISTTEMP TO DRA-IST.
           MOVE HP-KERNTEMP TO DRA-KERN.
           MOVE HP-CHNR TO DRA-CHNR.
           MOVE HP-ABWGRD TO DRA-GRD.
           IF HP-GEPLANT MOVE "nicht erfasst" TO DRA-GRD.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WD-GERECH.
           GO B.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "Ladungen mit Abweichung:" TO DRA-TITEL.
           MOVE WD-GERECH TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(26:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER BACKPROT.
       Z.  EXIT.

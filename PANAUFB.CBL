      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANAUFB.
      ******************************************************************
      *     Aufbackplan je Filiale aus den Vectron-Stundenverkaeufen   *
      *     KASREAD stellt die Verkaeufe je Stunde, Filiale und        *
      *     Artikel nach PANKASTD.DAT; das Stundenprofil ist der       *
      *     Schnitt der letzten vier gleichen Wochentage (wie          *
      *     PANDISPO). Gebacken wird im Backrhythmus (Stunden) ab der  *
      *     ersten Verkaufsstunde, jede Backung deckt die Nachfrage    *
      *     bis zur naechsten; die letzte Backung wird um den          *
      *     Abschlag gekuerzt, damit das Regal zum Ladenschluss leer   *
      *     ist                                                        *
      *     WL-CA 10: Aufbackplan je Filiale fuer einen Tag drucken    *
      *     WL-CA 20: Stundendaten aelter als 8 Wochen loeschen        *
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
           COPY PANSEKST.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFDKST.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-ZEIT             PIC Z9.
               05 FILLER               PIC X(4).
               05 DRA-NUM              PIC ZZZ9.
               05 FILLER               PIC XX.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC XX.
               05 DRA-MENGE            PIC ZZ.ZZ9.
               05 FILLER               PIC X(4).
               05 DRA-BIS              PIC Z9.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(51).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-KTONR                PIC 9(6).
           03  WH-PLANDAT              PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-PLANI                PIC 9(7)     COMP.
           03  WH-RHYT                 PIC 9.
           03  WH-ABSCHL               PIC 99.
           03  WH-QI                   PIC 9        COMP.
           03  WH-QTAGI                PIC 9(7)     COMP.
           03  WH-QDAT                 PIC 9(8)     COMP.
           03  WH-QANZ                 PIC 9        COMP.
           03  WH-GEF                  PIC X.
           03  WH-SI                   PIC 99       COMP.
           03  WH-SVON                 PIC 99       COMP.
           03  WH-SBIS                 PIC 99       COMP.
           03  WH-SLOT                 PIC 99       COMP.
           03  WH-SEND                 PIC 99       COMP.
           03  WH-BEDARF               PIC S9(7)V9  COMP.
           03  WH-STK                  PIC S9(5)    COMP.
           03  WH-GRENZ                PIC 9(8)     COMP.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-GEL                  PIC 9(7)     COMP VALUE ZERO.
      *--------------> Stundenprofil je Artikel (Stunde 0 - 23) <-
           03  WH-AI                   PIC 999      COMP.
           03  WH-AANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-ATAB.
               05 WT-ART                            OCCURS 300.
                  07 AB-ARNUM          PIC 9(4)     COMP.
                  07 AB-STD            PIC S9(7)    COMP  OCCURS 24.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON KASSTUND.
       A.  CALL "CADECL" USING "PANKASTD.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM AUFBACKPLAN.
           IF WL-CA = 20 PERFORM BEREINIGEN.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Aufbackplan einer Filiale *
       AUFBACKPLAN SECTION.
       A.  DISPLAY "Aufbackplan Filiale" AT 2301.
           DISPLAY "Filialkonto (0 = Ende):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2426.
           IF WH-KTONR = 0 GO Z.
           DISPLAY "Backtag (JJJJMMTT):" AT 2440.
           MOVE 0 TO WH-PLANDAT.
           ACCEPT WH-PLANDAT AT 2460.
           IF WH-PLANDAT = 0 GO Z.
           DISPLAY "Backrhythmus Std.:" AT 2501.
           MOVE 2 TO WH-RHYT.
           ACCEPT WH-RHYT AT 2520.
           IF WH-RHYT = 0 MOVE 1 TO WH-RHYT.
           DISPLAY "Abschlag letzte Backung %:" AT 2525.
           MOVE 20 TO WH-ABSCHL.
           ACCEPT WH-ABSCHL AT 2552.
           COMPUTE WH-PLANI = FUNCTION INTEGER-OF-DATE(WH-PLANDAT).
           OPEN INPUT DEBITOR ARTIKEL KASSTUND.
           IF WF-STATUS = "35"
               DISPLAY "keine Stundendaten vorhanden" AT 2601
               CLOSE DEBITOR ARTIKEL
               GO Z.
           MOVE 1 TO DE-FNR.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID DISPLAY "Konto unbekannt" AT 2601
               GO X.
           PERFORM PROFIL-SAMMELN.
           IF WH-AANZ = 0
               DISPLAY "keine Verkaeufe an den Vergleichstagen" AT 2601
               GO X.
           PERFORM PLAN-DRUCK.
       X.  CLOSE DEBITOR ARTIKEL KASSTUND.
       Z.  EXIT.
      ***** Stundenprofil: Schnitt der letzten 4 gleichen Wochentage *
      *  gezaehlt werden nur Vergleichstage, an denen die Filiale
      *  ueberhaupt Stundendaten geliefert hat
       PROFIL-SAMMELN SECTION.
       A.  MOVE 0 TO WH-AANZ WH-QANZ.
           PERFORM VARYING WH-QI FROM 1 BY 1 UNTIL WH-QI > 4
               COMPUTE WH-QTAGI = WH-PLANI - WH-QI * 7
               COMPUTE WH-QDAT = FUNCTION DATE-OF-INTEGER(WH-QTAGI)
               PERFORM TAG-SAMMELN
           END-PERFORM.
           IF WH-QANZ = 0 MOVE 0 TO WH-AANZ.
       Z.  EXIT.
       TAG-SAMMELN SECTION.
       A.  MOVE "N" TO WH-GEF.
           MOVE WH-QDAT TO KS-DATUM.
           MOVE WH-KTONR TO KS-KTONR.
           MOVE 0 TO KS-ARNUM KS-STD.
           START KASSTUND KEY NOT < KS-KEY INVALID GO X.
       B.  READ KASSTUND NEXT IGNORE LOCK AT END GO X.
           IF KS-DATUM NOT = WH-QDAT OR KS-KTONR NOT = WH-KTONR GO X.
           MOVE "J" TO WH-GEF.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               OR AB-ARNUM(WH-AI) = KS-ARNUM
               CONTINUE.
           IF WH-AI > WH-AANZ
               IF WH-AANZ >= 300 GO B
               ELSE
                   ADD 1 TO WH-AANZ
                   MOVE WH-AANZ TO WH-AI
                   MOVE KS-ARNUM TO AB-ARNUM(WH-AI)
                   PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > 24
                       MOVE 0 TO AB-STD(WH-AI WH-SI)
                   END-PERFORM
           END-IF.
           ADD KS-MENGE TO AB-STD(WH-AI KS-STD + 1).
           GO B.
       X.  IF WH-GEF = "J" ADD 1 TO WH-QANZ.
       Z.  EXIT.
      ***** Plan drucken: je Backzeit die Artikel und Stueck *
       PLAN-DRUCK SECTION.
       A.  PERFORM STD-GRENZEN.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Aufbackplan" TO DRA-TITEL.
           MOVE WH-PLANDAT TO DRA-TITEL(13:8).
           MOVE DE-BEZ TO DRA-TITEL(23:29).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Uhr   Art.  Bezeichnung" TO DRA-TITEL.
           MOVE "Stueck  bis" TO DRA-TITEL(40:11).
           WRITE DRA-SATZ AFTER 2.
           MOVE WH-SVON TO WH-SLOT.
       B.  IF WH-SLOT > WH-SBIS GO X.
           COMPUTE WH-SEND = WH-SLOT + WH-RHYT - 1.
           IF WH-SEND > WH-SBIS MOVE WH-SBIS TO WH-SEND.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               PERFORM SLOT-ZEILE
           END-PERFORM.
           ADD WH-RHYT TO WH-SLOT.
           GO B.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ***** erste und letzte Verkaufsstunde (Index 1 - 24) *
       STD-GRENZEN SECTION.
       A.  MOVE 24 TO WH-SVON.
           MOVE 1 TO WH-SBIS.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               PERFORM VARYING WH-SI FROM 1 BY 1 UNTIL WH-SI > 24
                   IF AB-STD(WH-AI WH-SI) > 0
                       IF WH-SI < WH-SVON MOVE WH-SI TO WH-SVON END-IF
                       IF WH-SI > WH-SBIS MOVE WH-SI TO WH-SBIS END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       Z.  EXIT.
      ***** Stueck eines Artikels fuer die Backung WH-SLOT-WH-SEND *
       SLOT-ZEILE SECTION.
       A.  MOVE 0 TO WH-BEDARF.
           PERFORM VARYING WH-SI FROM WH-SLOT BY 1 UNTIL WH-SI > WH-SEND
               ADD AB-STD(WH-AI WH-SI) TO WH-BEDARF
           END-PERFORM.
           COMPUTE WH-BEDARF = WH-BEDARF / WH-QANZ.
           IF WH-SEND = WH-SBIS
               COMPUTE WH-BEDARF = WH-BEDARF * (100 - WH-ABSCHL) / 100.
      *------> auf ganze Stueck aufrunden <-
           COMPUTE WH-STK = WH-BEDARF + 0,9.
           IF WH-STK NOT > 0 GO Z.
           MOVE SPACE TO DRA-SATZ.
           COMPUTE DRA-ZEIT = WH-SLOT - 1.
           MOVE AB-ARNUM(WH-AI) TO DRA-NUM AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZ.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE WH-STK TO DRA-MENGE.
           MOVE WH-SEND TO DRA-BIS.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ***************************** alte Stundendaten loeschen *
       BEREINIGEN SECTION.
       A.  DISPLAY "Stundendaten aelter als 8 Wochen loeschen (J/N):"
               AT 2401.
           MOVE "N" TO WH-GEF.
           ACCEPT WH-GEF AT 2450.
           IF WH-GEF NOT = "J" AND WH-GEF NOT = "j" GO Z.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-PLANDAT = 20000000 + WH-TAG6.
           COMPUTE WH-PLANI = FUNCTION INTEGER-OF-DATE(WH-PLANDAT) - 56.
           COMPUTE WH-GRENZ = FUNCTION DATE-OF-INTEGER(WH-PLANI).
           OPEN I-O KASSTUND.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO WD-GEL.
           MOVE 0 TO KS-DATUM KS-KTONR KS-ARNUM KS-STD.
           START KASSTUND KEY NOT < KS-KEY INVALID GO X.
       B.  READ KASSTUND NEXT AT END GO X.
           IF ZUGRIF GO B.
           IF KS-DATUM NOT < WH-GRENZ GO X.
           DELETE KASSTUND RECORD.
           ADD 1 TO WD-GEL.
           GO B.
       X.  CLOSE KASSTUND.
           DISPLAY "geloeschte Saetze:" AT 2501.
           MOVE WD-GEL TO WD-ANZ.
           DISPLAY WD-ANZ AT 2520.
       Z.  EXIT.

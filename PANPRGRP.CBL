      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANPRGRP.
      ******************************************************************
      *     Preisgruppen (PANPRGRP.DAT): die Gruppe traegt die         *
      *     datierten Preisstaffeln je Artikel (wie FA-XTAB), der      *
      *     Kunde ist ueber DE-PRGRP zugeordnet und erbt sie; eine     *
      *     eigene FA-XTAB-Staffel des Kunden geht vor.                *
      *     Preisfindung: Kundenpreis -> Gruppenpreis -> Artikelpreis  *
      *     WL-CA 10: Preisgruppen und Gruppenpreise warten            *
      *     WL-CA 20: Kunden einer Preisgruppe zuordnen                *
      *     WL-CA 30: Zusammenfassung - gleiche Kundenpreise der       *
      *               Gruppenmitglieder werden Gruppenpreis, die       *
      *               Kundenstaffeln dazu geleert (Simulation moegl.)  *
      *     WL-CA 50: Gruppenpreis fuer Artikel WH-NUM, Gruppe WZ,     *
      *               Stichtag WZ-DATUM -> WH-WERT = Preis x 1000      *
      *               (drei Nachkommastellen), WH-X = J/N              *
      *               (fuer Programme ohne eigenen Zugriff)            *
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
           COPY PANSEFAK.CPY.
           COPY PANSEPGR.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANFDPGR.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-ARNUM            PIC ZZZ9.
               05 FILLER               PIC XX.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC XX.
               05 DRA-PREIS            PIC Z.ZZ9,999-.
               05 FILLER               PIC XX.
               05 DRA-ANZ              PIC ZZZZ9.
               05 FILLER               PIC XX.
               05 DRA-TX               PIC X(16).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(68).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-NEU                  PIC 9        COMP.
           03  WM-SIMU                 PIC 9        COMP VALUE 1.
           03  WH-GRP                  PIC 99.
           03  WH-KTONR                PIC 9(6).
           03  WH-ARNR                 PIC 9(4).
           03  WH-I                    PIC 9        COMP.
           03  WH-PREIS                PIC S9(4)V999.
           03  WH-AB                   PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-RAB                  PIC S99V9.
           03  WH-MIN                  PIC 99.
           03  WH-EPREIS               PIC S9(4)V999 COMP.
           03  WD-GRP                  PIC Z9.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *---------------------------> Mitglieder der Preisgruppe <-
           03  WH-MANZ                 PIC 9(4)     COMP.
           03  WH-MI                   PIC 9(4)     COMP.
           03  WT-MITGL                PIC 9(6)     COMP OCCURS 500.
      *------------> verschiedene Kundenstaffeln je Artikel mit
      *              der Zahl der Kunden, die sie tragen <-
           03  WH-KANZ                 PIC 9(4)     COMP.
           03  WH-KI                   PIC 9(4)     COMP.
           03  WH-KJ                   PIC 9(4)     COMP.
           03  WH-KBEST                PIC 9(4)     COMP.
           03  WT-KAND                              OCCURS 2000.
               05 KA-ARNUM             PIC 9(4)     COMP.
               05 KA-ERST              PIC 9        COMP.
               05 KA-WAHL              PIC 9        COMP.
               05 KA-ANZ               PIC 9(4)     COMP.
               05 KA-XTAB.
                  07 KA-TAB                         OCCURS 4.
                     09 KA-PREIS       PIC S9(4)V999 COMP.
                     09 KA-AB          PIC 9(8)     COMP.
                     09 KA-BIS         PIC 9(8)     COMP.
                     09 KA-RET         PIC S9(4)V999 COMP.
                     09 KA-RAB         PIC S99V9    COMP.
           03  WD-NEUGRP               PIC 9(5)     COMP.
           03  WD-GELEERT              PIC 9(5)     COMP.
           03  WD-VOLL                 PIC 9(5)     COMP.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON PREISGRP.
       A.  CALL "CADECL" USING "PANPRGRP.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM GRUPPEN.
           IF WL-CA = 20 PERFORM ZUORDNEN.
           IF WL-CA = 30 PERFORM ZUSAMMENF.
           IF WL-CA = 50 PERFORM GRUPPENPREIS.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Preisgruppen warten *
       GRUPPEN SECTION.
       A.  OPEN INPUT ARTIKEL.
           PERFORM PGR-OEFFNEN.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Preisgruppe (1-99, 0 = Ende):"
               with highlight AT 0101.
           MOVE 0 TO WH-GRP.
           ACCEPT WH-GRP AT 0132.
           IF WH-GRP = 0 GO X.
           MOVE WH-GRP TO PG-GRP.
           MOVE 0 TO PG-ARNUM.
           MOVE 0 TO WM-NEU.
           READ PREISGRP INVALID
               INITIALIZE PG-SATZ
               MOVE WH-GRP TO PG-GRP
               MOVE 1 TO WM-NEU.
           DISPLAY "Bezeichnung:" AT 0201.
           DISPLAY PG-BEZ AT 0214.
           ACCEPT PG-BEZ AT 0214.
           IF PG-BEZ = SPACE GO B.
           IF WM-NEU = 1
               WRITE PG-SATZ
           ELSE
               REWRITE PG-SATZ.
      *--------> Gruppenpreise je Artikel <-
       C.  DISPLAY "Artikel (0 = andere Gruppe):" AT 0401.
           MOVE 0 TO WH-ARNR.
           ACCEPT WH-ARNR AT 0430.
           IF WH-ARNR = 0 GO B.
           MOVE WH-ARNR TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID
               DISPLAY "Artikel unbekannt" AT 2401 GO C.
           DISPLAY AR-BEZ AT 0436.
           MOVE WH-GRP TO PG-GRP.
           MOVE WH-ARNR TO PG-ARNUM.
           MOVE 0 TO WM-NEU.
           READ PREISGRP INVALID
               INITIALIZE PG-SATZ
               MOVE WH-GRP TO PG-GRP
               MOVE WH-ARNR TO PG-ARNUM
               MOVE 1 TO WM-NEU.
           DISPLAY "      Preis  gueltig ab   bis       Rabatt%"
               AT 0601.
           MOVE 1 TO WH-I.
       D.  IF WH-I > 4 GO E.
           MOVE WH-I TO VDU-L.
           ADD 6 TO VDU-L.
           MOVE 1 TO VDU-P.
           MOVE PG-PREIS(WH-I) TO WH-PREIS.
           DISPLAY WH-PREIS AT VDU-LP.
           ACCEPT WH-PREIS AT VDU-LP.
           MOVE 15 TO VDU-P.
           MOVE PG-AB(WH-I) TO WH-AB.
           DISPLAY WH-AB AT VDU-LP.
           ACCEPT WH-AB AT VDU-LP.
           MOVE 26 TO VDU-P.
           MOVE PG-BIS(WH-I) TO WH-BIS.
           DISPLAY WH-BIS AT VDU-LP.
           ACCEPT WH-BIS AT VDU-LP.
           MOVE 39 TO VDU-P.
           MOVE PG-RAB(WH-I) TO WH-RAB.
           DISPLAY WH-RAB AT VDU-LP.
           ACCEPT WH-RAB AT VDU-LP.
      *--------> datierte Staffel braucht ab und bis <-
           IF (WH-AB NOT = 0 OR WH-BIS NOT = 0)
               AND (WH-AB = 0 OR WH-BIS < WH-AB)
               DISPLAY "Zeitraum ungueltig" AT 2401 GO D.
           MOVE WH-PREIS TO PG-PREIS(WH-I).
           MOVE WH-AB TO PG-AB(WH-I).
           MOVE WH-BIS TO PG-BIS(WH-I).
           MOVE WH-RAB TO PG-RAB(WH-I).
           ADD 1 TO WH-I.
           GO D.
      *--------> keine Staffel mehr belegt: Gruppenpreis loeschen <-
       E.  MOVE 0 TO WH-I.
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 4
               IF PG-PREIS(GX) NOT = 0 MOVE 1 TO WH-I
               END-IF
           END-PERFORM.
           IF WH-I = 0
               IF WM-NEU = 0 DELETE PREISGRP
               END-IF
               GO C.
           IF WM-NEU = 1
               WRITE PG-SATZ
           ELSE
               REWRITE PG-SATZ.
           GO C.
       X.  CLOSE ARTIKEL PREISGRP.
       Z.  EXIT.
      ************** Preisgruppendatei oeffnen/anlegen *
       PGR-OEFFNEN SECTION.
       A.  OPEN I-O PREISGRP.
           IF WF-STATUS = "35"
               CLOSE PREISGRP OPEN OUTPUT PREISGRP
               CLOSE PREISGRP OPEN I-O PREISGRP.
       Z.  EXIT.
      ***************************** Kunden zuordnen *
       ZUORDNEN SECTION.
       A.  OPEN I-O DEBITOR.
           PERFORM PGR-OEFFNEN.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Preisgruppe zuordnen - Konto (0 = Ende):"
               with highlight AT 0101.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 0143.
           IF WH-KTONR = 0 GO X.
           MOVE 1 TO DE-FNR.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR INVALID
               DISPLAY "Konto unbekannt" AT 2401
               CALL "CAUP" USING "0024700000" WH-CREG
               GO B.
           DISPLAY DE-BEZ(1:30) AT 0201.
       C.  DISPLAY "Preisgruppe (0 = keine):" AT 0401.
           MOVE DE-PRGRP TO WH-GRP.
           DISPLAY WH-GRP AT 0426.
           ACCEPT WH-GRP AT 0426.
           IF WH-GRP NOT = 0
               MOVE WH-GRP TO PG-GRP
               MOVE 0 TO PG-ARNUM
               READ PREISGRP IGNORE LOCK INVALID
                   DISPLAY "Preisgruppe unbekannt" AT 2401
                   GO C
               END-READ
               DISPLAY PG-BEZ AT 0430.
           MOVE WH-GRP TO DE-PRGRP.
           REWRITE DE-SATZ.
           GO B.
       X.  CLOSE DEBITOR PREISGRP.
       Z.  EXIT.
      ********************** gleiche Kundenpreise zusammenfassen *
       ZUSAMMENF SECTION.
       A.  DISPLAY "Kundenpreise in Preisgruppe zusammenfassen" AT 2301.
           DISPLAY "Preisgruppe (0 = Ende):" AT 2401.
           MOVE 0 TO WH-GRP.
           ACCEPT WH-GRP AT 2425.
           IF WH-GRP = 0 GO Z.
           DISPLAY "mindestens gleiche Kunden:" AT 2501.
           MOVE 2 TO WH-MIN.
           ACCEPT WH-MIN AT 2528.
           IF WH-MIN < 2 MOVE 2 TO WH-MIN.
           DISPLAY "<1>= Simulation, <2>= Echtlauf:" AT 2601.
           MOVE 1 TO WM-SIMU.
           ACCEPT WM-SIMU AT 2633.
           OPEN INPUT DEBITOR ARTIKEL.
           OPEN I-O FAKTDAT.
           PERFORM PGR-OEFFNEN.
           MOVE WH-GRP TO PG-GRP.
           MOVE 0 TO PG-ARNUM.
           READ PREISGRP IGNORE LOCK INVALID
               DISPLAY "Preisgruppe unbekannt" AT 2401
               CLOSE DEBITOR ARTIKEL FAKTDAT PREISGRP
               GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           IF WM-SIMU = 1
               MOVE "Preisgruppe - Zusammenfassung SIMULATION"
                   TO DRA-TITEL
           ELSE
               MOVE "Preisgruppe - Zusammenfassung Kontrolliste"
                   TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-GRP TO WD-GRP.
           MOVE WD-GRP TO DRA-TITEL(1:2).
           MOVE PG-BEZ TO DRA-TITEL(4:30).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art.  Bezeichnung                   Preis Kunden"
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WH-MANZ WH-KANZ WD-NEUGRP WD-GELEERT WD-VOLL.
           PERFORM MITGL-SAMMELN.
           PERFORM VARYING WH-MI FROM 1 BY 1 UNTIL WH-MI > WH-MANZ
               PERFORM STAFF-ZAEHLEN
           END-PERFORM.
           PERFORM VARYING WH-KI FROM 1 BY 1 UNTIL WH-KI > WH-KANZ
               IF KA-ERST(WH-KI) = 1
                   PERFORM ART-WAHL
               END-IF
           END-PERFORM.
           PERFORM VARYING WH-MI FROM 1 BY 1 UNTIL WH-MI > WH-MANZ
               PERFORM STAFF-LEEREN
           END-PERFORM.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Mitglieder:" TO DRA-TITEL.
           MOVE WH-MANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(20:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "neue Gruppenpreise:" TO DRA-TITEL.
           MOVE WD-NEUGRP TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(20:7).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Kundenstaffeln leer:" TO DRA-TITEL.
           MOVE WD-GELEERT TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(20:7).
           WRITE DRA-SATZ AFTER 1.
           IF WD-VOLL NOT = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "Tabelle voll - Lauf wiederholen" TO DRA-TITEL
               WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER DEBITOR ARTIKEL FAKTDAT PREISGRP.
       Z.  EXIT.
      ************** Konten der Preisgruppe sammeln *
       MITGL-SAMMELN SECTION.
       A.  MOVE 1 TO DE-FNR.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO Z.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO Z.
           IF DE-PRGRP NOT = WH-GRP GO B.
           IF WH-MANZ NOT < 500
               ADD 1 TO WD-VOLL
               GO Z.
           ADD 1 TO WH-MANZ.
           MOVE DE-KTONR TO WT-MITGL(WH-MANZ).
           GO B.
       Z.  EXIT.
      ************** Staffeln eines Mitglieds zaehlen *
       STAFF-ZAEHLEN SECTION.
       A.  MOVE WT-MITGL(WH-MI) TO FA-KTONR.
           MOVE 0 TO FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO Z.
       B.  READ FAKTDAT NEXT IGNORE LOCK AT END GO Z.
           IF FA-KTONR NOT = WT-MITGL(WH-MI) GO Z.
           MOVE 0 TO WH-I.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 4
               IF FA-PREIS(PX) NOT = 0 MOVE 1 TO WH-I
               END-IF
           END-PERFORM.
           IF WH-I = 0 GO B.
      *--------> gleiche Staffel schon gezaehlt? <-
           MOVE 1 TO WH-I.
           MOVE 0 TO WH-KJ.
           PERFORM VARYING WH-KI FROM 1 BY 1 UNTIL WH-KI > WH-KANZ
               OR WH-KJ NOT = 0
               IF KA-ARNUM(WH-KI) = FA-ARNUM
                   MOVE 0 TO WH-I
                   IF KA-XTAB(WH-KI) = FA-XTAB
                       MOVE WH-KI TO WH-KJ
                   END-IF
               END-IF
           END-PERFORM.
           IF WH-KJ NOT = 0
               ADD 1 TO KA-ANZ(WH-KJ)
               GO B.
           IF WH-KANZ NOT < 2000
               ADD 1 TO WD-VOLL
               GO B.
           ADD 1 TO WH-KANZ.
           MOVE FA-ARNUM TO KA-ARNUM(WH-KANZ).
           MOVE WH-I TO KA-ERST(WH-KANZ).
           MOVE 0 TO KA-WAHL(WH-KANZ).
           MOVE 1 TO KA-ANZ(WH-KANZ).
           MOVE FA-XTAB TO KA-XTAB(WH-KANZ).
           GO B.
       Z.  EXIT.
      ************** Gruppenstaffel eines Artikels festlegen:
      ************** vorhandener Gruppenpreis bleibt, sonst die
      ************** haeufigste Kundenstaffel (mind. WH-MIN Kunden) *
       ART-WAHL SECTION.
       A.  MOVE WH-GRP TO PG-GRP.
           MOVE KA-ARNUM(WH-KI) TO PG-ARNUM.
           READ PREISGRP IGNORE LOCK INVALID GO C.
           PERFORM VARYING WH-KJ FROM WH-KI BY 1 UNTIL WH-KJ > WH-KANZ
               IF KA-ARNUM(WH-KJ) = PG-ARNUM
                   AND KA-XTAB(WH-KJ) = PG-XTAB
                   MOVE 1 TO KA-WAHL(WH-KJ)
                   MOVE WH-KJ TO WH-KBEST
                   PERFORM WAHL-ZEILE
                   MOVE "vorhanden" TO DRA-TX
                   WRITE DRA-SATZ AFTER 1
               END-IF
           END-PERFORM.
           GO Z.
       C.  MOVE 0 TO WH-KBEST.
           PERFORM VARYING WH-KJ FROM WH-KI BY 1 UNTIL WH-KJ > WH-KANZ
               IF KA-ARNUM(WH-KJ) = KA-ARNUM(WH-KI)
                   AND KA-ANZ(WH-KJ) NOT < WH-MIN
                   IF WH-KBEST = 0
                       MOVE WH-KJ TO WH-KBEST
                   ELSE
                       IF KA-ANZ(WH-KJ) > KA-ANZ(WH-KBEST)
                           MOVE WH-KJ TO WH-KBEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WH-KBEST = 0 GO Z.
           MOVE 1 TO KA-WAHL(WH-KBEST).
           ADD 1 TO WD-NEUGRP.
           PERFORM WAHL-ZEILE.
           MOVE "neu" TO DRA-TX.
           WRITE DRA-SATZ AFTER 1.
           IF WM-SIMU = 1 GO Z.
           INITIALIZE PG-SATZ.
           MOVE WH-GRP TO PG-GRP.
           MOVE KA-ARNUM(WH-KBEST) TO PG-ARNUM.
           MOVE KA-XTAB(WH-KBEST) TO PG-XTAB.
           WRITE PG-SATZ.
       Z.  EXIT.
      ************** Kontrollzeile zur gewaehlten Staffel *
       WAHL-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE KA-ARNUM(WH-KBEST) TO DRA-ARNUM AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID MOVE SPACE TO AR-BEZ.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE 0 TO WH-EPREIS.
           PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > 4
               IF WH-EPREIS = 0
                   MOVE KA-PREIS(WH-KBEST WH-I) TO WH-EPREIS
               END-IF
           END-PERFORM.
           MOVE WH-EPREIS TO DRA-PREIS.
           MOVE KA-ANZ(WH-KBEST) TO DRA-ANZ.
       Z.  EXIT.
      ************** Kundenstaffeln gleich der Gruppenstaffel leeren *
       STAFF-LEEREN SECTION.
       A.  MOVE WT-MITGL(WH-MI) TO FA-KTONR.
           MOVE 0 TO FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO Z.
       B.  READ FAKTDAT NEXT AT END GO Z.
           IF FA-KTONR NOT = WT-MITGL(WH-MI) GO Z.
           MOVE 0 TO WH-KJ.
           PERFORM VARYING WH-KI FROM 1 BY 1 UNTIL WH-KI > WH-KANZ
               OR WH-KJ NOT = 0
               IF KA-WAHL(WH-KI) = 1
                   AND KA-ARNUM(WH-KI) = FA-ARNUM
                   AND KA-XTAB(WH-KI) = FA-XTAB
                   MOVE WH-KI TO WH-KJ
               END-IF
           END-PERFORM.
           IF WH-KJ = 0 GO B.
           ADD 1 TO WD-GELEERT.
           IF WM-SIMU = 1 GO B.
           INITIALIZE FA-XTAB.
           REWRITE FA-SATZ.
           GO B.
       Z.  EXIT.
      ************** Gruppenpreis zum Stichtag fuer ein Programm *
       GRUPPENPREIS SECTION.
       A.  MOVE "N" TO WH-X.
           MOVE 0 TO WH-WERT.
           IF WZ = 0 GO Z.
           OPEN INPUT PREISGRP.
           IF WF-STATUS = "35" GO Z.
           MOVE WZ TO PG-GRP.
           MOVE WH-NUM TO PG-ARNUM.
           READ PREISGRP IGNORE LOCK INVALID GO X.
           MOVE 0 TO WH-EPREIS.
           MOVE 1 TO GX.
      *------> unbefristete Staffel als Vorgabe <-
       B.  IF GX > 4 GO C.
           IF PG-AB(GX) = 0 AND PG-BIS(GX) = 0
               AND PG-PREIS(GX) NOT = 0
               AND WH-EPREIS = 0
               MOVE PG-PREIS(GX) TO WH-EPREIS.
           ADD 1 TO GX.
           GO B.
      *------> datierte Staffel zum Stichtag geht vor <-
       C.  MOVE 1 TO GX.
       D.  IF GX > 4 GO E.
           IF PG-AB(GX) NOT = 0
               AND PG-AB(GX) NOT > WZ-DATUM
               AND PG-BIS(GX) NOT < WZ-DATUM
               MOVE PG-PREIS(GX) TO WH-EPREIS.
           ADD 1 TO GX.
           GO D.
       E.  IF WH-EPREIS = 0 GO X.
           COMPUTE WH-WERT = WH-EPREIS * 1000.
           MOVE "J" TO WH-X.
       X.  CLOSE PREISGRP.
       Z.  EXIT.

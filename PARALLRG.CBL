      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARALLRG.
      ******************************************************************
      *     Allergene und Zutatentext je Artikel aus den Rezepten      *
      *     Pflege einmal je Rohstoff (PARALLRO.DAT),                  *
      *     Hochrollen durch die Rezeptkomponenten (RE-KOMP,           *
      *     eingebettete Teige wie PARKALK in drei Durchgaengen)       *
      *     nach PARADEKL.DAT; PANALLER.DAT wird nur nach              *
      *     Bestaetigung ueberschrieben                                *
      *     WL-CA 10: Wartung Rohstoffwerte                            *
      *     WL-CA 20: Rollup-Lauf (nach jeder Rezeptaenderung)         *
      *     WL-CA 30: Differenzliste gerollt gegen PANALLER            *
      *     WL-CA 40: Uebernahme der Differenzen mit Bestaetigung      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARSEREZ.CPY.
           COPY PARSEART.CPY.
           COPY PANSEART.CPY.
           COPY PANSEALL.CPY.
           COPY PARSEALR.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PARREZEP.CPY.
       COPY PARFDART.CPY.
       COPY PANFDART.CPY.
       COPY PANFDALL.CPY.
       COPY PARFDALR.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-ARNUM            PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC X.
               05 DRA-ALT              PIC X(14).
               05 FILLER               PIC X.
               05 DRA-NEU              PIC X(14).
               05 FILLER               PIC X.
               05 DRA-ZUT              PIC X(7).
               05 FILLER               PIC X.
               05 DRA-FEHLT            PIC Z9.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(71).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-LGNR                 PIC 9(4).
           03  WH-GANG                 PIC 9        COMP.
           03  WH-KX                   PIC 99       COMP.
           03  WH-AI                   PIC 99       COMP.
           03  WH-RI                   PIC 99       COMP.
           03  WH-RJ                   PIC 99       COMP.
           03  WH-RANZ                 PIC 99       COMP.
           03  WH-ZEILE                PIC 9999     COMP.
           03  WH-ZPTR                 PIC 999      COMP.
           03  WH-GEFUND               PIC 9        COMP.
           03  WH-TEIG                 PIC 9        COMP.
           03  WH-DIFF                 PIC 9        COMP.
           03  WH-ANTW                 PIC X.
           03  WD-GERECH               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WH-CODES.
               05 FILLER               PIC X(14)
                  VALUE "ABCDEFGHLMNOPR".
           03  WR-CODE REDEFINES WH-CODES.
               05 WH-CODE              PIC X        OCCURS 14.
      *--------------> Ergebnis je Rezept waehrend des Rollups <-
           03  WS-KENN                 PIC X        OCCURS 14.
           03  WS-ZUTAT                PIC X(200).
           03  WS-FEHLT                PIC 99       COMP.
      *--------------> Werte der aktuellen Komponente <-
           03  WK-KENN                 PIC X        OCCURS 14.
           03  WK-ZUTAT                PIC X(200).
      *--------------> Komponenten nach Menge absteigend <-
           03  WT-RTAB.
               05 WT-RF                             OCCURS 20.
                  07 RF-KX             PIC 99       COMP.
                  07 RF-MENGE          PIC 9(6)     COMP.
           03  WT-RSAVE                PIC X(6).
      *--------------> Kennzeichen als Codefolge fuer Anzeige/Druck <-
           03  WH-ALTCOD               PIC X(14).
           03  WH-NEUCOD               PIC X(14).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON LAGARTIK.
       A.  CALL "CADECL" USING "PARARTIK.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON ALLERGEN.
       A.  CALL "CADECL" USING "PANALLER.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON ALLROH.
       A.  CALL "CADECL" USING "PARALLRO.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON ALLDEKL.
       A.  CALL "CADECL" USING "PARADEKL.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM ROLLUP.
           IF WL-CA = 30 PERFORM DIFFLISTE.
           IF WL-CA = 40 PERFORM UEBERNAHME.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Wartung Rohstoffwerte *
       WARTUNG SECTION.
       A.  DISPLAY "Allergene / Zutaten je Rohstoff" AT 2301.
           OPEN I-O ALLROH.
           IF WF-STATUS = "35"
               CLOSE ALLROH OPEN OUTPUT ALLROH
               CLOSE ALLROH OPEN I-O ALLROH.
           OPEN INPUT LAGARTIK.
       B.  DISPLAY "Rohstoff (0 = Ende):" AT 2401.
           MOVE 0 TO WH-LGNR.
           ACCEPT WH-LGNR AT 2423.
           IF WH-LGNR = 0 GO X.
           MOVE WH-LGNR TO LG-NUM.
           READ LAGARTIK IGNORE LOCK
               INVALID DISPLAY "Rohstoff unbekannt" AT 2501
               GO B.
           DISPLAY LG-BEZ AT 2435.
           MOVE WH-LGNR TO RA-LGNUM.
           READ ALLROH INVALID
               PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
                   MOVE SPACE TO RA-KENN(WH-AI)
               END-PERFORM
               MOVE SPACE TO RA-ZUTAT.
      *---------------> 14 Kennzeichen A-R: J = enthalten <-
           MOVE 0901 TO WH-ZEILE.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               DISPLAY WH-CODE(WH-AI) AT WH-ZEILE
               ADD 3 TO WH-ZEILE
               DISPLAY RA-KENN(WH-AI) AT WH-ZEILE
               ACCEPT RA-KENN(WH-AI) AT WH-ZEILE
               ADD 2 TO WH-ZEILE
           END-PERFORM.
           DISPLAY "Zutaten:" AT 1101.
           DISPLAY RA-ZUTAT(1:70) AT 1210.
           ACCEPT RA-ZUTAT(1:70) AT 1210.
           DISPLAY RA-ZUTAT(71:70) AT 1310.
           ACCEPT RA-ZUTAT(71:70) AT 1310.
           DISPLAY RA-ZUTAT(141:60) AT 1410.
           ACCEPT RA-ZUTAT(141:60) AT 1410.
           MOVE WH-LGNR TO RA-LGNUM.
           REWRITE RA-SATZ INVALID WRITE RA-SATZ.
           GO B.
       X.  CLOSE ALLROH LAGARTIK.
       Z.  EXIT.
      ***************************** Rollup-Lauf *
       ROLLUP SECTION.
       A.  DISPLAY "Allergen-Rollup laeuft..." AT 2301.
           OPEN INPUT REZEPT ALLROH.
           OPEN I-O ALLDEKL.
           IF WF-STATUS = "35"
               CLOSE ALLDEKL OPEN OUTPUT ALLDEKL
               CLOSE ALLDEKL OPEN I-O ALLDEKL.
           MOVE 0 TO WD-GERECH.
      *-----> 3 Durchgaenge wie PARKALK fuer eingebettete Teige <-
           PERFORM VARYING WH-GANG FROM 1 BY 1 UNTIL WH-GANG > 3
               PERFORM REZ-DURCHG
           END-PERFORM.
           CLOSE REZEPT ALLROH ALLDEKL.
           DISPLAY "gerollte Rezepte:" AT 2401.
           MOVE WD-GERECH TO WD-ANZ.
           DISPLAY WD-ANZ AT 2419.
       Z.  EXIT.
       REZ-DURCHG SECTION.
       A.  MOVE 0 TO RE-NUM.
           START REZEPT KEY NOT < RE-KEY INVALID GO Z.
       B.  READ REZEPT NEXT IGNORE LOCK AT END GO Z.
           PERFORM REZ-ROLL.
           GO B.
       Z.  EXIT.
      ******************** ein Rezept hochrollen *
       REZ-ROLL SECTION.
       A.  PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               MOVE SPACE TO WS-KENN(WH-AI)
           END-PERFORM.
           MOVE SPACE TO WS-ZUTAT.
           MOVE 0 TO WS-FEHLT.
           MOVE 1 TO WH-ZPTR.
           PERFORM KOMP-SORT.
           IF WH-RANZ = 0 GO Z.
      *-----> Zutaten nach Menge absteigend, Allergene oder-verkn. <-
           PERFORM VARYING WH-RI FROM 1 BY 1 UNTIL WH-RI > WH-RANZ
               MOVE RF-KX(WH-RI) TO WH-KX
               PERFORM KOMP-WERTE
               IF WH-GEFUND = 0
                   ADD 1 TO WS-FEHLT
               ELSE
                   PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
                       IF WK-KENN(WH-AI) = "J" OR WK-KENN(WH-AI) = "j"
                           MOVE "J" TO WS-KENN(WH-AI)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM ZUTAT-ANF
           END-PERFORM.
           MOVE RE-NUM TO AD-ARNUM.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               MOVE WS-KENN(WH-AI) TO AD-KENN(WH-AI)
           END-PERFORM.
           MOVE WS-ZUTAT TO AD-ZUTAT.
           MOVE WS-FEHLT TO AD-FEHLT.
           REWRITE AD-SATZ INVALID WRITE AD-SATZ.
           IF WH-GANG = 1 ADD 1 TO WD-GERECH.
       Z.  EXIT.
      ***** Komponenten mit Menge nach Menge absteigend ordnen *
       KOMP-SORT SECTION.
       A.  MOVE 0 TO WH-RANZ.
           PERFORM VARYING WH-KX FROM 1 BY 1 UNTIL WH-KX > 20
               IF RE-KONUM(WH-KX) NOT = 0
                   AND RE-KONUM(WH-KX) NOT = RE-NUM
                   AND RE-MENGE(WH-KX) NOT = 0
                   ADD 1 TO WH-RANZ
                   MOVE WH-KX TO RF-KX(WH-RANZ)
                   MOVE RE-MENGE(WH-KX) TO RF-MENGE(WH-RANZ)
               END-IF
           END-PERFORM.
           IF WH-RANZ < 2 GO Z.
           PERFORM VARYING WH-RI FROM 1 BY 1 UNTIL WH-RI >= WH-RANZ
             PERFORM VARYING WH-RJ FROM 1 BY 1
                 UNTIL WH-RJ >= WH-RANZ
               IF RF-MENGE(WH-RJ) < RF-MENGE(WH-RJ + 1)
                   MOVE WT-RF(WH-RJ) TO WT-RSAVE
                   MOVE WT-RF(WH-RJ + 1) TO WT-RF(WH-RJ)
                   MOVE WT-RSAVE TO WT-RF(WH-RJ + 1)
               END-IF
             END-PERFORM
           END-PERFORM.
       Z.  EXIT.
      ***** Werte der Komponente: Teig (ALLDEKL) vor Rohstoff *
       KOMP-WERTE SECTION.
       A.  MOVE 0 TO WH-GEFUND WH-TEIG.
           MOVE SPACE TO WK-ZUTAT.
           MOVE RE-KONUM(WH-KX) TO AD-ARNUM.
           READ ALLDEKL IGNORE LOCK INVALID GO B.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               MOVE AD-KENN(WH-AI) TO WK-KENN(WH-AI)
           END-PERFORM.
           MOVE AD-ZUTAT TO WK-ZUTAT.
           ADD AD-FEHLT TO WS-FEHLT.
           MOVE 1 TO WH-GEFUND WH-TEIG.
           GO Z.
       B.  MOVE RE-KONUM(WH-KX) TO RA-LGNUM.
           READ ALLROH IGNORE LOCK INVALID GO Z.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               MOVE RA-KENN(WH-AI) TO WK-KENN(WH-AI)
           END-PERFORM.
           MOVE RA-ZUTAT TO WK-ZUTAT.
           MOVE 1 TO WH-GEFUND.
       Z.  EXIT.
      ***** Zutat der Komponente an den Zutatentext anfuegen *
      *  Teig: Bezeichnung (Zutaten des Teigs), Rohstoff: eigener
      *  Zutatentext, sonst Komponentenbezeichnung; Rest bei mehr
      *  als 200 Stellen abgeschnitten
       ZUTAT-ANF SECTION.
       A.  IF WH-ZPTR > 200 GO Z.
           IF WH-ZPTR > 1
               STRING ", " DELIMITED SIZE
                   INTO WS-ZUTAT WITH POINTER WH-ZPTR
                   ON OVERFLOW GO Z.
           IF WH-TEIG = 1 AND WK-ZUTAT NOT = SPACE
               STRING RE-KOBEZ(WH-KX) DELIMITED "  "
                      " (" DELIMITED SIZE
                      WK-ZUTAT DELIMITED "  "
                      ")" DELIMITED SIZE
                   INTO WS-ZUTAT WITH POINTER WH-ZPTR
                   ON OVERFLOW GO Z
               END-STRING
               GO Z.
           IF WK-ZUTAT NOT = SPACE
               STRING WK-ZUTAT DELIMITED "  "
                   INTO WS-ZUTAT WITH POINTER WH-ZPTR
                   ON OVERFLOW GO Z
               END-STRING
               GO Z.
           STRING RE-KOBEZ(WH-KX) DELIMITED "  "
               INTO WS-ZUTAT WITH POINTER WH-ZPTR
               ON OVERFLOW GO Z.
       Z.  EXIT.
      ************************ Differenzliste *
       DIFFLISTE SECTION.
       A.  DISPLAY "Allergen-Differenzliste wird erstellt..." AT 2301.
           OPEN INPUT ALLDEKL ALLERGEN ARTIKEL.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Allergene/Zutaten: Rezept gegen Artikelstamm"
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art. Bezeichnung               bisher         gerollt"
               TO DRA-TITEL.
           MOVE "Zutaten fehlt" TO DRA-TITEL(59:13).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-GERECH.
           MOVE 0 TO AD-ARNUM.
           START ALLDEKL KEY NOT < AD-KEY INVALID GO X.
       B.  READ ALLDEKL NEXT IGNORE LOCK AT END GO X.
      *-----> nur Verkaufsartikel, reine Teige bleiben draussen <-
           MOVE AD-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO B.
           PERFORM DIFF-PRUEF.
           IF WH-DIFF = 0 GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE AD-ARNUM TO DRA-ARNUM.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE WH-ALTCOD TO DRA-ALT.
           MOVE WH-NEUCOD TO DRA-NEU.
           IF AL-ZUTAT NOT = AD-ZUTAT MOVE "abw." TO DRA-ZUT.
           MOVE AD-FEHLT TO DRA-FEHLT.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WD-GERECH.
           GO B.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "Artikel mit Abweichung:" TO DRA-TITEL.
           MOVE WD-GERECH TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(25:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER ALLDEKL ALLERGEN ARTIKEL.
       Z.  EXIT.
      ***** Vergleich ALLDEKL gegen ALLERGEN, Codefolgen aufbauen *
       DIFF-PRUEF SECTION.
       A.  MOVE 0 TO WH-DIFF.
           MOVE SPACE TO WH-ALTCOD WH-NEUCOD.
           MOVE AD-ARNUM TO AL-ARNUM.
           READ ALLERGEN IGNORE LOCK INVALID
               PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
                   MOVE SPACE TO AL-KENN(WH-AI)
               END-PERFORM
               MOVE SPACE TO AL-ZUTAT.
           MOVE 1 TO WH-RI WH-RJ.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               IF AL-KENN(WH-AI) = "J" OR AL-KENN(WH-AI) = "j"
                   MOVE WH-CODE(WH-AI) TO WH-ALTCOD(WH-RI:1)
                   ADD 1 TO WH-RI
               END-IF
               IF AD-KENN(WH-AI) = "J"
                   MOVE WH-CODE(WH-AI) TO WH-NEUCOD(WH-RJ:1)
                   ADD 1 TO WH-RJ
               END-IF
           END-PERFORM.
           IF WH-ALTCOD NOT = WH-NEUCOD OR AL-ZUTAT NOT = AD-ZUTAT
               MOVE 1 TO WH-DIFF.
       Z.  EXIT.
      ************ Uebernahme nach PANALLER mit Bestaetigung *
       UEBERNAHME SECTION.
       A.  DISPLAY "Allergene/Zutaten aus Rezept uebernehmen" AT 2301.
           OPEN INPUT ALLDEKL ARTIKEL.
           OPEN I-O ALLERGEN.
           IF WF-STATUS = "35"
               CLOSE ALLERGEN OPEN OUTPUT ALLERGEN
               CLOSE ALLERGEN OPEN I-O ALLERGEN.
           MOVE 0 TO WD-GERECH.
           MOVE 0 TO AD-ARNUM.
           START ALLDEKL KEY NOT < AD-KEY INVALID GO X.
       B.  READ ALLDEKL NEXT IGNORE LOCK AT END GO X.
           MOVE AD-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO B.
           PERFORM DIFF-PRUEF.
           IF WH-DIFF = 0 GO B.
      *-----> Anzeige bisher / gerollt <-
           DISPLAY ALL SPACES WITH SIZE 80 AT 0901.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1001.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1201.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1301.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1401.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1601.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1701.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1801.
           MOVE AD-ARNUM TO WD-ANZ.
           DISPLAY WD-ANZ AT 0901.
           DISPLAY AR-BEZ AT 0910.
           DISPLAY "bisher: " AT 1001.
           DISPLAY WH-ALTCOD AT 1009.
           DISPLAY "gerollt:" AT 1030.
           DISPLAY WH-NEUCOD AT 1039.
           IF AD-FEHLT NOT = 0
               DISPLAY "Komponenten ohne Werte:" AT 1055
               MOVE AD-FEHLT TO WD-ANZ
               DISPLAY WD-ANZ AT 1072.
           DISPLAY "bisher:" AT 1101.
           DISPLAY AL-ZUTAT(1:70) AT 1210.
           DISPLAY AL-ZUTAT(71:70) AT 1310.
           DISPLAY AL-ZUTAT(141:60) AT 1410.
           DISPLAY "gerollt:" AT 1501.
           DISPLAY AD-ZUTAT(1:70) AT 1610.
           DISPLAY AD-ZUTAT(71:70) AT 1710.
           DISPLAY AD-ZUTAT(141:60) AT 1810.
           DISPLAY "uebernehmen <J/N>, E = Ende:" AT 2401.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2430.
           IF WH-ANTW = "E" OR WH-ANTW = "e" GO X.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j" GO B.
           MOVE AD-ARNUM TO AL-ARNUM.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               MOVE AD-KENN(WH-AI) TO AL-KENN(WH-AI)
           END-PERFORM.
           MOVE AD-ZUTAT TO AL-ZUTAT.
           REWRITE AL-SATZ INVALID WRITE AL-SATZ.
           ADD 1 TO WD-GERECH.
           GO B.
       X.  CLOSE ALLDEKL ARTIKEL ALLERGEN.
           DISPLAY "uebernommene Artikel:" AT 2401.
           MOVE WD-GERECH TO WD-ANZ.
           DISPLAY WD-ANZ AT 2423.
       Z.  EXIT.

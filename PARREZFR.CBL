      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARREZFR.
      ******************************************************************
      *     Rezeptentwurf und Rezeptfreigabe                           *
      *     Aenderungen laufen auf einer Entwurfskopie (PARREZEN.DAT); *
      *     die Produktion (PANBACKZ, PANMISCH, PANOFEN) liest nur     *
      *     den freigegebenen Stand in PANREZEP.DAT                    *
      *     WL-CA 10: Entwurf bearbeiten - angelegt aus dem            *
      *               freigegebenen Stand, Kopf und Komponenten,       *
      *               Zeile 99 verwirft den Entwurf                    *
      *     WL-CA 20: Freigabe (PAKOPERM-Rolle 3) eines oder aller     *
      *               Entwuerfe: alter Stand wird ueber PARREZVS bis   *
      *               gestern eingefroren, Entwurf nach PANREZEP.DAT,  *
      *               danach Kalkulation (PARKALK), Naehrwert-         *
      *               (PARNAEHR) und Allergen-Rollup (PARALLRG) und    *
      *               Liste der Artikel, deren Naehrwert- oder         *
      *               Allergendeklaration sich geaendert hat (neue     *
      *               Etiketten; PANALLER.DAT uebernimmt PARALLRG      *
      *               weiterhin nur nach Bestaetigung)                 *
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
           COPY PARSENW.CPY.
           COPY PARSEALR.CPY.
           SELECT REZENTW    ASSIGN TO "PARREZEN.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RN-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT DEKLSICH   ASSIGN TO "PARREZFS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PARREZEP.CPY.
       COPY PARFDART.CPY.
       COPY PARFDNW.CPY.
       COPY PARFDALR.CPY.
      ********************* Rezeptentwuerfe *
      *  RN-REST traegt den RE-SATZ des Entwurfs (wie PARREZHI.DAT)
       FD  REZENTW      external       LABEL RECORD STANDARD.
       01  RN-SATZ.
           03  RN-KEY.
               05 RN-NUM               PIC 9(4)       COMP.
           03  RN-DATUM                PIC 9(8)       COMP.
           03  RN-REST                 PIC X(1024).
      ********************* Deklarationen vor der Freigabe *
      *  FS-TYP "N" = PARNDEKL.DAT, "A" = PARADEKL.DAT
       FD  DEKLSICH                    LABEL RECORD STANDARD.
       01  FS-SATZ.
           03  FS-KEY.
               05 FS-TYP               PIC X.
               05 FS-ARNUM             PIC 9(4)       COMP.
           03  FS-REST                 PIC X(240).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-ARNUM            PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(15).
               05 FILLER               PIC X.
               05 DRA-KJALT            PIC ZZ.ZZ9,99.
               05 FILLER               PIC X.
               05 DRA-KJNEU            PIC ZZ.ZZ9,99.
               05 FILLER               PIC XX.
               05 DRA-ALT              PIC X(14).
               05 FILLER               PIC X.
               05 DRA-NEU              PIC X(14).
               05 FILLER               PIC X.
               05 DRA-ZUT              PIC X(7).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(79).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-GESTERN              PIC 9(8).
           03  WH-REZNUM               PIC 9(4).
           03  WH-KX                   PIC 99.
           03  WH-KI                   PIC 99       COMP.
           03  WH-ZPOS                 PIC 9999     COMP.
           03  WH-KONUM                PIC 9(4).
           03  WH-MENGE                PIC 9(6).
           03  WH-TX                   PIC X(15).
           03  WH-TEIL                 PIC 9(5).
           03  WH-GEW                  PIC 9(7).
           03  WH-TEMP                 PIC 99V9.
           03  WH-KOBEZ                PIC X(20).
           03  WH-GEFUND               PIC 9        COMP.
           03  WH-NEU                  PIC 9        COMP.
           03  WH-RSAVE                PIC X(1024).
           03  WH-VGL                  PIC X(240).
           03  WH-ZUTNEU               PIC X(200).
           03  WH-KJNEU                PIC 9(5)V99  COMP.
           03  WH-ARNUM                PIC 9(4)     COMP.
           03  WH-AI                   PIC 99       COMP.
           03  WH-RI                   PIC 99       COMP.
           03  WH-CODES.
               05 FILLER               PIC X(14)
                  VALUE "ABCDEFGHLMNOPR".
           03  WR-CODE REDEFINES WH-CODES.
               05 WH-CODE              PIC X        OCCURS 14.
           03  WH-CODBILD              PIC X(14).
           03  WH-ALTCOD               PIC X(14).
           03  WH-NEUCOD               PIC X(14).
           03  WD-KZEILE.
               05 WD-KX                PIC Z9.
               05 FILLER               PIC X.
               05 WD-KONUM             PIC ZZZ9     BLANK WHEN ZERO.
               05 FILLER               PIC X.
               05 WD-KOBEZ             PIC X(15).
               05 FILLER               PIC X.
               05 WD-MENGE             PIC ZZZZZ9   BLANK WHEN ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-DAT                  PIC 9(8).
      *--------------> freizugebende Entwuerfe <-
           03  WH-FI                   PIC 999      COMP.
           03  WH-FANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-FREI.
               05 FR-NUM               PIC 9(4)     COMP  OCCURS 200.
      *--------------> Artikel mit geaenderter Deklaration <-
           03  WH-AJ                   PIC 999      COMP.
           03  WH-AANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-ATAB.
               05 WT-AE                             OCCURS 500.
                  07 AE-ARNUM          PIC 9(4)     COMP.
                  07 AE-NW             PIC 9        COMP.
                  07 AE-AL             PIC 9        COMP.
                  07 AE-ZUT            PIC 9        COMP.
                  07 AE-KJALT          PIC 9(5)V99  COMP.
                  07 AE-KJNEU          PIC 9(5)V99  COMP.
                  07 AE-ALTCOD         PIC X(14).
                  07 AE-NEUCOD         PIC X(14).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON LAGARTIK.
       A.  CALL "CADECL" USING "PARARTIK.DAT" WH-CREG.
       DECL-N SECTION.         USE AFTER ERROR PROCEDURE ON NAEHRDEKL.
       A.  CALL "CADECL" USING "PARNDEKL.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON ALLDEKL.
       A.  CALL "CADECL" USING "PARADEKL.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON REZENTW.
       A.  CALL "CADECL" USING "PARREZEN.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON DEKLSICH.
       A.  CALL "CADECL" USING "PARREZFS.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           IF WL-CA = 10 PERFORM ENTWURF.
           IF WL-CA = 20 PERFORM FREIGABE.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ********************* Entwurfsdatei oeffnen / anlegen *
       ENTW-OEFFN SECTION.
       A.  OPEN I-O REZENTW.
           IF WF-STATUS = "35"
               CLOSE REZENTW OPEN OUTPUT REZENTW
               CLOSE REZENTW OPEN I-O REZENTW.
       Z.  EXIT.
      ***************************** Entwurf bearbeiten *
      *  gearbeitet wird im RE-SATZ-Puffer; PANREZEP.DAT wird
      *  hier nur gelesen
       ENTWURF SECTION.
       A.  DISPLAY "Rezeptentwurf bearbeiten" AT 2301.
           PERFORM ENTW-OEFFN.
           OPEN INPUT REZEPT LAGARTIK.
       B.  DISPLAY "Rezept (0 = Ende):" AT 2401.
           MOVE 0 TO WH-REZNUM.
           ACCEPT WH-REZNUM AT 2420.
           IF WH-REZNUM = 0 GO X.
           MOVE WH-REZNUM TO RN-NUM.
           READ REZENTW INVALID GO C.
           MOVE RN-REST TO RE-SATZ.
           MOVE RN-DATUM TO WD-DAT.
           DISPLAY "Entwurf vom" AT 2430.
           DISPLAY WD-DAT AT 2442.
           GO D.
      *--------------> neuer Entwurf aus dem freigegebenen Stand <-
       C.  MOVE WH-REZNUM TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID
               INITIALIZE RE-SATZ
               MOVE WH-REZNUM TO RE-NUM
               DISPLAY "neues Rezept" AT 2430
               GO D.
           DISPLAY "Entwurf aus freigegebenem Stand" AT 2430.
       D.  MOVE RE-TX TO WH-TX.
           MOVE RE-TEIL TO WH-TEIL.
           MOVE RE-GEW TO WH-GEW.
           MOVE RE-TEMP TO WH-TEMP.
           DISPLAY "Bezeichnung:" AT 0701.
           DISPLAY WH-TX AT 0714.
           ACCEPT WH-TX AT 0714.
           DISPLAY "Stueck:" AT 0731.
           DISPLAY WH-TEIL AT 0739.
           ACCEPT WH-TEIL AT 0739.
           DISPLAY "Gewicht g:" AT 0746.
           DISPLAY WH-GEW AT 0757.
           ACCEPT WH-GEW AT 0757.
           DISPLAY "Temp.:" AT 0766.
           DISPLAY WH-TEMP AT 0773.
           ACCEPT WH-TEMP AT 0773.
           MOVE WH-TX TO RE-TX.
           MOVE WH-TEIL TO RE-TEIL.
           MOVE WH-GEW TO RE-GEW.
           MOVE WH-TEMP TO RE-TEMP.
      *--------------> Komponentenzeilen <-
       E.  PERFORM KOMP-ANZEIGE.
           DISPLAY "Zeile (1-20, 0 = sichern, 99 = verwerfen):" AT 2501.
           MOVE 0 TO WH-KX.
           ACCEPT WH-KX AT 2545.
           IF WH-KX = 0 GO S.
           IF WH-KX = 99 GO V.
           IF WH-KX > 20 GO E.
           MOVE RE-KONUM(WH-KX) TO WH-KONUM.
           MOVE RE-MENGE(WH-KX) TO WH-MENGE.
           DISPLAY "Komponente (0 = Zeile loeschen):" AT 2601.
           DISPLAY WH-KONUM AT 2634.
           ACCEPT WH-KONUM AT 2634.
           IF WH-KONUM = 0
               MOVE 0 TO RE-KONUM(WH-KX) RE-MENGE(WH-KX)
                         RE-TNAM(WH-KX) RE-EKP(WH-KX) RE-NGEW(WH-KX)
               MOVE SPACE TO RE-KOBEZ(WH-KX)
               GO E.
           IF WH-KONUM NOT = RE-KONUM(WH-KX)
               PERFORM KOMP-BEZ
               IF WH-GEFUND = 0 GO E.
           DISPLAY "Menge g:" AT 2640.
           DISPLAY WH-MENGE AT 2649.
           ACCEPT WH-MENGE AT 2649.
           IF WH-KONUM NOT = RE-KONUM(WH-KX)
               MOVE WH-KONUM TO RE-KONUM(WH-KX)
               MOVE WH-KOBEZ TO RE-KOBEZ(WH-KX)
               MOVE 0 TO RE-EKP(WH-KX).
           MOVE WH-MENGE TO RE-MENGE(WH-KX).
           GO E.
      *--------------> Entwurf sichern <-
       S.  MOVE WH-REZNUM TO RE-NUM RN-NUM.
           MOVE RE-SATZ TO RN-REST.
           MOVE WH-HEUTE TO RN-DATUM.
           WRITE RN-SATZ INVALID REWRITE RN-SATZ.
           DISPLAY "Entwurf gesichert" AT 2601.
           GO B.
      *--------------> Entwurf verwerfen <-
       V.  MOVE WH-REZNUM TO RN-NUM.
           DELETE REZENTW INVALID CONTINUE.
           DISPLAY "Entwurf verworfen" AT 2601.
           GO B.
       X.  CLOSE REZENTW REZEPT LAGARTIK.
       Z.  EXIT.
      ********* Komponenten in zwei Spalten zu je 10 Zeilen *
       KOMP-ANZEIGE SECTION.
       A.  MOVE 1 TO WH-KI.
           MOVE 0901 TO WH-ZPOS.
       B.  IF WH-KI > 20 GO Z.
           IF WH-KI = 11 MOVE 0941 TO WH-ZPOS.
           MOVE SPACE TO WD-KZEILE.
           MOVE WH-KI TO WD-KX.
           MOVE RE-KONUM(WH-KI) TO WD-KONUM.
           MOVE RE-KOBEZ(WH-KI) TO WD-KOBEZ.
           MOVE RE-MENGE(WH-KI) TO WD-MENGE.
           DISPLAY WD-KZEILE AT WH-ZPOS.
           ADD 100 TO WH-ZPOS.
           ADD 1 TO WH-KI.
           GO B.
       Z.  EXIT.
      ***** Bezeichnung der Komponente: Teig vor Rohstoff *
      *  wie PARKALK; der Entwurf im RE-SATZ wird dafuer gesichert
       KOMP-BEZ SECTION.
       A.  MOVE 0 TO WH-GEFUND.
           MOVE SPACE TO WH-KOBEZ.
           IF WH-KONUM = WH-REZNUM GO B.
           MOVE RE-SATZ TO WH-RSAVE.
           MOVE WH-KONUM TO RE-NUM.
           READ REZEPT IGNORE LOCK
               INVALID CONTINUE
               NOT INVALID
                   MOVE RE-TX TO WH-KOBEZ
                   MOVE 1 TO WH-GEFUND
           END-READ.
           MOVE WH-RSAVE TO RE-SATZ.
           IF WH-GEFUND = 1 GO Z.
       B.  MOVE WH-KONUM TO LG-NUM.
           READ LAGARTIK IGNORE LOCK
               INVALID DISPLAY "Komponente unbekannt" AT 2701
               GO Z.
           MOVE LG-BEZ TO WH-KOBEZ.
           MOVE 1 TO WH-GEFUND.
       Z.  EXIT.
      ***************************** Freigabe *
       FREIGABE SECTION.
      *-----> Freigabe nur mit Supervisor-Rolle (PAKOPERM) <-
       A.  DISPLAY "Rezeptfreigabe" AT 2301.
           DISPLAY "Benutzer-Nr.:" AT 2401.
           MOVE 0 TO WH-NUM.
           ACCEPT WH-NUM AT 2415.
           MOVE 3 TO WZ.
           CALL "PAKOPERM" USING "50ROLLE" WH-CREG.
           CANCEL "PAKOPERM".
           IF WH-WERT = 0
               DISPLAY "keine Berechtigung fuer die Rezeptfreigabe"
                   with blink AT 2501
               GO Z.
           DISPLAY "Rezept (0 = alle Entwuerfe):" AT 2430.
           MOVE 0 TO WH-REZNUM.
           ACCEPT WH-REZNUM AT 2459.
           OPEN I-O REZENTW.
           IF WF-STATUS = "35"
               DISPLAY "keine Entwuerfe vorhanden" AT 2501
               GO Z.
           MOVE 0 TO WH-FANZ.
           IF WH-REZNUM = 0 GO B.
           MOVE WH-REZNUM TO RN-NUM.
           READ REZENTW INVALID
               DISPLAY "kein Entwurf zu diesem Rezept" AT 2501
               GO X.
           MOVE 1 TO WH-FANZ.
           MOVE WH-REZNUM TO FR-NUM(1).
           GO D.
       B.  MOVE 0 TO RN-NUM.
           START REZENTW KEY NOT < RN-KEY INVALID GO D.
       C.  READ REZENTW NEXT AT END GO D.
           IF WH-FANZ = 200 GO D.
           ADD 1 TO WH-FANZ.
           MOVE RN-NUM TO FR-NUM(WH-FANZ).
           GO C.
       D.  IF WH-FANZ = 0
               DISPLAY "keine Entwuerfe vorhanden" AT 2501
               GO X.
           PERFORM DEKL-SICHERN.
           COMPUTE WH-GESTERN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WH-HEUTE) - 1).
           MOVE 1 TO WH-FI.
       E.  IF WH-FI > WH-FANZ GO F.
           PERFORM REZ-FREIGABE.
           ADD 1 TO WH-FI.
           GO E.
      *--------------> Kalkulation und Rollups hochziehen <-
       F.  CLOSE REZENTW.
           CALL "PARKALK" USING "10KALK" WH-CREG.
           CANCEL "PARKALK".
           CALL "PARNAEHR" USING "20NWROLL" WH-CREG.
           CANCEL "PARNAEHR".
           CALL "PARALLRG" USING "20ALLROL" WH-CREG.
           CANCEL "PARALLRG".
           PERFORM DEKL-VERGL.
           PERFORM ETIK-LISTE.
           DISPLAY "Rezepte freigegeben:" AT 2601.
           MOVE WH-FANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
           DISPLAY "neue Etiketten:" AT 2635.
           MOVE WH-AANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2651.
           GO Z.
       X.  CLOSE REZENTW.
       Z.  EXIT.
      ********* einen Entwurf freigeben *
      *  alter Stand gilt bis gestern (ein neues Rezept hat
      *  keinen), dann ersetzt der Entwurf den RE-SATZ
       REZ-FREIGABE SECTION.
       A.  MOVE FR-NUM(WH-FI) TO WH-NUM.
           MOVE WH-GESTERN TO WZ-DATUM.
           CALL "PARREZVS" USING "60REZFR" WH-CREG.
           CANCEL "PARREZVS".
           MOVE FR-NUM(WH-FI) TO RN-NUM.
           READ REZENTW INVALID GO Z.
           OPEN I-O REZEPT.
           MOVE FR-NUM(WH-FI) TO RE-NUM.
           READ REZEPT INVALID
               MOVE RN-REST TO RE-SATZ
               WRITE RE-SATZ
               GO B.
           MOVE RN-REST TO RE-SATZ.
           REWRITE RE-SATZ.
       B.  CLOSE REZEPT.
           DELETE REZENTW.
       Z.  EXIT.
      ********* Deklarationen vor der Freigabe sichern *
       DEKL-SICHERN SECTION.
       A.  OPEN OUTPUT DEKLSICH.
           CLOSE DEKLSICH.
           OPEN I-O DEKLSICH.
           OPEN INPUT NAEHRDEKL.
           IF WF-STATUS = "35" GO C.
           MOVE 0 TO ND-ARNUM.
           START NAEHRDEKL KEY NOT < ND-KEY INVALID GO B.
       N.  READ NAEHRDEKL NEXT IGNORE LOCK AT END GO B.
           MOVE "N" TO FS-TYP.
           MOVE ND-ARNUM TO FS-ARNUM.
           MOVE ND-SATZ TO FS-REST.
           WRITE FS-SATZ.
           GO N.
       B.  CLOSE NAEHRDEKL.
       C.  OPEN INPUT ALLDEKL.
           IF WF-STATUS = "35" GO X.
           MOVE 0 TO AD-ARNUM.
           START ALLDEKL KEY NOT < AD-KEY INVALID GO D.
       L.  READ ALLDEKL NEXT IGNORE LOCK AT END GO D.
           MOVE "A" TO FS-TYP.
           MOVE AD-ARNUM TO FS-ARNUM.
           MOVE AD-SATZ TO FS-REST.
           WRITE FS-SATZ.
           GO L.
       D.  CLOSE ALLDEKL.
       X.  CLOSE DEKLSICH.
       Z.  EXIT.
      ********* Deklarationen nach den Rollups vergleichen *
      *  Naehrwerte: jede Abweichung; Allergene: nur Kennzeichen
      *  und Zutatentext (AD-FEHLT aendert kein Etikett)
       DEKL-VERGL SECTION.
       A.  MOVE 0 TO WH-AANZ.
           OPEN INPUT DEKLSICH.
           OPEN INPUT NAEHRDEKL.
           IF WF-STATUS = "35" GO C.
           MOVE 0 TO ND-ARNUM.
           START NAEHRDEKL KEY NOT < ND-KEY INVALID GO B.
       N.  READ NAEHRDEKL NEXT IGNORE LOCK AT END GO B.
           MOVE "N" TO FS-TYP.
           MOVE ND-ARNUM TO FS-ARNUM WH-ARNUM.
           MOVE ND-KJ TO WH-KJNEU.
           MOVE ND-SATZ TO WH-VGL.
           MOVE 0 TO WH-NEU.
           READ DEKLSICH INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 0 AND FS-REST = WH-VGL GO N.
           PERFORM ART-MERK.
           IF WH-AJ = 0 GO N.
           MOVE 1 TO AE-NW(WH-AJ).
           MOVE WH-KJNEU TO AE-KJNEU(WH-AJ).
           IF WH-NEU = 1 GO N.
           MOVE FS-REST TO ND-SATZ.
           MOVE ND-KJ TO AE-KJALT(WH-AJ).
           GO N.
       B.  CLOSE NAEHRDEKL.
       C.  OPEN INPUT ALLDEKL.
           IF WF-STATUS = "35" GO E.
           MOVE 0 TO AD-ARNUM.
           START ALLDEKL KEY NOT < AD-KEY INVALID GO D.
       L.  READ ALLDEKL NEXT IGNORE LOCK AT END GO D.
           MOVE "A" TO FS-TYP.
           MOVE AD-ARNUM TO FS-ARNUM WH-ARNUM.
           MOVE AD-SATZ TO WH-VGL.
           MOVE AD-ZUTAT TO WH-ZUTNEU.
           PERFORM CODE-BILD.
           MOVE WH-CODBILD TO WH-NEUCOD.
           MOVE SPACE TO WH-ALTCOD.
           MOVE 0 TO WH-NEU.
           READ DEKLSICH INVALID MOVE 1 TO WH-NEU.
           IF WH-NEU = 1 GO M.
           IF FS-REST = WH-VGL GO L.
           MOVE FS-REST TO AD-SATZ.
           PERFORM CODE-BILD.
           MOVE WH-CODBILD TO WH-ALTCOD.
           IF WH-ALTCOD = WH-NEUCOD AND AD-ZUTAT = WH-ZUTNEU GO L.
       M.  PERFORM ART-MERK.
           IF WH-AJ = 0 GO L.
           MOVE 1 TO AE-AL(WH-AJ).
           MOVE WH-ALTCOD TO AE-ALTCOD(WH-AJ).
           MOVE WH-NEUCOD TO AE-NEUCOD(WH-AJ).
           IF WH-NEU = 1 OR AD-ZUTAT NOT = WH-ZUTNEU
               MOVE 1 TO AE-ZUT(WH-AJ).
           GO L.
       D.  CLOSE ALLDEKL.
       E.  CLOSE DEKLSICH.
       Z.  EXIT.
      ********* Artikel in der Aenderungstabelle (WH-AJ 0 = voll) *
       ART-MERK SECTION.
       A.  MOVE 1 TO WH-AJ.
       B.  IF WH-AJ > WH-AANZ GO C.
           IF AE-ARNUM(WH-AJ) = WH-ARNUM GO Z.
           ADD 1 TO WH-AJ.
           GO B.
       C.  IF WH-AANZ = 500 MOVE 0 TO WH-AJ GO Z.
           ADD 1 TO WH-AANZ.
           MOVE WH-AANZ TO WH-AJ.
           MOVE WH-ARNUM TO AE-ARNUM(WH-AJ).
           MOVE 0 TO AE-NW(WH-AJ) AE-AL(WH-AJ) AE-ZUT(WH-AJ)
                     AE-KJALT(WH-AJ) AE-KJNEU(WH-AJ).
           MOVE SPACE TO AE-ALTCOD(WH-AJ) AE-NEUCOD(WH-AJ).
       Z.  EXIT.
      ********* Allergenkennzeichen als Codefolge (wie PARALLRG) *
       CODE-BILD SECTION.
       A.  MOVE SPACE TO WH-CODBILD.
           MOVE 1 TO WH-AI WH-RI.
       B.  IF WH-AI > 14 GO Z.
           IF AD-KENN(WH-AI) = "J"
               MOVE WH-CODE(WH-AI) TO WH-CODBILD(WH-RI:1)
               ADD 1 TO WH-RI.
           ADD 1 TO WH-AI.
           GO B.
       Z.  EXIT.
      ********* Freigabeprotokoll mit Etikettenliste *
       ETIK-LISTE SECTION.
       A.  OPEN INPUT REZEPT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Rezeptfreigabe vom" TO DRA-TITEL.
           MOVE WH-HEUTE TO WD-DAT.
           MOVE WD-DAT TO DRA-TITEL(20:8).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "freigegebene Rezepte:" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           MOVE 1 TO WH-FI.
       B.  IF WH-FI > WH-FANZ GO C.
           MOVE SPACE TO DRA-SATZ.
           MOVE FR-NUM(WH-FI) TO DRA-ARNUM RE-NUM.
           READ REZEPT IGNORE LOCK INVALID MOVE SPACE TO RE-TX.
           MOVE RE-TX TO DRA-BEZ.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-FI.
           GO B.
       C.  MOVE SPACE TO DRA-SATZ.
           MOVE "Artikel mit geaenderter Deklaration - neue Etiketten"
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 3.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Art. Bezeichnung        kJ alt    kJ neu"
               TO DRA-TITEL.
           MOVE "Allergene alt  neu            Zutaten"
               TO DRA-TITEL(43:37).
           WRITE DRA-SATZ AFTER 2.
           IF WH-AANZ = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "keine Deklaration geaendert" TO DRA-TITEL
               WRITE DRA-SATZ AFTER 2
               GO X.
           MOVE 1 TO WH-AJ.
       D.  IF WH-AJ > WH-AANZ GO X.
           MOVE SPACE TO DRA-SATZ.
           MOVE AE-ARNUM(WH-AJ) TO DRA-ARNUM RE-NUM.
           READ REZEPT IGNORE LOCK INVALID MOVE SPACE TO RE-TX.
           MOVE RE-TX TO DRA-BEZ.
           IF AE-NW(WH-AJ) = 1
               MOVE AE-KJALT(WH-AJ) TO DRA-KJALT
               MOVE AE-KJNEU(WH-AJ) TO DRA-KJNEU.
           IF AE-AL(WH-AJ) = 1
               MOVE AE-ALTCOD(WH-AJ) TO DRA-ALT
               MOVE AE-NEUCOD(WH-AJ) TO DRA-NEU.
           IF AE-ZUT(WH-AJ) = 1 MOVE "geaend." TO DRA-ZUT.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-AJ.
           GO D.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER REZEPT.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAKORETR.
      ******************************************************************
      *     Retrograde Entnahme (Rueckmeldung) der Rohstoffe aus den   *
      *     Liefermengen eines Tages: die Lieferscheinmengen je        *
      *     Artikel werden ueber die am Tag gueltige Rezeptversion     *
      *     (PARREZVS, PARREZHI.DAT) samt eingebetteten Teigen in      *
      *     Rohstoffe aufgeloest und als Entnahme (LB-SA = 8) nach     *
      *     LAGERBZ gebucht, LG-STAND wird nachgezogen                 *
      *     Komponenten, die das Waagprotokoll (PROTWAAG) fuer das     *
      *     Rezept am Tag schon enthaelt, bleiben ungebucht            *
      *     Laufkontrolle und Storno je Tag ueber PAKRETRO.DAT         *
      *     Waagprotokoll und retrograde Entnahmen werden den          *
      *     Lieferantenchargen der Rohstoffe zugeordnet (PARLOS),      *
      *     der Storno nimmt die Zuordnung der Entnahmen zurueck       *
      *     WL-CA 10: Buchungslauf fuer einen Tag (je Tag einmal)      *
      *     WL-CA 20: Kontrolliste eines Tages                         *
      *     WL-CA 30: Storno eines Tages (Gegenbuchung)                *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAKOSEC.CPY.
           COPY PARSEART.CPY.
           COPY PANSELFS.CPY.
           COPY PARSEREZ.CPY.
           COPY PAKSEWAG.CPY.
           COPY PAKSERET.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PAKOFD.CPY.
       COPY PARFDART.CPY.
       COPY PANLIEF.CPY.
       COPY PARREZEP.CPY.
       COPY PAKFDWAG.CPY.
       COPY PAKFDRET.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-NUM              PIC ZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC X.
               05 DRA-MENGE            PIC ZZ.ZZ9,999-.
               05 FILLER               PIC X.
               05 DRA-WAAG             PIC ZZ.ZZ9,999-.
               05 FILLER               PIC X.
               05 DRA-WERT             PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-WARN             PIC X(6).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(74).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-TAG                  PIC 9(8).
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-LFD                  PIC 99       COMP.
           03  WH-JN                   PIC X.
           03  WH-PI                   PIC 99       COMP.
           03  WH-KX                   PIC 99       COMP.
           03  WH-GEF                  PIC 9        COMP.
           03  WH-REZ                  PIC 9(4)     COMP.
           03  WH-DIV                  PIC 9(7)     COMP.
           03  WH-FAKT                 PIC S9(7)V9(6) COMP.
           03  WH-KG                   PIC S9(7)V999 COMP.
           03  WH-AB                   PIC S9(7)V999 COMP.
           03  WH-SUMBET               PIC S9(9)V99 COMP.
           03  WD-OHNE                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-POS                  PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-DAT                  PIC 9(8).
      *--------------> Tagesmengen je Artikel <-
           03  WH-AI                   PIC 999      COMP.
           03  WH-AANZ                 PIC 999      COMP.
           03  WT-ATAB.
               05 WT-AR                             OCCURS 300.
                  07 AT-ARNUM          PIC 9(4)     COMP.
                  07 AT-MENGE          PIC S9(7)    COMP.
      *--------------> gewogene Komponenten je Rezept des Tages <-
           03  WH-WI                   PIC 999      COMP.
           03  WH-WANZ                 PIC 999      COMP.
           03  WT-WTAB.
               05 WT-WG                             OCCURS 500.
                  07 WW-RENUM          PIC 9(4)     COMP.
                  07 WW-LGNUM          PIC 9(5)     COMP.
      *--------------> offene Rezepte der Aufloesung (Stapel) <-
           03  WH-SI                   PIC 99       COMP.
           03  WT-STAB.
               05 WT-SK                             OCCURS 60.
                  07 SK-RENUM          PIC 9(4)     COMP.
                  07 SK-ART            PIC 9        COMP.
                  07 SK-EBENE          PIC 9        COMP.
                  07 SK-MENGE          PIC S9(9)V999 COMP.
           03  WH-EBENE                PIC 9        COMP.
           03  WH-SART                 PIC 9        COMP.
           03  WH-SMENGE               PIC S9(9)V999 COMP.
      *--------------> Komponenten des gerade aufgeloesten Rezepts <-
           03  WT-KTAB.
               05 WT-KO                             OCCURS 20.
                  07 KO-KONUM          PIC 9(4)     COMP.
                  07 KO-MENGE          PIC 9(6)     COMP.
      *--------------> Rohstoffverbrauch des Tages <-
           03  WH-MI                   PIC 999      COMP.
           03  WH-MANZ                 PIC 999      COMP.
           03  WT-MTAB.
               05 WT-MT                             OCCURS 300.
                  07 MT-LGNUM          PIC 9(5)     COMP.
                  07 MT-MENGE          PIC S9(7)V999 COMP.
                  07 MT-WAAG           PIC S9(7)V999 COMP.
       COPY PAKOEXT.CPY.
       COPY PAKODECL.CPY.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-W SECTION.         USE AFTER ERROR PROCEDURE ON PROTWAAG.
       A.  CALL "CADECL" USING "PAKWAAG.DAT " WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON RETROBU.
       A.  CALL "CADECL" USING "PAKRETRO.DAT" WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE "PAKOKONS.DAT" TO WN-KONS.
           IF WN-BZEI = SPACE MOVE "PAKLAG01.DAT" TO WN-BZEI.
           IF WL-CA = 10 PERFORM BUCHLAUF.
           IF WL-CA = 20 PERFORM KONTROLLE.
           IF WL-CA = 30 PERFORM STORNO.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Buchungslauf je Tag *
       BUCHLAUF SECTION.
       A.  DISPLAY "Retrograde Entnahme buchen" AT 2301.
           DISPLAY "Liefertag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2434.
           IF WH-TAG = 0 GO Z.
           OPEN I-O RETROBU.
           IF WF-STATUS = "35"
               CLOSE RETROBU OPEN OUTPUT RETROBU
               CLOSE RETROBU OPEN I-O RETROBU.
      *------> je Tag nur einmal; nach Storno neu buchbar <-
           MOVE WH-TAG TO RT-DATUM.
           MOVE 0 TO RT-LGNUM.
           READ RETROBU INVALID GO B.
           IF RT-GEBUCHT
               DISPLAY "Tag ist schon gebucht - erst stornieren"
                   AT 2501
               CLOSE RETROBU
               GO Z.
           PERFORM ALT-LOESCH.
       B.  DISPLAY "Buchen (J/N):" AT 2501.
           MOVE "N" TO WH-JN.
           ACCEPT WH-JN AT 2515.
           IF WH-JN NOT = "J" AND WH-JN NOT = "j"
               CLOSE RETROBU
               GO Z.
           DISPLAY "Rohstoffverbrauch wird aufgeloest..." AT 2601.
           MOVE WH-TAG TO WZ-DATUM.
           CALL "PARLOS" USING "40LOSWAG" WH-CREG.
           OPEN INPUT REZEPT.
           PERFORM WAAG-LADEN.
           PERFORM MENGEN-SAMMELN.
           MOVE 0 TO WH-MANZ WD-OHNE.
           PERFORM ART-AUFLOES VARYING WH-AI FROM 1 BY 1
               UNTIL WH-AI > WH-AANZ.
           CLOSE REZEPT.
           CANCEL "PARREZVS".
           OPEN I-O LAGARTIK LAGERBZ.
           PERFORM MAT-BUCHEN VARYING WH-MI FROM 1 BY 1
               UNTIL WH-MI > WH-MANZ.
           CLOSE LAGARTIK LAGERBZ.
      *------> Kopfsatz: Tag gebucht <-
           INITIALIZE RT-SATZ.
           MOVE WH-TAG TO RT-DATUM.
           MOVE 0 TO RT-LGNUM.
           SET RT-GEBUCHT TO TRUE.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           MOVE WH-HEUTE TO RT-LAUF.
           WRITE RT-SATZ INVALID REWRITE RT-SATZ.
           CLOSE RETROBU.
           PERFORM LISTE-DRUCK.
       Z.  EXIT.
      ***** Positionen eines stornierten Laufs entfernen *
       ALT-LOESCH SECTION.
       A.  MOVE WH-TAG TO RT-DATUM.
           MOVE 0 TO RT-LGNUM.
           START RETROBU KEY NOT < RT-KEY INVALID GO Z.
       B.  READ RETROBU NEXT AT END GO Z.
           IF ZUGRIF GO B.
           IF RT-DATUM NOT = WH-TAG GO Z.
           DELETE RETROBU INVALID CONTINUE END-DELETE.
           GO B.
       Z.  EXIT.
      ***** gewogene Komponenten des Tages aus dem Waagprotokoll *
       WAAG-LADEN SECTION.
       A.  MOVE 0 TO WH-WANZ.
           OPEN INPUT PROTWAAG.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO PWA-SA.
           MOVE WH-TAG TO PWA-DAT.
           MOVE 0 TO PWA-RENUM.
           START PROTWAAG KEY NOT < PWA-AKEY INVALID GO X.
       B.  READ PROTWAAG NEXT IGNORE LOCK AT END GO X.
           IF PWA-DAT NOT = WH-TAG OR NOT PWA-NORMAL GO X.
           PERFORM VARYING WH-PI FROM 1 BY 1 UNTIL WH-PI > 20
               IF PWA-LGNUM(WH-PI) NOT = 0 AND PWA-IST(WH-PI) NOT = 0
                   PERFORM WAAG-MERK
               END-IF
           END-PERFORM.
           GO B.
       X.  CLOSE PROTWAAG.
       Z.  EXIT.
       WAAG-MERK SECTION.
       A.  PERFORM VARYING WH-WI FROM 1 BY 1 UNTIL WH-WI > WH-WANZ
               OR (WW-RENUM(WH-WI) = PWA-RENUM
                   AND WW-LGNUM(WH-WI) = PWA-LGNUM(WH-PI))
               CONTINUE
           END-PERFORM.
           IF WH-WI > WH-WANZ AND WH-WANZ < 500
               ADD 1 TO WH-WANZ
               MOVE PWA-RENUM TO WW-RENUM(WH-WANZ)
               MOVE PWA-LGNUM(WH-PI) TO WW-LGNUM(WH-WANZ).
       Z.  EXIT.
      ********* Tagesmengen je Artikel aus den Lieferscheinen *
      *  LFSCHEIN bleibt wie beim Aufrufer geoeffnet; stornierte
      *  Lieferscheine (LF-STAT 92/93) zaehlen nicht
       MENGEN-SAMMELN SECTION.
       A.  MOVE 0 TO WH-AANZ.
           MOVE 0 TO LF-TOUR LF-SUB LF-KTONR LF-NUM LF-ARNUM.
           MOVE LOW-VALUE TO LF-SORT.
           MOVE WH-TAG TO LF-DATUM.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO Z.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-DATUM NOT = WH-TAG GO Z.
           IF LF-STAT = 92 OR LF-STAT = 93 GO B.
           IF LF-MENGE(1) NOT > 0 GO B.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               OR AT-ARNUM(WH-AI) = LF-ARNUM
               CONTINUE.
           IF WH-AI > WH-AANZ
               IF WH-AANZ >= 300 GO B
               ELSE
                   ADD 1 TO WH-AANZ
                   MOVE WH-AANZ TO WH-AI
                   MOVE LF-ARNUM TO AT-ARNUM(WH-AI)
                   MOVE 0 TO AT-MENGE(WH-AI)
           END-IF.
           ADD LF-MENGE(1) TO AT-MENGE(WH-AI).
           GO B.
       Z.  EXIT.
      ***** einen Artikel ueber seine Rezepte aufloesen *
      *  Stapel offener Rezepte: Artikel in Stueck (SK-ART 1),
      *  eingebettete Teige in Gramm (SK-ART 2); wie PARKALK
      *  hoechstens drei Ebenen tief
       ART-AUFLOES SECTION.
       A.  MOVE 1 TO WH-SI.
           MOVE AT-ARNUM(WH-AI) TO SK-RENUM(1).
           MOVE 1 TO SK-ART(1) SK-EBENE(1).
           MOVE AT-MENGE(WH-AI) TO SK-MENGE(1).
       B.  IF WH-SI = 0 GO Z.
           MOVE SK-RENUM(WH-SI) TO WH-REZ.
           MOVE SK-ART(WH-SI) TO WH-SART.
           MOVE SK-EBENE(WH-SI) TO WH-EBENE.
           MOVE SK-MENGE(WH-SI) TO WH-SMENGE.
           SUBTRACT 1 FROM WH-SI.
           PERFORM REZ-LADEN.
           IF WH-GEF = 0
               IF WH-EBENE = 1 ADD 1 TO WD-OHNE END-IF
               GO B.
      *------> Ansaetze: Stueck / RE-TEIL bzw. Gramm / RE-GEW <-
           IF WH-SART = 1 MOVE RE-TEIL TO WH-DIV
           ELSE MOVE RE-GEW TO WH-DIV.
           IF WH-DIV = 0
               IF WH-EBENE = 1 ADD 1 TO WD-OHNE END-IF
               GO B.
           COMPUTE WH-FAKT = WH-SMENGE / WH-DIV.
           PERFORM VARYING WH-KX FROM 1 BY 1 UNTIL WH-KX > 20
               MOVE RE-KONUM(WH-KX) TO KO-KONUM(WH-KX)
               MOVE RE-MENGE(WH-KX) TO KO-MENGE(WH-KX)
           END-PERFORM.
           PERFORM KOMP-AUFLOES VARYING WH-KX FROM 1 BY 1
               UNTIL WH-KX > 20.
           GO B.
       Z.  EXIT.
      ***** Rezeptversion zum Liefertag in den RE-SATZ laden *
       REZ-LADEN SECTION.
       A.  MOVE 1 TO WH-GEF.
           MOVE WH-REZ TO WH-NUM.
           MOVE WH-TAG TO WZ-DATUM.
           CALL "PARREZVS" USING "50REZVS" WH-CREG.
           IF WH-WERT = 1 GO Z.
           MOVE WH-REZ TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID MOVE 0 TO WH-GEF.
       Z.  EXIT.
      ***** eine Komponente: Teig auf den Stapel, sonst Rohstoff *
       KOMP-AUFLOES SECTION.
       A.  IF KO-KONUM(WH-KX) = 0 OR KO-MENGE(WH-KX) = 0 GO Z.
           COMPUTE WH-KG = WH-FAKT * KO-MENGE(WH-KX).
           IF KO-KONUM(WH-KX) = WH-REZ OR WH-EBENE >= 3 GO B.
           MOVE KO-KONUM(WH-KX) TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID GO B.
           IF WH-SI >= 60 GO Z.
           ADD 1 TO WH-SI.
           MOVE KO-KONUM(WH-KX) TO SK-RENUM(WH-SI).
           MOVE 2 TO SK-ART(WH-SI).
           COMPUTE SK-EBENE(WH-SI) = WH-EBENE + 1.
           MOVE WH-KG TO SK-MENGE(WH-SI).
           GO Z.
      *------> Rohstoff: RE-MENGE ist in Gramm <-
       B.  COMPUTE WH-KG = WH-KG / 1000.
           PERFORM VARYING WH-MI FROM 1 BY 1 UNTIL WH-MI > WH-MANZ
               OR MT-LGNUM(WH-MI) = KO-KONUM(WH-KX)
               CONTINUE
           END-PERFORM.
           IF WH-MI > WH-MANZ
               IF WH-MANZ >= 300 GO Z
               END-IF
               ADD 1 TO WH-MANZ
               MOVE KO-KONUM(WH-KX) TO MT-LGNUM(WH-MI)
               MOVE 0 TO MT-MENGE(WH-MI) MT-WAAG(WH-MI).
      *------> schon ueber die Waage erfasst: nicht buchen <-
           PERFORM VARYING WH-WI FROM 1 BY 1 UNTIL WH-WI > WH-WANZ
               OR (WW-RENUM(WH-WI) = WH-REZ
                   AND WW-LGNUM(WH-WI) = KO-KONUM(WH-KX))
               CONTINUE
           END-PERFORM.
           IF WH-WI > WH-WANZ
               ADD WH-KG TO MT-MENGE(WH-MI)
           ELSE
               ADD WH-KG TO MT-WAAG(WH-MI)
               GO Z.
      *------> Entnahme der Lieferantencharge zuordnen <-
           COMPUTE WH-NUM = WH-REZ * 10000 + KO-KONUM(WH-KX).
           MOVE WH-KG TO WH-WERT.
           MOVE WH-TAG TO WZ-DATUM.
           CALL "PARLOS" USING "50LOSENT" WH-CREG.
       Z.  EXIT.
      ***** Entnahme eines Rohstoffs buchen *
       MAT-BUCHEN SECTION.
       A.  INITIALIZE RT-SATZ.
           MOVE WH-TAG TO RT-DATUM.
           MOVE MT-LGNUM(WH-MI) TO RT-LGNUM.
           MOVE MT-MENGE(WH-MI) TO RT-MENGE.
           MOVE MT-WAAG(WH-MI) TO RT-WAAG.
           MOVE MT-LGNUM(WH-MI) TO LG-NUM.
           READ LAGARTIK INVALID GO X.
           IF LG-PREIS NOT = 0 MOVE LG-PREIS TO RT-PREIS
           ELSE MOVE LG-EKP TO RT-PREIS.
           COMPUTE RT-BET ROUNDED = RT-MENGE * RT-PREIS.
           IF RT-MENGE = 0 GO X.
      *------> LG-STAND ist ohne Vorzeichen: nicht unter Null <-
           MOVE RT-MENGE TO WH-AB.
           IF WH-AB > LG-STAND MOVE LG-STAND TO WH-AB.
           SUBTRACT WH-AB FROM LG-STAND.
           MOVE WH-AB TO RT-ABGEB.
           REWRITE LG-SATZ.
           MOVE RT-MENGE TO WH-KG.
           PERFORM LB-ENTBU.
       X.  WRITE RT-SATZ INVALID REWRITE RT-SATZ.
       Z.  EXIT.
      ******** Entnahmebuchung (LB-SA = 8) nach LAGERBZ *
       LB-ENTBU SECTION.
       A.  MOVE LG-NUM TO LB-KTONR.
           MOVE WH-TAG TO LB-BUDAT.
           MOVE 0 TO WH-LFD.
       B.  ADD 1 TO WH-LFD.
           IF WH-LFD > 99 GO Z.
           MOVE WH-LFD TO LB-LFD.
           MOVE 0 TO LB-USE LB-SEITE.
           SET LB-ENTNAHME TO TRUE.
           MOVE 0 TO LB-LIEFER LB-BELNR LB-SKLFD.
           MOVE WH-TAG TO LB-BELDAT.
           MOVE 0 TO LB-SYM LB-BMEH LB-BNK LB-ANZ.
           MOVE WH-KG TO LB-MENGE.
           MOVE RT-PREIS TO LB-PREIS.
           COMPUTE LB-BET ROUNDED = WH-KG * RT-PREIS.
           MOVE LG-MEH TO LB-MEH.
           MOVE LG-NK TO LB-NK.
           MOVE 0 TO LB-KSTNR LB-RAB(1) LB-RAB(2).
           IF WH-KG < 0
               MOVE "Retro-Storno" TO LB-TX
           ELSE
               MOVE "Retrograd" TO LB-TX.
           WRITE LB-SATZ INVALID GO B.
       Z.  EXIT.
      ***************************** Kontrolliste *
       KONTROLLE SECTION.
       A.  DISPLAY "Kontrolliste retrograde Entnahme" AT 2301.
           DISPLAY "Liefertag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2434.
           IF WH-TAG = 0 GO Z.
           MOVE 0 TO WD-OHNE.
           PERFORM LISTE-DRUCK.
       Z.  EXIT.
      ***** Kontrolliste eines Tages aus PAKRETRO.DAT drucken *
       LISTE-DRUCK SECTION.
       A.  OPEN INPUT RETROBU LAGARTIK.
           IF WF-STATUS = "35"
               DISPLAY "keine Buchungslaeufe vorhanden" AT 2501
               GO Z.
           MOVE WH-TAG TO RT-DATUM.
           MOVE 0 TO RT-LGNUM.
           READ RETROBU IGNORE LOCK INVALID
               DISPLAY "Tag nicht gebucht" AT 2501
               GO X.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-TAG TO WD-DAT.
           STRING "Retrograde Entnahme Liefertag " WD-DAT
               DELIMITED BY SIZE INTO DRA-TITEL.
           IF RT-STORNIERT MOVE "STORNIERT" TO DRA-TITEL(41:9).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "   Nr Rohstoff" TO DRA-TITEL.
           MOVE "Entnahme kg" TO DRA-TITEL(34:11).
           MOVE "gewogen kg" TO DRA-TITEL(47:10).
           MOVE "Wert" TO DRA-TITEL(64:4).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WH-SUMBET WD-POS.
       B.  READ RETROBU NEXT IGNORE LOCK AT END GO C.
           IF RT-DATUM NOT = WH-TAG GO C.
           MOVE SPACE TO DRA-SATZ.
           MOVE RT-LGNUM TO DRA-NUM LG-NUM.
           READ LAGARTIK IGNORE LOCK
               INVALID MOVE "unbekannt" TO LG-BEZ.
           MOVE LG-BEZ TO DRA-BEZ.
           MOVE RT-MENGE TO DRA-MENGE.
           MOVE RT-WAAG TO DRA-WAAG.
           MOVE RT-BET TO DRA-WERT.
           IF RT-ABGEB < RT-MENGE MOVE "FEHLB." TO DRA-WARN.
           WRITE DRA-SATZ AFTER 1.
           ADD RT-BET TO WH-SUMBET.
           ADD 1 TO WD-POS.
           GO B.
       C.  MOVE SPACE TO DRA-SATZ.
           MOVE "Summe Wareneinsatz" TO DRA-BEZ.
           MOVE WH-SUMBET TO DRA-WERT.
           WRITE DRA-SATZ AFTER 2.
           IF WD-OHNE NOT = 0
               MOVE SPACE TO DRA-SATZ
               MOVE WD-OHNE TO WD-ANZ
               STRING "Artikel ohne Rezept/Stueckzahl: " WD-ANZ
                   DELIMITED BY SIZE INTO DRA-TITEL
               WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       X.  CLOSE RETROBU LAGARTIK.
       Z.  EXIT.
      ***************************** Storno eines Tages *
       STORNO SECTION.
       A.  DISPLAY "Retrograde Entnahme stornieren" AT 2301.
           DISPLAY "Liefertag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2434.
           IF WH-TAG = 0 GO Z.
           OPEN I-O RETROBU.
           IF WF-STATUS = "35"
               DISPLAY "keine Buchungslaeufe vorhanden" AT 2501
               GO Z.
           MOVE WH-TAG TO RT-DATUM.
           MOVE 0 TO RT-LGNUM.
           READ RETROBU INVALID
               DISPLAY "Tag nicht gebucht" AT 2501
               GO X.
           IF NOT RT-GEBUCHT
               DISPLAY "Tag ist schon storniert" AT 2501
               GO X.
           DISPLAY "Stornieren (J/N):" AT 2501.
           MOVE "N" TO WH-JN.
           ACCEPT WH-JN AT 2519.
           IF WH-JN NOT = "J" AND WH-JN NOT = "j" GO X.
           OPEN I-O LAGARTIK LAGERBZ.
       B.  READ RETROBU NEXT AT END GO C.
           IF ZUGRIF GO B.
           IF RT-DATUM NOT = WH-TAG GO C.
           IF RT-MENGE = 0 GO B.
           MOVE RT-LGNUM TO LG-NUM.
           READ LAGARTIK INVALID GO B.
      *------> Gegenbuchung, Bestand wieder zurueck <-
           ADD RT-ABGEB TO LG-STAND.
           REWRITE LG-SATZ.
           COMPUTE WH-KG = RT-MENGE * -1.
           PERFORM LB-ENTBU.
           GO B.
       C.  CLOSE LAGARTIK LAGERBZ.
           MOVE WH-TAG TO WZ-DATUM.
           CALL "PARLOS" USING "60LOSSTO" WH-CREG.
           MOVE WH-TAG TO RT-DATUM.
           MOVE 0 TO RT-LGNUM.
           READ RETROBU.
           SET RT-STORNIERT TO TRUE.
           REWRITE RT-SATZ.
           DISPLAY "Tag storniert" AT 2601.
       X.  CLOSE RETROBU.
       Z.  EXIT.

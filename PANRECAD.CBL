      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANRECAD.
      ******************************************************************
      *     Wareneingangsmeldungen der Ketten (EANCOM RECADV)          *
      *     WL-CA 10: Uebernahme EDIRECIN.TXT nach PANRECAD.DAT -      *
      *               je Lieferschein (RFF+AAK/DQ), Artikel (LIN :SA)  *
      *               und Palette (GIN+BJ) die angenommene Menge       *
      *               QTY+194; nicht zuordenbare Zeilen auf die        *
      *               Ausnahmeliste PANRECEX.LST, Protokoll in         *
      *               PANEDILO.DAT wie die Aussendungen (PANEDIGN)     *
      *     WL-CA 20: Abgleich gegen die versandte DESADV (HILFDESA,   *
      *               Paletten PANPALPO.DAT) - Differenzliste je Kette *
      *               und Liefertag mit Vorschlag: Mindermenge mit     *
      *               Abliefernachweis (PANPODAT) = Reklamation, sonst *
      *               Gutschrift; Mehrmenge = Nachbelastung            *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEPAL.CPY.
           COPY PANSEPOD.CPY.
           COPY PANSEREC.CPY.
           SELECT RECEIN     ASSIGN TO "EDIRECIN.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT AUSNAHME   ASSIGN TO "PANRECEX.LST"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT EDIPROT    ASSIGN TO "PANEDILO.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDPAL.CPY.
       COPY PANFDPOD.CPY.
       COPY PANFDREC.CPY.
      ***************************************** eingehende Nachricht *
       FD  RECEIN                      LABEL RECORD OMITTED.
       01  RE-SATZ                     PIC X(200).
      ******************************************** Ausnahmeliste *
       FD  AUSNAHME                    LABEL RECORD OMITTED.
       01  AU-SATZ.
           03  AU-GRUND                PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  AU-INHALT               PIC X(80).
      ******************************** Protokoll der Uebertragungen *
       FD  EDIPROT                     LABEL RECORD STANDARD.
       01  EP-SATZ.
           03  EP-DATUM                PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  EP-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  EP-GLN                  PIC 9(13).
           03  FILLER                  PIC X     VALUE SPACE.
           03  EP-ART                  PIC X(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  EP-ANZ                  PIC 9(5).
           03  FILLER                  PIC X     VALUE SPACE.
           03  EP-DATEI                PIC X(24).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-LFNR             PIC ZZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-ART              PIC ZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(20).
               05 FILLER               PIC X.
               05 DRA-SOLL             PIC ZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-IST              PIC ZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-DIFF             PIC ZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-WERT             PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-VORSCH           PIC X(13).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(93).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
      *--------------------------------------> Uebernahme RECADV <-
           03  WV-GLN                  PIC 9(14)         VALUE ZERO.
           03  WV-LFDAT                PIC 9(8)          VALUE ZERO.
           03  WV-LFNUM                PIC 9(7)          VALUE ZERO.
           03  WV-ART                  PIC 9(7)          VALUE ZERO.
           03  WV-SSCC                 PIC 9(18)         VALUE ZERO.
           03  WV-RECNR                PIC X(14).
           03  WV-MENGE                PIC S9(5)V99      VALUE ZERO.
           03  WV-LAUF                 PIC 9(14)         VALUE ZERO.
           03  WZ-MSGZ                 PIC 9(5)     COMP VALUE ZERO.
           03  WH-FELD                 PIC X(35).
           03  WH-FELD2                PIC X(35).
           03  WH-ZAHL                 PIC X(18).
           03  WH-ZEIT                 PIC 9(8).
           03  WD-GELES                PIC 9(5)     COMP VALUE ZERO.
           03  WD-GESCHR               PIC 9(5)     COMP VALUE ZERO.
           03  WD-FEHLER               PIC 9(5)     COMP VALUE ZERO.
           03  WD-MSG                  PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *--------------------------------------> Abgleich gegen DESADV <-
           03  WM-PAL                  PIC 9        COMP VALUE ZERO.
           03  WM-PALOK                PIC 9        COMP VALUE ZERO.
           03  WM-POD                  PIC 9        COMP VALUE ZERO.
           03  WM-KETTE                PIC 9        COMP VALUE ZERO.
           03  WM-LFSRV                PIC 9        COMP VALUE ZERO.
           03  WM-SSCC                 PIC 9        COMP VALUE ZERO.
           03  WH-LFDAT                PIC 9(8)          VALUE ZERO.
           03  WH-GLN                  PIC 9(13)    COMP VALUE ZERO.
           03  WH-LFNUM                PIC 9(7)     COMP VALUE ZERO.
           03  WH-SOLL                 PIC S9(5)V99 COMP.
           03  WH-IST                  PIC S9(5)V99 COMP.
           03  WH-DIFF                 PIC S9(5)V99 COMP.
           03  WH-BETR                 PIC S9(7)V99 COMP.
           03  WH-PODST                PIC X.
           03  WS-PPSSCC               PIC 9(18).
           03  WS-GUTS                 PIC S9(7)V99 COMP.
           03  WS-REKL                 PIC S9(7)V99 COMP.
           03  WS-NACH                 PIC S9(7)V99 COMP.
           03  WZ-GUTS                 PIC 9(5)     COMP.
           03  WZ-REKL                 PIC 9(5)     COMP.
           03  WZ-NACH                 PIC 9(5)     COMP.
           03  WZ-OHNE                 PIC 9(5)     COMP.
           03  WZ-KETTEN               PIC 9(5)     COMP VALUE ZERO.
           03  WD-GLN                  PIC 9(13).
           03  WD-DATUM                PIC 99.99.9999.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON HILFDESA.
       A.  CALL "CADECL" USING "PANHIDES.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RECADV.
       A.  CALL "CADECL" USING "PANRECAD.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM REC-IMP.
           IF WL-CA = 20 PERFORM REC-ABGL.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************************** Uebernahmelauf *
       REC-IMP SECTION.
       A.  OPEN INPUT RECEIN.
           IF WF-STATUS = "35"
               DISPLAY "keine RECADV-Eingangsdatei vorhanden" AT 2401
               GO Z.
           OPEN I-O RECADV.
           IF WF-STATUS = "35"
               CLOSE RECADV OPEN OUTPUT RECADV
               CLOSE RECADV OPEN I-O RECADV.
           OPEN OUTPUT AUSNAHME.
           OPEN EXTEND EDIPROT.
           MOVE 0 TO WD-GELES WD-GESCHR WD-FEHLER WD-MSG.
           PERFORM MSG-INIT.
      *------> Laufkennung: eine wiederholte Uebernahme derselben
      *        Datei ersetzt die Mengen, statt sie zu verdoppeln <-
           ACCEPT WV-LFDAT FROM DATE.
           ADD 20000000 TO WV-LFDAT.
           ACCEPT WH-ZEIT FROM TIME.
           COMPUTE WV-LAUF = WV-LFDAT * 1000000 + WH-ZEIT / 100.
           MOVE 0 TO WV-LFDAT.
       B.  READ RECEIN AT END GO X.
           ADD 1 TO WD-GELES WZ-MSGZ.
           PERFORM SEG-VERARB.
           GO B.
       X.  CLOSE RECEIN AUSNAHME EDIPROT RECADV.
           DISPLAY "Zeilen gelesen:     " AT 2301.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2322.
           DISPLAY "RECADV-Nachrichten: " AT 2401.
           MOVE WD-MSG TO WD-ANZ.
           DISPLAY WD-ANZ AT 2422.
           DISPLAY "Mengen uebernommen: " AT 2501.
           MOVE WD-GESCHR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
           DISPLAY "Ausnahmen:          " AT 2601.
           MOVE WD-FEHLER TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
       Z.  EXIT.
       MSG-INIT SECTION.
       A.  MOVE 0 TO WV-GLN WV-LFDAT WV-LFNUM WV-ART WV-SSCC.
           MOVE 0 TO WZ-MSGZ.
           MOVE SPACE TO WV-RECNR.
       Z.  EXIT.
      ********************************** ein Segment verarbeiten *
       SEG-VERARB SECTION.
       A.  IF RE-SATZ(1:4) = "UNH+"
               PERFORM MSG-INIT
               MOVE 1 TO WZ-MSGZ
               GO Z.
           IF RE-SATZ(1:4) = "UNT+" PERFORM PROT-SATZ GO Z.
           IF RE-SATZ(1:8) = "BGM+632+"
               UNSTRING RE-SATZ(9:) DELIMITED BY "+" OR "'"
                   INTO WV-RECNR
               GO Z.
           IF RE-SATZ(1:7) = "NAD+BY+" PERFORM NAD-BY GO Z.
      *------> Lieferdatum: Eingangs- bzw. Referenzdatum gilt vor
      *        dem Nachrichtendatum <-
           IF RE-SATZ(1:8) = "DTM+137:" AND WV-LFDAT = 0
               MOVE RE-SATZ(9:8) TO WH-ZAHL(1:8)
               PERFORM DAT-SETZ GO Z.
           IF RE-SATZ(1:7) = "DTM+50:"
               MOVE RE-SATZ(8:8) TO WH-ZAHL(1:8)
               PERFORM DAT-SETZ GO Z.
           IF RE-SATZ(1:8) = "DTM+171:"
               MOVE RE-SATZ(9:8) TO WH-ZAHL(1:8)
               PERFORM DAT-SETZ GO Z.
           IF RE-SATZ(1:8) = "RFF+AAK:"
               MOVE RE-SATZ(9:) TO WH-FELD2
               PERFORM LFS-SETZ GO Z.
           IF RE-SATZ(1:7) = "RFF+DQ:"
               MOVE RE-SATZ(8:) TO WH-FELD2
               PERFORM LFS-SETZ GO Z.
           IF RE-SATZ(1:4) = "CPS+" MOVE 0 TO WV-SSCC GO Z.
           IF RE-SATZ(1:7) = "GIN+BJ+" PERFORM GIN-SEG GO Z.
           IF RE-SATZ(1:4) = "LIN+" PERFORM LIN-SEG GO Z.
           IF RE-SATZ(1:8) = "QTY+194:" PERFORM QTY-SEG GO Z.
       Z.  EXIT.
      ******************* Kaeufer-GLN der Kette uebernehmen *
       NAD-BY SECTION.
       A.  MOVE SPACE TO WH-FELD.
           UNSTRING RE-SATZ(8:) DELIMITED BY ":" OR "'" OR "+"
               INTO WH-FELD.
           MOVE 0 TO WV-GLN.
           IF WH-FELD(1:13) NOT NUMERIC
               MOVE "GLN ungueltig" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           MOVE WH-FELD(1:13) TO WV-GLN(2:13).
       Z.  EXIT.
      ************************** Lieferdatum uebernehmen *
       DAT-SETZ SECTION.
       A.  IF WH-ZAHL(1:8) NUMERIC MOVE WH-ZAHL(1:8) TO WV-LFDAT.
       Z.  EXIT.
      ********************* Lieferscheinnummer der DESADV *
       LFS-SETZ SECTION.
       A.  MOVE SPACE TO WH-FELD.
           UNSTRING WH-FELD2 DELIMITED BY ":" OR "'" OR "+"
               INTO WH-FELD.
           MOVE 0 TO WV-LFNUM.
           COMPUTE WV-LFNUM = FUNCTION NUMVAL(WH-FELD)
               ON SIZE ERROR MOVE 0 TO WV-LFNUM.
       Z.  EXIT.
      ********************* SSCC der Palette merken *
       GIN-SEG SECTION.
       A.  MOVE SPACE TO WH-FELD.
           UNSTRING RE-SATZ(8:) DELIMITED BY ":" OR "'" OR "+"
               INTO WH-FELD.
           MOVE 0 TO WV-SSCC.
           IF WH-FELD(1:18) NUMERIC MOVE WH-FELD(1:18) TO WV-SSCC.
       Z.  EXIT.
      ********************* unsere Artikelnummer (:SA) merken *
       LIN-SEG SECTION.
       A.  MOVE SPACE TO WH-FELD WH-FELD2.
           UNSTRING RE-SATZ DELIMITED BY "+"
               INTO WH-FELD WH-FELD WH-FELD WH-FELD2.
           MOVE SPACE TO WH-FELD.
           UNSTRING WH-FELD2 DELIMITED BY ":" OR "'"
               INTO WH-FELD WH-ZAHL.
           MOVE 0 TO WV-ART.
           IF WH-ZAHL(1:2) NOT = "SA" GO Z.
           COMPUTE WV-ART = FUNCTION NUMVAL(WH-FELD)
               ON SIZE ERROR MOVE 0 TO WV-ART.
       Z.  EXIT.
      ********** angenommene Menge: Zeile zuordnen und speichern *
       QTY-SEG SECTION.
       A.  IF WV-GLN = 0 GO Z.
           IF WV-LFDAT = 0
               MOVE "Lieferdatum fehlt" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           IF WV-LFNUM = 0
               MOVE "Lieferschein fehlt" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           IF WV-ART = 0 OR WV-ART > 99999
               MOVE "Artikel unbekannt" TO AU-GRUND
               PERFORM AUSNAHM GO Z.
           MOVE SPACE TO WH-FELD.
           UNSTRING RE-SATZ(9:) DELIMITED BY ":" OR "'"
               INTO WH-FELD.
           MOVE 0 TO WV-MENGE.
           COMPUTE WV-MENGE = FUNCTION NUMVAL(WH-FELD)
               ON SIZE ERROR MOVE 0 TO WV-MENGE.
           MOVE WV-LFDAT TO RV-DATUM.
           MOVE WV-GLN TO RV-GLN.
           MOVE WV-LFNUM TO RV-LFNUM.
           MOVE WV-ART TO RV-ARNUM.
           MOVE WV-SSCC TO RV-SSCC.
           READ RECADV INVALID GO B.
      *------> gleiche Nachricht im selben Lauf: Zeilen addieren,
      *        sonst ersetzt die neue Meldung die alte <-
           IF RV-LAUF = WV-LAUF AND RV-RECNR = WV-RECNR
               ADD WV-MENGE TO RV-MENGE
           ELSE
               MOVE WV-MENGE TO RV-MENGE.
           MOVE WV-RECNR TO RV-RECNR.
           MOVE WV-LAUF TO RV-LAUF.
           MOVE SPACE TO RV-ABGL.
           REWRITE RV-SATZ.
           ADD 1 TO WD-GESCHR.
           GO Z.
       B.  MOVE WV-MENGE TO RV-MENGE.
           MOVE WV-RECNR TO RV-RECNR.
           MOVE WV-LAUF TO RV-LAUF.
           MOVE SPACE TO RV-ABGL.
           WRITE RV-SATZ.
           ADD 1 TO WD-GESCHR.
       Z.  EXIT.
       AUSNAHM SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE RE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
       Z.  EXIT.
      *************************** Protokollsatz je Nachricht *
       PROT-SATZ SECTION.
       A.  ADD 1 TO WD-MSG.
           ACCEPT EP-DATUM FROM DATE.
           ADD 20000000 TO EP-DATUM.
           ACCEPT EP-ZEIT FROM TIME.
           MOVE WV-GLN TO EP-GLN.
           MOVE "RECADV" TO EP-ART.
           MOVE WZ-MSGZ TO EP-ANZ.
           MOVE "EDIRECIN.TXT" TO EP-DATEI.
           WRITE EP-SATZ.
       Z.  EXIT.
      ********************* Abgleich RECADV gegen DESADV *
      *  HD-KEY ist nach Datum/GLN/ILN/Lieferschein/Artikel sortiert -
      *  je Kette mit RECADV eine Seite; Ketten ohne Meldung zum Tag
      *  werden uebergangen, Lieferscheine ohne Meldung angezeigt.
       REC-ABGL SECTION.
       A.  DISPLAY "RECADV-Abgleich / Differenzliste" AT 2301.
           DISPLAY "Lieferdatum (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-LFDAT.
           ACCEPT WH-LFDAT AT 2436.
           IF WH-LFDAT = 0 GO Z.
           OPEN I-O RECADV.
           IF WF-STATUS = "35"
               DISPLAY "keine RECADV-Daten vorhanden" AT 2501
               GO Z.
           OPEN INPUT HILFDESA.
           OPEN INPUT DEBITOR.
      *------> Palettenzuordnung (PANSSCC), wenn vorhanden <-
           MOVE 0 TO WM-PAL.
           OPEN INPUT PALPOS.
           IF WF-STATUS = "00" OPEN INPUT PALETTE.
           IF WF-STATUS = "00" MOVE 1 TO WM-PAL.
      *------> Abliefernachweis (PANPOD), wenn vorhanden <-
           MOVE 0 TO WM-POD.
           OPEN INPUT PODDAT.
           IF WF-STATUS = "00" MOVE 1 TO WM-POD.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE WH-LFDAT TO WZ-DATUM.
           MOVE WZ-TAG TO WC-TAG.
           MOVE WZ-MONAT TO WC-MONAT.
           MOVE WZ-JAHR TO WC-JAHR.
           MOVE WC-DATUM TO WD-DATUM.
           PERFORM ABGL-RESET.
           MOVE 0 TO WH-GLN WH-LFNUM WM-KETTE WZ-KETTEN.
           MOVE WH-LFDAT TO HD-DATUM.
           MOVE 0 TO HD-GLN HD-ILN HD-LFNUM HD-ARNUM.
           START HILFDESA KEY NOT < HD-KEY INVALID GO X.
       B.  READ HILFDESA NEXT IGNORE LOCK AT END GO X.
           IF HD-DATUM NOT = WH-LFDAT GO X.
           IF HD-GLN NOT = WH-GLN
               PERFORM KETTE-ENDE
               MOVE HD-GLN TO WH-GLN
               MOVE 0 TO WH-LFNUM
               PERFORM KETTE-START
           END-IF.
           IF WM-KETTE = 0 GO B.
           IF HD-LFNUM NOT = WH-LFNUM
               MOVE HD-LFNUM TO WH-LFNUM
               PERFORM LFS-PRUEF
           END-IF.
           IF WM-LFSRV = 0 GO B.
           PERFORM ZEILE-ABGL.
           GO B.
       X.  PERFORM KETTE-ENDE.
           PERFORM REST-LISTE.
           IF WZ-KETTEN = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "RECADV-Abgleich: keine Meldungen zum Tag"
                   TO DRA-TITEL
               WRITE DRA-SATZ AFTER PAGE.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER HILFDESA DEBITOR RECADV.
           IF WM-PAL = 1 CLOSE PALPOS PALETTE.
           IF WM-POD = 1 CLOSE PODDAT.
           DISPLAY "Ketten abgeglichen: " AT 2501.
           MOVE WZ-KETTEN TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
       Z.  EXIT.
      ***** Zuordnungskennzeichen des Tages zuruecksetzen *
       ABGL-RESET SECTION.
       A.  MOVE WH-LFDAT TO RV-DATUM.
           MOVE 0 TO RV-GLN RV-LFNUM RV-ARNUM RV-SSCC.
           START RECADV KEY NOT < RV-KEY INVALID GO Z.
       B.  READ RECADV NEXT AT END GO Z.
           IF RV-DATUM NOT = WH-LFDAT GO Z.
           IF RV-ABGL = SPACE GO B.
           MOVE SPACE TO RV-ABGL.
           REWRITE RV-SATZ.
           GO B.
       Z.  EXIT.
      ***** neue Kette: gibt es Meldungen zum Tag? Kopf drucken *
       KETTE-START SECTION.
       A.  MOVE 0 TO WM-KETTE.
           MOVE 0 TO WS-GUTS WS-REKL WS-NACH.
           MOVE 0 TO WZ-GUTS WZ-REKL WZ-NACH WZ-OHNE.
           MOVE WH-LFDAT TO RV-DATUM.
           MOVE WH-GLN TO RV-GLN.
           MOVE 0 TO RV-LFNUM RV-ARNUM RV-SSCC.
           START RECADV KEY NOT < RV-KEY INVALID GO Z.
           READ RECADV NEXT IGNORE LOCK AT END GO Z.
           IF RV-DATUM NOT = WH-LFDAT OR RV-GLN NOT = WH-GLN GO Z.
           MOVE 1 TO WM-KETTE.
           ADD 1 TO WZ-KETTEN.
           MOVE 0 TO DE-KTONR.
           MOVE WH-GLN TO DE-GLN.
           MOVE SPACE TO DE-BEZ.
           START DEBITOR KEY NOT < DE-EANKEY
               INVALID MOVE SPACE TO DE-BEZ GO B.
           READ DEBITOR NEXT IGNORE LOCK
               AT END MOVE SPACE TO DE-BEZ GO B.
           IF DE-GLN NOT = WH-GLN MOVE SPACE TO DE-BEZ.
       B.  MOVE WH-GLN TO WD-GLN.
           PERFORM KOPF-DRUCK.
       Z.  EXIT.
       KOPF-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           STRING "RECADV-Abgleich  Lieferdatum " WD-DATUM
               "  Kette " WD-GLN " " DE-BEZ(1:30)
               DELIMITED SIZE INTO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE " Lfs-Nr   Art Bezeichnung" TO DRA-TITEL.
           MOVE " versandt" TO DRA-TITEL(37:9).
           MOVE "angenommen" TO DRA-TITEL(47:10).
           MOVE " Differenz" TO DRA-TITEL(58:10).
           MOVE "       Wert" TO DRA-TITEL(69:11).
           MOVE "Vorschlag" TO DRA-TITEL(81:9).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ***** neuer Lieferschein: liegt eine Meldung dazu vor? *
       LFS-PRUEF SECTION.
       A.  MOVE 0 TO WM-LFSRV.
           MOVE WH-LFDAT TO RV-DATUM.
           MOVE WH-GLN TO RV-GLN.
           MOVE WH-LFNUM TO RV-LFNUM.
           MOVE 0 TO RV-ARNUM RV-SSCC.
           START RECADV KEY NOT < RV-KEY INVALID GO B.
           READ RECADV NEXT IGNORE LOCK AT END GO B.
           IF RV-DATUM = WH-LFDAT AND RV-GLN = WH-GLN
                                  AND RV-LFNUM = WH-LFNUM
               MOVE 1 TO WM-LFSRV
               GO Z.
      *------> Meldung fehlt noch: einmal je Lieferschein anzeigen <-
       B.  ADD 1 TO WZ-OHNE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-LFNUM TO DRA-LFNR.
           MOVE "keine RECADV" TO DRA-BEZ.
           MOVE "abwarten" TO DRA-VORSCH.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ***** Lieferscheinzeile: versandt gegen angenommen *
       ZEILE-ABGL SECTION.
       A.  IF HD-ANZ < 0 MOVE 0 TO WH-SOLL
           ELSE MOVE HD-ANZ TO WH-SOLL.
           MOVE 0 TO WH-IST WM-SSCC.
           MOVE WH-LFDAT TO RV-DATUM.
           MOVE WH-GLN TO RV-GLN.
           MOVE HD-LFNUM TO RV-LFNUM.
           MOVE HD-ARNUM TO RV-ARNUM.
           MOVE 0 TO RV-SSCC.
           START RECADV KEY NOT < RV-KEY INVALID GO C.
       B.  READ RECADV NEXT AT END GO C.
           IF RV-DATUM NOT = WH-LFDAT OR RV-GLN NOT = WH-GLN
              OR RV-LFNUM NOT = HD-LFNUM OR RV-ARNUM NOT = HD-ARNUM
               GO C.
           ADD RV-MENGE TO WH-IST.
           IF RV-SSCC NOT = 0 MOVE 1 TO WM-SSCC.
           MOVE "A" TO RV-ABGL.
           REWRITE RV-SATZ.
           GO B.
       C.  COMPUTE WH-DIFF = WH-IST - WH-SOLL.
           IF WH-DIFF = 0 GO D.
           COMPUTE WH-BETR ROUNDED = WH-DIFF * HD-PREIS.
           MOVE SPACE TO DRA-SATZ.
           MOVE HD-LFNUM TO DRA-LFNR.
           MOVE HD-ARNUM TO DRA-ART.
           MOVE HD-BEZ TO DRA-BEZ.
           MOVE WH-SOLL TO DRA-SOLL.
           MOVE WH-IST TO DRA-IST.
           MOVE WH-DIFF TO DRA-DIFF.
           MOVE WH-BETR TO DRA-WERT.
           PERFORM VORSCHLAG.
           WRITE DRA-SATZ AFTER 1.
      *------> Kette meldet je Palette: SSCC-Mengen gegenpruefen <-
       D.  IF WM-SSCC = 1 AND WM-PAL = 1 PERFORM SSCC-ABGL.
       Z.  EXIT.
      ***** Vorschlag je Differenz: Mindermenge mit Ablieferung
      *     ohne Beanstandung = Reklamation an die Kette, sonst
      *     Gutschrift; Mehrmenge = Nachbelastung *
       VORSCHLAG SECTION.
       A.  IF WH-DIFF > 0
               MOVE "Nachbelastung" TO DRA-VORSCH
               ADD WH-BETR TO WS-NACH
               ADD 1 TO WZ-NACH
               GO Z.
           PERFORM POD-PRUEF.
           IF WH-PODST = "G"
               MOVE "Reklamation" TO DRA-VORSCH
               ADD WH-BETR TO WS-REKL
               ADD 1 TO WZ-REKL
           ELSE
               MOVE "Gutschrift" TO DRA-VORSCH
               ADD WH-BETR TO WS-GUTS
               ADD 1 TO WZ-GUTS.
       Z.  EXIT.
      ***** Ablieferstatus des Lieferscheins aus PANPODAT *
       POD-PRUEF SECTION.
       A.  MOVE SPACE TO WH-PODST.
           IF WM-POD = 0 GO Z.
           MOVE WH-LFDAT TO PD-DATUM.
           MOVE 0 TO PD-TOUR PD-SUB PD-KTONR PD-NUM.
           START PODDAT KEY NOT < PD-KEY INVALID GO Z.
       B.  READ PODDAT NEXT IGNORE LOCK AT END GO Z.
           IF PD-DATUM NOT = WH-LFDAT GO Z.
           IF PD-KTONR NOT = HD-KTONR OR PD-NUM NOT = HD-NUM GO B.
           MOVE PD-STAT TO WH-PODST.
       Z.  EXIT.
      ***** je Palette der Zeile: versandt gegen angenommen *
       SSCC-ABGL SECTION.
       A.  MOVE 0 TO WS-PPSSCC WM-PALOK.
           MOVE HD-LFNUM TO PP-LFNUM.
           MOVE 0 TO PP-SSCC PP-LFD.
           START PALPOS KEY NOT < PP-LKEY INVALID GO Z.
       B.  READ PALPOS NEXT IGNORE LOCK AT END GO Z.
           IF PP-LFNUM NOT = HD-LFNUM GO Z.
      *------> Lieferscheinnummern laufen um: nur Paletten des
      *        Liefertags (PL-DATUM) zaehlen <-
           IF PP-SSCC NOT = WS-PPSSCC
               MOVE PP-SSCC TO WS-PPSSCC
               PERFORM PAL-DATPRF.
           IF WM-PALOK = 0 GO B.
           IF PP-ARNUM NOT = HD-ARNUM GO B.
           MOVE WH-LFDAT TO RV-DATUM.
           MOVE WH-GLN TO RV-GLN.
           MOVE HD-LFNUM TO RV-LFNUM.
           MOVE HD-ARNUM TO RV-ARNUM.
           MOVE PP-SSCC TO RV-SSCC.
           READ RECADV IGNORE LOCK INVALID MOVE 0 TO RV-MENGE.
           IF RV-MENGE = PP-MENGE GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE PP-SSCC TO DRA-BEZ.
           MOVE PP-MENGE TO DRA-SOLL.
           MOVE RV-MENGE TO DRA-IST.
           COMPUTE WH-DIFF = RV-MENGE - PP-MENGE.
           MOVE WH-DIFF TO DRA-DIFF.
           MOVE "SSCC" TO DRA-VORSCH.
           WRITE DRA-SATZ AFTER 1.
           GO B.
       Z.  EXIT.
      ***** gehoert die Palette zum Liefertag? *
       PAL-DATPRF SECTION.
       A.  MOVE 0 TO WM-PALOK.
           MOVE WS-PPSSCC TO PL-SSCC.
           READ PALETTE IGNORE LOCK INVALID GO Z.
           IF PL-DATUM = WH-LFDAT MOVE 1 TO WM-PALOK.
       Z.  EXIT.
      ***** Kettenende: gemeldete, nicht versandte Zeilen und Summen *
       KETTE-ENDE SECTION.
       A.  IF WM-KETTE = 0 GO Z.
           MOVE WH-LFDAT TO RV-DATUM.
           MOVE WH-GLN TO RV-GLN.
           MOVE 0 TO RV-LFNUM RV-ARNUM RV-SSCC.
           START RECADV KEY NOT < RV-KEY INVALID GO C.
       B.  READ RECADV NEXT AT END GO C.
           IF RV-DATUM NOT = WH-LFDAT OR RV-GLN NOT = WH-GLN GO C.
           IF RV-ABGL NOT = SPACE GO B.
           PERFORM OHNE-VERS.
           GO B.
       C.  MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Gutschriften" TO DRA-BEZ.
           MOVE WZ-GUTS TO DRA-ART.
           MOVE WS-GUTS TO DRA-WERT.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Reklamationen" TO DRA-BEZ.
           MOVE WZ-REKL TO DRA-ART.
           MOVE WS-REKL TO DRA-WERT.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Nachbelastungen" TO DRA-BEZ.
           MOVE WZ-NACH TO DRA-ART.
           MOVE WS-NACH TO DRA-WERT.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Lfs ohne RECADV" TO DRA-BEZ.
           MOVE WZ-OHNE TO DRA-ART.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-KETTE.
       Z.  EXIT.
      ***** gemeldete Zeile ohne Versand (Lieferschein/Artikel
      *     nicht in der DESADV des Tages) - nur pruefen *
       OHNE-VERS SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE RV-LFNUM TO DRA-LFNR.
           MOVE RV-ARNUM TO DRA-ART.
           MOVE "nicht versandt" TO DRA-BEZ.
           IF RV-SSCC NOT = 0 MOVE RV-SSCC TO DRA-BEZ.
           MOVE 0 TO DRA-SOLL.
           MOVE RV-MENGE TO DRA-IST.
           MOVE RV-MENGE TO DRA-DIFF.
           MOVE "pruefen" TO DRA-VORSCH.
           WRITE DRA-SATZ AFTER 1.
           MOVE "U" TO RV-ABGL.
           REWRITE RV-SATZ.
       Z.  EXIT.
      ***** Meldungen von Ketten ohne Versand an diesem Tag *
       REST-LISTE SECTION.
       A.  MOVE 0 TO WH-GLN.
           MOVE WH-LFDAT TO RV-DATUM.
           MOVE 0 TO RV-GLN RV-LFNUM RV-ARNUM RV-SSCC.
           START RECADV KEY NOT < RV-KEY INVALID GO Z.
       B.  READ RECADV NEXT AT END GO Z.
           IF RV-DATUM NOT = WH-LFDAT GO Z.
           IF RV-ABGL NOT = SPACE GO B.
           IF RV-GLN NOT = WH-GLN
               MOVE RV-GLN TO WH-GLN WD-GLN
               MOVE SPACE TO DE-BEZ
               MOVE "ohne Versand" TO DE-BEZ
               ADD 1 TO WZ-KETTEN
               PERFORM KOPF-DRUCK
           END-IF.
           PERFORM OHNE-VERS.
           GO B.
       Z.  EXIT.

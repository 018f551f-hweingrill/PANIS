      ******************************************************************
      *     Uebernahme der Bestellzettel von Markt und Aussendienst    *
      *     Eingangsdatei PANIMPBS.TXT, eine Zeile je Position:        *
      *        Konto;Lieferdatum(JJJJMMTT);Artikel;Menge[;Adresse]     *
      *     Adresse = Lieferadresse aus PANLADR.DAT (leer/0 = Kunde):  *
      *     Tour/Stopp der Lieferadresse, eigene Lieferscheinnummer    *
      *     und Adresse/Lieferscheintext in PANLFTX.DAT                *
      *     Pruefung wie PANBS (DEBITOR, ARTIKEL, FAKTDAT), Tour       *
      *     und Stopp aus DE-TOUR/DE-SUB, Lieferscheinnummer je        *
      *     Konto+Tag aus dem Zaehler KO-LFNUM (wie PANEDIIM),         *
      *     nicht zuordenbare Zeilen auf die Ausnahmeliste             *
      *     PANIMPEX.LST; die Mengen gehen in die Kapazitaets-         *
      *     belegung (PANKAPAZ), ein ueberbuchter Produktionstag       *
      *     wird auf der Ausnahmeliste vermerkt                        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSELFS.CPY.
           COPY PANSELAD.CPY.
           SELECT BESTEIN    ASSIGN TO "PANIMPBS.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDLAD.CPY.
      ************************************** Bestellzettel vom Laptop *
       FD  BESTEIN                     LABEL RECORD OMITTED.
       01  BE-SATZ                     PIC X(80).
           03  WV-ARNUM                PIC 9(4)          VALUE ZERO.
           03  WV-MENGE                PIC S9(5)         VALUE ZERO.
           03  WV-LFNUM                PIC 9(6)     COMP VALUE ZERO.
           03  WV-LADR                 PIC 99            VALUE ZERO.
           03  WV-TOUR                 PIC 99       COMP VALUE ZERO.
           03  WV-SUB                  PIC 9999     COMP VALUE ZERO.
           03  WM-LADAT                PIC 9        COMP VALUE ZERO.
      *--------------> zuletzt vergebene Nummer je Konto + Tag <-
           03  WM-KTONR                PIC 9(6)     COMP VALUE ZERO.
           03  WM-LFDAT                PIC 9(8)     COMP VALUE ZERO.
           03  WM-LADR                 PIC 99       COMP VALUE ZERO.
           03  WH-FKTO                 PIC X(10).
           03  WH-FDAT                 PIC X(10).
           03  WH-FART                 PIC X(10).
           03  WH-FMNG                 PIC X(10).
           03  WH-FLADR                PIC X(10).
           03  WD-GELES                PIC 9(5)     COMP VALUE ZERO.
           03  WD-GESCHR               PIC 9(5)     COMP VALUE ZERO.
           03  WD-FEHLER               PIC 9(5)     COMP VALUE ZERO.
           03  WD-KAPUEB               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *---------------------------------> Bestellschluss je Tour <-
           03  WB-CUT                  PIC 9(4)   COMP   OCCURS 60.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON TX-LFTEXT.
       A.  CALL "CADECL" USING "PANLFTX.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON LIEFADR.
       A.  CALL "CADECL" USING "PANLADR.DAT " WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           OPEN INPUT ARTIKEL.
           OPEN INPUT FAKTDAT.
           OPEN I-O LFSCHEIN.
           OPEN I-O TX-LFTEXT.
           IF WF-STATUS = "35"
               CLOSE TX-LFTEXT OPEN OUTPUT TX-LFTEXT
               CLOSE TX-LFTEXT OPEN I-O TX-LFTEXT.
           MOVE 1 TO WM-LADAT.
           OPEN INPUT LIEFADR.
           IF WF-STATUS = "35" MOVE 0 TO WM-LADAT.
           OPEN OUTPUT AUSNAHME.
           MOVE 0 TO WD-GELES WD-GESCHR WD-FEHLER WD-KAPUEB.
           MOVE 0 TO WM-KTONR WM-LFDAT WM-LADR WV-LFNUM.
      *-----------------> Bestellschlusszeiten (Key 46) laden <-
           MOVE 46 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
           PERFORM ZEILE-VERARB.
           GO B.
       X.  CLOSE BESTEIN AUSNAHME.
           CLOSE DEBITOR KONSTANT ARTIKEL FAKTDAT LFSCHEIN TX-LFTEXT.
           IF WM-LADAT = 1 CLOSE LIEFADR.
           DISPLAY "Zeilen gelesen:     " AT 2301.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2322.
           DISPLAY "Ausnahmen:          " AT 2501.
           MOVE WD-FEHLER TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
           DISPLAY "Kapazitaet ueberschr" AT 2601.
           MOVE WD-KAPUEB TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
       Z.  EXIT.
      ********************************** eine Zeile verarbeiten *
       ZEILE-VERARB SECTION.
       A.  MOVE SPACE TO WH-FKTO WH-FDAT WH-FART WH-FMNG WH-FLADR.
           UNSTRING BE-SATZ DELIMITED BY ";"
               INTO WH-FKTO WH-FDAT WH-FART WH-FMNG WH-FLADR.
           MOVE 0 TO WV-KTONR WV-LFDAT WV-ARNUM WV-MENGE WV-LADR.
           COMPUTE WV-KTONR = FUNCTION NUMVAL(WH-FKTO)
               ON SIZE ERROR MOVE 0 TO WV-KTONR.
           COMPUTE WV-LFDAT = FUNCTION NUMVAL(WH-FDAT)
               ON SIZE ERROR MOVE 0 TO WV-ARNUM.
           COMPUTE WV-MENGE = FUNCTION NUMVAL(WH-FMNG)
               ON SIZE ERROR MOVE 0 TO WV-MENGE.
           IF WH-FLADR NOT = SPACE
               COMPUTE WV-LADR = FUNCTION NUMVAL(WH-FLADR)
                   ON SIZE ERROR MOVE 0 TO WV-LADR.
           IF WV-KTONR = 0 OR WV-LFDAT = 0 OR WV-ARNUM = 0
               PERFORM AUSNAHM-FORM GO Z.
           IF WV-MENGE = 0 PERFORM AUSNAHM-FORM GO Z.
               INVALID PERFORM AUSNAHM-KTO GO Z.
           IF DE-SPERR NOT = 0 AND DE-SPERR NOT > WV-LFDAT
               PERFORM AUSNAHM-SPERR GO Z.
      *-----------------------> Lieferadresse: Tour/Stopp von dort <-
           MOVE DE-TOUR TO WV-TOUR.
           MOVE DE-SUB TO WV-SUB.
           IF WV-LADR NOT = 0
               IF WM-LADAT = 0 PERFORM AUSNAHM-LADR GO Z
               END-IF
               MOVE WV-KTONR TO LA-KTONR
               MOVE WV-LADR TO LA-LADR
               READ LIEFADR IGNORE LOCK
                   INVALID PERFORM AUSNAHM-LADR GO Z
               END-READ
               MOVE LA-TOUR TO WV-TOUR
               MOVE LA-SUB TO WV-SUB.
      *-----------------------> Artikel pruefen, Zeilendaten holen <-
           MOVE WV-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID PERFORM AUSNAHM-ART GO Z.
      *-----------------------> ausgelaufener Artikel (PANNACHF) <-
           IF AR-AUSGELAUFEN PERFORM AUSNAHM-AUSL GO Z.
      *-----------------------> Saisonfenster wie PANEDIIM <-
           PERFORM SAISON-PRUEF.
           IF WH-X = "N" PERFORM AUSNAHM-SAIS GO Z.
       Z.  EXIT.
      ********* Lieferscheinnummer je Konto + Tag (wie PANEDIIM) *
       NUMMER-ZIEH SECTION.
       A.  IF WV-KTONR = WM-KTONR AND WV-LFDAT = WM-LFDAT
               AND WV-LADR = WM-LADR GO Z.
           MOVE 1 TO WH-KEY.
           READ KONSTANT.
           ADD 1 TO KO-LFNUM.
           REWRITE KO-SATZ.
           MOVE WV-KTONR TO WM-KTONR.
           MOVE WV-LFDAT TO WM-LFDAT.
           MOVE WV-LADR TO WM-LADR.
           IF WV-LADR NOT = 0 PERFORM LADR-TEXT.
       Z.  EXIT.
      ********* Lieferadresse und Lieferscheintext zum neuen Schein *
       LADR-TEXT SECTION.
       A.  MOVE WV-KTONR TO TX-KTONR.
           MOVE WV-LFDAT TO TX-LFDAT.
           MOVE WV-LFNUM TO TX-LFNUM.
           MOVE SPACE TO TX-TEXT(1) TX-TEXT(2).
           STRING "Lieferadresse: " LA-NAME
               DELIMITED SIZE INTO TX-TEXT(1).
           MOVE LA-LFTEXT TO TX-TEXT(2).
           WRITE TX-SATZ INVALID REWRITE TX-SATZ.
       Z.  EXIT.
      *********************** Lieferscheinzeile anlegen *
       LFS-SCHREIB SECTION.
       A.  MOVE WV-LFDAT TO LF-DATUM.
           MOVE WV-TOUR TO LF-TOUR.
           MOVE WV-SUB TO LF-SUB.
           MOVE DE-KTONR TO LF-KTONR.
           MOVE WV-LFNUM TO LF-NUM.
           MOVE AR-NUM TO LF-ARNUM.
           MOVE AR-ABEZ TO LF-ARBEZ.
           MOVE WV-LFDAT TO LF-PRODDAT.
           MOVE 0 TO LF-CHNR LF-GEWKG.
           MOVE WV-LADR TO LF-LADR.
      *------> Zeile schon vorhanden: Menge dazuzaehlen (zwei
      *        Zettel desselben Kunden am selben Tag) <-
           WRITE LF-SATZ INVALID GO B.
           ADD 1 TO WD-GESCHR.
           PERFORM KAP-BUCHEN.
           GO Z.
       B.  READ LFSCHEIN INVALID PERFORM AUSNAHM-DOPP GO Z.
           ADD WV-MENGE TO LF-MENGE(1).
           REWRITE LF-SATZ.
           ADD 1 TO WD-GESCHR.
           PERFORM KAP-BUCHEN.
       Z.  EXIT.
      ********* Zeile in die Kapazitaetsbelegung (PANKAPAZ) *
      *  ueberbuchter Produktionstag: Zeile bleibt, Hinweis auf
      *  der Ausnahmeliste
       KAP-BUCHEN SECTION.
       A.  MOVE AR-NUM TO WH-NUM.
           MOVE WV-LFDAT TO WZ-DATUM.
           MOVE WV-MENGE TO WH-WERT.
           CALL "PANKAPAZ" USING "50KAPAZ" WH-CREG.
           IF WH-X NOT = "J" GO Z.
           ADD 1 TO WD-KAPUEB.
           MOVE "Kapazitaet ueberschr" TO AU-GRUND.
           MOVE BE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
       Z.  EXIT.
      ******************************** Ausnahmen *
       AUSNAHM-FORM SECTION.
           MOVE BE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
       Z.  EXIT.
       AUSNAHM-LADR SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE "Lieferadr. unbekannt" TO AU-GRUND.
           MOVE BE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
       Z.  EXIT.
       AUSNAHM-SAIS SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE "ausser Saison" TO AU-GRUND.
           MOVE BE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
       Z.  EXIT.
       AUSNAHM-AUSL SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE "Artikel ausgelaufen" TO AU-GRUND.
           MOVE BE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
       Z.  EXIT.
      ***** Bestellschluss der Kundentour wie PANEDIIM *
       CUT-PRUEF SECTION.
       A.  MOVE "J" TO WH-X.
           IF WV-TOUR = 0 OR WV-TOUR > 60 GO Z.
           IF WB-CUT(WV-TOUR) = 0 GO Z.
           IF WV-LFDAT NOT = WB-MORGEN GO Z.
           IF WB-HHMM > WB-CUT(WV-TOUR) MOVE "N" TO WH-X.
       Z.  EXIT.
       AUSNAHM-CUT SECTION.
       A.  ADD 1 TO WD-FEHLER.

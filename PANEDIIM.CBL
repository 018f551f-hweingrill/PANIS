      *     Kaeufer-GLN   -> DE-GLN    (DEBITOR)                       *
      *     Kundenartikel -> FA-KUARNUM (FAKTDAT)                      *
      *     schreibt Lieferscheinzeilen (LFSCHEIN) zum Lieferdatum,    *
      *     nicht zuordenbare Zeilen auf die Ausnahmeliste;            *
      *     die Mengen gehen in die Kapazitaetsbelegung (PANKAPAZ),    *
      *     ein ueberbuchter Produktionstag wird dort vermerkt         *
      *     je Bestellung geht eine ORDRSP (Bestaetigung/Ablehnung     *
      *     je Zeile mit Grund) in die Uebertragungsdatei des          *
      *     Partners, Protokoll in PANEDILO.DAT wie bei PANEDIGN       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           SELECT AUSNAHME   ASSIGN TO "PANEDIEX.LST"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT EDIDAT     ASSIGN TO WN-EDINAM
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT EDIPROT    ASSIGN TO "PANEDILO.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
           03  AU-GRUND                PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  AU-INHALT               PIC X(80).
      ************************************ Uebertragungsdatei je GLN *
       FD  EDIDAT                      LABEL RECORD OMITTED.
       01  ED-SATZ                     PIC X(132).
      ******************************** Protokoll der Aussendungen *
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
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WD-GELES                PIC 9(5)     COMP VALUE ZERO.
           03  WD-GESCHR               PIC 9(5)     COMP VALUE ZERO.
           03  WD-FEHLER               PIC 9(5)     COMP VALUE ZERO.
           03  WD-KAPUEB               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *---------------------------------> Bestellschluss je Tour <-
           03  WB-CUT                  PIC 9(4)   COMP   OCCURS 60.
           03  WB-MORGEN               PIC 9(8)   COMP.
      *---------------------------------> Periodensperre (Satz 47) <-
           03  WB-ABGDAT               PIC 9(8)   COMP   VALUE ZERO.
      *---------------------------------> Auftragsbestaetigung ORDRSP <-
           03  WR-ORDNR                PIC X(17).
           03  WR-ANZ                  PIC 999    COMP   VALUE ZERO.
           03  WR-TAB                               OCCURS 200.
               05  WR-KUTXT            PIC X(20).
               05  WR-QUAL             PIC XXX.
               05  WR-BESTMG           PIC S9(5).
               05  WR-BESTAE           PIC S9(5).
               05  WR-GRUND            PIC XXX.
               05  WR-TEXT             PIC X(20).
           03  WR-I                    PIC 999    COMP.
           03  WR-AKT                  PIC 999    COMP   VALUE ZERO.
           03  WV-KUTXT                PIC X(20).
           03  WV-KUQUAL               PIC XXX.
           03  WR-GRCODE               PIC XXX.
           03  WR-ABGEL                PIC 999    COMP.
           03  WH-SENDER               PIC 9(13).
           03  WN-EDINAM.
               05  FILLER              PIC XXX           VALUE "EDI".
               05  WN-GLN              PIC 9(13).
               05  FILLER              PIC XXXX          VALUE ".TXT".
           03  WH-ZEIT                 PIC 9(8).
           03  WZ-REF                  PIC 9(6)   COMP   VALUE ZERO.
           03  WZ-SEG                  PIC 9(4)   COMP   VALUE ZERO.
           03  WD-ORDRSP               PIC 9(5)   COMP   VALUE ZERO.
           03  WD-REF                  PIC 9(6).
           03  WD-NUM                  PIC 9(7).
           03  WD-GLN                  PIC 9(13).
           03  WD-DAT                  PIC 9(8).
           03  WD-DAT6                 PIC 9(6).
           03  WD-ZEIT4                PIC 9(4).
           03  WD-MG                   PIC 9(5).
           03  WD-SEG                  PIC 9(4).
           03  WD-POS                  PIC 9(4).
           03  WD-AKT                  PIC X.
           03  WD-FKT                  PIC XX.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
           OPEN INPUT FAKTDAT.
           OPEN I-O LFSCHEIN.
           OPEN OUTPUT AUSNAHME.
           OPEN EXTEND EDIPROT.
           MOVE 0 TO WD-GELES WD-GESCHR WD-FEHLER WD-KAPUEB.
           MOVE 0 TO WV-GLN WV-LFDAT WV-LFNUM.
           MOVE 0 TO WR-ANZ WD-ORDRSP.
           MOVE SPACE TO WR-ORDNR.
      *-----------------> Absender-GLN fuer die ORDRSP (Key 1) <-
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE 0 TO KO-EANNR.
           COMPUTE WH-SENDER = KO-EANNR * 100000.
           ACCEPT WH-ZEIT FROM TIME.
           COMPUTE WZ-REF = WH-ZEIT / 100.
      *-----------------> Bestellschlusszeiten (Key 46) laden <-
           MOVE 46 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
           ADD 1 TO WD-GELES.
           PERFORM SEG-VERARB.
           GO B.
       X.  CLOSE ORDEIN AUSNAHME EDIPROT.
           CLOSE DEBITOR KONSTANT ARTIKEL FAKTDAT LFSCHEIN.
           DISPLAY "Zeilen gelesen:     " AT 2301.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY "Ausnahmen:          " AT 2501.
           MOVE WD-FEHLER TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
           DISPLAY "Kapazitaet ueberschr" AT 2601.
           MOVE WD-KAPUEB TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
           DISPLAY "ORDRSP gesendet:    " AT 2701.
           MOVE WD-ORDRSP TO WD-ANZ.
           DISPLAY WD-ANZ AT 2722.
       Z.  EXIT.
      ********************************** ein Segment verarbeiten *
       SEG-VERARB SECTION.
       A.  IF OE-SATZ(1:4) = "UNH+"
               MOVE 0 TO WV-GLN WV-LFDAT WV-LFNUM WM-GEFUND
               MOVE 0 TO WR-ANZ WR-AKT
               MOVE SPACE TO WR-ORDNR
               GO Z.
           IF OE-SATZ(1:4) = "UNT+" PERFORM ORDRSP-SCHREIB GO Z.
           IF OE-SATZ(1:8) = "BGM+220+"
               UNSTRING OE-SATZ(9:) DELIMITED BY "+" OR "'"
                   INTO WR-ORDNR
               GO Z.
           IF OE-SATZ(1:7) = "NAD+BY+" PERFORM NAD-BY GO Z.
           IF OE-SATZ(1:6) = "DTM+2:"
       A.  MOVE SPACE TO WH-FELD WH-FELD2.
           UNSTRING OE-SATZ DELIMITED BY "+"
               INTO WH-FELD WH-FELD WH-FELD WH-FELD2.
           MOVE SPACE TO WH-FELD WV-KUQUAL.
           UNSTRING WH-FELD2 DELIMITED BY ":" OR "'"
               INTO WH-FELD WV-KUQUAL.
           MOVE WH-FELD TO WV-KUTXT.
           MOVE 0 TO WV-KUART.
           COMPUTE WV-KUART = FUNCTION NUMVAL(WH-FELD)
               ON SIZE ERROR MOVE 0 TO WV-KUART.
      ********** Menge: Zeile zuordnen und Lieferschein schreiben *
       QTY-SEG SECTION.
       A.  IF WM-GEFUND = 0 GO Z.
           MOVE SPACE TO WH-FELD.
           UNSTRING OE-SATZ(8:) DELIMITED BY ":" OR "'" OR ","
               INTO WH-FELD.
           MOVE 0 TO WV-MENGE.
           COMPUTE WV-MENGE = FUNCTION NUMVAL(WH-FELD)
               ON SIZE ERROR MOVE 0 TO WV-MENGE.
      *-------------------> Zeile fuer die ORDRSP vormerken <-
           MOVE 0 TO WR-AKT.
           IF WR-ANZ < 200
               ADD 1 TO WR-ANZ
               MOVE WR-ANZ TO WR-AKT
               MOVE WV-KUTXT TO WR-KUTXT(WR-ANZ)
               MOVE WV-KUQUAL TO WR-QUAL(WR-ANZ)
               MOVE WV-MENGE TO WR-BESTMG(WR-ANZ) WR-BESTAE(WR-ANZ)
               MOVE SPACE TO WR-GRUND(WR-ANZ) WR-TEXT(WR-ANZ).
           IF WV-LFDAT = 0
               ADD 1 TO WD-FEHLER
               MOVE "Lieferdatum fehlt" TO AU-GRUND
               MOVE OE-SATZ TO AU-INHALT
               WRITE AU-SATZ
               MOVE "DAT" TO WR-GRCODE
               PERFORM ZEILE-ABLEHN GO Z.
      *-------------------> Liefersperre wie in PANBS/PANIMPBS <-
           IF DE-SPERR NOT = 0 AND DE-SPERR NOT > WV-LFDAT
               PERFORM AUSNAHM-SPERR GO Z.
      *-------------------> Kundenartikel auf FAKTDAT zuordnen <-
           MOVE DE-KTONR TO FA-KTONR.
           MOVE WV-KUART TO FA-KUARNUM.
               PERFORM AUSNAHM-ART GO Z.
           MOVE FA-ARNUM TO AR-NUM.
           READ ARTIKEL INVALID PERFORM AUSNAHM-ART GO Z.
      *-------------------> ausgelaufener Artikel (PANNACHF) <-
           IF AR-AUSGELAUFEN PERFORM AUSNAHM-AUSL GO Z.
      *-------------------> Saisonfenster des Artikels beachten <-
           PERFORM SAISON-PRUEF.
           IF WH-X = "N" PERFORM AUSNAHM-SAIS GO Z.
           MOVE "nach Bestellschluss" TO AU-GRUND.
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           MOVE "CUT" TO WR-GRCODE.
           PERFORM ZEILE-ABLEHN.
       Z.  EXIT.
       AUSNAHM-SPERR SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE "Konto gesperrt" TO AU-GRUND.
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           MOVE "SPE" TO WR-GRCODE.
           PERFORM ZEILE-ABLEHN.
       Z.  EXIT.
      ***** Periodensperre: Lieferdatum im abgeschlossenen
      *     Monat wird abgewiesen (Freigabe nur in PANBS) *
           MOVE "Periode abgeschl." TO AU-GRUND.
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           MOVE "ABG" TO WR-GRCODE.
           PERFORM ZEILE-ABLEHN.
       Z.  EXIT.
      ***** Saisonfenster (AR-SAISAB/-BIS, MMTT, darf ueber den
      *     Jahreswechsel reichen) gegen das Lieferdatum *
           MOVE "ausser Saison" TO AU-GRUND.
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           MOVE "SAI" TO WR-GRCODE.
           PERFORM ZEILE-ABLEHN.
       Z.  EXIT.
       AUSNAHM-AUSL SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE "Artikel ausgelaufen" TO AU-GRUND.
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           MOVE "ART" TO WR-GRCODE.
           PERFORM ZEILE-ABLEHN.
       Z.  EXIT.
       AUSNAHM-ART SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE "Artikel unbekannt" TO AU-GRUND.
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           MOVE "ART" TO WR-GRCODE.
           PERFORM ZEILE-ABLEHN.
       Z.  EXIT.
      *********************** Lieferscheinzeile anlegen *
       LFS-SCHREIB SECTION.
           MOVE 0 TO LF-CHNR LF-GEWKG.
           WRITE LF-SATZ INVALID PERFORM AUSNAHM-DOPP GO Z.
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
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
       Z.  EXIT.
       AUSNAHM-DOPP SECTION.
       A.  ADD 1 TO WD-FEHLER.
           MOVE "Zeile doppelt" TO AU-GRUND.
           MOVE OE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           MOVE "DOP" TO WR-GRCODE.
           PERFORM ZEILE-ABLEHN.
       Z.  EXIT.
      ******************* Zeile in der ORDRSP als abgelehnt merken *
       ZEILE-ABLEHN SECTION.
       A.  IF WR-AKT = 0 GO Z.
           MOVE WR-GRCODE TO WR-GRUND(WR-AKT).
           MOVE AU-GRUND TO WR-TEXT(WR-AKT).
           MOVE 0 TO WR-BESTAE(WR-AKT).
       Z.  EXIT.
      ********************** ORDRSP zur Bestellung (EANCOM D96A) *
      *  BGM 29 = unveraendert angenommen, 4 = geaendert, 27 = abge-
      *  lehnt; je Zeile LIN-Aktion 5 = angenommen, 3 = Menge ge-
      *  aendert, 7 = abgelehnt, Grund als FTX+ACD (Codeliste 91):
      *  DAT Lieferdatum, SPE Sperre, ART Artikel, SAI Saison,
      *  CUT Bestellschluss, ABG Periode, DOP Zeile doppelt
       ORDRSP-SCHREIB SECTION.
       A.  IF WM-GEFUND = 0 OR WR-ANZ = 0 GO Z.
           MOVE 0 TO WR-ABGEL.
           PERFORM VARYING WR-I FROM 1 BY 1 UNTIL WR-I > WR-ANZ
               IF WR-GRUND(WR-I) NOT = SPACE ADD 1 TO WR-ABGEL.
           MOVE "4" TO WD-FKT.
           IF WR-ABGEL = 0 MOVE "29" TO WD-FKT.
           IF WR-ABGEL = WR-ANZ MOVE "27" TO WD-FKT.
           MOVE WV-GLN TO WN-GLN WD-GLN.
           OPEN EXTEND EDIDAT.
           ADD 1 TO WZ-REF WD-ORDRSP.
           MOVE "UNA:+,? '" TO ED-SATZ.
           WRITE ED-SATZ.
           ACCEPT WD-DAT FROM DATE.
           ADD 20000000 TO WD-DAT.
           MOVE WD-DAT(3:6) TO WD-DAT6.
           ACCEPT WH-ZEIT FROM TIME.
           MOVE WH-ZEIT(1:4) TO WD-ZEIT4.
           MOVE WZ-REF TO WD-REF.
           MOVE SPACE TO ED-SATZ.
           STRING "UNB+UNOA:2+" WH-SENDER ":14+" WD-GLN ":14+"
               WD-DAT6 ":" WD-ZEIT4 "+" WD-REF "'"
               DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE "UNH+0001+ORDRSP:D:96A:UN:EAN005'" TO ED-SATZ.
           WRITE ED-SATZ.
           MOVE WV-LFNUM TO WD-NUM.
           MOVE SPACE TO ED-SATZ.
           STRING "BGM+231+" WD-NUM "+" WD-FKT DELIMITED SPACE
               "'" DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE SPACE TO ED-SATZ.
           STRING "DTM+137:" WD-DAT ":102'"
               DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE 3 TO WZ-SEG.
           IF WV-LFDAT NOT = 0
               MOVE WV-LFDAT TO WD-DAT
               MOVE SPACE TO ED-SATZ
               STRING "DTM+2:" WD-DAT ":102'"
                   DELIMITED SIZE INTO ED-SATZ
               WRITE ED-SATZ
               ADD 1 TO WZ-SEG.
           MOVE SPACE TO ED-SATZ.
           STRING "RFF+ON:" WR-ORDNR DELIMITED SPACE
               "'" DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE SPACE TO ED-SATZ.
           STRING "NAD+BY+" WD-GLN "::9'"
               DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE SPACE TO ED-SATZ.
           STRING "NAD+SU+" WH-SENDER "::9'"
               DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           ADD 3 TO WZ-SEG.
           PERFORM ORDRSP-ZEILE
               VARYING WR-I FROM 1 BY 1 UNTIL WR-I > WR-ANZ.
           ADD 1 TO WZ-SEG.
           MOVE WZ-SEG TO WD-SEG.
           MOVE SPACE TO ED-SATZ.
           STRING "UNT+" WD-SEG "+0001'"
               DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE SPACE TO ED-SATZ.
           STRING "UNZ+0001+" WD-REF "'"
               DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           CLOSE EDIDAT.
      *------------------> Protokoll wie bei den Aussendungen <-
           ACCEPT EP-DATUM FROM DATE.
           ADD 20000000 TO EP-DATUM.
           ACCEPT EP-ZEIT FROM TIME.
           MOVE WD-GLN TO EP-GLN.
           MOVE "ORDRSP" TO EP-ART.
           MOVE 1 TO EP-ANZ.
           MOVE WN-EDINAM TO EP-DATEI.
           WRITE EP-SATZ.
           MOVE 0 TO WR-ANZ WR-AKT.
       Z.  EXIT.
      ****************************** ORDRSP-Zeile LIN/QTY/FTX *
       ORDRSP-ZEILE SECTION.
       A.  MOVE "5" TO WD-AKT.
           IF WR-BESTAE(WR-I) NOT = WR-BESTMG(WR-I)
               MOVE "3" TO WD-AKT.
           IF WR-GRUND(WR-I) NOT = SPACE MOVE "7" TO WD-AKT.
           MOVE WR-I TO WD-POS.
           MOVE SPACE TO ED-SATZ.
           STRING "LIN+" WD-POS "+" WD-AKT "+" DELIMITED SIZE
               WR-KUTXT(WR-I) DELIMITED SPACE
               ":" DELIMITED SIZE
               WR-QUAL(WR-I) DELIMITED SPACE
               "'" DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE WR-BESTMG(WR-I) TO WD-MG.
           MOVE SPACE TO ED-SATZ.
           STRING "QTY+21:" WD-MG "'" DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           MOVE WR-BESTAE(WR-I) TO WD-MG.
           MOVE SPACE TO ED-SATZ.
           STRING "QTY+113:" WD-MG "'" DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           ADD 3 TO WZ-SEG.
           IF WR-GRUND(WR-I) = SPACE GO Z.
           MOVE SPACE TO ED-SATZ.
           STRING "FTX+ACD++" WR-GRUND(WR-I) "::91+" DELIMITED SIZE
               WR-TEXT(WR-I) DELIMITED "  "
               "'" DELIMITED SIZE INTO ED-SATZ.
           WRITE ED-SATZ.
           ADD 1 TO WZ-SEG.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANDSGVO.
      ******************************************************************
      *     Datenschutz je Debitor (DSGVO Art. 15 / 17)                *
      *     Auskunft: alles, was zum Konto gespeichert ist, wird       *
      *     gedruckt - Stammdaten (DEBITOR), Lieferadressen            *
      *     (PANLADR), Kontaktjournal (PANKJOUR), Mailversand          *
      *     (PANMAILS), Ablieferstatus (PANPODAT), Vorbestellungen     *
      *     (PANVORB, Suche nach Name / Telefon), Kontenuebernahme     *
      *     und Rechnungen (PANISFIB) sowie Rechnungs- und Liefer-     *
      *     scheinarchive (PANREAjj / PANLFAjj)                        *
      *     Anonymisierung eines aufgelassenen (gesperrten) Kontos:    *
      *     Name, Anschrift, Telefon, Mail, Bank- und Mandatsdaten     *
      *     werden geloescht, Kontonummer und Buchungen bleiben;       *
      *     abgelehnt wird bei offenen Posten und solange die          *
      *     Aufbewahrungsfrist (WH-AUFBJ Jahre ab Ende des Jahres      *
      *     des letzten Belegs) laeuft; ueber die Durchfuehrung wird   *
      *     eine Bestaetigung gedruckt und PANDSGVO.LOG geschrieben    *
      *     WL-CA 10: Auskunft drucken                                 *
      *     WL-CA 20: Konto anonymisieren                              *
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
           COPY PANSELAD.CPY.
           COPY PANSEPOD.CPY.
           COPY PANSEVOB.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT KONTAKTJ   ASSIGN TO "PANKJOUR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KJ-KEY
                             ALTERNATE KEY KJ-WKEY = KJ-WVDAT
                                       KJ-KEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT MAILSPOOL  ASSIGN TO "PANMAILS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY MS-KEY
                             FILE STATUS IS WF-STATUS.
      $SET DATACOMPRESS "1"
           SELECT RE-ARCHIV  ASSIGN TO WN-REARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY REA-KEY
                             ALTERNATE KEY REA-AKEY
                             FILE STATUS WF-STATUS.
           SELECT LF-ARCHIV  ASSIGN TO WN-LFARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY LFA-KEY
                             FILE STATUS WF-STATUS.
      $SET NO DATACOMPRESS
           SELECT DSPROT     ASSIGN TO "PANDSGVO.LOG"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDLAD.CPY.
       COPY PANFDPOD.CPY.
       COPY PANFDVOB.CPY.
       COPY PANEBUCH.CPY.
      *********************** Kontaktjournal *
       FD  KONTAKTJ     external       LABEL RECORD STANDARD.
       01  KJ-SATZ.
           03  KJ-KEY.
               05 KJ-KTONR             PIC 9(6)      COMP.
               05 KJ-DATUM             PIC 9(8)      COMP.
               05 KJ-LFD               PIC 99        COMP.
           03  KJ-TYP                  PIC X.
           03  KJ-TEXT                 PIC X(60).
           03  KJ-USER                 PIC X(13).
           03  KJ-WVDAT                PIC 9(8)      COMP.
           03  KJ-BELEG                PIC 9(7)      COMP.
           03  KJ-ERL                  PIC 9         COMP.
      *********************** Mailspool *
       FD  MAILSPOOL    external       LABEL RECORD STANDARD.
       01  MS-SATZ.
           03  MS-KEY.
               05 MS-LFDNR             PIC 9(7)     COMP.
           03  MS-RENUM                PIC 9(6)     COMP.
           03  MS-KTONR                PIC 9(6)     COMP.
           03  MS-MAIL                 PIC X(50).
           03  MS-ART                  PIC X.
           03  MS-STAT                 PIC X.
           03  MS-VERSUCHE             PIC 99       COMP.
           03  MS-DATUM                PIC 9(8)     COMP.
      ************************************************ Rechnungsarchiv *
       FD  RE-ARCHIV   external        LABEL RECORD STANDARD
                                       RECORDING MODE IS VARIABLE.
       01  REA-SATZ.
           03  REA-AKEY.
               05 REA-KTONR            PIC 9(5)     COMP.
               05 REA-KEY.
                  07 REA-NUM           PIC 9(5)     COMP.
                  07 REA-LFD           PIC 99       COMP.
           03 REA-REST                 PIC X(1024).
      ******************************************** Lieferscheinarchiv *
       FD  LF-ARCHIV   external        LABEL RECORD STANDARD
                                       RECORDING MODE IS VARIABLE.
       01  LFA-SATZ.
           03  LFA-KEY.
               05 LFA-KTONR            PIC 9(5)     COMP.
               05 LFA-DATUM            PIC 9(6)     COMP.
               05 LFA-NUM              PIC 9(5)     COMP.
               05 LFA-LFD              PIC 99       COMP.
           03  LFA-REST                PIC X(1024).
      ************************** Protokoll Anonymisierungen *
       FD  DSPROT                      LABEL RECORD STANDARD.
       01  DP-SATZ.
           03  DP-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  DP-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  DP-KTONR                PIC 9(6).
           03  FILLER                  PIC X.
           03  DP-BEDIEN               PIC X(13).
           03  FILLER                  PIC X.
           03  DP-TEXT                 PIC X(50).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-TITEL               PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
      *------------------> Aufbewahrung lt. BAO in Jahren <-
           03  WH-AUFBJ                PIC 9        VALUE 7.
           03  WH-KTONR                PIC 9(6).
           03  WH-TAG6                 PIC 9(6).
           03  WH-ZEIT8                PIC 9(8).
           03  WH-HEUTE                PIC 9(8).
           03  FILLER REDEFINES WH-HEUTE.
               05 WH-HJAHR             PIC 9(4).
               05 FILLER               PIC 9(4).
           03  WH-DAT8                 PIC 9(8).
           03  WH-LETZT                PIC 9(8).
           03  FILLER REDEFINES WH-LETZT.
               05 WH-LJAHR             PIC 9(4).
               05 FILLER               PIC 9(4).
           03  WH-JAHR                 PIC 9(4).
           03  WH-JVON                 PIC 9(4).
           03  WH-FRIST                PIC 9(4).
           03  WH-RESTB                PIC S9(9)V99 COMP.
           03  WH-OPANZ                PIC 9(5)     COMP.
           03  WH-OPBET                PIC S9(9)V99 COMP.
           03  WH-RANZ                 PIC 9(7)     COMP.
           03  WH-RBET                 PIC S9(9)V99 COMP.
           03  WH-ARANZ                PIC 9(7)     COMP.
           03  WH-ALANZ                PIC 9(7)     COMP.
           03  WH-ZL                   PIC 99       COMP.
           03  WH-SEITE                PIC 999      COMP.
           03  WH-I                    PIC 99       COMP.
           03  WH-SLEN                 PIC 99       COMP.
           03  WH-TREF                 PIC 99       COMP.
           03  WH-HINDER               PIC 9        COMP.
           03  WH-ANTW                 PIC X.
           03  WH-SUCH                 PIC X(20).
           03  WH-TITEL                PIC X(50).
           03  WN-REARC.
               05 FILLER               PIC X(6)  VALUE "PANREA".
               05 WN-RJ                PIC 99.
               05 FILLER               PIC X(4)  VALUE ".DAT".
           03  WN-LFARC.
               05 FILLER               PIC X(6)  VALUE "PANLFA".
               05 WN-LJ                PIC 99.
               05 FILLER               PIC X(4)  VALUE ".DAT".
      *------------------> Anzahl Saetze je Datenbereich <-
       01  WT-ANZAHL.
           03  WT-ANZ                  PIC 9(7)     COMP OCCURS 9.
       01  WT-BEREICH.
           03  FILLER                  PIC X(30) VALUE
               "Stammdaten (PANDEBIT)".
           03  FILLER                  PIC X(30) VALUE
               "Lieferadressen (PANLADR)".
           03  FILLER                  PIC X(30) VALUE
               "Kontaktjournal (PANKJOUR)".
           03  FILLER                  PIC X(30) VALUE
               "Mailversand (PANMAILS)".
           03  FILLER                  PIC X(30) VALUE
               "Ablieferstatus (PANPODAT)".
           03  FILLER                  PIC X(30) VALUE
               "Vorbestellungen (PANVORB)".
           03  FILLER                  PIC X(30) VALUE
               "Kontenuebernahme (PANISFIB)".
           03  FILLER                  PIC X(30) VALUE
               "Rechnungsarchiv (PANREAjj)".
           03  FILLER                  PIC X(30) VALUE
               "Lieferscheinarchiv (PANLFAjj)".
       01  FILLER REDEFINES WT-BEREICH.
           03  WT-BERTX                PIC X(30)    OCCURS 9.
      *------------------> Druckzeile <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-DZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-DAT.
               05 WD-DTAG              PIC 99.
               05 WD-DP1               PIC X.
               05 WD-DMON              PIC 99.
               05 WD-DP2               PIC X.
               05 WD-DJHR              PIC 9(4).
           03  FILLER                  PIC X.
           03  WD-DTX                  PIC X(67).
       01  WD-SZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-STX                  PIC X(30).
           03  WD-SANZ                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC XX.
           03  WD-SVERM                PIC X(39).
       01  WD-KOPF.
           03  WD-KTITEL               PIC X(50).
           03  FILLER                  PIC X(8)  VALUE "Konto".
           03  WD-KKTO                 PIC ZZZZZ9.
           03  FILLER                  PIC X(6)  VALUE "Seite".
           03  WD-KSEITE               PIC ZZ9.
       01  WD-BET                      PIC ZZZ.ZZZ.ZZ9,99-.
       01  WD-ANZ                      PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WL-CA = 10 PERFORM AUSKUNFT.
           IF WL-CA = 20 PERFORM ANONYM.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Konto waehlen *
       KONTO-WAHL SECTION.
       A.  DISPLAY "Konto (0 = Ende):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2420.
           IF WH-KTONR = 0 GO Z.
           MOVE 1 TO DE-FNR.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID DISPLAY "Konto unbekannt" AT 2501
               GO A.
           DISPLAY DE-BEZ(1:40) with highlight AT 2430.
           DISPLAY "Vorbestellungen: Name/Telefon (leer = keine):"
               AT 2501.
           MOVE SPACE TO WH-SUCH.
           ACCEPT WH-SUCH AT 2547.
           MOVE 20 TO WH-SLEN.
       B.  IF WH-SLEN > 0 AND WH-SUCH(WH-SLEN:1) = SPACE
               SUBTRACT 1 FROM WH-SLEN
               GO B.
       Z.  EXIT.
      ***************************** Auskunft *
       AUSKUNFT SECTION.
       A.  DISPLAY "Datenauskunft je Konto" AT 2301.
           PERFORM KONTO-WAHL.
           IF WH-KTONR = 0 GO Z.
           MOVE "Auskunft gespeicherte Daten (Art. 15 DSGVO)"
               TO WH-TITEL.
           INITIALIZE WT-ANZAHL.
           DISPLAY "Auskunft wird gedruckt ...   " AT 2601.
           PERFORM DRUCK-AUF.
           PERFORM STAMM-AUS.
           PERFORM LADR-LAUF.
           PERFORM KJ-LAUF.
           PERFORM MAIL-LAUF.
           PERFORM POD-LAUF.
           PERFORM VORB-LAUF.
           PERFORM BUCH-LAUF.
           PERFORM ARCH-LAUF.
           PERFORM UEBERSICHT.
           PERFORM DRUCK-ZU.
           DISPLAY "Auskunft gedruckt            " AT 2601.
       Z.  EXIT.
      ***************************** Anonymisierung *
       ANONYM SECTION.
       A.  DISPLAY "Konto anonymisieren" AT 2301.
           PERFORM KONTO-WAHL.
           IF WH-KTONR = 0 GO Z.
           MOVE 0 TO WH-HINDER.
           IF DE-MCODE = "ANONYM"
               DISPLAY "Konto ist bereits anonymisiert" with highlight
                   AT 2601
               GO X.
           IF DE-SPERR = 0
               DISPLAY "Konto ist nicht gesperrt (aufgelassen)"
                   with highlight AT 2601
               GO X.
      *-------> offene Posten und letzter Beleg <-
           DISPLAY "Pruefung offene Posten / Belege ...     " AT 2601.
           INITIALIZE WT-ANZAHL.
           MOVE 0 TO WH-LETZT.
           MOVE 0 TO WH-OPANZ WH-OPBET.
           PERFORM OP-PRUEF.
           IF WH-OPANZ > 0
               MOVE WH-OPBET TO WD-BET
               DISPLAY "offene Posten vorhanden:" with highlight
                   AT 2601 WD-BET with highlight
               GO X.
           PERFORM LFS-LETZT.
           PERFORM ARCH-LETZT.
           COMPUTE WH-FRIST = WH-LJAHR + WH-AUFBJ.
           IF WH-LETZT NOT = 0 AND WH-FRIST NOT < WH-HJAHR
               DISPLAY "Aufbewahrung laeuft bis Ende" with highlight
                   AT 2601 WH-FRIST with highlight
                   " - keine Anonymisierung" with highlight
               GO X.
           DISPLAY "Konto                                   " AT 2601.
           DISPLAY WH-KTONR AT 2607 " jetzt anonymisieren <J/N>:"
               AT 0000.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2642.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j" GO Z.
      *-------> durchfuehren <-
           MOVE 1 TO WH-HINDER.
           DISPLAY "Anonymisierung laeuft ...               " AT 2601.
           INITIALIZE WT-ANZAHL.
           PERFORM STAMM-ANON.
           PERFORM LADR-LAUF.
           PERFORM KJ-LAUF.
           PERFORM MAIL-LAUF.
           PERFORM POD-LAUF.
           PERFORM VORB-LAUF.
           PERFORM BUCH-LAUF.
           PERFORM ARCH-LAUF.
           PERFORM PROT-SCHREIB.
           MOVE "Bestaetigung Anonymisierung (Art. 17 DSGVO)"
               TO WH-TITEL.
           PERFORM DRUCK-AUF.
           PERFORM BESTAETIGUNG.
           PERFORM DRUCK-ZU.
           DISPLAY "Konto anonymisiert, Bestaetigung gedruckt" AT 2601.
           GO Z.
       X.  DISPLAY "weiter mit <ret>" AT 2501.
           ACCEPT WH-ANTW AT 2518.
       Z.  EXIT.
      ***** offene Posten des Kontos (Rest nach Teilzahlungen) und *
      *     letztes Rechnungsdatum
       OP-PRUEF SECTION.
       A.  OPEN INPUT BUCHFAKT.
           IF WF-STATUS NOT = "00" GO Z.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA = "K" GO B.
           IF BF-KTONR NOT = WH-KTONR GO B.
           COMPUTE WH-DAT8 = 20000000 + BF-DAT.
           IF WH-DAT8 > WH-LETZT MOVE WH-DAT8 TO WH-LETZT.
           IF BF-SA NOT = "R" GO B.
           IF NOT BF-OFFEN GO B.
           IF BF-BET = 0 GO B.
           MOVE BF-REN TO WH-NUM.
           CALL "PANZAHLG" USING "50SALDO" WH-CREG.
           COMPUTE WH-RESTB = BF-BET - WH-WERT.
           IF WH-RESTB NOT > 0 GO B.
           ADD 1 TO WH-OPANZ.
           ADD WH-RESTB TO WH-OPBET.
           GO B.
       X.  CLOSE BUCHFAKT.
       Z.  EXIT.
      ***** letzter Lieferschein des Kontos *
       LFS-LETZT SECTION.
       A.  MOVE WH-KTONR TO LF-KTONR.
           MOVE 0 TO LF-NUM LF-ARNUM.
           START LFSCHEIN KEY NOT < LF-KEY INVALID GO Z.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-KTONR NOT = WH-KTONR GO Z.
           IF LF-DATUM > WH-LETZT MOVE LF-DATUM TO WH-LETZT.
           GO B.
       Z.  EXIT.
      ***** juengster Archivjahrgang mit Belegen des Kontos *
       ARCH-LETZT SECTION.
       A.  MOVE WH-HJAHR TO WH-JAHR.
           COMPUTE WH-JVON = WH-HJAHR - WH-AUFBJ.
       B.  IF WH-JAHR < WH-JVON GO Z.
           MOVE WH-JAHR(3:2) TO WN-RJ.
           OPEN INPUT RE-ARCHIV.
           IF WF-STATUS NOT = "00" GO C.
           MOVE WH-KTONR TO REA-KTONR.
           MOVE 0 TO REA-NUM REA-LFD.
           START RE-ARCHIV KEY NOT < REA-AKEY INVALID GO D.
           READ RE-ARCHIV NEXT IGNORE LOCK AT END GO D.
           IF REA-KTONR NOT = WH-KTONR GO D.
           CLOSE RE-ARCHIV.
           COMPUTE WH-DAT8 = WH-JAHR * 10000 + 1231.
           IF WH-DAT8 > WH-LETZT MOVE WH-DAT8 TO WH-LETZT.
           GO Z.
       D.  CLOSE RE-ARCHIV.
       C.  SUBTRACT 1 FROM WH-JAHR.
           GO B.
       Z.  EXIT.
      ***************************** Stammdaten *
       STAMM-AUS SECTION.
       A.  MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           MOVE "Stammdaten" TO WD-ZEILE.
           PERFORM DRUCK-UEB.
           MOVE 1 TO WH-I.
       B.  IF WR-ADR(WH-I) NOT = SPACE
               MOVE SPACE TO WD-ZEILE
               MOVE "Anschrift" TO WD-ZEILE(3:)
               MOVE WR-ADR(WH-I) TO WD-ZEILE(20:)
               PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-I.
           IF WH-I < 7 GO B.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Suchbegriff" TO WD-ZEILE(3:).
           MOVE DE-MCODE TO WD-ZEILE(20:).
           PERFORM DRUCK-ZEILE.
           MOVE "Telefon/Notiz" TO WD-ZEILE(3:).
           MOVE DE-ANMERK TO WD-ZEILE(20:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Mail" TO WD-ZEILE(3:).
           MOVE DE-MAIL TO WD-ZEILE(20:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Ansprechpartner" TO WD-ZEILE(3:).
           MOVE DE-KONTAKT TO WD-ZEILE(20:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "IBAN / BIC" TO WD-ZEILE(3:).
           MOVE DE-IBAN TO WD-ZEILE(20:).
           MOVE DE-BIC TO WD-ZEILE(56:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "SEPA-Mandat" TO WD-ZEILE(3:).
           MOVE DE-MANDAT TO WD-ZEILE(20:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "UID / GLN" TO WD-ZEILE(3:).
           MOVE DE-UID TO WD-ZEILE(20:).
           MOVE DE-GLN TO WD-ZEILE(36:).
           PERFORM DRUCK-ZEILE.
           IF DE-GEOBR NOT = 0 OR DE-GEOLA NOT = 0
               MOVE SPACE TO WD-ZEILE
               MOVE "Geokoordinaten" TO WD-ZEILE(3:)
               MOVE "gespeichert" TO WD-ZEILE(20:)
               PERFORM DRUCK-ZEILE.
           MOVE 1 TO WT-ANZ(1).
       Z.  EXIT.
      ***** Stammdaten anonymisieren, Konto und Konditionen bleiben *
       STAMM-ANON SECTION.
       A.  MOVE 1 TO DE-FNR.
           MOVE WH-KTONR TO DE-KTONR.
           READ DEBITOR INVALID GO Z.
           MOVE SPACE TO DE-BEZ.
           MOVE "anonymisiert#" TO DE-BEZ.
           MOVE "ANONYM" TO DE-MCODE.
           MOVE SPACE TO DE-ANMERK DE-MAIL DE-IBAN DE-BIC DE-MANDAT
                         DE-UID DE-KONTAKT.
           MOVE 0 TO DE-MANDDAT DE-MAILKZ DE-TELV DE-GEOBR DE-GEOLA.
           REWRITE DE-SATZ.
           MOVE 1 TO WT-ANZ(1).
       Z.  EXIT.
      ***** Lieferadressen: zeigen bzw. loeschen *
       LADR-LAUF SECTION.
       A.  IF WH-HINDER = 1 OPEN I-O LIEFADR
           ELSE OPEN INPUT LIEFADR.
           IF WF-STATUS NOT = "00" GO Z.
           IF WH-HINDER = 0
               MOVE "Lieferadressen" TO WD-ZEILE
               PERFORM DRUCK-UEB.
           MOVE WH-KTONR TO LA-KTONR.
           MOVE 0 TO LA-LADR.
           START LIEFADR KEY NOT < LA-KEY INVALID GO X.
       B.  READ LIEFADR NEXT AT END GO X.
           IF LA-KTONR NOT = WH-KTONR GO X.
           ADD 1 TO WT-ANZ(2).
           IF WH-HINDER = 1
               DELETE LIEFADR RECORD
               GO B.
           MOVE SPACE TO WD-ZEILE.
           MOVE LA-NAME TO WD-ZEILE(3:).
           MOVE LA-STRASSE TO WD-ZEILE(34:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE LA-PLZ TO WD-ZEILE(34:).
           MOVE LA-ORT TO WD-ZEILE(41:).
           PERFORM DRUCK-ZEILE.
           IF LA-LFTEXT NOT = SPACE
               MOVE SPACE TO WD-ZEILE
               MOVE LA-LFTEXT TO WD-ZEILE(3:)
               PERFORM DRUCK-ZEILE.
           GO B.
       X.  CLOSE LIEFADR.
       Z.  EXIT.
      ***** Kontaktjournal: zeigen bzw. loeschen *
       KJ-LAUF SECTION.
       A.  IF WH-HINDER = 1 OPEN I-O KONTAKTJ
           ELSE OPEN INPUT KONTAKTJ.
           IF WF-STATUS NOT = "00" GO Z.
           IF WH-HINDER = 0
               MOVE "Kontaktjournal" TO WD-ZEILE
               PERFORM DRUCK-UEB.
           MOVE WH-KTONR TO KJ-KTONR.
           MOVE 0 TO KJ-DATUM KJ-LFD.
           START KONTAKTJ KEY NOT < KJ-KEY INVALID GO X.
       B.  READ KONTAKTJ NEXT AT END GO X.
           IF KJ-KTONR NOT = WH-KTONR GO X.
           ADD 1 TO WT-ANZ(3).
           IF WH-HINDER = 1
               DELETE KONTAKTJ RECORD
               GO B.
           MOVE SPACE TO WD-ZEILE.
           MOVE KJ-DATUM TO WH-DAT8.
           PERFORM DATUM-AUS.
           MOVE KJ-TYP TO WD-DTX(1:1).
           MOVE KJ-TEXT TO WD-DTX(3:).
           PERFORM DRUCK-ZEILE.
           GO B.
       X.  CLOSE KONTAKTJ.
       Z.  EXIT.
      ***** Mailversand: zeigen bzw. Adresse loeschen *
       MAIL-LAUF SECTION.
       A.  IF WH-HINDER = 1 OPEN I-O MAILSPOOL
           ELSE OPEN INPUT MAILSPOOL.
           IF WF-STATUS NOT = "00" GO Z.
           IF WH-HINDER = 0
               MOVE "Mailversand" TO WD-ZEILE
               PERFORM DRUCK-UEB.
       B.  READ MAILSPOOL NEXT AT END GO X.
           IF MS-KTONR NOT = WH-KTONR GO B.
           ADD 1 TO WT-ANZ(4).
           IF WH-HINDER = 1
               MOVE SPACE TO MS-MAIL
               REWRITE MS-SATZ
               GO B.
           MOVE SPACE TO WD-ZEILE.
           MOVE MS-DATUM TO WH-DAT8.
           PERFORM DATUM-AUS.
           MOVE MS-ART TO WD-DTX(1:1).
           MOVE MS-STAT TO WD-DTX(3:1).
           MOVE MS-MAIL TO WD-DTX(5:).
           PERFORM DRUCK-ZEILE.
           GO B.
       X.  CLOSE MAILSPOOL.
       Z.  EXIT.
      ***** Ablieferstatus: zeigen bzw. loeschen *
       POD-LAUF SECTION.
       A.  IF WH-HINDER = 1 OPEN I-O PODDAT
           ELSE OPEN INPUT PODDAT.
           IF WF-STATUS NOT = "00" GO Z.
           IF WH-HINDER = 0
               MOVE "Ablieferstatus" TO WD-ZEILE
               PERFORM DRUCK-UEB.
       B.  READ PODDAT NEXT AT END GO X.
           IF PD-KTONR NOT = WH-KTONR GO B.
           ADD 1 TO WT-ANZ(5).
           IF WH-HINDER = 1
               DELETE PODDAT RECORD
               GO B.
           MOVE SPACE TO WD-ZEILE.
           MOVE PD-DATUM TO WH-DAT8.
           PERFORM DATUM-AUS.
           MOVE "Lieferschein" TO WD-DTX.
           MOVE PD-NUM TO WD-ANZ.
           MOVE WD-ANZ TO WD-DTX(14:).
           MOVE PD-STAT TO WD-DTX(23:1).
           PERFORM DRUCK-ZEILE.
           GO B.
       X.  CLOSE PODDAT.
       Z.  EXIT.
      ***** Vorbestellungen nach Name / Telefon (WH-SUCH); bei der *
      *     Anonymisierung nur abgeholte und stornierte
       VORB-LAUF SECTION.
       A.  IF WH-SLEN = 0 GO Z.
           IF WH-HINDER = 1 OPEN I-O VORBEST
           ELSE OPEN INPUT VORBEST.
           IF WF-STATUS NOT = "00" GO Z.
           IF WH-HINDER = 0
               MOVE "Vorbestellungen" TO WD-ZEILE
               PERFORM DRUCK-UEB.
       B.  READ VORBEST NEXT AT END GO X.
           IF VB-NUM = 0 GO B.
           MOVE 0 TO WH-TREF.
           INSPECT VB-NAME TALLYING WH-TREF
               FOR ALL WH-SUCH(1:WH-SLEN).
           INSPECT VB-TEL TALLYING WH-TREF
               FOR ALL WH-SUCH(1:WH-SLEN).
           IF WH-TREF = 0 GO B.
           IF WH-HINDER = 1
               IF VB-OFFEN GO B
               ELSE
                   MOVE "anonymisiert" TO VB-NAME
                   MOVE SPACE TO VB-TEL
                   REWRITE VB-SATZ
                   ADD 1 TO WT-ANZ(6)
                   GO B.
           ADD 1 TO WT-ANZ(6).
           MOVE SPACE TO WD-ZEILE.
           MOVE VB-ERFDAT TO WH-DAT8.
           PERFORM DATUM-AUS.
           MOVE VB-NAME TO WD-DTX.
           MOVE VB-TEL TO WD-DTX(32:).
           MOVE VB-STAT TO WD-DTX(54:1).
           PERFORM DRUCK-ZEILE.
           GO B.
       X.  CLOSE VORBEST.
       Z.  EXIT.
      ***** Buchungen: Kontenuebernahme (Name / Telefon) zeigen bzw. *
      *     leeren, Rechnungen nur zaehlen - sie bleiben erhalten
       BUCH-LAUF SECTION.
       A.  IF WH-HINDER = 1 OPEN I-O BUCHFAKT
           ELSE OPEN INPUT BUCHFAKT.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO WH-RANZ WH-RBET.
           IF WH-HINDER = 0
               MOVE "Kontenuebernahme / Rechnungen" TO WD-ZEILE
               PERFORM DRUCK-UEB.
       B.  READ BUCHFAKT NEXT AT END GO X.
           IF BF-KTONR NOT = WH-KTONR GO B.
           IF BF-SA NOT = "K"
               ADD 1 TO WH-RANZ
               ADD BF-BET TO WH-RBET
               GO B.
           ADD 1 TO WT-ANZ(7).
           IF WH-HINDER = 1
               MOVE SPACE TO BF-MCODE BF-BEZ BF-TEL
               MOVE "anonymisiert" TO BF-BEZ
               REWRITE BF-KSATZ
               GO B.
           MOVE SPACE TO WD-ZEILE.
           MOVE BF-BEZ TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
           IF BF-TEL NOT = SPACE
               MOVE SPACE TO WD-ZEILE
               MOVE BF-TEL TO WD-ZEILE(3:)
               PERFORM DRUCK-ZEILE.
           GO B.
       X.  CLOSE BUCHFAKT.
           IF WH-HINDER = 1 GO Z.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Rechnungs-/Zahlungsbuchungen:" TO WD-ZEILE(3:).
           MOVE WH-RANZ TO WD-ANZ.
           MOVE WD-ANZ TO WD-ZEILE(33:).
           MOVE WH-RBET TO WD-BET.
           MOVE WD-BET TO WD-ZEILE(42:).
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** Archive der letzten 20 Jahrgaenge: zaehlen bzw. loeschen *
       ARCH-LAUF SECTION.
       A.  IF WH-HINDER = 0
               MOVE "Archive (Belege je Jahrgang)" TO WD-ZEILE
               PERFORM DRUCK-UEB.
           COMPUTE WH-JAHR = WH-HJAHR - 20.
       B.  IF WH-JAHR > WH-HJAHR GO Z.
           MOVE WH-JAHR(3:2) TO WN-RJ WN-LJ.
           MOVE WT-ANZ(8) TO WH-ARANZ.
           MOVE WT-ANZ(9) TO WH-ALANZ.
           PERFORM REA-JAHR.
           PERFORM LFA-JAHR.
           IF WH-HINDER = 0 AND (WT-ANZ(8) NOT = WH-ARANZ
                              OR WT-ANZ(9) NOT = WH-ALANZ)
               MOVE SPACE TO WD-ZEILE
               MOVE WH-JAHR TO WD-ZEILE(3:4)
               MOVE "Rechnungen" TO WD-ZEILE(10:)
               COMPUTE WD-ANZ = WT-ANZ(8) - WH-ARANZ
               MOVE WD-ANZ TO WD-ZEILE(21:)
               MOVE "Lieferscheine" TO WD-ZEILE(32:)
               COMPUTE WD-ANZ = WT-ANZ(9) - WH-ALANZ
               MOVE WD-ANZ TO WD-ZEILE(46:)
               PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-JAHR.
           GO B.
       Z.  EXIT.
      ***** Rechnungsarchiv eines Jahrgangs (WN-REARC) *
       REA-JAHR SECTION.
       A.  IF WH-HINDER = 1 OPEN I-O RE-ARCHIV
           ELSE OPEN INPUT RE-ARCHIV.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WH-KTONR TO REA-KTONR.
           MOVE 0 TO REA-NUM REA-LFD.
           START RE-ARCHIV KEY NOT < REA-AKEY INVALID GO X.
       B.  READ RE-ARCHIV NEXT AT END GO X.
           IF REA-KTONR NOT = WH-KTONR GO X.
           IF REA-LFD = 0 ADD 1 TO WT-ANZ(8).
           IF WH-HINDER = 1 DELETE RE-ARCHIV RECORD.
           GO B.
       X.  CLOSE RE-ARCHIV.
       Z.  EXIT.
      ***** Lieferscheinarchiv eines Jahrgangs (WN-LFARC) *
       LFA-JAHR SECTION.
       A.  IF WH-HINDER = 1 OPEN I-O LF-ARCHIV
           ELSE OPEN INPUT LF-ARCHIV.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WH-KTONR TO LFA-KTONR.
           MOVE 0 TO LFA-DATUM LFA-NUM LFA-LFD.
           START LF-ARCHIV KEY NOT < LFA-KEY INVALID GO X.
       B.  READ LF-ARCHIV NEXT AT END GO X.
           IF LFA-KTONR NOT = WH-KTONR GO X.
           IF LFA-LFD = 0 ADD 1 TO WT-ANZ(9).
           IF WH-HINDER = 1 DELETE LF-ARCHIV RECORD.
           GO B.
       X.  CLOSE LF-ARCHIV.
       Z.  EXIT.
      ***** Zusammenfassung der Auskunft *
       UEBERSICHT SECTION.
       A.  MOVE "Uebersicht gespeicherter Saetze" TO WD-ZEILE.
           PERFORM DRUCK-UEB.
           MOVE 1 TO WH-I.
       B.  MOVE SPACE TO WD-ZEILE.
           MOVE WT-BERTX(WH-I) TO WD-STX.
           MOVE WT-ANZ(WH-I) TO WD-SANZ.
           PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-I.
           IF WH-I < 10 GO B.
       Z.  EXIT.
      ***** Bestaetigung ueber die Anonymisierung *
       BESTAETIGUNG SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           MOVE "Das Konto wurde am" TO WD-ZEILE(3:).
           MOVE WH-HEUTE TO WH-DAT8.
           MOVE WH-DAT8(7:2) TO WD-ZEILE(22:2).
           MOVE "." TO WD-ZEILE(24:1).
           MOVE WH-DAT8(5:2) TO WD-ZEILE(25:2).
           MOVE "." TO WD-ZEILE(27:1).
           MOVE WH-DAT8(1:4) TO WD-ZEILE(28:4).
           MOVE "von" TO WD-ZEILE(33:).
           MOVE WH-BEDIEN TO WD-ZEILE(37:).
           MOVE "anonymisiert." TO WD-ZEILE(51:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Bearbeitete Datenbereiche" TO WD-ZEILE.
           PERFORM DRUCK-UEB.
           MOVE 1 TO WH-I.
       B.  MOVE SPACE TO WD-ZEILE.
           MOVE WT-BERTX(WH-I) TO WD-STX.
           MOVE WT-ANZ(WH-I) TO WD-SANZ.
           EVALUATE WH-I
               WHEN 1 MOVE "Name/Anschrift/Tel/Mail/Bank geloescht"
                          TO WD-SVERM
               WHEN 4 MOVE "Mailadresse geloescht" TO WD-SVERM
               WHEN 6 MOVE "Name/Telefon geloescht" TO WD-SVERM
               WHEN 7 MOVE "Name/Telefon geloescht" TO WD-SVERM
               WHEN OTHER MOVE "Saetze geloescht" TO WD-SVERM
           END-EVALUATE.
           IF WH-I = 6 AND WH-SLEN = 0
               MOVE "nicht gesucht" TO WD-SVERM.
           PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-I.
           IF WH-I < 10 GO B.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Aufbewahrt werden" TO WD-ZEILE.
           PERFORM DRUCK-UEB.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Kontonummer, Konditionen, Lieferscheinpositionen"
               TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Rechnungs-/Zahlungsbuchungen:" TO WD-ZEILE(3:).
           MOVE WH-RANZ TO WD-ANZ.
           MOVE WD-ANZ TO WD-ZEILE(33:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "letzter Beleg" TO WD-ZEILE(3:).
           IF WH-LETZT = 0
               MOVE "keiner" TO WD-ZEILE(33:)
           ELSE
               MOVE WH-LETZT(7:2) TO WD-ZEILE(33:2)
               MOVE "." TO WD-ZEILE(35:1)
               MOVE WH-LETZT(5:2) TO WD-ZEILE(36:2)
               MOVE "." TO WD-ZEILE(38:1)
               MOVE WH-LETZT(1:4) TO WD-ZEILE(39:4)
               MOVE "Aufbewahrung abgelaufen Ende" TO WD-ZEILE(45:)
               MOVE WH-FRIST TO WD-ZEILE(74:4).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "______________________________" TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Unterschrift Verantwortlicher" TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** Protokollzeile ohne personenbezogene Daten *
       PROT-SCHREIB SECTION.
       A.  OPEN EXTEND DSPROT.
           IF WF-STATUS = "35"
               CLOSE DSPROT OPEN OUTPUT DSPROT.
           MOVE SPACE TO DP-SATZ.
           MOVE WH-HEUTE TO DP-DATUM.
           ACCEPT WH-ZEIT8 FROM TIME.
           COMPUTE DP-ZEIT = WH-ZEIT8 / 100.
           MOVE WH-KTONR TO DP-KTONR.
           MOVE WH-BEDIEN TO DP-BEDIEN.
           MOVE "Konto anonymisiert" TO DP-TEXT.
           WRITE DP-SATZ.
           CLOSE DSPROT.
       Z.  EXIT.
      ***** Datum WH-DAT8 (JJJJMMTT) in die Druckzeile *
       DATUM-AUS SECTION.
       A.  MOVE WH-DAT8(7:2) TO WD-DTAG.
           MOVE WH-DAT8(5:2) TO WD-DMON.
           MOVE WH-DAT8(1:4) TO WD-DJHR.
           MOVE "." TO WD-DP1 WD-DP2.
       Z.  EXIT.
      ***************************** Druck *
       DRUCK-AUF SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WH-SEITE.
           PERFORM DRUCK-KOPF.
       Z.  EXIT.
       DRUCK-ZU SECTION.
       A.  IF WM-OPEN = 0 GO Z.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
       DRUCK-KOPF SECTION.
       A.  ADD 1 TO WH-SEITE.
           MOVE WH-TITEL TO WD-KTITEL.
           MOVE WH-KTONR TO WD-KKTO.
           MOVE WH-SEITE TO WD-KSEITE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-KOPF TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WK-FIRMA TO DRA-TITEL.
           MOVE WH-HEUTE(7:2) TO DRA-TITEL(61:2).
           MOVE "." TO DRA-TITEL(63:1).
           MOVE WH-HEUTE(5:2) TO DRA-TITEL(64:2).
           MOVE "." TO DRA-TITEL(66:1).
           MOVE WH-HEUTE(1:4) TO DRA-TITEL(67:4).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE ALL "-" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           MOVE 3 TO WH-ZL.
       Z.  EXIT.
      ***** Ueberschrift eines Datenbereichs (WD-ZEILE) *
       DRUCK-UEB SECTION.
       A.  IF WH-ZL > 56 PERFORM DRUCK-KOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           ADD 2 TO WH-ZL.
       Z.  EXIT.
       DRUCK-ZEILE SECTION.
       A.  IF WH-ZL > 60 PERFORM DRUCK-KOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZL.
       Z.  EXIT.

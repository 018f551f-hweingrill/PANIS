      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANCOCKP.
      ******************************************************************
      *     Tagesleitstand: alle erwarteten Tagesschritte eines        *
      *     Geschaeftstags auf einen Blick, am Schirm und gedruckt,    *
      *     je Schritt Zeit, Anzahl und OK / fehlt / Fehler            *
      *       Bestellschluss   KO-CUTZEIT (Key 46), Spaet-Freigaben    *
      *                        aus PANCUTLG.DAT                        *
      *       Lieferscheine    PANELFS.DAT je Liefertag, Zeit aus      *
      *                        PANLAUF.DAT (Uebernahme)                *
      *       Sicherungsstand  PANSNAP.LOG                             *
      *       Rechnungslauf    PANLAUF.DAT / PANAUTO.LOG, Anzahl       *
      *                        Rechnungen des Tages (BUCHFAKT)         *
      *       Archiv           Rechnungen des Tages im PANREAjj.DAT    *
      *       SEPA             PANSEPAJ.DAT                            *
      *       EDI versandt     PANEDILO.DAT (INVOIC / DESADV)          *
      *       Mails versandt   PANMAILS.DAT (gesendet / Fehler / offen)*
      *       BMD-Abholung     BMDFIBU.OK                              *
      *     ein Schritt, der nach Sollzeit plus Toleranz (KONSTANT     *
      *     Key 53) noch fehlt, wird hervorgehoben / mit !!! gedruckt  *
      *     WL-CA 10: Leitstand fuer einen Tag anzeigen und drucken    *
      *     WL-CA 20: Sollzeiten und Toleranz warten                   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEKON.CPY.
           COPY PANSELFS.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT RE-ARCHIV  ASSIGN TO WN-REARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY REA-KEY
                             ALTERNATE KEY REA-AKEY
                             FILE STATUS WF-STATUS.
           SELECT MAILSPOOL  ASSIGN TO "PANMAILS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY MS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT LAUFPROT   ASSIGN TO DISK "PANLAUF.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT SNAPLOG    ASSIGN TO "PANSNAP.LOG"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT AUTOLOG    ASSIGN TO "PANAUTO.LOG"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT SEPAJOUR   ASSIGN TO "PANSEPAJ.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT EDIPROT    ASSIGN TO "PANEDILO.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT CUTLOG     ASSIGN TO "PANCUTLG.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT BMDOK      ASSIGN TO "BMDFIBU.OK"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANKONS.CPY.
       COPY PANLIEF.CPY.
       COPY PANEBUCH.CPY.
      ********************************************* Rechnungsarchiv *
       FD  RE-ARCHIV   external        LABEL RECORD STANDARD
                                       RECORDING MODE IS VARIABLE.
       01  REA-SATZ.
           03  REA-AKEY.
               05 REA-KTONR            PIC 9(5)     COMP.
               05 REA-KEY.
                  07 REA-NUM           PIC 9(5)     COMP.
                  07 REA-LFD           PIC 99       COMP.
           03 REA-REST                 PIC X(1024).
      *********************** Mailspool *
       FD  MAILSPOOL    external       LABEL RECORD STANDARD.
       01  MS-SATZ.
           03  MS-KEY.
               05 MS-LFDNR             PIC 9(7)     COMP.
           03  MS-RENUM                PIC 9(6)     COMP.
           03  MS-KTONR                PIC 9(6)     COMP.
           03  MS-MAIL                 PIC X(50).
           03  MS-ART                  PIC X.
               88  MS-RECHN            VALUE "R".
               88  MS-LFSCH            VALUE "L".
               88  MS-BERICHT          VALUE "B".
           03  MS-STAT                 PIC X.
               88  MS-OFFEN            VALUE "O".
               88  MS-GESENDET         VALUE "G".
               88  MS-FEHLER           VALUE "F".
           03  MS-VERSUCHE             PIC 99       COMP.
           03  MS-DATUM                PIC 9(8)     COMP.
      ************************** Laufprotokoll PANIS *
       FD  LAUFPROT.
       01  PK-SATZ.
           03  PK-DATUM                PIC 9(6).
           03  PK-ZEIT                 PIC 9(6).
           03  PK-PG                   PIC 99.
           03  PK-STAT                 PIC X(1).
               88  PK-GESTARTET        VALUE "S".
               88  PK-BEENDET          VALUE "E".
      ************************** Sicherungsstand *
       FD  SNAPLOG                     LABEL RECORD STANDARD.
       01  SL-SATZ.
           03  SL-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  SL-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  SL-TEXT                 PIC X(50).
      ************************** Morgenprotokoll Nachtlauf *
       FD  AUTOLOG                     LABEL RECORD STANDARD.
       01  AL-SATZ.
           03  AL-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  AL-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  AL-TEXT                 PIC X(50).
      ************************** SEPA-Einreichjournal *
       FD  SEPAJOUR                    LABEL RECORD STANDARD.
       01  SJ-SATZ.
           03  SJ-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  SJ-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X(90).
      ************************** EDI-Protokoll *
       FD  EDIPROT                     LABEL RECORD STANDARD.
       01  EP-SATZ.
           03  EP-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  EP-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  EP-GLN                  PIC 9(13).
           03  FILLER                  PIC X.
           03  EP-ART                  PIC X(6).
           03  FILLER                  PIC X.
           03  EP-ANZ                  PIC 9(5).
           03  FILLER                  PIC X.
           03  EP-DATEI                PIC X(24).
      ************************** Spaet-Freigaben Bestellschluss *
       FD  CUTLOG                      LABEL RECORD STANDARD.
       01  CL-SATZ.
           03  CL-DATUM                PIC 9(8).
           03  FILLER                  PIC X(47).
      ************************** Abholbestaetigung BMD *
       FD  BMDOK                       LABEL RECORD OMITTED.
       01  BO-SATZ.
           03  BO-DATUM                PIC 9(8).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-TITEL               PIC X(70).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-ARC                  PIC 9        COMP VALUE ZERO.
           03  WH-TAG                  PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-JETZT                PIC 9(8).
           03  FILLER REDEFINES WH-JETZT.
               05 WH-JHH               PIC 99.
               05 WH-JMI               PIC 99.
               05 FILLER               PIC 9(4).
           03  WH-NMIN                 PIC 9(5)     COMP.
           03  WH-SMIN                 PIC 9(5)     COMP.
           03  WH-SOLL                 PIC 9(4).
           03  FILLER REDEFINES WH-SOLL.
               05 WH-SHH               PIC 99.
               05 WH-SMI               PIC 99.
           03  WH-CUT                  PIC 9(4)     COMP.
           03  WH-TOL                  PIC 999      COMP.
           03  WH-S                    PIC 99       COMP.
           03  WH-I                    PIC 99       COMP.
           03  WH-ZEICH                PIC 99       COMP.
           03  WH-ANTW                 PIC X.
           03  WH-LFPRIME.
               05 WH-LFKTO             PIC 9(6)     COMP.
               05 WH-LFNUM             PIC 9(6)     COMP.
           03  WN-REARC.
               05 FILLER               PIC X(6)  VALUE "PANREA".
               05 WN-RJ                PIC 99    VALUE 95.
               05 FILLER               PIC X(4)  VALUE ".DAT".
      *------------------> Ergebnis je Schritt (1 - 9) <-
      *  WT-STAT 0 fehlt, 1 OK, 2 Fehler, 3 laeuft / nicht beendet,
      *  4 entfaellt (keine Sollzeit), 5 offen (noch nicht faellig)
       01  WT-SCHRITTE.
           03  WT-SCHRITT                             OCCURS 9.
               05 WT-STAT              PIC 9        COMP.
               05 WT-ZEIT              PIC 9(6).
               05 WT-ANZ               PIC 9(5)     COMP.
               05 WT-FEHL              PIC 9(5)     COMP.
               05 WT-OFF               PIC 9(5)     COMP.
               05 WT-SOLL              PIC 9(4).
               05 WT-UEBF              PIC X.
       01  WT-NAMTAB.
           03  FILLER              PIC X(20) VALUE "Bestellschluss".
           03  FILLER              PIC X(20) VALUE "Lieferscheine".
           03  FILLER              PIC X(20) VALUE "Sicherungsstand".
           03  FILLER              PIC X(20) VALUE "Rechnungslauf".
           03  FILLER              PIC X(20) VALUE "Archiv".
           03  FILLER              PIC X(20) VALUE "SEPA-Lastschriften".
           03  FILLER              PIC X(20) VALUE "EDI versandt".
           03  FILLER              PIC X(20) VALUE "Mails versandt".
           03  FILLER              PIC X(20) VALUE "BMD-Abholung".
       01  FILLER REDEFINES WT-NAMTAB.
           03  WT-NAME                 PIC X(20)    OCCURS 9.
       01  WT-STATTAB.
           03  FILLER                  PIC X(9)  VALUE "fehlt".
           03  FILLER                  PIC X(9)  VALUE "OK".
           03  FILLER                  PIC X(9)  VALUE "FEHLER".
           03  FILLER                  PIC X(9)  VALUE "laeuft".
           03  FILLER                  PIC X(9)  VALUE "entfaellt".
           03  FILLER                  PIC X(9)  VALUE "offen".
       01  FILLER REDEFINES WT-STATTAB.
           03  WT-STATX                PIC X(9)     OCCURS 6.
      *------------------> Anzeige- und Druckzeile <-
       01  WD-ZEILE.
           03  WD-NAME                 PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  WD-SOLL.
               05 WD-SHH               PIC 99.
               05 FILLER               PIC X     VALUE ":".
               05 WD-SMI               PIC 99.
           03  FILLER                  PIC XX    VALUE SPACE.
           03  WD-IST.
               05 WD-IHH               PIC 99.
               05 FILLER               PIC X     VALUE ":".
               05 WD-IMI               PIC 99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  WD-ANZ                  PIC ZZ.ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  WD-ZUS                  PIC X(14).
           03  FILLER                  PIC X     VALUE SPACE.
           03  WD-STAT                 PIC X(9).
           03  WD-UEBF                 PIC X(3).
       01  WD-KOPF.
           03  FILLER                  PIC X(21) VALUE "Schritt".
           03  FILLER                  PIC X(7)  VALUE "Soll".
           03  FILLER                  PIC X(13) VALUE "Ist    Anzahl".
           03  FILLER                  PIC X(15) VALUE SPACE.
           03  FILLER                  PIC X(9)  VALUE "Status".
       01  WD-TITEL.
           03  FILLER                  PIC X(24)
                                       VALUE "Tagesleitstand fuer den ".
           03  WD-TTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-TMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-TJHR                 PIC 9(4).
           03  FILLER                  PIC X(9)  VALUE "   Stand ".
           03  WD-THH                  PIC 99.
           03  FILLER                  PIC X     VALUE ":".
           03  WD-TMI                  PIC 99.
       01  WD-ZAHL                     PIC ZZ.ZZ9.
       01  WD-TOL                      PIC ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM LEITSTAND.
           IF WL-CA = 20 PERFORM WARTUNG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Sollzeiten und Toleranz warten *
       WARTUNG SECTION.
       A.  DISPLAY "Tagesleitstand: Sollzeiten (HHMM, 0 = entfaellt)"
               AT 2301.
           OPEN I-O KONSTANT.
           MOVE 53 TO WH-KEY.
           READ KONSTANT INVALID
               MOVE SPACE TO KO-SATZ
               MOVE 0 TO KO-CPZEIT(1) KO-CPZEIT(2) KO-CPZEIT(3)
                         KO-CPZEIT(4) KO-CPZEIT(5) KO-CPZEIT(6)
                         KO-CPZEIT(7) KO-CPZEIT(8) KO-CPZEIT(9)
               MOVE 30 TO KO-CPTOL
               MOVE 53 TO WH-KEY
               WRITE KO-SATZ.
           CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Sollzeiten des Tagesleitstands" with highlight
               AT 0101.
           MOVE 0 TO WH-S.
           MOVE 3 TO VDU-L.
       B.  ADD 1 TO WH-S.
           IF WH-S > 9 GO C.
           MOVE 1 TO VDU-P.
           MOVE WH-S TO WD-ZAHL.
           DISPLAY WD-ZAHL AT VDU-LP.
           MOVE 9 TO VDU-P.
           DISPLAY WT-NAME(WH-S) AT VDU-LP.
           MOVE 31 TO VDU-P.
           DISPLAY KO-CPZEIT(WH-S) AT VDU-LP.
           ADD 1 TO VDU-L.
           GO B.
       C.  DISPLAY "Schritt (1-9, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-S.
           ACCEPT WH-S AT 2426.
           IF WH-S = 0 GO D.
           IF WH-S > 9 GO C.
           COMPUTE VDU-L = WH-S + 2.
           MOVE 31 TO VDU-P.
           ACCEPT KO-CPZEIT(WH-S) AT VDU-LP.
           GO C.
       D.  DISPLAY "Toleranz bis ueberfaellig (Minuten):" AT 2501.
           MOVE KO-CPTOL TO WD-TOL.
           DISPLAY WD-TOL AT 2538.
           ACCEPT KO-CPTOL AT 2538.
       X.  MOVE 53 TO WH-KEY.
           REWRITE KO-SATZ.
           CLOSE KONSTANT.
       Z.  EXIT.
      ***************************** Leitstand fuer einen Tag *
       LEITSTAND SECTION.
       A.  DISPLAY "Tagesleitstand" AT 2301.
           DISPLAY "Tag (JJJJMMTT, 0 = heute):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2428.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           ACCEPT WH-JETZT FROM TIME.
           COMPUTE WH-NMIN = WH-JHH * 60 + WH-JMI.
           IF WH-TAG = 0 MOVE WH-HEUTE TO WH-TAG.
           COMPUTE WH-TAG6 = WH-TAG - 20000000.
           INITIALIZE WT-SCHRITTE.
           PERFORM EINST-LESEN.
           PERFORM LAUF-LESEN.
           PERFORM AUTO-LESEN.
           PERFORM SNAP-LESEN.
           PERFORM LFS-ZAEHLEN.
           PERFORM RECH-ZAEHLEN.
           PERFORM SEPA-LESEN.
           PERFORM EDI-LESEN.
           PERFORM MAIL-LESEN.
           PERFORM BMD-LESEN.
           PERFORM CUT-LESEN.
           MOVE 0 TO WH-S.
       B.  ADD 1 TO WH-S.
           IF WH-S > 9 GO C.
           PERFORM BEWERTEN.
           GO B.
       C.  PERFORM ANZEIGE.
       D.  DISPLAY "Leitstand drucken <J/N>:" AT 2401.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2426.
           IF WH-ANTW = "J" OR WH-ANTW = "j" PERFORM DRUCK GO Z.
           IF WH-ANTW NOT = "N" AND WH-ANTW NOT = "n" GO D.
       Z.  EXIT.
      ***** Sollzeiten (Key 53) und spaetester Bestellschluss (46) *
       EINST-LESEN SECTION.
       A.  OPEN INPUT KONSTANT.
           MOVE 53 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID
               MOVE 0 TO KO-CPZEIT(1) KO-CPZEIT(2) KO-CPZEIT(3)
                         KO-CPZEIT(4) KO-CPZEIT(5) KO-CPZEIT(6)
                         KO-CPZEIT(7) KO-CPZEIT(8) KO-CPZEIT(9)
               MOVE 30 TO KO-CPTOL.
           MOVE 0 TO WH-S.
       B.  ADD 1 TO WH-S.
           IF WH-S > 9 GO C.
           MOVE KO-CPZEIT(WH-S) TO WT-SOLL(WH-S).
           GO B.
       C.  MOVE KO-CPTOL TO WH-TOL.
           MOVE 0 TO WH-CUT.
           MOVE 46 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID GO X.
           MOVE 0 TO WH-I.
       D.  ADD 1 TO WH-I.
           IF WH-I > 60 GO X.
           IF KO-CUTZEIT(WH-I) > WH-CUT
               MOVE KO-CUTZEIT(WH-I) TO WH-CUT.
           GO D.
       X.  CLOSE KONSTANT.
           IF WT-SOLL(1) = 0 MOVE WH-CUT TO WT-SOLL(1).
       Z.  EXIT.
      ***** Laufprotokoll PANIS: Uebernahme (1), Rechnungsketten
      *     (2, 10 - mit Archiv) und Archivlauf (8) *
       LAUF-LESEN SECTION.
       A.  OPEN INPUT LAUFPROT.
           IF WF-STATUS = "35" GO Z.
       B.  READ LAUFPROT AT END GO X.
           IF PK-DATUM NOT = WH-TAG6 GO B.
           MOVE 0 TO WH-S.
           IF PK-PG = 1 MOVE 2 TO WH-S.
           IF PK-PG = 2 OR PK-PG = 10 MOVE 4 TO WH-S.
           IF PK-PG = 8 MOVE 5 TO WH-S.
           IF WH-S = 0 GO B.
           MOVE PK-ZEIT TO WT-ZEIT(WH-S).
           IF PK-GESTARTET MOVE 3 TO WT-STAT(WH-S) GO B.
           MOVE 1 TO WT-STAT(WH-S).
           IF WH-S = 4 MOVE PK-ZEIT TO WT-ZEIT(5).
           GO B.
       X.  CLOSE LAUFPROT.
       Z.  EXIT.
      ***** Morgenprotokoll des Nachtlaufs (PANAUTO) - Meldungen
      *     mit "!" sind Fehler *
       AUTO-LESEN SECTION.
       A.  OPEN INPUT AUTOLOG.
           IF WF-STATUS = "35" GO Z.
       B.  READ AUTOLOG AT END GO X.
           IF AL-DATUM NOT = WH-TAG GO B.
           MOVE 0 TO WH-S.
           IF AL-TEXT(1:13) = "Rechnungslauf" OR
              AL-TEXT(1:7) = "PANRECH" MOVE 4 TO WH-S.
           IF AL-TEXT(1:12) = "Archivierung" OR
              AL-TEXT(1:7) = "PANARCH" MOVE 5 TO WH-S.
           IF AL-TEXT(1:5) = "SEPA-" OR
              AL-TEXT(1:7) = "PANSEPA" MOVE 6 TO WH-S.
           IF WH-S = 0 GO B.
           MOVE AL-ZEIT TO WT-ZEIT(WH-S).
           MOVE 0 TO WH-ZEICH.
           INSPECT AL-TEXT TALLYING WH-ZEICH FOR ALL "!".
           IF WH-ZEICH > 0 MOVE 2 TO WT-STAT(WH-S)
                      ELSE MOVE 1 TO WT-STAT(WH-S).
           GO B.
       X.  CLOSE AUTOLOG.
       Z.  EXIT.
      ***** Sicherungsstand: letzter Eintrag des Tages zaehlt *
       SNAP-LESEN SECTION.
       A.  OPEN INPUT SNAPLOG.
           IF WF-STATUS = "35" GO Z.
       B.  READ SNAPLOG AT END GO X.
           IF SL-DATUM NOT = WH-TAG GO B.
           IF SL-TEXT(1:15) NOT = "Sicherungsstand" GO B.
           MOVE SL-ZEIT TO WT-ZEIT(3).
           ADD 1 TO WT-ANZ(3).
           IF SL-TEXT = "Sicherungsstand FEHLERHAFT"
               MOVE 2 TO WT-STAT(3) ADD 1 TO WT-FEHL(3)
           ELSE
               MOVE 1 TO WT-STAT(3).
           GO B.
       X.  CLOSE SNAPLOG.
       Z.  EXIT.
      ***** Lieferscheine des Liefertags zaehlen *
       LFS-ZAEHLEN SECTION.
       A.  OPEN INPUT LFSCHEIN.
           IF WF-STATUS = "35" GO Z.
           MOVE 0 TO WH-LFKTO WH-LFNUM.
           MOVE WH-TAG TO LF-DATUM.
           MOVE 0 TO LF-TOUR LF-SUB LF-KTONR LF-NUM LF-ARNUM.
           MOVE LOW-VALUE TO LF-SORT.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO X.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO X.
           IF LF-DATUM NOT = WH-TAG GO X.
           IF LF-PRIME = WH-LFPRIME GO B.
           MOVE LF-PRIME TO WH-LFPRIME.
           ADD 1 TO WT-ANZ(2).
           GO B.
       X.  CLOSE LFSCHEIN.
       Z.  EXIT.
      ***** Rechnungen des Tages und deren Ablage im Archiv *
       RECH-ZAEHLEN SECTION.
       A.  OPEN INPUT BUCHFAKT.
           IF WF-STATUS = "35" GO Z.
           COMPUTE WN-RJ = WH-TAG6 / 10000.
           MOVE 1 TO WM-ARC.
           OPEN INPUT RE-ARCHIV.
           IF WF-STATUS NOT = "00" MOVE 0 TO WM-ARC.
           MOVE LOW-VALUE TO BF-RKEY.
           MOVE "R" TO BF-SA.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO X.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA NOT = "R" GO X.
           IF BF-DAT NOT = WH-TAG6 GO B.
           ADD 1 TO WT-ANZ(4).
           IF WM-ARC = 0 GO B.
           MOVE BF-REN TO REA-NUM.
           MOVE 0 TO REA-LFD.
           READ RE-ARCHIV IGNORE LOCK INVALID GO B.
           ADD 1 TO WT-ANZ(5).
           GO B.
       X.  IF WM-ARC = 1 CLOSE RE-ARCHIV.
           MOVE 0 TO WM-ARC.
           CLOSE BUCHFAKT.
       Z.  EXIT.
      ***** SEPA-Einreichjournal: eine Zeile je Lastschrift *
       SEPA-LESEN SECTION.
       A.  OPEN INPUT SEPAJOUR.
           IF WF-STATUS = "35" GO Z.
       B.  READ SEPAJOUR AT END GO X.
           IF SJ-DATUM NOT = WH-TAG GO B.
           MOVE SJ-ZEIT TO WT-ZEIT(6).
           ADD 1 TO WT-ANZ(6).
           MOVE 1 TO WT-STAT(6).
           GO B.
       X.  CLOSE SEPAJOUR.
       Z.  EXIT.
      ***** EDI-Aussendungen INVOIC / DESADV *
       EDI-LESEN SECTION.
       A.  OPEN INPUT EDIPROT.
           IF WF-STATUS = "35" GO Z.
       B.  READ EDIPROT AT END GO X.
           IF EP-DATUM NOT = WH-TAG GO B.
           IF EP-ART NOT = "INVOIC" AND EP-ART NOT = "DESADV" GO B.
           MOVE EP-ZEIT TO WT-ZEIT(7).
           ADD 1 TO WT-ANZ(7).
           MOVE 1 TO WT-STAT(7).
           GO B.
       X.  CLOSE EDIPROT.
       Z.  EXIT.
      ***** Mailspool: gesendet / Fehler / noch offen *
       MAIL-LESEN SECTION.
       A.  OPEN INPUT MAILSPOOL.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO MS-LFDNR.
           START MAILSPOOL KEY NOT < MS-KEY INVALID GO X.
       B.  READ MAILSPOOL NEXT IGNORE LOCK AT END GO X.
           IF MS-DATUM NOT = WH-TAG GO B.
           IF MS-GESENDET ADD 1 TO WT-ANZ(8).
           IF MS-FEHLER ADD 1 TO WT-FEHL(8).
           IF MS-OFFEN ADD 1 TO WT-OFF(8).
           GO B.
       X.  CLOSE MAILSPOOL.
       Z.  EXIT.
      ***** BMD: Quittung liegt vor und ist nicht aelter als der Tag *
       BMD-LESEN SECTION.
       A.  OPEN INPUT BMDOK.
           IF WF-STATUS = "35" GO Z.
           READ BMDOK AT END GO X.
           IF BO-DATUM NOT < WH-TAG MOVE 1 TO WT-STAT(9).
       X.  CLOSE BMDOK.
       Z.  EXIT.
      ***** Spaet-Freigaben nach Bestellschluss *
       CUT-LESEN SECTION.
       A.  OPEN INPUT CUTLOG.
           IF WF-STATUS = "35" GO Z.
       B.  READ CUTLOG AT END GO X.
           IF CL-DATUM NOT = WH-TAG GO B.
           ADD 1 TO WT-ANZ(1).
           GO B.
       X.  CLOSE CUTLOG.
       Z.  EXIT.
      ***** Status je Schritt festlegen, Ueberfaelligkeit pruefen *
       BEWERTEN SECTION.
       A.  MOVE SPACE TO WT-UEBF(WH-S).
           MOVE WT-SOLL(WH-S) TO WH-SOLL.
           COMPUTE WH-SMIN = WH-SHH * 60 + WH-SMI + WH-TOL.
           IF WH-S = 1 GO B.
           IF WH-S = 2 GO C.
           IF WH-S = 4 GO D.
           IF WH-S = 5 GO E.
           IF WH-S = 8 GO F.
           GO P.
      *-------> Bestellschluss ist erreicht, sobald die Zeit vorbei ist
       B.  IF WH-SOLL = 0 MOVE 4 TO WT-STAT(1) GO Z.
           IF WH-TAG < WH-HEUTE OR (WH-TAG = WH-HEUTE AND
              WH-NMIN NOT < WH-SHH * 60 + WH-SMI)
               MOVE 1 TO WT-STAT(1)
               COMPUTE WT-ZEIT(1) = WH-SOLL * 100
           ELSE
               MOVE 5 TO WT-STAT(1).
           GO Z.
      *-------> ohne Lieferschein des Tages kein OK
       C.  IF WT-ANZ(2) = 0 AND WT-STAT(2) = 1 MOVE 0 TO WT-STAT(2).
           IF WT-ANZ(2) > 0 AND WT-STAT(2) = 0 MOVE 1 TO WT-STAT(2).
           GO P.
       D.  IF WT-ANZ(4) > 0 AND WT-STAT(4) = 0 MOVE 1 TO WT-STAT(4).
           GO P.
      *-------> Archiv: jede Rechnung des Tages muss abgelegt sein
       E.  IF WT-STAT(5) = 2 GO P.
           IF WT-ANZ(4) = 0 GO P.
           IF WT-ANZ(5) < WT-ANZ(4) MOVE 0 TO WT-STAT(5)
                                   ELSE MOVE 1 TO WT-STAT(5).
           GO P.
       F.  IF WT-FEHL(8) > 0 MOVE 2 TO WT-STAT(8) GO P.
           IF WT-ANZ(8) > 0 AND WT-OFF(8) = 0 MOVE 1 TO WT-STAT(8).
      *-------> fehlend oder haengend: faellig / ueberfaellig?
       P.  IF WT-STAT(WH-S) NOT = 0 AND WT-STAT(WH-S) NOT = 3 GO Z.
           IF WH-SOLL = 0 AND WT-STAT(WH-S) = 0
               MOVE 4 TO WT-STAT(WH-S).
           IF WH-SOLL = 0 GO Z.
           IF WH-TAG < WH-HEUTE MOVE "J" TO WT-UEBF(WH-S) GO Z.
           IF WH-TAG > WH-HEUTE MOVE 5 TO WT-STAT(WH-S) GO Z.
           IF WH-NMIN > WH-SMIN MOVE "J" TO WT-UEBF(WH-S) GO Z.
           IF WT-STAT(WH-S) = 0 MOVE 5 TO WT-STAT(WH-S).
       Z.  EXIT.
      ***** Zeile je Schritt aufbereiten *
       ZEILE SECTION.
       A.  MOVE SPACE TO WD-ZUS WD-UEBF.
           MOVE WT-NAME(WH-S) TO WD-NAME.
           MOVE WT-SOLL(WH-S) TO WH-SOLL.
           IF WH-SOLL = 0 MOVE SPACE TO WD-SOLL
           ELSE MOVE WH-SHH TO WD-SHH
                MOVE ":" TO WD-SOLL(3:1)
                MOVE WH-SMI TO WD-SMI.
           IF WT-ZEIT(WH-S) = 0 MOVE SPACE TO WD-IST
           ELSE MOVE WT-ZEIT(WH-S)(1:2) TO WD-IHH
                MOVE ":" TO WD-IST(3:1)
                MOVE WT-ZEIT(WH-S)(3:2) TO WD-IMI.
           MOVE WT-ANZ(WH-S) TO WD-ANZ.
           COMPUTE WH-I = WT-STAT(WH-S) + 1.
           MOVE WT-STATX(WH-I) TO WD-STAT.
           IF WT-UEBF(WH-S) = "J" MOVE "!!!" TO WD-UEBF.
           IF WH-S = 1 AND WT-ANZ(1) > 0
               MOVE "Spaetfreigabe" TO WD-ZUS.
           IF WH-S = 3 AND WT-FEHL(3) > 0
               MOVE WT-FEHL(3) TO WD-ZAHL
               STRING WD-ZAHL " fehlerh." DELIMITED SIZE INTO WD-ZUS.
           IF WH-S = 5 AND WT-ANZ(4) > 0
               MOVE WT-ANZ(4) TO WD-ZAHL
               STRING "von " WD-ZAHL DELIMITED SIZE INTO WD-ZUS.
           IF WH-S = 8 AND WT-FEHL(8) > 0
               MOVE WT-FEHL(8) TO WD-ZAHL
               STRING WD-ZAHL " Fehler" DELIMITED SIZE INTO WD-ZUS.
           IF WH-S = 8 AND WT-FEHL(8) = 0 AND WT-OFF(8) > 0
               MOVE WT-OFF(8) TO WD-ZAHL
               STRING WD-ZAHL " offen" DELIMITED SIZE INTO WD-ZUS.
       Z.  EXIT.
      ***************************** Schirmanzeige *
       ANZEIGE SECTION.
       A.  CALL "CAUP" USING "1301012580" WH-CREG.
           PERFORM TITEL.
           DISPLAY WD-TITEL with highlight AT 0101.
           DISPLAY WD-KOPF AT 0301.
           MOVE 0 TO WH-S.
           MOVE 4 TO VDU-L.
           MOVE 1 TO VDU-P.
       B.  ADD 1 TO WH-S.
           IF WH-S > 9 GO C.
           PERFORM ZEILE.
           IF WT-UEBF(WH-S) = "J" OR WT-STAT(WH-S) = 2
               DISPLAY WD-ZEILE with highlight AT VDU-LP
           ELSE
               DISPLAY WD-ZEILE AT VDU-LP.
           ADD 1 TO VDU-L.
           GO B.
       C.  DISPLAY "ueberfaellig nach Sollzeit +" AT 1501.
           MOVE WH-TOL TO WD-TOL.
           DISPLAY WD-TOL AT 1530.
           DISPLAY "Minuten" AT 1534.
       Z.  EXIT.
      ***************************** Druck *
       DRUCK SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM TITEL.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-TITEL TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-KOPF TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WH-S.
       B.  ADD 1 TO WH-S.
           IF WH-S > 9 GO C.
           PERFORM ZEILE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           GO B.
       C.  MOVE SPACE TO DRA-SATZ.
           MOVE WH-TOL TO WD-TOL.
           STRING "!!! = ueberfaellig nach Sollzeit + " WD-TOL
               " Minuten" DELIMITED SIZE INTO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ***** Kopfzeile mit Tag und Uhrzeit *
       TITEL SECTION.
       A.  MOVE WH-TAG(7:2) TO WD-TTAG.
           MOVE WH-TAG(5:2) TO WD-TMON.
           MOVE WH-TAG(1:4) TO WD-TJHR.
           MOVE WH-JHH TO WD-THH.
           MOVE WH-JMI TO WD-TMI.
       Z.  EXIT.

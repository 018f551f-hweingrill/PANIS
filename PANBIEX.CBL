      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANBIEX.
      ******************************************************************
      *     Datenauszug fuer Tabellenkalkulation und Auswertungen      *
      *     schreibt je Bestand eine Textdatei mit Semikolon und       *
      *     Kopfzeile, Betraege mit Dezimalkomma, Datum TT.MM.JJJJ:    *
      *       BIDEBI.CSV  Debitoren        BIARTI.CSV  Artikel         *
      *       BISTAT.CSV  Statistik        BILIEF.CSV  Lieferschein-   *
      *       BIOPOS.CSV  offene Posten                zeilen des Tags *
      *       BITOUR.CSV  Touren / Stopps                              *
      *     erste Spalte AEND: V = Vollauszug, im Aenderungsauszug     *
      *     N = neu, A = geaendert, L = geloescht seit dem letzten     *
      *     Auszug; der Stand je Zeile liegt in PANBIXST.DAT           *
      *     (Satz "00" = letzter Lauf). Die Lieferscheinzeilen         *
      *     kommen immer vollstaendig fuer den Auszugstag              *
      *     WL-CA 10: Auszug mit Dialog (Tag, Voll/Aenderungen)        *
      *     WL-CA 20: Vollauszug dialogfrei (PANAUTO, Tag WZ-DATUM)    *
      *     WL-CA 21: Aenderungsauszug dialogfrei (PANAUTO)            *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEKON.CPY.
           COPY PANSEDEB.CPY.
           COPY PANSEART.CPY.
           COPY PANSESTA.CPY.
           COPY PANSELFS.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT BISTAND    ASSIGN TO "PANBIXST.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY BS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT CSVDATEI   ASSIGN TO WN-CSV
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANKONS.CPY.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANSTAT.CPY.
       COPY PANLIEF.CPY.
       COPY PANEBUCH.CPY.
      *********************** Stand des letzten Auszugs je Zeile *
       FD  BISTAND                     LABEL RECORD STANDARD.
       01  BS-SATZ.
           03  BS-KEY.
               05 BS-DATEI             PIC XX.
               05 BS-SKEY              PIC X(20).
           03  BS-LAUF                 PIC 9(6)     COMP.
           03  BS-ZEILE                PIC X(400).
           03  FILLER REDEFINES BS-ZEILE.
               05 BS-LDATUM            PIC 9(8).
               05 FILLER               PIC X(392).
      *********************** Auszugsdatei *
       FD  CSVDATEI                    LABEL RECORD STANDARD.
       01  CS-SATZ                     PIC X(410).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-DIALOG               PIC 9        COMP VALUE ZERO.
           03  WM-AEND                 PIC 9        COMP VALUE ZERO.
           03  WH-TAG                  PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-LAUF                 PIC 9(6)     COMP.
           03  WH-ANTW                 PIC X.
           03  WH-DATEI                PIC XX.
           03  WH-KZ                   PIC X.
           03  WH-ZEILE                PIC X(400).
           03  WH-ZPTR                 PIC 999      COMP.
           03  WH-FTXT                 PIC X(110).
           03  WH-FLEN                 PIC 999      COMP.
           03  WH-LEER                 PIC 99       COMP.
           03  WH-ZAHL                 PIC S9(11)V9(6) COMP-3.
           03  WH-ZDEZ                 PIC 9        COMP.
           03  WH-DAT8                 PIC 9(8).
           03  FILLER REDEFINES WH-DAT8.
               05 WH-DJHR              PIC 9(4).
               05 WH-DMON              PIC 99.
               05 WH-DTAG              PIC 99.
           03  WH-MON                  PIC 99       COMP.
           03  WH-RESTB                PIC S9(9)V99 COMP.
           03  WH-ANZ                  PIC 9(7)     COMP.
           03  WH-ADR                  PIC X(40)    OCCURS 3.
           03  WN-CSV.
               05 FILLER               PIC XX    VALUE "BI".
               05 WN-CDAT              PIC X(4).
               05 FILLER               PIC X(4)  VALUE ".CSV".
      *------------------> Schluessel des Zeilenstands <-
           03  WH-STKEY.
               05 WH-SKTO              PIC 9(8).
               05 WH-SART              PIC 9(4).
               05 WH-SJHR              PIC 99.
               05 WH-SMON              PIC 99.
               05 FILLER               PIC X(4).
           03  WD-ZAHL                 PIC -(11)9,9(6).
           03  WD-DATUM.
               05 WD-DTAG              PIC 99.
               05 FILLER               PIC X     VALUE ".".
               05 WD-DMON              PIC 99.
               05 FILLER               PIC X     VALUE ".".
               05 WD-DJHR              PIC 9(4).
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON STATISTIK.
       A.  CALL "CADECL" USING "PANESTAT.DAT" WH-CREG.
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
           IF WL-CA = 10 PERFORM DIALOG.
           IF WL-CA = 20 OR WL-CA = 21
               MOVE 0 TO WM-DIALOG
               MOVE WZ-DATUM TO WH-TAG
               IF WL-CA = 21 MOVE 1 TO WM-AEND
               ELSE MOVE 0 TO WM-AEND
               END-IF
               PERFORM AUSZUG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Auszug mit Dialog *
       DIALOG SECTION.
       A.  MOVE 1 TO WM-DIALOG.
           DISPLAY "Datenauszug fuer Auswertungen" AT 2301.
           DISPLAY "Lieferscheintag (JJJJMMTT, 0 = heute):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2441.
           DISPLAY "V = Vollauszug, A = nur Aenderungen:" AT 2501.
           MOVE "V" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2539.
           MOVE 0 TO WM-AEND.
           IF WH-ANTW = "A" OR WH-ANTW = "a" MOVE 1 TO WM-AEND.
           PERFORM AUSZUG.
           DISPLAY "Auszug beendet, Lauf-Nr.:" AT 2601.
           MOVE WH-LAUF TO WD-ANZ.
           DISPLAY WD-ANZ AT 2627.
       Z.  EXIT.
      ***************************** Auszug aller Bestaende *
       AUSZUG SECTION.
       A.  IF WH-TAG = 0
               ACCEPT WH-TAG6 FROM DATE
               COMPUTE WH-TAG = 20000000 + WH-TAG6.
           OPEN I-O BISTAND.
           IF WF-STATUS = "35"
               CLOSE BISTAND OPEN OUTPUT BISTAND
               CLOSE BISTAND OPEN I-O BISTAND.
      *------> Laufnummer aus dem Satz "00" <-
           MOVE "00" TO BS-DATEI.
           MOVE SPACE TO BS-SKEY.
           READ BISTAND INVALID
               MOVE 0 TO BS-LAUF
               MOVE SPACE TO BS-ZEILE
               MOVE 0 TO BS-LDATUM
               WRITE BS-SATZ.
           COMPUTE WH-LAUF = BS-LAUF + 1.
           OPEN INPUT KONSTANT DEBITOR ARTIKEL STATISTIK LFSCHEIN
                      BUCHFAKT.
           PERFORM DEBI-AUS.
           PERFORM ARTI-AUS.
           PERFORM STAT-AUS.
           PERFORM LIEF-AUS.
           PERFORM OPOS-AUS.
           PERFORM TOUR-AUS.
           CLOSE KONSTANT DEBITOR ARTIKEL STATISTIK LFSCHEIN BUCHFAKT.
           MOVE "00" TO BS-DATEI.
           MOVE SPACE TO BS-SKEY.
           READ BISTAND INVALID CONTINUE.
           MOVE WH-LAUF TO BS-LAUF.
           MOVE SPACE TO BS-ZEILE.
           MOVE WH-TAG TO BS-LDATUM.
           REWRITE BS-SATZ.
           CLOSE BISTAND.
       Z.  EXIT.
      ***************************** Debitoren *
       DEBI-AUS SECTION.
       A.  MOVE "DEBI" TO WN-CDAT.
           MOVE "DE" TO WH-DATEI.
           PERFORM DATEI-AUF.
           MOVE SPACE TO CS-SATZ.
           STRING "AEND;KONTO;FIRMA;MCODE;NAME;ADRESSE2;ADRESSE3;"
                  "KONTOART;KONDITION;RECHNUNGSKONTO;FAKTURAART;TOUR;"
                  "STOPP;RABATT;SPERRDATUM;PREISGRUPPE;INKASSO;"
                  "FILIALE;GLN;UID;MAILVERSAND;ZEITFENSTER_VON;"
                  "ZEITFENSTER_BIS;EINZUGSSTOPP"
               DELIMITED SIZE INTO CS-SATZ.
           WRITE CS-SATZ.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO X.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO X.
           PERFORM ZEILE-START.
           MOVE DE-KTONR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-FNR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-MCODE TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE SPACE TO WH-ADR(1) WH-ADR(2) WH-ADR(3).
           UNSTRING DE-BEZ DELIMITED BY "#"
               INTO WH-ADR(1) WH-ADR(2) WH-ADR(3).
           MOVE WH-ADR(1) TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE WH-ADR(2) TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE WH-ADR(3) TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE DE-KTOART TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-KOND TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-REKTO TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-FAKART TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-TOUR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-SUB TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-RAB TO WH-ZAHL.
           MOVE 1 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE DE-SPERR TO WH-DAT8.
           PERFORM FELD-DATUM.
           MOVE DE-PRGRP TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-INKASSO TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-FILNR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-GLN TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE DE-UID TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE DE-MAILKZ TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-ZFVON TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-ZFBIS TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-LSSTOP TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE SPACE TO WH-STKEY.
           MOVE DE-KTONR TO WH-SKTO.
           PERFORM ZEILE-ENDE.
           GO B.
       X.  PERFORM DATEI-ZU.
       Z.  EXIT.
      ***************************** Artikel *
       ARTI-AUS SECTION.
       A.  MOVE "ARTI" TO WN-CDAT.
           MOVE "AR" TO WH-DATEI.
           PERFORM DATEI-AUF.
           MOVE SPACE TO CS-SATZ.
           STRING "AEND;ARTIKEL;SATZART;KURZBEZ;BEZEICHNUNG;"
                  "ERLOESKONTO;UST;PREIS;VKP;EKP;SORTIERGRUPPE;"
                  "WARENGRUPPE;AKTIONSPREIS;AKTIONSVKP;AKTION_AB;"
                  "RABATT;INHALT;INHALTTEXT;MINDESTBESTAND;LAGER;"
                  "HALTBARKEIT"
               DELIMITED SIZE INTO CS-SATZ.
           WRITE CS-SATZ.
           MOVE 0 TO AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO X.
       B.  READ ARTIKEL NEXT IGNORE LOCK AT END GO X.
           PERFORM ZEILE-START.
           MOVE AR-NUM TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE AR-SA TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE AR-ABEZ TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE AR-BEZ TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE AR-KTO TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE AR-UST TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE AR-PREIS TO WH-ZAHL.
           MOVE 3 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE AR-VKP TO WH-ZAHL.
           MOVE 2 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE AR-EKP TO WH-ZAHL.
           MOVE 3 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE AR-SGRP TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE AR-GRP TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE AR-APREIS TO WH-ZAHL.
           MOVE 3 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE AR-AVKP TO WH-ZAHL.
           MOVE 2 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE AR-ADAT TO WH-DAT8.
           PERFORM FELD-DATUM.
           MOVE AR-RAB TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE AR-INH TO WH-ZAHL.
           MOVE 2 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE AR-INHTX TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE AR-MIND TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE AR-LAGKZ TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE AR-MHT TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE SPACE TO WH-STKEY.
           MOVE AR-NUM TO WH-SART.
           PERFORM ZEILE-ENDE.
           GO B.
       X.  PERFORM DATEI-ZU.
       Z.  EXIT.
      ***************************** Statistik, eine Zeile je Monat *
       STAT-AUS SECTION.
       A.  MOVE "STAT" TO WN-CDAT.
           MOVE "ST" TO WH-DATEI.
           PERFORM DATEI-AUF.
           MOVE SPACE TO CS-SATZ.
           STRING "AEND;KONTO;ARTIKEL;JAHR;MONAT;MENGE;RETOUR;"
                  "UMSATZ;GEWINN"
               DELIMITED SIZE INTO CS-SATZ.
           WRITE CS-SATZ.
           MOVE 0 TO ST-KTONR ST-ARNUM ST-JAHR.
           START STATISTIK KEY NOT < ST-KEY INVALID GO X.
       B.  READ STATISTIK NEXT IGNORE LOCK AT END GO X.
           MOVE 0 TO WH-MON.
       C.  ADD 1 TO WH-MON.
           IF WH-MON > 12 GO B.
           IF ST-MENGEN(WH-MON) = 0 AND ST-RET(WH-MON) = 0
              AND ST-UMSATZ(WH-MON) = 0 GO C.
           PERFORM ZEILE-START.
           MOVE ST-KTONR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE ST-ARNUM TO WH-ZAHL.
           PERFORM FELD-GANZ.
           COMPUTE WH-ZAHL = 2000 + ST-JAHR.
           PERFORM FELD-GANZ.
           MOVE WH-MON TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE ST-MENGEN(WH-MON) TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE ST-RET(WH-MON) TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE ST-UMSATZ(WH-MON) TO WH-ZAHL.
           MOVE 1 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE ST-GEWINN(WH-MON) TO WH-ZAHL.
           MOVE 1 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE SPACE TO WH-STKEY.
           MOVE ST-KTONR TO WH-SKTO.
           MOVE ST-ARNUM TO WH-SART.
           MOVE ST-JAHR TO WH-SJHR.
           MOVE WH-MON TO WH-SMON.
           PERFORM ZEILE-ENDE.
           GO C.
       X.  PERFORM DATEI-ZU.
       Z.  EXIT.
      ***************************** Lieferscheinzeilen des Tags *
       LIEF-AUS SECTION.
       A.  MOVE "LIEF" TO WN-CDAT.
           MOVE SPACE TO WH-DATEI.
           PERFORM DATEI-AUF.
           MOVE SPACE TO CS-SATZ.
           STRING "AEND;DATUM;TOUR;STOPP;KONTO;LIEFERSCHEIN;"
                  "ARTIKEL;BEZEICHNUNG;MENGE;RUECKSTAND;PREIS;WERT;"
                  "SORTIERGRUPPE;FAKTURAART;PRODUKTIONSTAG"
               DELIMITED SIZE INTO CS-SATZ.
           WRITE CS-SATZ.
           MOVE WH-TAG TO LF-DATUM.
           MOVE 0 TO LF-TOUR LF-SUB LF-KTONR LF-NUM LF-ARNUM.
           MOVE LOW-VALUE TO LF-SORT.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO X.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO X.
           IF LF-DATUM NOT = WH-TAG GO X.
           PERFORM ZEILE-START.
           MOVE LF-DATUM TO WH-DAT8.
           PERFORM FELD-DATUM.
           MOVE LF-TOUR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-SUB TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-KTONR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-NUM TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-ARNUM TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-BEZ TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE LF-MENGE(1) TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-MENGE(2) TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-PREIS TO WH-ZAHL.
           MOVE 3 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           COMPUTE WH-ZAHL ROUNDED = LF-MENGE(1) * LF-PREIS.
           MOVE 2 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE LF-SGRP TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-FART TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE LF-PRODDAT TO WH-DAT8.
           PERFORM FELD-DATUM.
           PERFORM ZEILE-ENDE.
           GO B.
       X.  PERFORM DATEI-ZU.
       Z.  EXIT.
      ***************************** offene Posten *
       OPOS-AUS SECTION.
       A.  MOVE "OPOS" TO WN-CDAT.
           MOVE "OP" TO WH-DATEI.
           PERFORM DATEI-AUF.
           MOVE SPACE TO CS-SATZ.
           STRING "AEND;RECHNUNG;KONTO;RECHNUNGSDATUM;VALUTA;"
                  "BETRAG;RESTBETRAG;MAHNSTUFE;MAHNDATUM;TEXT"
               DELIMITED SIZE INTO CS-SATZ.
           WRITE CS-SATZ.
           MOVE "R" TO BF-SA.
           MOVE 0 TO BF-REN.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO X.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA NOT = "R" GO X.
           IF NOT BF-OFFEN GO B.
           IF BF-BET = 0 GO B.
      *------> Rest nach Teilzahlungen (PANZAHLG) <-
           MOVE BF-REN TO WH-NUM.
           CALL "PANZAHLG" USING "50SALDO" WH-CREG.
           COMPUTE WH-RESTB = BF-BET - WH-WERT.
           IF WH-RESTB NOT > 0 GO B.
           PERFORM ZEILE-START.
           MOVE BF-REN TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE BF-KTONR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE 0 TO WH-DAT8.
           IF BF-DAT NOT = 0 COMPUTE WH-DAT8 = 20000000 + BF-DAT.
           PERFORM FELD-DATUM.
           MOVE 0 TO WH-DAT8.
           IF BF-VALDAT NOT = 0 COMPUTE WH-DAT8 = 20000000 + BF-VALDAT.
           PERFORM FELD-DATUM.
           MOVE BF-BET TO WH-ZAHL.
           MOVE 2 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE WH-RESTB TO WH-ZAHL.
           MOVE 2 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE BF-MAHNST TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE BF-MAHNDAT TO WH-DAT8.
           PERFORM FELD-DATUM.
           MOVE BF-TX TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE SPACE TO WH-STKEY.
           MOVE BF-REN TO WH-SKTO.
           PERFORM ZEILE-ENDE.
           GO B.
       X.  PERFORM DATEI-ZU.
       Z.  EXIT.
      ***************************** Touren und Stopps *
       TOUR-AUS SECTION.
       A.  MOVE "TOUR" TO WN-CDAT.
           MOVE "TO" TO WH-DATEI.
           PERFORM DATEI-AUF.
           MOVE SPACE TO CS-SATZ.
           STRING "AEND;FAKTURAART;TOUR;TOURNAME;STOPP;KONTO;NAME;"
                  "ZEITFENSTER_VON;ZEITFENSTER_BIS;GEO_BREITE;"
                  "GEO_LAENGE"
               DELIMITED SIZE INTO CS-SATZ.
           WRITE CS-SATZ.
           MOVE 0 TO DE-FAKART DE-TOUR DE-SUB.
           START DEBITOR KEY NOT < DE-RKEY INVALID GO X.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO X.
           IF DE-TOUR = 0 GO B.
           PERFORM ZEILE-START.
           MOVE DE-FAKART TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-TOUR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           ADD DE-TOUR 10 GIVING WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-TOUR.
           MOVE KO-TOUR TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE DE-SUB TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-KTONR TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE SPACE TO WH-ADR(1).
           UNSTRING DE-BEZ DELIMITED BY "#" INTO WH-ADR(1).
           MOVE WH-ADR(1) TO WH-FTXT.
           PERFORM FELD-TEXT.
           MOVE DE-ZFVON TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-ZFBIS TO WH-ZAHL.
           PERFORM FELD-GANZ.
           MOVE DE-GEOBR TO WH-ZAHL.
           MOVE 6 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE DE-GEOLA TO WH-ZAHL.
           MOVE 6 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
           MOVE SPACE TO WH-STKEY.
           MOVE DE-KTONR TO WH-SKTO.
           PERFORM ZEILE-ENDE.
           GO B.
       X.  PERFORM DATEI-ZU.
       Z.  EXIT.
      ***************************** Auszugsdatei oeffnen *
       DATEI-AUF SECTION.
       A.  OPEN OUTPUT CSVDATEI.
           MOVE 0 TO WH-ANZ.
           IF WM-DIALOG = 1 DISPLAY WN-CSV AT 2601.
       Z.  EXIT.
      ***** Auszugsdatei schliessen, geloeschte Zeilen nachtragen *
       DATEI-ZU SECTION.
       A.  IF WH-DATEI = SPACE GO X.
           MOVE WH-DATEI TO BS-DATEI.
           MOVE LOW-VALUE TO BS-SKEY.
           START BISTAND KEY NOT < BS-KEY INVALID GO X.
       B.  READ BISTAND NEXT AT END GO X.
           IF BS-DATEI NOT = WH-DATEI GO X.
           IF BS-LAUF = WH-LAUF GO B.
           IF WM-AEND = 1
               MOVE SPACE TO CS-SATZ
               STRING "L;" BS-ZEILE DELIMITED SIZE INTO CS-SATZ
               WRITE CS-SATZ
               ADD 1 TO WH-ANZ.
           DELETE BISTAND RECORD.
           GO B.
       X.  CLOSE CSVDATEI.
           IF WM-DIALOG = 0 GO Z.
           MOVE WH-ANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2615.
       Z.  EXIT.
      ***************************** Zeile beginnen *
       ZEILE-START SECTION.
       A.  MOVE SPACE TO WH-ZEILE.
           MOVE 1 TO WH-ZPTR.
           MOVE 0 TO WH-ZDEZ.
       Z.  EXIT.
      ***** Zeile abschliessen, mit dem letzten Stand vergleichen *
      *  und schreiben: V voll, N neu, A geaendert, sonst nicht
       ZEILE-ENDE SECTION.
       A.  SUBTRACT 1 FROM WH-ZPTR.
           MOVE SPACE TO WH-ZEILE(WH-ZPTR:1).
           MOVE "V" TO WH-KZ.
           IF WH-DATEI = SPACE GO C.
           MOVE WH-DATEI TO BS-DATEI.
           MOVE WH-STKEY TO BS-SKEY.
           READ BISTAND INVALID
               MOVE WH-LAUF TO BS-LAUF
               MOVE WH-ZEILE TO BS-ZEILE
               WRITE BS-SATZ
               MOVE "N" TO WH-KZ
               GO B.
           IF BS-ZEILE = WH-ZEILE
               MOVE SPACE TO WH-KZ
           ELSE
               MOVE "A" TO WH-KZ.
           MOVE WH-LAUF TO BS-LAUF.
           MOVE WH-ZEILE TO BS-ZEILE.
           REWRITE BS-SATZ.
       B.  IF WM-AEND = 0 MOVE "V" TO WH-KZ.
           IF WH-KZ = SPACE GO Z.
       C.  MOVE SPACE TO CS-SATZ.
           STRING WH-KZ ";" WH-ZEILE DELIMITED SIZE INTO CS-SATZ.
           WRITE CS-SATZ.
           ADD 1 TO WH-ANZ.
       Z.  EXIT.
      ***** Textfeld ohne Semikolon und Folgeleerstellen anhaengen *
       FELD-TEXT SECTION.
       A.  INSPECT WH-FTXT REPLACING ALL ";" BY ","
                                     ALL '"' BY "'".
           MOVE 110 TO WH-FLEN.
       B.  IF WH-FLEN = 0 GO C.
           IF WH-FTXT(WH-FLEN:1) NOT = SPACE GO C.
           SUBTRACT 1 FROM WH-FLEN.
           GO B.
       C.  IF WH-FLEN > 0
               STRING WH-FTXT(1:WH-FLEN) DELIMITED SIZE
                   INTO WH-ZEILE WITH POINTER WH-ZPTR.
           STRING ";" DELIMITED SIZE INTO WH-ZEILE WITH POINTER WH-ZPTR.
           MOVE SPACE TO WH-FTXT.
       Z.  EXIT.
      ***** ganze Zahl anhaengen *
       FELD-GANZ SECTION.
       A.  MOVE 0 TO WH-ZDEZ.
           PERFORM FELD-ZAHL.
       Z.  EXIT.
      ***** Zahl mit WH-ZDEZ Nachkommastellen und Dezimalkomma *
       FELD-ZAHL SECTION.
       A.  MOVE WH-ZAHL TO WD-ZAHL.
           IF WH-ZDEZ = 0
               MOVE 12 TO WH-FLEN
           ELSE
               COMPUTE WH-FLEN = 13 + WH-ZDEZ.
           MOVE 0 TO WH-LEER.
           INSPECT WD-ZAHL(1:WH-FLEN) TALLYING WH-LEER
               FOR LEADING SPACE.
           STRING WD-ZAHL(WH-LEER + 1:WH-FLEN - WH-LEER) ";"
               DELIMITED SIZE INTO WH-ZEILE WITH POINTER WH-ZPTR.
           MOVE 0 TO WH-ZDEZ.
       Z.  EXIT.
      ***** Datum JJJJMMTT als TT.MM.JJJJ, 0 = leer *
       FELD-DATUM SECTION.
       A.  IF WH-DAT8 = 0
               STRING ";" DELIMITED SIZE
                   INTO WH-ZEILE WITH POINTER WH-ZPTR
               GO Z.
           MOVE WH-DTAG TO WD-DTAG.
           MOVE WH-DMON TO WD-DMON.
           MOVE WH-DJHR TO WD-DJHR.
           STRING WD-DATUM ";" DELIMITED SIZE
               INTO WH-ZEILE WITH POINTER WH-ZPTR.
       Z.  EXIT.

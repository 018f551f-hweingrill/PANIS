      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER CALLFH"EXTFH"
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANSERVL.
      ******************************************************************
      *     Lieferservicegrad je Monat (PANSERVL.DAT, PANFDSVL.CPY)    *
      *     je Kunde, Kette (Rechnungskonto DE-REKTO), Artikel, Tour   *
      *     und gesamt: bestellt / geliefert (LF-MENGE(1), Rueckstand  *
      *     LF-MENGE(2)), Zeilen ohne Rueckstand, Ablieferung im       *
      *     Zeitfenster DE-ZFVON/DE-ZFBIS (Uhrzeit aus PANPODAT.DAT),  *
      *     Verweigerungen und Abwesenheiten, OTIF = Lieferschein      *
      *     vollstaendig und im Zeitfenster                            *
      *     WL-CA 10: Monat aufbauen aus Lieferscheinarchiv            *
      *               (PANLFAjj.DAT, jj = Ende des Wirtschaftsjahres   *
      *               nach KO-WJAHR wie PANREARC) und offenen          *
      *               Lieferscheinen; die Saetze des Monats werden     *
      *               vorher geloescht                                 *
      *     WL-CA 20: Auswertung Monat fuer Kette oder alle: Ketten,   *
      *               Kunden, 12-Monats-Verlauf, die 10 schlechtesten  *
      *               Artikel (Fehlmenge) und Touren (OTIF)            *
      *     WL-CA 50: ohne Dialog (Nachtlauf am Monatsersten):         *
      *               Vormonat aufbauen und Auswertung alle drucken    *
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
           COPY PANSELFS.CPY.
           COPY PANSEPOD.CPY.
           COPY PANSESVL.CPY.
      $SET DATACOMPRESS "1"
           SELECT LF-ARCHIV  ASSIGN TO WN-LFARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY LFA-KEY
                             FILE STATUS WF-STATUS.
      $SET NO DATACOMPRESS
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANKONS.CPY.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDPOD.CPY.
       COPY PANFDSVL.CPY.
      ********************************************* Lieferscheinarchiv *
       FD  LF-ARCHIV   external        LABEL RECORD STANDARD
                                       RECORDING MODE IS VARIABLE.
       01  LFA-SATZ.
           03  LFA-KEY.
               05 LFA-KTONR            PIC 9(5)     COMP.
               05 LFA-DATUM            PIC 9(6)     COMP.
               05 LFA-NUM              PIC 9(5)     COMP.
               05 LFA-LFD              PIC 99       COMP.
           03  LFA-REST                PIC X(1024).
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
      *------> Zeilenbild aus Archiv oder Lieferschein (LF-SATZ) <-
       01  WB-ZEILE.
           03  WB-DTKEY.
               05 WB-DATUM             PIC 9(8)       COMP.
               05 WB-TOUR              PIC 99         COMP.
               05 WB-SUB               PIC 9999       COMP.
           03  WB-PRIME.
               05 WB-KTONR             PIC 9(6)       COMP.
               05 WB-NUM               PIC 9(6)       COMP.
           03  WB-ARNUM                PIC 9(4)       COMP.
           03  WB-MENGE                PIC S9(5)      COMP   OCCURS 3.
           03  WB-PREIS                PIC S9(4)V999  COMP.
           03  WB-BEZ                  PIC X(25).
           03  WB-GRM.
               05 WB-GRP               PIC 99         COMP-X.
               05 WB-SON               PIC 99         COMP.
               05 WB-MEH               PIC 99         COMP.
               05 WB-NK                PIC 99         COMP.
               05 WB-TB                PIC 99         COMP.
           03  WB-FART                 PIC 99         COMP.
           03  WB-STAT                 PIC 99         COMP.
           03  WB-REST                 PIC X(40).
      *------> laufender Lieferschein <-
       01  WJ-LIEF.
           03  WJ-KTONR                PIC 9(6)       COMP.
           03  WJ-DATUM                PIC 9(8)       COMP.
           03  WJ-TOUR                 PIC 99         COMP.
           03  WJ-SUB                  PIC 9999       COMP.
           03  WJ-NUM                  PIC 9(6)       COMP.
           03  WJ-ZEIL                 PIC 9(4)       COMP.
           03  WJ-VOLL                 PIC 9          COMP.
           03  WJ-PUENKT               PIC 9          COMP.
           03  WJ-ARCH                 PIC 9          COMP.
           03  WJ-KETTE                PIC 9(6)       COMP.
           03  WJ-ZFVON                PIC 9(4)       COMP.
           03  WJ-ZFBIS                PIC 9(4)       COMP.
      *------> zu buchende Werte (Aufbau wie SV-WERTE) <-
       01  WV-WERTE.
           03  WV-BEST                 PIC S9(9)      COMP.
           03  WV-GELF                 PIC S9(9)      COMP.
           03  WV-ZEIL                 PIC 9(7)       COMP.
           03  WV-ZVOLL                PIC 9(7)       COMP.
           03  WV-LIEF                 PIC 9(7)       COMP.
           03  WV-OTIF                 PIC 9(7)       COMP.
           03  WV-POD                  PIC 9(7)       COMP.
           03  WV-ZFPR                 PIC 9(7)       COMP.
           03  WV-ZFOK                 PIC 9(7)       COMP.
           03  WV-VERW                 PIC 9(7)       COMP.
           03  WV-ABW                  PIC 9(7)       COMP.
      *------> die 10 Schlechtesten (Rang absteigend) <-
       01  WW-TABELLE.
           03  WW-EINTR                OCCURS 10.
               05 WW-RANG              PIC S9(9)V9    COMP.
               05 WW-SATZ              PIC X(80).
       01  WW-TAUSCH.
           03  WW-TRANG                PIC S9(9)V9    COMP.
           03  WW-TSATZ                PIC X(80).
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-ARCH                 PIC 9        COMP VALUE ZERO.
           03  WM-POD                  PIC 9        COMP VALUE ZERO.
           03  WM-FEHL                 PIC 9        COMP VALUE ZERO.
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-MONAT                PIC 9(6).
           03  WH-MM                   PIC 99.
           03  WH-JJJJ                 PIC 9(4).
           03  WH-MMTT                 PIC 9(4).
           03  WH-KETTE                PIC 9(6).
           03  WH-VON                  PIC 9(8)     COMP.
           03  WH-BIS                  PIC 9(8)     COMP.
           03  WH-VON6                 PIC 9(6)     COMP.
           03  WH-BIS6                 PIC 9(6)     COMP.
           03  WH-LKTO                 PIC 9(6)     COMP.
           03  WH-HHMM                 PIC 9(4)     COMP.
           03  WH-STYP                 PIC X.
           03  WH-SNUM                 PIC 9(6)     COMP.
           03  WH-SKETTE               PIC 9(6)     COMP.
           03  WH-TMON                 PIC 9(6).
           03  WH-MIDX                 PIC 9(6)     COMP.
           03  WH-TI                   PIC 99       COMP.
           03  WH-RANG                 PIC S9(9)V9  COMP.
           03  WH-WANZ                 PIC 99       COMP.
           03  WH-I                    PIC 99       COMP.
           03  WH-J                    PIC 99       COMP.
           03  WH-M                    PIC 99       COMP.
           03  WH-QUOTE                PIC S999V9   COMP.
           03  WH-ZL                   PIC 99       COMP.
           03  WN-LFARC.
               05 FILLER               PIC X(6)  VALUE "PANLFA".
               05 WN-LJ                PIC 99    VALUE 95.
               05 FILLER               PIC X(4)  VALUE ".DAT".
           03  WD-GELES                PIC 9(7)     COMP VALUE ZERO.
           03  WD-LIEFS                PIC 9(7)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZZ.ZZ9.
      *------------------> Druckzeilen <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-AZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC X.
           03  WD-NUM                  PIC ZZZZZ9 BLANK WHEN ZERO.
           03  FILLER                  PIC X.
           03  WD-NAME                 PIC X(15).
           03  WD-BEST                 PIC ZZZZ.ZZ9.
           03  FILLER                  PIC X.
           03  WD-FILL                 PIC ZZ9,9.
           03  FILLER                  PIC X.
           03  WD-ZEIL                 PIC ZZZ.ZZ9.
           03  FILLER                  PIC X.
           03  WD-VOLL                 PIC ZZ9,9.
           03  FILLER                  PIC X.
           03  WD-LIEF                 PIC ZZ.ZZ9.
           03  FILLER                  PIC X.
           03  WD-ZFQ                  PIC ZZ9,9.
           03  FILLER                  PIC X.
           03  WD-VERW                 PIC ZZZ9.
           03  FILLER                  PIC X.
           03  WD-ABW                  PIC ZZZ9.
           03  FILLER                  PIC X.
           03  WD-OTIF                 PIC ZZ9,9.
       01  WD-SICH                     PIC X(80).
       01  WD-MONTXT.
           03  WD-MMON                 PIC 99.
           03  FILLER                  PIC X     VALUE "/".
           03  WD-MJHR                 PIC 9(4).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON SERVSTAT.
       A.  CALL "CADECL" USING "PANSERVL.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON PODDAT.
       A.  CALL "CADECL" USING "PANPODAT.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LF-ARCHIV.
       A.  CALL "CADECL" USING WN-LFARC WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
      *-------> Vormonat als Vorschlag <-
           COMPUTE WH-MONAT = WH-HEUTE / 100.
           MOVE WH-MONAT(5:2) TO WH-MM.
           IF WH-MM = 1
               COMPUTE WH-MONAT = WH-MONAT - 89
           ELSE
               SUBTRACT 1 FROM WH-MONAT.
           IF WL-CA = 10 PERFORM AUFBAU.
           IF WL-CA = 20 PERFORM AUSWERTUNG.
           IF WL-CA = 50 PERFORM NACHTLAUF.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***** eigene Datei oeffnen, beim ersten Mal anlegen *
       SERV-OPEN SECTION.
       A.  OPEN I-O SERVSTAT.
           IF WF-STATUS = "35"
               CLOSE SERVSTAT OPEN OUTPUT SERVSTAT
               CLOSE SERVSTAT OPEN I-O SERVSTAT.
       Z.  EXIT.
      ***** Monat aufbauen mit Dialog *
       AUFBAU SECTION.
       A.  DISPLAY "Lieferservicegrad - Monat aufbauen" AT 2301.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           DISPLAY WH-MONAT AT 2427.
           ACCEPT WH-MONAT AT 2427.
           IF WH-MONAT = 0 GO Z.
           MOVE WH-MONAT(5:2) TO WH-MM.
           IF WH-MM < 1 OR WH-MM > 12 GO A.
           COMPUTE WH-TMON = WH-HEUTE / 100.
           IF WH-MONAT NOT < WH-TMON
               DISPLAY "nur abgelaufene Monate" AT 2501
               GO A.
           DISPLAY "Lieferscheine werden gelesen ...   " AT 2501.
           PERFORM MONAT-LAUF.
           DISPLAY "Zeilen / Lieferscheine:" AT 2501.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2525.
           MOVE WD-LIEFS TO WD-ANZ.
           DISPLAY WD-ANZ AT 2534.
       Z.  EXIT.
      ***** Nachtlauf: Vormonat aufbauen und drucken, ohne Dialog *
       NACHTLAUF SECTION.
       A.  PERFORM MONAT-LAUF.
           MOVE 0 TO WH-KETTE.
           PERFORM LISTE.
       Z.  EXIT.
      ***** Archivjahr zu WH-MONAT: PANLFAjj ist nach Wirtschafts- *
      *     jahr (Beginn KO-WJAHR MMTT) abgelegt, jj = Jahr, in dem
      *     das Wirtschaftsjahr endet (wie PANREARC BILDJAHR)
       ARCH-JAHR SECTION.
       A.  OPEN INPUT KONSTANT.
           MOVE 10 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE 0701 TO KO-WJAHR.
           IF KO-WJAHR(1:2) = SPACE MOVE 0701 TO KO-WJAHR.
           CLOSE KONSTANT.
           MOVE WH-MONAT(3:2) TO WN-LJ.
           MOVE WH-MONAT(5:2) TO WH-MMTT(1:2).
           MOVE "01" TO WH-MMTT(3:2).
           IF KO-WJAHR NOT > 0101 OR WH-MMTT < KO-WJAHR GO Z.
           IF WN-LJ = 99 MOVE 0 TO WN-LJ
           ELSE ADD 1 TO WN-LJ.
       Z.  EXIT.
      ***** Monat WH-MONAT aus Archiv und Lieferscheinen aufbauen *
       MONAT-LAUF SECTION.
       A.  PERFORM SERV-OPEN.
           MOVE 0 TO WD-GELES WD-LIEFS WH-LKTO.
           COMPUTE WH-VON = WH-MONAT * 100 + 1.
           COMPUTE WH-BIS = WH-MONAT * 100 + 31.
           COMPUTE WH-VON6 = WH-VON - 20000000.
           COMPUTE WH-BIS6 = WH-BIS - 20000000.
           PERFORM ARCH-JAHR.
      *-------> Saetze des Monats vorher loeschen <-
           MOVE WH-MONAT TO SV-MONAT.
           MOVE LOW-VALUE TO SV-TYP.
           MOVE 0 TO SV-NUM.
           START SERVSTAT KEY NOT < SV-KEY INVALID GO B.
       AA. READ SERVSTAT NEXT AT END GO B.
           IF ZUGRIF GO AA.
           IF SV-MONAT NOT = WH-MONAT GO B.
           DELETE SERVSTAT.
           GO AA.
       B.  MOVE 0 TO WM-POD.
           OPEN INPUT PODDAT.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-POD.
           MOVE 0 TO WM-ARCH.
           OPEN INPUT LF-ARCHIV.
           IF WF-STATUS = "35" GO D.
           MOVE 1 TO WM-ARCH.
      *-------> abgerechnete Lieferscheine aus dem Archiv <-
           MOVE 0 TO WJ-KTONR.
           MOVE LOW-VALUE TO LFA-SATZ.
           MOVE 0 TO LFA-KTONR LFA-DATUM LFA-NUM LFA-LFD.
           START LF-ARCHIV KEY NOT < LFA-KEY INVALID GO C.
       BA. READ LF-ARCHIV NEXT IGNORE LOCK AT END GO C.
           IF LFA-DATUM < WH-VON6 OR LFA-DATUM > WH-BIS6 GO BA.
           MOVE LFA-REST(1:128) TO WB-ZEILE.
           IF WB-DATUM < 19900101 OR WB-DATUM > 20991231
               COMPUTE WB-DATUM = 20000000 + LFA-DATUM.
           PERFORM ZEILE-BUCH.
           GO BA.
       C.  PERFORM LIEF-ABSCHL.
      *-------> noch offene Lieferscheine des Monats <-
       D.  MOVE 0 TO WJ-KTONR.
           MOVE WH-VON TO LF-DATUM.
           MOVE 0 TO LF-TOUR LF-SUB LF-KTONR LF-NUM LF-ARNUM.
           MOVE LOW-VALUE TO LF-SORT.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO X.
       DA. READ LFSCHEIN NEXT IGNORE LOCK AT END GO X.
           IF LF-DATUM > WH-BIS GO X.
           IF LF-KTONR NOT = WJ-KTONR OR LF-NUM NOT = WJ-NUM
               OR LF-DATUM NOT = WJ-DATUM
               PERFORM ARCH-PRUEF.
           IF WJ-ARCH = 1 GO DA.
           MOVE LF-SATZ TO WB-ZEILE.
           PERFORM ZEILE-BUCH.
           GO DA.
       X.  PERFORM LIEF-ABSCHL.
           IF WM-ARCH = 1 CLOSE LF-ARCHIV.
           IF WM-POD = 1 CLOSE PODDAT.
           CLOSE SERVSTAT.
       Z.  EXIT.
      ***** steht der Lieferschein LF-SATZ schon im Archiv? *
       ARCH-PRUEF SECTION.
       A.  MOVE 0 TO WJ-ARCH.
           IF WM-ARCH = 0 GO Z.
           MOVE LOW-VALUE TO LFA-SATZ.
           MOVE LF-KTONR TO LFA-KTONR.
           COMPUTE LFA-DATUM = LF-DATUM - 20000000.
           MOVE LF-NUM TO LFA-NUM.
           MOVE 0 TO LFA-LFD.
           START LF-ARCHIV KEY NOT < LFA-KEY INVALID GO Z.
           READ LF-ARCHIV NEXT IGNORE LOCK AT END GO Z.
           IF LFA-KTONR = LF-KTONR AND LFA-NUM = LF-NUM
               AND LFA-DATUM = LF-DATUM - 20000000
               PERFORM LIEF-ABSCHL
               MOVE 1 TO WJ-ARCH
               MOVE LF-KTONR TO WJ-KTONR
               MOVE LF-NUM TO WJ-NUM
               MOVE LF-DATUM TO WJ-DATUM.
       Z.  EXIT.
      ***** eine Lieferscheinzeile WB-ZEILE buchen *
       ZEILE-BUCH SECTION.
       A.  IF WB-KTONR = 0 OR WB-ARNUM = 0 GO Z.
           IF WB-NUM NOT < 990000 GO Z.
           IF WB-STAT > 93 AND WB-STAT < 98 GO Z.
           IF WB-KTONR NOT = WJ-KTONR OR WB-NUM NOT = WJ-NUM
               OR WB-DATUM NOT = WJ-DATUM
               PERFORM LIEF-ABSCHL
               PERFORM LIEF-BEGINN.
           IF WB-MENGE(1) NEGATIVE OR WB-MENGE(1) = 0 GO Z.
           ADD 1 TO WD-GELES WJ-ZEIL.
           INITIALIZE WV-WERTE.
           MOVE WB-MENGE(1) TO WV-BEST.
           COMPUTE WV-GELF = WB-MENGE(1) - WB-MENGE(2).
           MOVE 1 TO WV-ZEIL.
           IF WB-MENGE(2) > 0
               MOVE 0 TO WJ-VOLL
           ELSE
               MOVE 1 TO WV-ZVOLL.
           PERFORM BUCH-ALLE.
           MOVE "A" TO WH-STYP.
           MOVE WB-ARNUM TO WH-SNUM.
           MOVE 0 TO WH-SKETTE.
           PERFORM SV-BUCHEN.
       Z.  EXIT.
      ***** neuer Lieferschein: Kunde, Kette und Zeitfenster *
       LIEF-BEGINN SECTION.
       A.  MOVE WB-KTONR TO WJ-KTONR.
           MOVE WB-DATUM TO WJ-DATUM.
           MOVE WB-TOUR TO WJ-TOUR.
           MOVE WB-SUB TO WJ-SUB.
           MOVE WB-NUM TO WJ-NUM.
           MOVE 0 TO WJ-ZEIL WJ-ARCH.
           MOVE 1 TO WJ-VOLL.
           IF WB-KTONR = WH-LKTO GO Z.
           MOVE WB-KTONR TO WH-LKTO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID
               MOVE 0 TO DE-REKTO DE-ZFVON DE-ZFBIS.
           MOVE DE-REKTO TO WJ-KETTE.
           MOVE DE-ZFVON TO WJ-ZFVON.
           MOVE DE-ZFBIS TO WJ-ZFBIS.
       Z.  EXIT.
      ***** Lieferschein abschliessen: Ablieferung, Zeitfenster, OTIF *
       LIEF-ABSCHL SECTION.
       A.  IF WJ-KTONR = 0 OR WJ-ZEIL = 0 GO Z.
           ADD 1 TO WD-LIEFS.
           INITIALIZE WV-WERTE.
           MOVE 1 TO WV-LIEF WJ-PUENKT.
           MOVE SPACE TO PD-STAT.
           MOVE 0 TO PD-ZEIT.
           IF WM-POD = 0 GO B.
           MOVE WJ-DATUM TO PD-DATUM.
           MOVE WJ-TOUR TO PD-TOUR.
           MOVE WJ-SUB TO PD-SUB.
           MOVE WJ-KTONR TO PD-KTONR.
           MOVE WJ-NUM TO PD-NUM.
           READ PODDAT IGNORE LOCK INVALID
               MOVE SPACE TO PD-STAT
               MOVE 0 TO PD-ZEIT
               GO B.
           MOVE 1 TO WV-POD.
           IF PD-VERWEIG MOVE 1 TO WV-VERW MOVE 0 TO WJ-VOLL.
           IF PD-ABWESEND MOVE 1 TO WV-ABW MOVE 0 TO WJ-VOLL.
      *-------> Zeitfenster nur mit Uhrzeit und angetroffenem Kunden <-
       B.  IF WJ-ZFVON = 0 AND WJ-ZFBIS = 0 GO C.
           IF PD-ZEIT = 0 OR PD-ABWESEND OR WV-POD = 0 GO C.
           MOVE 1 TO WV-ZFPR.
           COMPUTE WH-HHMM = PD-ZEIT / 100.
           IF (WJ-ZFVON = 0 OR WH-HHMM NOT < WJ-ZFVON)
               AND (WJ-ZFBIS = 0 OR WH-HHMM NOT > WJ-ZFBIS)
               MOVE 1 TO WV-ZFOK
           ELSE
               MOVE 0 TO WJ-PUENKT.
       C.  IF WJ-VOLL = 1 AND WJ-PUENKT = 1 MOVE 1 TO WV-OTIF.
           PERFORM BUCH-ALLE.
           MOVE 0 TO WJ-ZEIL.
       Z.  EXIT.
      ***** WV-WERTE auf gesamt, Kette, Kunde und Tour *
       BUCH-ALLE SECTION.
       A.  MOVE "G" TO WH-STYP.
           MOVE 0 TO WH-SNUM WH-SKETTE.
           PERFORM SV-BUCHEN.
           MOVE "C" TO WH-STYP.
           MOVE WJ-KETTE TO WH-SNUM.
           PERFORM SV-BUCHEN.
           MOVE "K" TO WH-STYP.
           MOVE WJ-KTONR TO WH-SNUM.
           MOVE WJ-KETTE TO WH-SKETTE.
           PERFORM SV-BUCHEN.
           MOVE "T" TO WH-STYP.
           MOVE WJ-TOUR TO WH-SNUM.
           MOVE 0 TO WH-SKETTE.
           PERFORM SV-BUCHEN.
       Z.  EXIT.
      ***** WV-WERTE auf Satz WH-MONAT/WH-STYP/WH-SNUM addieren *
       SV-BUCHEN SECTION.
       A.  MOVE WH-MONAT TO SV-MONAT.
           MOVE WH-STYP TO SV-TYP.
           MOVE WH-SNUM TO SV-NUM.
           READ SERVSTAT INVALID GO B.
           ADD WV-BEST TO SV-BEST.
           ADD WV-GELF TO SV-GELF.
           ADD WV-ZEIL TO SV-ZEIL.
           ADD WV-ZVOLL TO SV-ZVOLL.
           ADD WV-LIEF TO SV-LIEF.
           ADD WV-OTIF TO SV-OTIF.
           ADD WV-POD TO SV-POD.
           ADD WV-ZFPR TO SV-ZFPR.
           ADD WV-ZFOK TO SV-ZFOK.
           ADD WV-VERW TO SV-VERW.
           ADD WV-ABW TO SV-ABW.
           REWRITE SV-SATZ.
           GO Z.
       B.  MOVE WH-SKETTE TO SV-KETTE.
           MOVE WV-WERTE TO SV-WERTE.
           WRITE SV-SATZ INVALID GO Z.
       Z.  EXIT.
      ***** Auswertung mit Dialog *
       AUSWERTUNG SECTION.
       A.  DISPLAY "Lieferservicegrad - Auswertung" AT 2301.
           MOVE 0 TO WH-KETTE.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           DISPLAY WH-MONAT AT 2427.
           ACCEPT WH-MONAT AT 2427.
           IF WH-MONAT = 0 GO Z.
           MOVE WH-MONAT(5:2) TO WH-MM.
           IF WH-MM < 1 OR WH-MM > 12 GO A.
           DISPLAY "Kette (Rechnungskonto, 0 = alle):" AT 2501.
           ACCEPT WH-KETTE AT 2535.
           PERFORM LISTE.
           IF WM-FEHL = 1
               DISPLAY "Monat nicht aufgebaut" AT 2601
           ELSE
               DISPLAY "Auswertung gedruckt  " AT 2601.
       Z.  EXIT.
      ***** Liste fuer WH-MONAT und WH-KETTE (0 = alle) *
       LISTE SECTION.
       A.  MOVE 1 TO WM-FEHL.
           OPEN INPUT SERVSTAT.
           IF WF-STATUS = "35" GO Z.
           MOVE WH-MONAT TO SV-MONAT.
           IF WH-KETTE = 0
               MOVE "G" TO SV-TYP
           ELSE
               MOVE "C" TO SV-TYP.
           MOVE WH-KETTE TO SV-NUM.
           READ SERVSTAT IGNORE LOCK INVALID CLOSE SERVSTAT GO Z.
           MOVE 0 TO WM-FEHL.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM LISTE-KOPF.
           PERFORM ZEILE-FUELL.
           PERFORM ZEILE-AUS.
           IF WH-KETTE NOT = 0 GO C.
      *-------> Ketten <-
           MOVE SPACE TO WD-ZEILE.
           PERFORM ZEILE-AUS.
           MOVE "Ketten (Rechnungskonto)" TO WD-ZEILE(2:).
           PERFORM ZEILE-AUS.
           MOVE "C" TO WH-STYP.
           PERFORM TYP-LISTE.
      *-------> Kunden <-
       C.  MOVE SPACE TO WD-ZEILE.
           PERFORM ZEILE-AUS.
           MOVE "Kunden" TO WD-ZEILE(2:).
           PERFORM ZEILE-AUS.
           MOVE "K" TO WH-STYP.
           PERFORM TYP-LISTE.
           PERFORM VERLAUF.
      *-------> die 10 schlechtesten Artikel nach Fehlmenge <-
           MOVE SPACE TO WD-ZEILE.
           PERFORM ZEILE-AUS.
           MOVE "die 10 schlechtesten Artikel (Fehlmenge)"
               TO WD-ZEILE(2:).
           PERFORM ZEILE-AUS.
           MOVE "A" TO WH-STYP.
           PERFORM WORST-LAUF.
      *-------> die 10 schlechtesten Touren nach OTIF <-
           MOVE SPACE TO WD-ZEILE.
           PERFORM ZEILE-AUS.
           MOVE "die 10 schlechtesten Touren (OTIF)" TO WD-ZEILE(2:).
           PERFORM ZEILE-AUS.
           MOVE "T" TO WH-STYP.
           PERFORM WORST-LAUF.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER SERVSTAT.
       Z.  EXIT.
      ***** alle Saetze des Typs WH-STYP im Monat drucken *
       TYP-LISTE SECTION.
       A.  MOVE WH-MONAT TO SV-MONAT.
           MOVE WH-STYP TO SV-TYP.
           MOVE 0 TO SV-NUM.
           START SERVSTAT KEY NOT < SV-KEY INVALID GO Z.
       B.  READ SERVSTAT NEXT IGNORE LOCK AT END GO Z.
           IF SV-MONAT NOT = WH-MONAT OR SV-TYP NOT = WH-STYP GO Z.
           IF WH-STYP = "K" AND WH-KETTE NOT = 0
               AND SV-KETTE NOT = WH-KETTE GO B.
           PERFORM ZEILE-FUELL.
           PERFORM ZEILE-AUS.
           GO B.
       Z.  EXIT.
      ***** 12-Monats-Verlauf gesamt oder der Kette *
       VERLAUF SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           PERFORM ZEILE-AUS.
           MOVE "Verlauf 12 Monate" TO WD-ZEILE(2:).
           PERFORM ZEILE-AUS.
           MOVE WH-MONAT(1:4) TO WH-JJJJ.
           MOVE WH-MONAT(5:2) TO WH-MM.
           COMPUTE WH-MIDX = WH-JJJJ * 12 + WH-MM - 12.
           MOVE 1 TO WH-TI.
       B.  COMPUTE WH-JJJJ = WH-MIDX / 12.
           COMPUTE WH-MM = WH-MIDX - WH-JJJJ * 12 + 1.
           COMPUTE WH-TMON = WH-JJJJ * 100 + WH-MM.
           MOVE WH-TMON TO SV-MONAT.
           IF WH-KETTE = 0
               MOVE "G" TO SV-TYP
           ELSE
               MOVE "C" TO SV-TYP.
           MOVE WH-KETTE TO SV-NUM.
           READ SERVSTAT IGNORE LOCK INVALID
               MOVE SPACE TO WD-ZEILE
               GO C.
           PERFORM ZEILE-FUELL.
       C.  MOVE 0 TO WD-NUM.
           MOVE WH-MM TO WD-MMON.
           MOVE WH-JJJJ TO WD-MJHR.
           MOVE WD-MONTXT TO WD-NAME.
           PERFORM ZEILE-AUS.
           ADD 1 TO WH-MIDX WH-TI.
           IF WH-TI < 13 GO B.
       Z.  EXIT.
      ***** die 10 schlechtesten Saetze des Typs WH-STYP *
       WORST-LAUF SECTION.
       A.  MOVE 0 TO WH-WANZ.
           MOVE WH-MONAT TO SV-MONAT.
           MOVE WH-STYP TO SV-TYP.
           MOVE 0 TO SV-NUM.
           START SERVSTAT KEY NOT < SV-KEY INVALID GO C.
       B.  READ SERVSTAT NEXT IGNORE LOCK AT END GO C.
           IF SV-MONAT NOT = WH-MONAT OR SV-TYP NOT = WH-STYP GO C.
           IF WH-STYP = "A"
               COMPUTE WH-RANG = SV-BEST - SV-GELF
           ELSE
               IF SV-LIEF = 0
                   MOVE 0 TO WH-RANG
               ELSE
                   COMPUTE WH-RANG ROUNDED =
                       (SV-LIEF - SV-OTIF) * 1000 / SV-LIEF.
           IF WH-RANG NOT > 0 GO B.
           PERFORM WORST-MERK.
           GO B.
      *-------> absteigend sortieren und drucken <-
       C.  IF WH-WANZ = 0 GO Z.
           MOVE 1 TO WH-I.
       D.  IF WH-I NOT < WH-WANZ GO F.
           MOVE WH-I TO WH-M.
           COMPUTE WH-J = WH-I + 1.
       E.  IF WW-RANG(WH-J) > WW-RANG(WH-M) MOVE WH-J TO WH-M.
           ADD 1 TO WH-J.
           IF WH-J NOT > WH-WANZ GO E.
           IF WH-M NOT = WH-I
               MOVE WW-EINTR(WH-I) TO WW-TAUSCH
               MOVE WW-EINTR(WH-M) TO WW-EINTR(WH-I)
               MOVE WW-TAUSCH TO WW-EINTR(WH-M).
           ADD 1 TO WH-I.
           GO D.
       F.  MOVE 1 TO WH-I.
       G.  MOVE WW-SATZ(WH-I) TO SV-SATZ.
           PERFORM ZEILE-FUELL.
           PERFORM ZEILE-AUS.
           ADD 1 TO WH-I.
           IF WH-I NOT > WH-WANZ GO G.
       Z.  EXIT.
      ***** Satz mit Rang WH-RANG in die Tabelle, wenn schlechter *
       WORST-MERK SECTION.
       A.  IF WH-WANZ < 10
               ADD 1 TO WH-WANZ
               MOVE WH-WANZ TO WH-M
               GO C.
           MOVE 1 TO WH-M.
           MOVE 2 TO WH-J.
       B.  IF WW-RANG(WH-J) < WW-RANG(WH-M) MOVE WH-J TO WH-M.
           ADD 1 TO WH-J.
           IF WH-J < 11 GO B.
           IF WH-RANG NOT > WW-RANG(WH-M) GO Z.
       C.  MOVE WH-RANG TO WW-RANG(WH-M).
           MOVE SV-SATZ TO WW-SATZ(WH-M).
       Z.  EXIT.
      ***** Druckzeile aus SV-SATZ fuellen *
       ZEILE-FUELL SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           IF SV-TYP NOT = "G" MOVE SV-NUM TO WD-NUM.
           IF SV-TYP = "G" MOVE "Gesamt" TO WD-NAME.
           IF SV-TYP = "T" MOVE "Tour" TO WD-NAME.
           IF SV-TYP = "C" AND SV-NUM = 0
               MOVE "Einzelkunden" TO WD-NAME.
           IF (SV-TYP = "C" AND SV-NUM NOT = 0) OR SV-TYP = "K"
               MOVE SV-NUM TO DE-KTONR
               READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ
               END-READ
               MOVE DE-BEZ TO WD-NAME.
           IF SV-TYP = "A"
               MOVE SV-NUM TO AR-NUM
               READ ARTIKEL IGNORE LOCK INVALID MOVE SPACE TO AR-BEZ
               END-READ
               MOVE AR-BEZ TO WD-NAME.
           MOVE SV-BEST TO WD-BEST.
           MOVE SV-ZEIL TO WD-ZEIL.
           IF SV-BEST > 0
               COMPUTE WH-QUOTE ROUNDED = SV-GELF * 100 / SV-BEST
               MOVE WH-QUOTE TO WD-FILL.
           IF SV-ZEIL > 0
               COMPUTE WH-QUOTE ROUNDED = SV-ZVOLL * 100 / SV-ZEIL
               MOVE WH-QUOTE TO WD-VOLL.
           IF SV-TYP = "A" GO Z.
           MOVE SV-LIEF TO WD-LIEF.
           MOVE SV-VERW TO WD-VERW.
           MOVE SV-ABW TO WD-ABW.
           IF SV-ZFPR > 0
               COMPUTE WH-QUOTE ROUNDED = SV-ZFOK * 100 / SV-ZFPR
               MOVE WH-QUOTE TO WD-ZFQ.
           IF SV-LIEF > 0
               COMPUTE WH-QUOTE ROUNDED = SV-OTIF * 100 / SV-LIEF
               MOVE WH-QUOTE TO WD-OTIF.
       Z.  EXIT.
       LISTE-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 1 TO WH-ZL.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Lieferservicegrad" TO WD-ZEILE(3:).
           MOVE WH-MONAT(5:2) TO WD-MMON.
           MOVE WH-MONAT(1:4) TO WD-MJHR.
           MOVE WD-MONTXT TO WD-ZEILE(22:).
           IF WH-KETTE NOT = 0
               MOVE "Kette" TO WD-ZEILE(32:)
               MOVE WH-KETTE TO WD-ZEILE(38:).
           MOVE WK-FIRMA(1:30) TO WD-ZEILE(50:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Mg% = geliefert/bestellt" TO WD-ZEILE(3:).
           MOVE "voll% = ohne Rueckstand" TO WD-ZEILE(29:).
           MOVE "Zeit% = im Zeitfenster" TO WD-ZEILE(54:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "    Nr Name           bestellt   Mg% Zeilen voll%"
               TO WD-ZEILE.
           MOVE " Lief. Zeit% Verw  Abw OTIF%" TO WD-ZEILE(53:).
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
       ZEILE-AUS SECTION.
       A.  IF WH-ZL > 56
               MOVE WD-ZEILE TO WD-SICH
               PERFORM LISTE-KOPF
               MOVE WD-SICH TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
       DRUCK-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZL.
       Z.  EXIT.

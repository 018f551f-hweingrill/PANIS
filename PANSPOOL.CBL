      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANSPOOL.
      ******************************************************************
      *     Druckarchiv: jeder Druckauftrag aus dem Menue wird als     *
      *     Spooldatei SPnnnnnn.PRN abgelegt und im Archivindex        *
      *     PANSPIDX.DAT nach Programm, Benutzer, Datum/Zeit und       *
      *     Titel (erste Druckzeile) gefuehrt                          *
      *       Beginn   WH-DRUNAM wird auf die Spooldatei umgestellt,   *
      *                der eingestellte Drucker gemerkt (WH-SPEXT)     *
      *       Ende     Drucker zurueck; je Druckereinstellung der      *
      *                Berichtsart wird die Spooldatei 1:1 auf den     *
      *                Drucker kopiert (CBL_COPY_FILE)                 *
      *                und / oder archiviert, leere werden geloescht;  *
      *                abgelaufene Eintraege (SI-BIS) werden entfernt  *
      *     Berichtsart = Programm (PANSPTYP.DAT): Bezeichnung,        *
      *     Aufbewahrung in Tagen und Druckereinstellung 0 - 10        *
      *     (0 = Standard, 1 - 10 = KO-PARAM der Netzdrucker-          *
      *     steuerung Key 35); ohne Eintrag gilt der Standard aus      *
      *     KONSTANT Key 54; Programme, die WH-DRUNAM selbst auf eine  *
      *     Datei stellen (JOURNAL.LST u.ae.), bleiben unberuehrt      *
      *     WL-CA 10: Druckauftrag beginnen (PANIS / PANAUTO)          *
      *     WL-CA 20: Druckauftrag abschliessen, WL-PROG = Programm    *
      *     WL-CA 30: Archiv suchen, anzeigen, nachdrucken, loeschen   *
      *     WL-CA 40: Einstellungen (Key 54) warten                    *
      *     WL-CA 50: Berichtsarten warten                             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEKON.CPY.
           SELECT SPINDEX    ASSIGN TO "PANSPIDX.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SI-KEY
                             ALTERNATE KEY SI-PKEY DUPLICATES
                             ALTERNATE KEY SI-BKEY DUPLICATES
                             ALTERNATE KEY SI-DKEY DUPLICATES
                             ALTERNATE KEY SI-TITEL DUPLICATES
                             ALTERNATE KEY SI-LKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT SPTYP      ASSIGN TO "PANSPTYP.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ST-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT SPOOLDAT   ASSIGN TO WN-SPDAT
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANKONS.CPY.
      *********************** Archivindex Druckauftraege *
       FD  SPINDEX                     LABEL RECORD STANDARD.
       01  SI-SATZ.
           03  SI-KEY.
               05 SI-NR                PIC 9(6)     COMP.
           03  SI-PKEY.
               05 SI-PROG              PIC X(8).
               05 SI-PDZ               PIC 9(14).
           03  SI-BKEY.
               05 SI-BEDIEN            PIC X(13).
               05 SI-BDZ               PIC 9(14).
           03  SI-DKEY.
               05 SI-DATUM             PIC 9(8).
               05 SI-ZEIT              PIC 9(6).
           03  SI-TITEL                PIC X(60).
           03  SI-LKEY.
               05 SI-BIS               PIC 9(8).
           03  SI-DRUNAM               PIC X(12).
           03  SI-PARAM                PIC 99       COMP.
           03  SI-ZEILEN               PIC 9(7)     COMP.
           03  SI-SEITEN               PIC 9(5)     COMP.
           03  SI-GEDR                 PIC 999      COMP.
      *********************** Berichtsarten (Programm) *
       FD  SPTYP                       LABEL RECORD STANDARD.
       01  ST-SATZ.
           03  ST-KEY.
               05 ST-PROG              PIC X(8).
           03  ST-BEZ                  PIC X(30).
           03  ST-TAGE                 PIC 9(4)     COMP.
           03  ST-PARAM                PIC 99       COMP.
      *********************** Spooldatei eines Druckauftrags *
       FD  SPOOLDAT                    LABEL RECORD STANDARD.
       01  SD-SATZ                     PIC X(250).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-PROG                 PIC X(8).
           03  FILLER                  PIC X(5).
       COPY WHCREG.CPY.
      *---------------> laufender Druckauftrag, bleibt ueber CANCEL <-
       01  WH-SPEXT       external.
           03  SX-AKTIV                PIC X.
               88  SX-LAEUFT           VALUE "J".
           03  SX-NR                   PIC 9(6).
           03  SX-DRUNAM               PIC X(12).
           03  SX-DATUM                PIC 9(8).
           03  SX-ZEIT                 PIC 9(6).
       01  WF-REG.
           03  WH-TAG6                 PIC 9(6).
           03  WH-ZEIT8                PIC 9(8).
           03  WH-HEUTE                PIC 9(8).
           03  WH-VON                  PIC 9(8).
           03  WH-ANZ                  PIC 9(7)     COMP.
           03  WH-SEIT                 PIC 9(5)     COMP.
           03  WH-AB                   PIC 9(7)     COMP.
           03  WH-POS                  PIC 999      COMP.
           03  WH-SP                   PIC 999      COMP.
           03  WH-I                    PIC 99       COMP.
           03  WH-S                    PIC 99.
           03  WH-SLOT                 PIC 99       COMP.
           03  WH-TAGE                 PIC 9(4).
           03  WH-NR                   PIC 9(6).
           03  WH-WAHL                 PIC 9.
           03  WH-ANTW                 PIC X.
           03  WH-EOF                  PIC X.
           03  WH-IST                  PIC XX.
           03  WH-PROG                 PIC X(8).
           03  WH-SUCH                 PIC X(20).
           03  WH-ZIEL                 PIC X(12).
           03  WH-ALTDRU               PIC X(12).
           03  WH-TITEL                PIC X(60).
           03  WH-ZEILE                PIC X(250).
           03  WH-CPVON                PIC X(13).
           03  WH-CPNACH               PIC X(13).
           03  WN-SPDAT.
               05 FILLER               PIC XX    VALUE "SP".
               05 WN-SPNR              PIC 9(6).
               05 FILLER               PIC X(4)  VALUE ".PRN".
      *------------------> erster Satz der angezeigten Listenseite <-
       01  WH-ERST                     PIC X(160).
      *------------------> Listenzeile Archiv <-
       01  WD-LISTE.
           03  WD-NR                   PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  WD-DAT.
               05 WD-DTAG              PIC 99.
               05 FILLER               PIC X     VALUE ".".
               05 WD-DMON              PIC 99.
               05 FILLER               PIC X     VALUE ".".
               05 WD-DJHR              PIC 9(4).
           03  FILLER                  PIC X.
           03  WD-ZEIT.
               05 WD-ZSTD              PIC 99.
               05 FILLER               PIC X     VALUE ":".
               05 WD-ZMIN              PIC 99.
           03  FILLER                  PIC X.
           03  WD-PROG                 PIC X(8).
           03  FILLER                  PIC X.
           03  WD-BED                  PIC X(10).
           03  FILLER                  PIC X.
           03  WD-TIT                  PIC X(25).
           03  WD-SEIT                 PIC ZZZ9.
           03  FILLER                  PIC X.
           03  WD-GEDR                 PIC ZZ9.
       01  WD-TZEILE.
           03  WD-TPROG                PIC X(8).
           03  FILLER                  PIC X.
           03  WD-TBEZ                 PIC X(30).
           03  FILLER                  PIC X.
           03  WD-TTAGE                PIC ZZZ9.
           03  FILLER                  PIC X(3).
           03  WD-TPAR                 PIC Z9.
       01  WD-EZEILE.
           03  FILLER                  PIC X(12) VALUE "Einstellung".
           03  WD-ESLOT                PIC Z9.
           03  FILLER                  PIC X(4)  VALUE SPACE.
           03  WD-ETX                  PIC X(12).
           03  FILLER                  PIC X(10) VALUE "drucken:".
           03  WD-EDRU                 PIC X.
           03  FILLER                  PIC X(5)  VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE "archivieren:".
           03  WD-EARC                 PIC X.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-I SECTION.         USE AFTER ERROR PROCEDURE ON SPINDEX.
       A.  CALL "CADECL" USING "PANSPIDX.DAT" WH-CREG.
       DECL-T SECTION.         USE AFTER ERROR PROCEDURE ON SPTYP.
       A.  CALL "CADECL" USING "PANSPTYP.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WL-CA = 10 PERFORM AUFTR-BEG.
           IF WL-CA = 20 PERFORM AUFTR-END.
           IF WL-CA = 30 PERFORM ARCHIV.
           IF WL-CA = 40 PERFORM EINSTELL.
           IF WL-CA = 50 PERFORM BERART.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Druckauftrag beginnen *
      *  ein noch offener Auftrag wird zuerst abgeschlossen; die
      *  KONSTANT-Datei ist vom Hauptprogramm geoeffnet, Fehler beim
      *  Zugriff lassen den Druck unveraendert auf dem Drucker
       AUFTR-BEG SECTION.
       A.  IF SX-LAEUFT
               MOVE SPACE TO WL-PROG
               PERFORM AUFTR-END.
           MOVE 54 TO WH-KEY.
           READ KONSTANT WITH NO LOCK INVALID GO Z.
           IF WF-STATUS NOT = "00" GO Z.
           IF KO-SPAKT NOT = "J" GO Z.
           MOVE 54 TO WH-KEY.
           READ KONSTANT INVALID GO Z.
           IF WF-STATUS NOT = "00" GO Z.
           OPEN INPUT SPINDEX.
           MOVE WF-STATUS TO WH-IST.
       B.  IF KO-SPNR = 999999 MOVE 0 TO KO-SPNR.
           ADD 1 TO KO-SPNR.
      *-------> Nummer noch im Archiv (Umlauf): naechste nehmen <-
           IF WH-IST = "00"
               MOVE KO-SPNR TO SI-NR
               READ SPINDEX WITH NO LOCK INVALID GO C
               END-READ
               GO B.
       C.  IF WH-IST = "00" CLOSE SPINDEX.
           MOVE 54 TO WH-KEY.
           REWRITE KO-SATZ.
           MOVE KO-SPNR TO SX-NR WN-SPNR.
           MOVE WH-DRUNAM TO SX-DRUNAM.
           MOVE WN-SPDAT TO WH-DRUNAM.
           OPEN OUTPUT SPOOLDAT.
           CLOSE SPOOLDAT.
           MOVE WH-HEUTE TO SX-DATUM.
           ACCEPT WH-ZEIT8 FROM TIME.
           COMPUTE SX-ZEIT = WH-ZEIT8 / 100.
           MOVE "J" TO SX-AKTIV.
       Z.  EXIT.
      ***************************** Druckauftrag abschliessen *
       AUFTR-END SECTION.
       A.  IF NOT SX-LAEUFT GO Z.
           MOVE "N" TO SX-AKTIV.
           MOVE SX-NR TO WN-SPNR.
           IF WH-DRUNAM = WN-SPDAT MOVE SX-DRUNAM TO WH-DRUNAM.
           MOVE WL-PROG TO WH-PROG.
           IF WH-PROG = SPACE MOVE "PANIS" TO WH-PROG.
           PERFORM ZAEHLEN.
           IF WH-ANZ = 0 GO X.
      *-------> Berichtsart und Einstellung bestimmen <-
           MOVE 54 TO WH-KEY.
           READ KONSTANT WITH NO LOCK INVALID GO Y.
           IF WF-STATUS NOT = "00" GO Y.
           MOVE KO-SPTAGE TO ST-TAGE.
           MOVE 0 TO ST-PARAM.
           OPEN INPUT SPTYP.
           IF WF-STATUS = "00"
               MOVE WH-PROG TO ST-PROG
               READ SPTYP WITH NO LOCK INVALID
                   MOVE KO-SPTAGE TO ST-TAGE
                   MOVE 0 TO ST-PARAM
               END-READ
               CLOSE SPTYP.
           IF ST-PARAM > 10 MOVE 0 TO ST-PARAM.
           COMPUTE WH-SLOT = ST-PARAM + 1.
           IF KO-SPDRU(WH-SLOT) NOT = "N"
               MOVE WH-DRUNAM TO WH-ALTDRU
               MOVE SX-DRUNAM TO WH-DRUNAM
               PERFORM AUSGABE
               MOVE WH-ALTDRU TO WH-DRUNAM.
           IF KO-SPARC(WH-SLOT) NOT = "J" GO X.
      *-------> in den Archivindex <-
           OPEN I-O SPINDEX.
           IF WF-STATUS = "35"
               CLOSE SPINDEX OPEN OUTPUT SPINDEX
               CLOSE SPINDEX OPEN I-O SPINDEX.
           MOVE SX-NR TO SI-NR.
           MOVE WH-PROG TO SI-PROG.
           MOVE WH-BEDIEN TO SI-BEDIEN.
           MOVE SX-DATUM TO SI-DATUM.
           MOVE SX-ZEIT TO SI-ZEIT.
           MOVE SI-DKEY TO SI-PDZ SI-BDZ.
           MOVE WH-TITEL TO SI-TITEL.
           MOVE SX-DRUNAM TO SI-DRUNAM.
           MOVE ST-PARAM TO SI-PARAM.
           MOVE WH-ANZ TO SI-ZEILEN.
           MOVE WH-SEIT TO SI-SEITEN.
           MOVE 0 TO SI-GEDR.
           IF KO-SPDRU(WH-SLOT) NOT = "N" MOVE 1 TO SI-GEDR.
           MOVE ST-TAGE TO WH-TAGE.
           PERFORM FRIST.
           WRITE SI-SATZ INVALID REWRITE SI-SATZ.
           PERFORM BEREINIGEN.
           CLOSE SPINDEX.
           GO Z.
      *-------> ohne Einstellungen: wie bisher nur drucken <-
       Y.  MOVE WH-DRUNAM TO WH-ALTDRU.
           MOVE SX-DRUNAM TO WH-DRUNAM.
           PERFORM AUSGABE.
           MOVE WH-ALTDRU TO WH-DRUNAM.
       X.  DELETE FILE SPOOLDAT.
       Z.  EXIT.
      ***** Spooldatei zaehlen: Zeilen, Seiten, Titel = erste Zeile *
       ZAEHLEN SECTION.
       A.  MOVE 0 TO WH-ANZ WH-SEIT.
           MOVE SPACE TO WH-TITEL.
           OPEN INPUT SPOOLDAT.
           IF WF-STATUS NOT = "00" GO Z.
       B.  READ SPOOLDAT AT END GO C.
           ADD 1 TO WH-ANZ.
           INSPECT SD-SATZ TALLYING WH-SEIT FOR ALL X"0C".
           IF WH-TITEL NOT = SPACE GO B.
           MOVE SD-SATZ TO WH-ZEILE.
           PERFORM STEUERZ.
           IF WH-ZEILE = SPACE GO B.
           MOVE 1 TO WH-POS.
       D.  IF WH-ZEILE(WH-POS:1) = SPACE
               ADD 1 TO WH-POS
               GO D.
           MOVE WH-ZEILE(WH-POS:) TO WH-TITEL.
           GO B.
       C.  CLOSE SPOOLDAT.
           IF WH-ANZ > 0 AND WH-SEIT = 0 MOVE 1 TO WH-SEIT.
       Z.  EXIT.
      ***** Steuerzeichen (Vorschub, Drucker-Escape) fuer Anzeige *
       STEUERZ SECTION.
       A.  INSPECT WH-ZEILE REPLACING ALL X"0C" BY SPACE
                                      ALL X"0D" BY SPACE
                                      ALL X"1B" BY SPACE
                                      ALL X"0F" BY SPACE
                                      ALL X"12" BY SPACE
                                      ALL X"09" BY SPACE
                                      ALL X"00" BY SPACE.
       Z.  EXIT.
      ***** Spooldatei WN-SPDAT auf den Drucker WH-DRUNAM ausgeben *
      *  byteweise, damit Steuerzeichen und Zeilenvorschuebe
      *  (Ueberdruck, Seitenvorschub, Escape-Folgen) erhalten bleiben
       AUSGABE SECTION.
       A.  MOVE SPACE TO WH-CPVON WH-CPNACH.
           MOVE WN-SPDAT TO WH-CPVON.
           MOVE WH-DRUNAM TO WH-CPNACH.
           CALL "CBL_COPY_FILE" USING WH-CPVON WH-CPNACH.
       Z.  EXIT.
      ***** Aufbewahrung bis: SI-DATUM + WH-TAGE, 0 = unbegrenzt *
       FRIST SECTION.
       A.  IF WH-TAGE = 0
               MOVE 99999999 TO SI-BIS
           ELSE
               COMPUTE SI-BIS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(SI-DATUM) + WH-TAGE).
       Z.  EXIT.
      ***** abgelaufene Auftraege entfernen (SPINDEX ist I-O offen) *
       BEREINIGEN SECTION.
       A.  MOVE 0 TO SI-BIS.
           START SPINDEX KEY NOT < SI-LKEY INVALID GO Z.
       B.  READ SPINDEX NEXT AT END GO Z.
           IF SI-BIS NOT < WH-HEUTE GO Z.
           MOVE SI-NR TO WN-SPNR.
           DELETE FILE SPOOLDAT.
           DELETE SPINDEX RECORD.
           GO B.
       Z.  EXIT.
      ***************************** Archiv suchen und bearbeiten *
       ARCHIV SECTION.
       A.  OPEN I-O SPINDEX.
           IF WF-STATUS = "35"
               CLOSE SPINDEX OPEN OUTPUT SPINDEX
               CLOSE SPINDEX OPEN I-O SPINDEX.
           PERFORM BEREINIGEN.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Druckarchiv" with highlight AT 0101.
           DISPLAY "Suche 1 = Datum, 2 = Programm, 3 = Benutzer, 4 = T
      -        "itel (0 = Ende):" AT 2301.
           MOVE 0 TO WH-WAHL.
           ACCEPT WH-WAHL AT 2368.
           IF WH-WAHL = 0 GO X.
           IF WH-WAHL > 4 GO B.
           MOVE SPACE TO WH-SUCH.
           MOVE 0 TO WH-VON.
           IF WH-WAHL = 1
               DISPLAY "ab Tag (JJJJMMTT, 0 = letzte 7 Tage):" AT 2401
               ACCEPT WH-VON AT 2439
               IF WH-VON = 0
                   COMPUTE WH-VON = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WH-HEUTE) - 7)
               END-IF
           ELSE
               DISPLAY "ab (Anfang genuegt):" AT 2401
               ACCEPT WH-SUCH AT 2422.
           MOVE SPACE TO SI-SATZ.
           MOVE 0 TO SI-PDZ SI-BDZ SI-ZEIT.
           MOVE WH-VON TO SI-DATUM.
           IF WH-WAHL = 2 MOVE WH-SUCH TO SI-PROG.
           IF WH-WAHL = 3 MOVE WH-SUCH TO SI-BEDIEN.
           IF WH-WAHL = 4 MOVE WH-SUCH TO SI-TITEL.
           PERFORM AUFSETZEN.
           IF WF-STATUS NOT = "00"
               DISPLAY "keine Druckauftraege gefunden" with highlight
                   AT 2501
               ACCEPT WH-ANTW AT 2531
               GO B.
      *-------> eine Seite mit 18 Auftraegen <-
       C.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Druckarchiv" with highlight AT 0101.
           DISPLAY "    Nr Datum      Zeit  Programm Benutzer   Titel
      -        "                  Seit. Dr." AT 0201.
           MOVE "N" TO WH-EOF.
           MOVE 0 TO WH-I.
           MOVE 3 TO VDU-L.
           MOVE 1 TO VDU-P.
       D.  READ SPINDEX NEXT WITH NO LOCK AT END
               MOVE "J" TO WH-EOF
               GO E.
           IF WH-I = 0 MOVE SI-SATZ TO WH-ERST.
           MOVE SI-NR TO WD-NR.
           MOVE SI-DATUM(7:2) TO WD-DTAG.
           MOVE SI-DATUM(5:2) TO WD-DMON.
           MOVE SI-DATUM(1:4) TO WD-DJHR.
           MOVE SI-ZEIT(1:2) TO WD-ZSTD.
           MOVE SI-ZEIT(3:2) TO WD-ZMIN.
           MOVE SI-PROG TO WD-PROG.
           MOVE SI-BEDIEN TO WD-BED.
           MOVE SI-TITEL TO WD-TIT.
           MOVE SI-SEITEN TO WD-SEIT.
           MOVE SI-GEDR TO WD-GEDR.
           DISPLAY WD-LISTE AT VDU-LP.
           ADD 1 TO WH-I VDU-L.
           IF WH-I < 18 GO D.
       E.  DISPLAY "Nr. (0 = naechste Seite / neue Suche):" AT 2301.
           MOVE 0 TO WH-NR.
           ACCEPT WH-NR AT 2341.
           IF WH-NR = 0
               IF WH-EOF = "J" OR WH-I = 0 GO B
               ELSE GO C.
           MOVE WH-NR TO SI-NR.
           READ SPINDEX INVALID
               DISPLAY "Nr. nicht im Archiv" with highlight AT 2401
               ACCEPT WH-ANTW AT 2421
               GO F.
           DISPLAY "A = anzeigen, D = nachdrucken, L = loeschen:"
               AT 2401.
           MOVE SPACE TO WH-ANTW.
           ACCEPT WH-ANTW AT 2446.
           IF WH-ANTW = "A" OR WH-ANTW = "a" PERFORM ANZEIGE.
           IF WH-ANTW = "D" OR WH-ANTW = "d" PERFORM NACHDRUCK.
           IF WH-ANTW = "L" OR WH-ANTW = "l" PERFORM LOESCHEN.
      *-------> dieselbe Seite neu aufbauen <-
       F.  MOVE WH-ERST TO SI-SATZ.
           PERFORM AUFSETZEN.
           IF WF-STATUS NOT = "00" GO B.
           GO C.
       X.  CLOSE SPINDEX.
       Z.  EXIT.
      ***** Archivindex nach gewaehlter Folge (WH-WAHL) aufsetzen *
       AUFSETZEN SECTION.
       A.  MOVE "00" TO WF-STATUS.
           IF WH-WAHL = 1
               START SPINDEX KEY NOT < SI-DKEY INVALID GO X.
           IF WH-WAHL = 2
               START SPINDEX KEY NOT < SI-PKEY INVALID GO X.
           IF WH-WAHL = 3
               START SPINDEX KEY NOT < SI-BKEY INVALID GO X.
           IF WH-WAHL = 4
               START SPINDEX KEY NOT < SI-TITEL INVALID GO X.
           GO Z.
       X.  MOVE "23" TO WF-STATUS.
       Z.  EXIT.
      ***** Spooldatei am Schirm: 20 Zeilen je Seite, 78 Spalten *
       ANZEIGE SECTION.
       A.  MOVE SI-NR TO WN-SPNR.
           MOVE 0 TO WH-AB.
           MOVE 1 TO WH-SP.
       B.  OPEN INPUT SPOOLDAT.
           IF WF-STATUS NOT = "00"
               DISPLAY "Spooldatei fehlt" with highlight AT 2401
               ACCEPT WH-ANTW AT 2418
               GO Z.
           CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY SI-TITEL with highlight AT 0101.
           MOVE 0 TO WH-ANZ.
           MOVE "N" TO WH-EOF.
           MOVE 3 TO VDU-L.
           MOVE 1 TO VDU-P.
       C.  READ SPOOLDAT AT END
               MOVE "J" TO WH-EOF
               GO D.
           ADD 1 TO WH-ANZ.
           IF WH-ANZ NOT > WH-AB GO C.
           MOVE SD-SATZ TO WH-ZEILE.
           PERFORM STEUERZ.
           DISPLAY WH-ZEILE(WH-SP:78) AT VDU-LP.
           ADD 1 TO VDU-L.
           IF VDU-L < 23 GO C.
       D.  CLOSE SPOOLDAT.
           DISPLAY "N = naechste, V = vorige Seite, R = rechts/links, E
      -        " = Ende:" AT 2401.
           MOVE SPACE TO WH-ANTW.
           ACCEPT WH-ANTW AT 2460.
           IF WH-ANTW = "E" OR WH-ANTW = "e" GO Z.
           IF (WH-ANTW = "N" OR WH-ANTW = "n" OR WH-ANTW = SPACE)
              AND WH-EOF = "N"
               ADD 20 TO WH-AB.
           IF WH-ANTW = "V" OR WH-ANTW = "v"
               IF WH-AB > 19 SUBTRACT 20 FROM WH-AB
               ELSE MOVE 0 TO WH-AB.
           IF WH-ANTW = "R" OR WH-ANTW = "r"
               ADD 78 TO WH-SP
               IF WH-SP > 157 MOVE 1 TO WH-SP.
           GO B.
       Z.  EXIT.
      ***** Nachdruck auf den eingestellten oder einen anderen Drucker *
       NACHDRUCK SECTION.
       A.  MOVE WH-DRUNAM TO WH-ZIEL.
           IF SX-LAEUFT MOVE SX-DRUNAM TO WH-ZIEL.
           DISPLAY "Drucker:" AT 2501.
           DISPLAY WH-ZIEL AT 2510.
           ACCEPT WH-ZIEL AT 2510.
           IF WH-ZIEL = SPACE GO Z.
           MOVE SI-NR TO WN-SPNR.
           MOVE WH-DRUNAM TO WH-ALTDRU.
           MOVE WH-ZIEL TO WH-DRUNAM.
           PERFORM AUSGABE.
           MOVE WH-ALTDRU TO WH-DRUNAM.
           ADD 1 TO SI-GEDR.
           REWRITE SI-SATZ.
       Z.  EXIT.
      ***** Auftrag aus dem Archiv nehmen *
       LOESCHEN SECTION.
       A.  DISPLAY "Auftrag loeschen (J/N):" AT 2501.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2525.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j" GO Z.
           MOVE SI-NR TO WN-SPNR.
           DELETE FILE SPOOLDAT.
           DELETE SPINDEX RECORD.
       Z.  EXIT.
      ***************************** Einstellungen Key 54 warten *
       EINSTELL SECTION.
       A.  MOVE 54 TO WH-KEY.
           READ KONSTANT INVALID
               MOVE SPACE TO KO-SATZ
               MOVE "N" TO KO-SPAKT
               MOVE 365 TO KO-SPTAGE
               MOVE 0 TO KO-SPNR
               MOVE "J" TO KO-SPDRU(1)  KO-SPDRU(2)  KO-SPDRU(3)
                           KO-SPDRU(4)  KO-SPDRU(5)  KO-SPDRU(6)
                           KO-SPDRU(7)  KO-SPDRU(8)  KO-SPDRU(9)
                           KO-SPDRU(10) KO-SPDRU(11)
                           KO-SPARC(1)  KO-SPARC(2)  KO-SPARC(3)
                           KO-SPARC(4)  KO-SPARC(5)  KO-SPARC(6)
                           KO-SPARC(7)  KO-SPARC(8)  KO-SPARC(9)
                           KO-SPARC(10) KO-SPARC(11)
               MOVE 54 TO WH-KEY
               WRITE KO-SATZ
               MOVE 54 TO WH-KEY
               READ KONSTANT INVALID GO Z.
           CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Druckarchiv - Einstellungen" with highlight
               AT 0101.
           DISPLAY "Druckarchiv aktiv (J/N)         :" AT 0301.
           DISPLAY KO-SPAKT AT 0335.
           ACCEPT KO-SPAKT AT 0335.
           IF KO-SPAKT = "j" MOVE "J" TO KO-SPAKT.
           DISPLAY "Aufbewahrung Tage (0 = immer)   :" AT 0401.
           MOVE KO-SPTAGE TO WH-TAGE.
           DISPLAY WH-TAGE AT 0435.
           ACCEPT WH-TAGE AT 0435.
           MOVE WH-TAGE TO KO-SPTAGE.
       B.  MOVE 0 TO WH-S.
           MOVE 6 TO VDU-L.
           MOVE 1 TO VDU-P.
       C.  MOVE WH-S TO WD-ESLOT.
           MOVE "Netzdrucker" TO WD-ETX.
           IF WH-S = 0 MOVE "(Standard)" TO WD-ETX.
           MOVE KO-SPDRU(WH-S + 1) TO WD-EDRU.
           MOVE KO-SPARC(WH-S + 1) TO WD-EARC.
           DISPLAY WD-EZEILE AT VDU-LP.
           ADD 1 TO WH-S VDU-L.
           IF WH-S < 11 GO C.
       D.  DISPLAY "Einstellung (0 - 10, 99 = Ende):" AT 2301.
           MOVE 99 TO WH-S.
           ACCEPT WH-S AT 2334.
           IF WH-S = 99 GO X.
           IF WH-S > 10 GO D.
           COMPUTE VDU-L = WH-S + 6.
           MOVE 41 TO VDU-P.
           ACCEPT KO-SPDRU(WH-S + 1) AT VDU-LP.
           MOVE 61 TO VDU-P.
           ACCEPT KO-SPARC(WH-S + 1) AT VDU-LP.
           INSPECT KO-SPEIN(WH-S + 1) CONVERTING "jn" TO "JN".
           IF KO-SPDRU(WH-S + 1) = "N" AND KO-SPARC(WH-S + 1) = "N"
               DISPLAY "weder Druck noch Archiv: Ausdrucke dieser Einst
      -            "ellung entfallen!" with highlight AT 2401.
           GO B.
       X.  MOVE 54 TO WH-KEY.
           REWRITE KO-SATZ.
       Z.  EXIT.
      ***************************** Berichtsarten warten *
       BERART SECTION.
       A.  OPEN I-O SPTYP.
           IF WF-STATUS = "35"
               CLOSE SPTYP OPEN OUTPUT SPTYP
               CLOSE SPTYP OPEN I-O SPTYP.
           MOVE 54 TO WH-KEY.
           READ KONSTANT WITH NO LOCK INVALID
               MOVE 365 TO KO-SPTAGE.
       B.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Druckarchiv - Berichtsarten" with highlight
               AT 0101.
           DISPLAY "Programm Bezeichnung                    Tage  Ein
      -        "st." AT 0201.
           MOVE 3 TO VDU-L.
           MOVE 1 TO VDU-P.
           MOVE LOW-VALUE TO ST-PROG.
           START SPTYP KEY NOT < ST-KEY INVALID GO D.
       C.  READ SPTYP NEXT WITH NO LOCK AT END GO D.
           MOVE ST-PROG TO WD-TPROG.
           MOVE ST-BEZ TO WD-TBEZ.
           MOVE ST-TAGE TO WD-TTAGE.
           MOVE ST-PARAM TO WD-TPAR.
           DISPLAY WD-TZEILE AT VDU-LP.
           ADD 1 TO VDU-L.
           IF VDU-L < 21 GO C.
       D.  DISPLAY "Programm (leer = Ende):" AT 2301.
           MOVE SPACE TO WH-PROG.
           ACCEPT WH-PROG AT 2325.
           IF WH-PROG = SPACE GO X.
           MOVE WH-PROG TO ST-PROG.
           READ SPTYP INVALID
               MOVE SPACE TO ST-BEZ
               MOVE KO-SPTAGE TO ST-TAGE
               MOVE 0 TO ST-PARAM.
           DISPLAY "Bezeichnung (leer = loeschen):" AT 2401.
           DISPLAY ST-BEZ AT 2432.
           ACCEPT ST-BEZ AT 2432.
           MOVE WH-PROG TO ST-PROG.
           IF ST-BEZ = SPACE
               DELETE SPTYP INVALID CONTINUE END-DELETE
               GO B.
           DISPLAY "Aufbewahrung Tage (0 = immer):" AT 2501.
           MOVE ST-TAGE TO WH-TAGE.
           DISPLAY WH-TAGE AT 2532.
           ACCEPT WH-TAGE AT 2532.
           MOVE WH-TAGE TO ST-TAGE.
           DISPLAY "Druckereinstellung (0 - 10):" AT 2601.
           MOVE ST-PARAM TO WH-S.
           DISPLAY WH-S AT 2630.
           ACCEPT WH-S AT 2630.
           IF WH-S > 10 MOVE 0 TO WH-S.
           MOVE WH-S TO ST-PARAM.
           REWRITE ST-SATZ INVALID WRITE ST-SATZ.
           PERFORM NEUFRIST.
           GO B.
       X.  CLOSE SPTYP.
       Z.  EXIT.
      ***** Aufbewahrung der archivierten Auftraege eines Programms *
      *  an die geaenderte Berichtsart anpassen
       NEUFRIST SECTION.
       A.  OPEN I-O SPINDEX.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE ST-PROG TO SI-PROG.
           MOVE 0 TO SI-PDZ.
           START SPINDEX KEY NOT < SI-PKEY INVALID GO X.
       B.  READ SPINDEX NEXT AT END GO X.
           IF SI-PROG NOT = ST-PROG GO X.
           MOVE ST-TAGE TO WH-TAGE.
           PERFORM FRIST.
           MOVE ST-PARAM TO SI-PARAM.
           REWRITE SI-SATZ.
           GO B.
       X.  CLOSE SPINDEX.
       Z.  EXIT.

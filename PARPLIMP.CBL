      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARPLIMP.
      ******************************************************************
      *     Einlesen von Lieferanten-Preislisten in die Rohstoff-      *
      *     konditionen (LG-TAB)                                       *
      *     Eingangsdatei je Lieferant (Vorgabe PL<Matchcode>.TXT),    *
      *     eine Zeile je Artikel:                                     *
      *        LiefArtNr;Bruttopreis[;Rabatt%[;Bezeichnung]]           *
      *     Zuordnung LiefArtNr -> LG-NUM ueber PARLFART.DAT;          *
      *     je Artikel eine neue datierte Konditionszeile (gleicher    *
      *     Lieferant + Datum wird ueberschrieben, sonst freie oder    *
      *     aelteste Zeile), Zusatzrabatt/Aufschlag/Symbol aus der     *
      *     Vorkondition, Netto = Brutto - Rabatt - Zusatzrabatt       *
      *     + Aufschlag; Aenderungsliste alt/neu/% auf DRUCKER,        *
      *     unbekannte Artikel auf die Ausnahmeliste PARPLIEX.LST;     *
      *     ist die Kondition des Stammlieferanten (LG-LFT) heute      *
      *     gueltig, gehen LG-EKP und LG-PREIS mit, betroffene         *
      *     Rezepte (auch eingebettete Teige, drei Durchgaenge wie     *
      *     PARKALK) werden in PARKALKV.DAT zur Nachkalkulation        *
      *     vorgemerkt                                                 *
      *     WL-CA 10: Wartung Lieferanten-Artikelnummern               *
      *     WL-CA 20: Preisliste einlesen                              *
      *     WL-CA 30: faellig gewordene Konditionen des Stamm-         *
      *               lieferanten in LG-EKP/LG-PREIS uebernehmen       *
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
           COPY PARSELFT.CPY.
           COPY PARSEPLI.CPY.
           SELECT PREISEIN   ASSIGN TO WN-PLNAM
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT AUSNAHME   ASSIGN TO "PARPLIEX.LST"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PARREZEP.CPY.
       COPY PARFDART.CPY.
       COPY PARFDLFT.CPY.
       COPY PARFDPLI.CPY.
      ************************************ Preisliste des Lieferanten *
       FD  PREISEIN                    LABEL RECORD OMITTED.
       01  PE-SATZ                     PIC X(80).
      ******************************************** Ausnahmeliste *
       FD  AUSNAHME                    LABEL RECORD OMITTED.
       01  AU-SATZ.
           03  AU-GRUND                PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  AU-INHALT               PIC X(80).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-NUM              PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC X.
               05 DRA-LFTART           PIC X(15).
               05 FILLER               PIC X.
               05 DRA-ALT              PIC ZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-NEU              PIC ZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-PROZ             PIC ZZ9,9-.
               05 FILLER               PIC X.
               05 DRA-UEB              PIC X.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(77).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-HEUT6                PIC 9(6)     COMP.
           03  WH-GUELT                PIC 9(8).
           03  WH-GUELT6               PIC 9(6)     COMP.
           03  WH-LDAT                 PIC 9(8)     COMP.
           03  WH-LIEF                 PIC X(5).
           03  WH-LFTART               PIC X(15).
           03  WH-LGNR                 PIC 9(4).
           03  WN-PLNAM                PIC X(12).
      *--------------> Felder der Eingabezeile <-
           03  WH-FART                 PIC X(15).
           03  WH-FBTTO                PIC X(12).
           03  WH-FRAB                 PIC X(8).
           03  WH-FBEZ                 PIC X(25).
           03  WV-BTTO                 PIC S9(5)V99.
           03  WV-RAB                  PIC S99V99.
           03  WM-RABDA                PIC 9        COMP.
      *--------------> Auswahl der Konditionszeile <-
           03  WH-LI                   PIC 9        COMP.
           03  WH-SGL                  PIC 9        COMP.
           03  WH-LEER                 PIC 9        COMP.
           03  WH-ALTS                 PIC 9        COMP.
           03  WH-OLDS                 PIC 9        COMP.
           03  WH-OLDG                 PIC 9        COMP.
           03  WH-ZIEL                 PIC 9        COMP.
           03  WH-KI                   PIC 9        COMP.
      *--------------> neue Kondition <-
           03  WK-RAB                  PIC S99V99   COMP.
           03  WK-ZRAB                 PIC S99V99   COMP.
           03  WK-AUF                  PIC S999V99  COMP.
           03  WK-SYM                  PIC 99       COMP.
           03  WH-ALTN                 PIC S9(5)V99 COMP.
           03  WH-NEUN                 PIC S9(5)V99 COMP.
           03  WH-ALTEKP               PIC S9(5)V999 COMP.
           03  WH-PROZ                 PIC S999V9   COMP.
           03  WH-UEBERN               PIC 9        COMP.
      *--------------> geaenderte Rohstoffe / vorgemerkte Rezepte <-
           03  WH-SNUM                 PIC 9(4)     COMP.
           03  WH-GEFUND               PIC 9        COMP.
           03  WH-GI                   PIC 999      COMP.
           03  WH-GANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-GTAB.
               05 GT-LGNUM             PIC 9(4)     COMP OCCURS 500.
           03  WH-VI                   PIC 999      COMP.
           03  WH-VANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-VTAB.
               05 VT-RENUM             PIC 9(4)     COMP OCCURS 500.
           03  WH-GANG                 PIC 9        COMP.
           03  WH-KX                   PIC 99       COMP.
           03  WD-GELES                PIC 9(5)     COMP VALUE ZERO.
           03  WD-GEAEND               PIC 9(5)     COMP VALUE ZERO.
           03  WD-FEHLER               PIC 9(5)     COMP VALUE ZERO.
           03  WD-VORM                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-G SECTION.         USE AFTER ERROR PROCEDURE ON LAGARTIK.
       A.  CALL "CADECL" USING "PARARTIK.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KREDIT.
       A.  CALL "CADECL" USING "PAKOLIEF.DAT" WH-CREG.
       DECL-X SECTION.         USE AFTER ERROR PROCEDURE ON LIEFART.
       A.  CALL "CADECL" USING "PARLFART.DAT" WH-CREG.
       DECL-V SECTION.         USE AFTER ERROR PROCEDURE ON KALKVORM.
       A.  CALL "CADECL" USING "PARKALKV.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-HEUT6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-HEUT6.
           IF WL-CA = 10 PERFORM VERKN-PFLEGE.
           IF WL-CA = 20 PERFORM PL-IMPORT.
           IF WL-CA = 30 PERFORM KOND-FAELLIG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Wartung Lieferanten-Artikelnummern *
       VERKN-PFLEGE SECTION.
       A.  DISPLAY "Lieferanten-Artikelnummern" AT 2301.
           OPEN I-O LIEFART.
           IF WF-STATUS = "35"
               CLOSE LIEFART OPEN OUTPUT LIEFART
               CLOSE LIEFART OPEN I-O LIEFART.
           OPEN INPUT LAGARTIK KREDIT.
       B.  DISPLAY ALL SPACES WITH SIZE 80 AT 2401.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2501.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2601.
           DISPLAY "Lieferant (Matchcode, leer = Ende):" AT 2401.
           MOVE SPACE TO WH-LIEF.
           ACCEPT WH-LIEF AT 2437.
           IF WH-LIEF = SPACE GO X.
           PERFORM LIEF-LESEN.
           IF WH-X = "N"
               DISPLAY "Lieferant unbekannt" AT 2601 GO B.
           DISPLAY KR-BEZ(1:30) AT 2444.
       C.  DISPLAY ALL SPACES WITH SIZE 80 AT 2501.
           DISPLAY "Lief-ArtNr (leer = Ende):" AT 2501.
           MOVE SPACE TO WH-LFTART.
           ACCEPT WH-LFTART AT 2527.
           IF WH-LFTART = SPACE GO B.
           MOVE WH-LIEF TO LX-LIEF.
           MOVE WH-LFTART TO LX-LFTART.
           READ LIEFART INVALID MOVE 0 TO LX-LGNUM.
           MOVE LX-LGNUM TO WH-LGNR.
       D.  DISPLAY ALL SPACES WITH SIZE 80 AT 2601.
           DISPLAY "Rohstoff (0 = loeschen):" AT 2601.
           DISPLAY WH-LGNR AT 2626.
           ACCEPT WH-LGNR AT 2626.
           IF WH-LGNR = 0
               MOVE WH-LIEF TO LX-LIEF
               MOVE WH-LFTART TO LX-LFTART
               DELETE LIEFART INVALID GO C
               END-DELETE
               DISPLAY "geloescht" AT 2632 GO C.
           MOVE WH-LGNR TO LG-NUM.
           READ LAGARTIK IGNORE LOCK
               INVALID DISPLAY "Rohstoff unbekannt" AT 2632 GO D.
           DISPLAY LG-BEZ AT 2632.
           MOVE WH-LIEF TO LX-LIEF.
           MOVE WH-LFTART TO LX-LFTART.
           MOVE WH-LGNR TO LX-LGNUM.
           MOVE WH-HEUTE TO LX-DATUM.
           REWRITE LX-SATZ INVALID WRITE LX-SATZ.
           GO C.
       X.  CLOSE LIEFART LAGARTIK KREDIT.
       Z.  EXIT.
      ***** Lieferant ueber den Matchcode (wie PAKOBEST) *
       LIEF-LESEN SECTION.
       A.  MOVE "N" TO WH-X.
           MOVE WH-LIEF TO KR-MCODE.
           MOVE 0 TO KR-KTONR.
           START KREDIT KEY NOT < KR-MCODE INVALID GO Z.
           READ KREDIT NEXT IGNORE LOCK AT END GO Z.
           IF KR-MCODE = WH-LIEF MOVE "J" TO WH-X.
       Z.  EXIT.
      ***************************************** Preisliste einlesen *
       PL-IMPORT SECTION.
       A.  DISPLAY "Lieferanten-Preisliste einlesen" AT 2301.
           OPEN INPUT KREDIT.
       B.  DISPLAY ALL SPACES WITH SIZE 80 AT 2401.
           DISPLAY "Lieferant (Matchcode, leer = Ende):" AT 2401.
           MOVE SPACE TO WH-LIEF.
           ACCEPT WH-LIEF AT 2437.
           IF WH-LIEF = SPACE CLOSE KREDIT GO Z.
           PERFORM LIEF-LESEN.
           IF WH-X = "N"
               DISPLAY "Lieferant unbekannt" AT 2501 GO B.
           DISPLAY KR-BEZ(1:30) AT 2444.
           CLOSE KREDIT.
       C.  DISPLAY ALL SPACES WITH SIZE 80 AT 2501.
           DISPLAY "gueltig ab (JJJJMMTT):" AT 2501.
           MOVE WH-HEUTE TO WH-GUELT.
           DISPLAY WH-GUELT AT 2524.
           ACCEPT WH-GUELT AT 2524.
           IF WH-GUELT < 20000101 OR WH-GUELT(5:2) < "01"
               OR WH-GUELT(5:2) > "12" OR WH-GUELT(7:2) < "01"
               OR WH-GUELT(7:2) > "31" GO C.
           MOVE WH-GUELT(3:6) TO WH-GUELT6.
           MOVE SPACE TO WN-PLNAM.
           STRING "PL" WH-LIEF DELIMITED SPACE
                  ".TXT" DELIMITED SIZE INTO WN-PLNAM.
           DISPLAY "Datei:" AT 2601.
           DISPLAY WN-PLNAM AT 2608.
           ACCEPT WN-PLNAM AT 2608.
           IF WN-PLNAM = SPACE GO Z.
           OPEN INPUT PREISEIN.
           IF WF-STATUS NOT = "00"
               DISPLAY "Preisliste nicht vorhanden" AT 2622 GO Z.
           OPEN I-O LAGARTIK.
           OPEN INPUT LIEFART.
           IF WF-STATUS = "35"
               OPEN OUTPUT LIEFART CLOSE LIEFART
               OPEN INPUT LIEFART.
           OPEN OUTPUT AUSNAHME.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WD-GELES WD-GEAEND WD-FEHLER WD-VORM WH-GANZ.
           MOVE SPACE TO DRA-SATZ.
           STRING "Preisliste " DELIMITED SIZE
                  WH-LIEF DELIMITED SPACE
                  " gueltig ab " DELIMITED SIZE
                  WH-GUELT(7:2) "." WH-GUELT(5:2) "." WH-GUELT(1:4)
                  DELIMITED SIZE INTO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           PERFORM LISTE-KOPF.
       D.  READ PREISEIN AT END GO X.
           IF PE-SATZ = SPACE GO D.
           ADD 1 TO WD-GELES.
           PERFORM PL-ZEILE.
           GO D.
       X.  CLOSE PREISEIN AUSNAHME LIEFART.
           PERFORM REZ-VORMERK.
           PERFORM LISTE-ENDE.
           CLOSE LAGARTIK.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2301.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2401.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2501.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2601.
           DISPLAY "Zeilen gelesen:     " AT 2301.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2322.
           DISPLAY "Konditionen neu:    " AT 2401.
           MOVE WD-GEAEND TO WD-ANZ.
           DISPLAY WD-ANZ AT 2422.
           DISPLAY "Ausnahmen:          " AT 2501.
           MOVE WD-FEHLER TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
           DISPLAY "Rezepte vorgemerkt: " AT 2601.
           MOVE WD-VORM TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
       Z.  EXIT.
      ********************************** eine Zeile der Preisliste *
       PL-ZEILE SECTION.
       A.  MOVE SPACE TO WH-FART WH-FBTTO WH-FRAB WH-FBEZ.
           UNSTRING PE-SATZ DELIMITED BY ";"
               INTO WH-FART WH-FBTTO WH-FRAB WH-FBEZ.
           IF WH-FART = SPACE
               MOVE "Lief-ArtNr fehlt" TO AU-GRUND GO X.
           MOVE 0 TO WV-BTTO WV-RAB WM-RABDA.
           COMPUTE WV-BTTO = FUNCTION NUMVAL(WH-FBTTO)
               ON SIZE ERROR MOVE 0 TO WV-BTTO.
           IF WV-BTTO NOT > 0
               MOVE "Preis ungueltig" TO AU-GRUND GO X.
           IF WH-FRAB NOT = SPACE
               MOVE 1 TO WM-RABDA
               COMPUTE WV-RAB = FUNCTION NUMVAL(WH-FRAB)
                   ON SIZE ERROR MOVE 0 TO WV-RAB WM-RABDA.
      *-----------------------> Lieferanten-Artikelnummer zuordnen <-
           MOVE WH-LIEF TO LX-LIEF.
           MOVE WH-FART TO LX-LFTART.
           READ LIEFART IGNORE LOCK
               INVALID MOVE "Artikel unbekannt" TO AU-GRUND GO X.
           MOVE LX-LGNUM TO LG-NUM.
           READ LAGARTIK
               INVALID MOVE "Rohstoff fehlt" TO AU-GRUND GO X.
           IF ZUGRIF MOVE "Rohstoff gesperrt" TO AU-GRUND GO X.
           PERFORM KOND-WAHL.
      *-----------------------> neue Kondition aufbauen <-
           MOVE 0 TO WK-RAB WK-ZRAB WK-AUF WK-SYM WH-ALTN.
           IF WH-ALTS NOT = 0
               MOVE LG-NTTO(WH-ALTS) TO WH-ALTN
               MOVE LG-RAB(WH-ALTS) TO WK-RAB
               MOVE LG-ZRAB(WH-ALTS) TO WK-ZRAB
               MOVE LG-AUF(WH-ALTS) TO WK-AUF
               MOVE LG-SYM(WH-ALTS) TO WK-SYM
           ELSE
               IF LG-LFT = WH-LIEF MOVE LG-EKP TO WH-ALTN.
           IF WM-RABDA = 1 MOVE WV-RAB TO WK-RAB.
           COMPUTE WH-NEUN ROUNDED = WV-BTTO
               * (100 - WK-RAB) / 100
               * (100 - WK-ZRAB) / 100
               * (100 + WK-AUF) / 100
               ON SIZE ERROR
                   MOVE "Preis ungueltig" TO AU-GRUND GO X.
           MOVE WH-LIEF TO LG-LIEF(WH-ZIEL).
           MOVE WH-GUELT6 TO LG-DATUM(WH-ZIEL).
           MOVE WV-BTTO TO LG-BTTO(WH-ZIEL).
           MOVE WK-RAB TO LG-RAB(WH-ZIEL).
           MOVE WK-ZRAB TO LG-ZRAB(WH-ZIEL).
           MOVE WK-AUF TO LG-AUF(WH-ZIEL).
           MOVE WK-SYM TO LG-SYM(WH-ZIEL).
           MOVE WH-NEUN TO LG-NTTO(WH-ZIEL).
           MOVE "Preisliste" TO LG-TX(WH-ZIEL).
           PERFORM KOND-AKTUELL.
           REWRITE LG-SATZ.
           ADD 1 TO WD-GEAEND.
           MOVE WH-FART TO WH-LFTART.
           PERFORM LISTE-ZEILE.
           GO Z.
       X.  MOVE PE-SATZ TO AU-INHALT.
           WRITE AU-SATZ.
           ADD 1 TO WD-FEHLER.
       Z.  EXIT.
      ***** Konditionszeile fuer Lieferant + Gueltigkeitsdatum *
      *  WH-ALTS: juengste bis dahin gueltige Kondition des
      *  Lieferanten (Vergleichspreis), WH-ZIEL: gleiche Zeile bei
      *  gleichem Datum, sonst freie Zeile, sonst die aelteste des
      *  Lieferanten, sonst die aelteste ueberhaupt; LG-DATUM (JJMMTT)
      *  wird gegen Stichtage achtstellig verglichen
       KOND-WAHL SECTION.
       A.  MOVE 0 TO WH-SGL WH-LEER WH-ALTS WH-OLDS WH-OLDG.
           MOVE 1 TO WH-LI.
       B.  IF LG-LIEF(WH-LI) = SPACE AND LG-DATUM(WH-LI) = 0
               AND LG-NTTO(WH-LI) = 0 AND WH-LEER = 0
               MOVE WH-LI TO WH-LEER.
           IF LG-LIEF(WH-LI) NOT = WH-LIEF GO C.
           COMPUTE WH-LDAT = 20000000 + LG-DATUM(WH-LI).
           IF WH-LDAT = WH-GUELT MOVE WH-LI TO WH-SGL.
           IF WH-LDAT > WH-GUELT GO C.
           IF WH-ALTS = 0 MOVE WH-LI TO WH-ALTS GO C.
           IF LG-DATUM(WH-LI) > LG-DATUM(WH-ALTS)
               MOVE WH-LI TO WH-ALTS.
       C.  ADD 1 TO WH-LI.
           IF WH-LI NOT > 6 GO B.
           MOVE 1 TO WH-LI.
       D.  IF WH-LI = WH-ALTS GO E.
           IF WH-OLDG = 0 MOVE WH-LI TO WH-OLDG.
           IF LG-DATUM(WH-LI) < LG-DATUM(WH-OLDG)
               MOVE WH-LI TO WH-OLDG.
           IF LG-LIEF(WH-LI) NOT = WH-LIEF GO E.
           IF WH-OLDS = 0 MOVE WH-LI TO WH-OLDS.
           IF LG-DATUM(WH-LI) < LG-DATUM(WH-OLDS)
               MOVE WH-LI TO WH-OLDS.
       E.  ADD 1 TO WH-LI.
           IF WH-LI NOT > 6 GO D.
           MOVE WH-SGL TO WH-ZIEL.
           IF WH-ZIEL = 0 MOVE WH-LEER TO WH-ZIEL.
           IF WH-ZIEL = 0 MOVE WH-OLDS TO WH-ZIEL.
           IF WH-ZIEL = 0 MOVE WH-OLDG TO WH-ZIEL.
       Z.  EXIT.
      ***** heute gueltige Kondition des Stammlieferanten in *
      *  LG-EKP/LG-PREIS, geaenderte Rohstoffe fuer die Rezept-
      *  vormerkung merken (WH-UEBERN = 1)
       KOND-AKTUELL SECTION.
       A.  MOVE 0 TO WH-UEBERN WH-KI.
           MOVE LG-EKP TO WH-ALTEKP.
           IF LG-LFT = SPACE GO Z.
           MOVE 1 TO WH-LI.
       B.  COMPUTE WH-LDAT = 20000000 + LG-DATUM(WH-LI).
           IF LG-LIEF(WH-LI) NOT = LG-LFT OR LG-NTTO(WH-LI) = 0
               OR WH-LDAT > WH-HEUTE GO C.
           IF WH-KI = 0 MOVE WH-LI TO WH-KI GO C.
           IF LG-DATUM(WH-LI) > LG-DATUM(WH-KI) MOVE WH-LI TO WH-KI.
       C.  ADD 1 TO WH-LI.
           IF WH-LI NOT > 6 GO B.
           IF WH-KI = 0 GO Z.
           IF LG-NTTO(WH-KI) = LG-EKP AND LG-NTTO(WH-KI) = LG-PREIS
               GO Z.
           MOVE LG-NTTO(WH-KI) TO LG-EKP LG-PREIS.
           MOVE 1 TO WH-UEBERN.
           IF WH-GANZ < 500
               ADD 1 TO WH-GANZ
               MOVE LG-NUM TO GT-LGNUM(WH-GANZ).
       Z.  EXIT.
      ************ faellige Konditionen in LG-EKP/LG-PREIS uebernehmen *
       KOND-FAELLIG SECTION.
       A.  DISPLAY "Faellige Konditionen uebernehmen" AT 2301.
           OPEN I-O LAGARTIK.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WD-GEAEND WD-VORM WH-GANZ.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Faellige Lieferantenkonditionen (Stammlieferant)"
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
           PERFORM LISTE-KOPF.
           MOVE 0 TO LG-NUM.
           START LAGARTIK KEY NOT < LG-KEY INVALID GO X.
       B.  READ LAGARTIK NEXT AT END GO X.
           IF ZUGRIF GO B.
           PERFORM KOND-AKTUELL.
           IF WH-UEBERN = 0 GO B.
           REWRITE LG-SATZ.
           ADD 1 TO WD-GEAEND.
           MOVE WH-ALTEKP TO WH-ALTN.
           MOVE LG-EKP TO WH-NEUN.
           MOVE SPACE TO WH-LFTART.
           PERFORM LISTE-ZEILE.
           GO B.
       X.  PERFORM REZ-VORMERK.
           PERFORM LISTE-ENDE.
           CLOSE LAGARTIK.
           DISPLAY "Rohstoffe geaendert:" AT 2401.
           MOVE WD-GEAEND TO WD-ANZ.
           DISPLAY WD-ANZ AT 2422.
           DISPLAY "Rezepte vorgemerkt: " AT 2501.
           MOVE WD-VORM TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
       Z.  EXIT.
      ***************************** Aenderungsliste *
       LISTE-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Nr.  Bezeichnung               Lief-ArtNr"
               TO DRA-TITEL.
           MOVE "Netto alt  Netto neu      %" TO DRA-TITEL(48:27).
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.
       LISTE-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE LG-NUM TO DRA-NUM.
           MOVE LG-BEZ TO DRA-BEZ.
           MOVE WH-LFTART TO DRA-LFTART.
           MOVE WH-ALTN TO DRA-ALT.
           MOVE WH-NEUN TO DRA-NEU.
           IF WH-ALTN NOT = 0
               COMPUTE WH-PROZ ROUNDED =
                   (WH-NEUN - WH-ALTN) * 100 / WH-ALTN
                   ON SIZE ERROR MOVE 999,9 TO WH-PROZ
               END-COMPUTE
               MOVE WH-PROZ TO DRA-PROZ.
           IF WH-UEBERN = 1 MOVE "*" TO DRA-UEB.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
       LISTE-ENDE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Konditionen geaendert:" TO DRA-TITEL.
           MOVE WD-GEAEND TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(24:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "* = in LG-EKP/LG-PREIS uebernommen, vorgemerkt:"
               TO DRA-TITEL.
           MOVE WD-VORM TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(49:7).
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
      ***** Rezepte mit geaenderten Rohstoffen vormerken *
      *  drei Durchgaenge wie PARKALK: im 2./3. Durchgang kommen
      *  Rezepte hinzu, die ein vorgemerktes Rezept enthalten
       REZ-VORMERK SECTION.
       A.  IF WH-GANZ = 0 GO Z.
           OPEN INPUT REZEPT.
           OPEN I-O KALKVORM.
           IF WF-STATUS = "35"
               CLOSE KALKVORM OPEN OUTPUT KALKVORM
               CLOSE KALKVORM OPEN I-O KALKVORM.
           MOVE 0 TO WH-VANZ.
           MOVE 1 TO WH-GANG.
       B.  MOVE 0 TO RE-NUM.
           START REZEPT KEY NOT < RE-KEY INVALID GO X.
       C.  READ REZEPT NEXT IGNORE LOCK AT END GO D.
           PERFORM REZ-PRUEF.
           GO C.
       D.  ADD 1 TO WH-GANG.
           IF WH-GANG NOT > 3 GO B.
       X.  CLOSE REZEPT KALKVORM.
       Z.  EXIT.
      ******************** ein Rezept gegen die Aenderungen pruefen *
       REZ-PRUEF SECTION.
       A.  MOVE RE-NUM TO WH-SNUM.
           PERFORM VT-SUCH.
           IF WH-GEFUND = 1 GO Z.
           MOVE 1 TO WH-KX.
       B.  IF RE-KONUM(WH-KX) = 0 OR RE-KONUM(WH-KX) = RE-NUM GO C.
           MOVE RE-KONUM(WH-KX) TO WH-SNUM.
           PERFORM GT-SUCH.
           IF WH-GEFUND = 1
               MOVE RE-KONUM(WH-KX) TO KV-LGNUM
               MOVE 0 TO KV-REZNR
               PERFORM VORM-SCHREIB GO Z.
           PERFORM VT-SUCH.
           IF WH-GEFUND = 1
               MOVE 0 TO KV-LGNUM
               MOVE RE-KONUM(WH-KX) TO KV-REZNR
               PERFORM VORM-SCHREIB GO Z.
       C.  ADD 1 TO WH-KX.
           IF WH-KX NOT > 20 GO B.
       Z.  EXIT.
       VORM-SCHREIB SECTION.
       A.  MOVE RE-NUM TO KV-RENUM.
           MOVE WH-HEUTE TO KV-DATUM.
           MOVE WH-LIEF TO KV-LIEF.
           IF WL-CA = 30 MOVE SPACE TO KV-LIEF.
           WRITE KV-SATZ INVALID REWRITE KV-SATZ.
           IF WH-VANZ < 500
               ADD 1 TO WH-VANZ
               MOVE RE-NUM TO VT-RENUM(WH-VANZ).
           ADD 1 TO WD-VORM.
       Z.  EXIT.
       GT-SUCH SECTION.
       A.  MOVE 0 TO WH-GEFUND.
           MOVE 1 TO WH-GI.
       B.  IF WH-GI > WH-GANZ GO Z.
           IF GT-LGNUM(WH-GI) = WH-SNUM MOVE 1 TO WH-GEFUND GO Z.
           ADD 1 TO WH-GI.
           GO B.
       Z.  EXIT.
       VT-SUCH SECTION.
       A.  MOVE 0 TO WH-GEFUND.
           MOVE 1 TO WH-VI.
       B.  IF WH-VI > WH-VANZ GO Z.
           IF VT-RENUM(WH-VI) = WH-SNUM MOVE 1 TO WH-GEFUND GO Z.
           ADD 1 TO WH-VI.
           GO B.
       Z.  EXIT.

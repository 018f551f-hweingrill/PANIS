      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANNACHF.
      ******************************************************************
      *     Artikelnachfolge (PANNACHF.DAT): ein ausgelaufener         *
      *     Artikel wird ab Stichtag ueberall durch den Nachfolger     *
      *     ersetzt - Dauerbestellungen (Mengen, gleiche Lieferadr.    *
      *     addiert) und ihre Vormerkungen PANDAUVO (gleicher Stich-   *
      *     tag addiert), Kundenpreise PANEFAKT samt Kunden-           *
      *     artikelnummer                                              *
      *     FA-KUARNUM (der alte Satz bleibt fuer die Abrechnung des   *
      *     laufenden Monats), Sortiment DE-ARTLISTE, Ersatzartikel    *
      *     PANSUBST; danach ist der alte Artikel fuer neue            *
      *     Bestellungen gesperrt (AR-AUSGELAUFEN)                     *
      *     Preisregel: 1 = Kundenpreise uebernehmen, 2 = um NF-PROZ   *
      *     Prozent aendern, 3 = Listenpreis (Preistabelle leer),      *
      *     4 = nach Inhalt AR-INH alt/neu umrechnen                   *
      *     je betroffenem Handelspartner (DE-GLN) eine Mitteilung,    *
      *     damit der PRICAT (PANPRICA) nachgeschickt werden kann      *
      *     WL-CA 10: Nachfolge erfassen / aendern / loeschen          *
      *     WL-CA 20: Vorschau je Kunde fuer alle geplanten            *
      *     WL-CA 30: Umstellungslauf - alle geplanten mit Stichtag    *
      *               bis einschliesslich morgen (auch im Nachtlauf    *
      *               PANAUTO, ohne Dialog)                            *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSEDAU.CPY.
           COPY PANSETIK.CPY.
           COPY PANSEDVO.CPY.
           SELECT NACHFOLG   ASSIGN TO "PANNACHF.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY NF-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT ERSATZTAB  ASSIGN TO "PANSUBST.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SB-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANDAU.CPY.
       COPY PANFETIK.CPY.
       COPY PANFDDVO.CPY.
      ******************************* Artikelnachfolge *
       FD  NACHFOLG                    LABEL RECORD STANDARD.
       01  NF-SATZ.
           03  NF-KEY.
               05 NF-ALT               PIC 9(4)       COMP.
           03  NF-NEU                  PIC 9(4)       COMP.
           03  NF-DATUM                PIC 9(8)       COMP.
           03  NF-REGEL                PIC 9.
           03  NF-PROZ                 PIC S99V99     COMP.
           03  NF-STAT                 PIC X.
               88 NF-GEPLANT           VALUE "G".
               88 NF-ERLEDIGT          VALUE "D".
           03  NF-ERFDAT               PIC 9(8)       COMP.
           03  NF-BEDIEN               PIC X(13).
           03  NF-DURCHDAT             PIC 9(8)       COMP.
           03  NF-ANZKD                PIC 9(5)       COMP.
           03  NF-ANZFA                PIC 9(5)       COMP.
           03  NF-ANZDA                PIC 9(5)       COMP.
      ******************************* Ersatzartikel-Tabelle *
       FD  ERSATZTAB    external       LABEL RECORD STANDARD.
       01  SB-SATZ.
           03  SB-KEY.
               05 SB-ARNUM             PIC 9(4)       COMP.
               05 SB-RANG              PIC 9          COMP.
           03  SB-ERSATZ               PIC 9(4)       COMP.
           03  SB-BEZ                  PIC X(25).
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
      *------------------> 1 = Vorschau, 2 = Umstellung <-
           03  WM-LAUF                 PIC 9.
           03  WM-ETIK                 PIC 9        COMP.
           03  WM-SUBST                PIC 9        COMP.
           03  WM-DVORM                PIC 9        COMP.
           03  WM-FA                   PIC 9        COMP.
           03  WM-AL                   PIC 9        COMP.
           03  WH-DA                   PIC 99       COMP.
           03  WH-ALT                  PIC 9(4).
           03  WH-NEU                  PIC 9(4).
           03  WH-DAT8                 PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-STICHTAG             PIC 9(8).
           03  WH-WAHL                 PIC X.
           03  WH-I                    PIC 99       COMP.
           03  WH-J                    PIC 99       COMP.
           03  WH-ZL                   PIC 99       COMP.
           03  WH-SLADR                PIC 99       COMP.
           03  WH-SDAT                 PIC 9(8)     COMP.
           03  WH-SRANG                PIC 9        COMP.
           03  WH-KUART                PIC 9(14)    COMP.
           03  WH-PALT                 PIC S9(4)V999 COMP.
           03  WH-PNEU                 PIC S9(4)V999 COMP.
      *------------------> Daten der beiden Artikel <-
           03  WH-ABEZ                 PIC X(25).
           03  WH-AINH                 PIC 99V99    COMP.
           03  WH-AEAN                 PIC 9(13).
           03  WH-NBEZ                 PIC X(25).
           03  WH-NABEZ                PIC X(10).
           03  WH-NSGRP                PIC 9(4)     COMP.
           03  WH-NINH                 PIC 99V99    COMP.
           03  WH-NEAN                 PIC 9(13).
           03  WH-NGRM.
               05 FILLER               PIC 99       COMP-X.
               05 FILLER               PIC 99       COMP.
               05 FILLER               PIC 99       COMP.
               05 FILLER               PIC 99       COMP.
               05 FILLER               PIC 99       COMP.
      *------------------> Zaehler je Nachfolge <-
           03  WH-ANZKD                PIC 9(5)     COMP.
           03  WH-ANZFA                PIC 9(5)     COMP.
           03  WH-ANZDA                PIC 9(5)     COMP.
           03  WH-ANZAL                PIC 9(5)     COMP.
           03  WH-ANZSB                PIC 9(5)     COMP.
      *------> Mitteilungen an Handelspartner (Konto, Kunden-
      *        artikelnummer, neuer Preis) <-
       01  WT-PARTNER.
           03  WT-PANZ                 PIC 999      COMP.
           03  WT-PART                          OCCURS 200.
               05 WT-PKTO              PIC 9(6)     COMP.
               05 WT-PKUA              PIC 9(14)    COMP.
               05 WT-PPREIS            PIC S9(4)V999 COMP.
      *------> alter Kundenpreissatz, bis der neue angelegt ist <-
       01  WX-FAPUF                    PIC X(2048).
      *------> Dauerbestellung gespiegelt zu PANDAU.CPY <-
       01  WX-DA.
           03  FILLER                  PIC 9(6)       COMP.
           03  FILLER                  PIC 9(4)       COMP.
           03  FILLER                  PIC X(25).
           03  WX-DANZ                 PIC S9(5)      COMP   OCCURS 27.
           03  FILLER                  PIC X(200).
      *------> Vormerkung gespiegelt zu PANFDDVO.CPY <-
       01  WX-DV.
           03  FILLER                  PIC 9(6)       COMP.
           03  FILLER                  PIC 9(4)       COMP.
           03  FILLER                  PIC 99         COMP.
           03  FILLER                  PIC 9(8)       COMP.
           03  FILLER                  PIC 99         COMP.
           03  WX-DVANZ                PIC S9(5)      COMP   OCCURS 7.
           03  FILLER                  PIC 9(8)       COMP.
           03  FILLER                  PIC X(13).
      *------------------> Druckzeile <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-KZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-KTO                  PIC ZZZZZ9.
           03  FILLER                  PIC X.
           03  WD-NAME                 PIC X(25).
           03  FILLER                  PIC X.
           03  WD-PALT                 PIC ZZZ9,999-.
           03  WD-PFEIL                PIC XX.
           03  WD-PNEU                 PIC ZZZ9,999-.
           03  FILLER                  PIC X.
           03  WD-KUA                  PIC Z(13)9.
           03  FILLER                  PIC X.
           03  WD-DAANZ                PIC Z9.
           03  FILLER                  PIC X.
           03  WD-SORT                 PIC X.
           03  WD-KETTE                PIC X.
           03  FILLER                  PIC X(4).
       01  WD-DATUM.
           03  WD-DTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DJHR                 PIC 9(4).
       01  WD-ANR                      PIC ZZZ9.
       01  WD-EAN                      PIC 9(13).
       01  WD-ANZ                      PIC ZZZZ9.
       01  WD-PREIS                    PIC ZZZ9,999-.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           COMPUTE WH-STICHTAG = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WH-HEUTE) + 1).
           OPEN I-O NACHFOLG.
           IF WF-STATUS = "35"
               CLOSE NACHFOLG OPEN OUTPUT NACHFOLG
               CLOSE NACHFOLG OPEN I-O NACHFOLG.
           IF WL-CA = 10 PERFORM ERFASSEN.
           IF WL-CA = 20 MOVE 1 TO WM-LAUF PERFORM NF-LAUF.
           IF WL-CA = 30 MOVE 2 TO WM-LAUF PERFORM NF-LAUF.
           CLOSE NACHFOLG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Nachfolge erfassen *
       ERFASSEN SECTION.
       A.  CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Artikelnachfolge" with highlight AT 0301.
       B.  DISPLAY "ausgelaufener Artikel (0 = Ende):" AT 2301.
           MOVE 0 TO WH-ALT.
           ACCEPT WH-ALT AT 2335.
           IF WH-ALT = 0 GO Z.
           MOVE WH-ALT TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID DISPLAY "Artikel unbekannt" AT 2401
               GO B.
           DISPLAY AR-BEZ with highlight AT 2341.
           MOVE WH-ALT TO NF-ALT.
           READ NACHFOLG INVALID GO C.
           IF NF-ERLEDIGT
               DISPLAY "Nachfolge bereits durchgefuehrt am" AT 2401
               DISPLAY NF-DURCHDAT with highlight AT 2436
               GO B.
           DISPLAY "geplant: Nachfolger" AT 2401.
           DISPLAY NF-NEU with highlight AT 2421.
           DISPLAY "ab" AT 2426.
           DISPLAY NF-DATUM with highlight AT 2429.
           DISPLAY "<A>= aendern, <L>= loeschen, <ret>= weiter:"
               AT 2501.
           MOVE SPACE TO WH-WAHL.
           ACCEPT WH-WAHL AT 2545.
           IF WH-WAHL = "L" OR WH-WAHL = "l"
               DELETE NACHFOLG RECORD
               DISPLAY "geloescht" AT 2601
               GO B.
           IF WH-WAHL NOT = "A" AND WH-WAHL NOT = "a" GO B.
           GO D.
       C.  INITIALIZE NF-SATZ.
           MOVE WH-ALT TO NF-ALT.
           MOVE 1 TO NF-REGEL.
           MOVE WH-STICHTAG TO NF-DATUM.
       D.  DISPLAY "Nachfolgeartikel:" AT 2401.
           DISPLAY NF-NEU AT 2419.
           ACCEPT NF-NEU AT 2419.
           IF NF-NEU = 0 OR NF-NEU = WH-ALT GO D.
           MOVE NF-NEU TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID DISPLAY "Artikel unbekannt" AT 2501
               GO D.
           IF AR-AUSGELAUFEN
               DISPLAY "Nachfolger ist selbst ausgelaufen" AT 2501
               GO D.
           DISPLAY AR-BEZ with highlight AT 2425.
       E.  DISPLAY "ab Stichtag (JJJJMMTT):" AT 2501.
           DISPLAY NF-DATUM AT 2525.
           ACCEPT NF-DATUM AT 2525.
           IF NF-DATUM < WH-STICHTAG
               DISPLAY "fruehestens morgen" AT 2535
               GO E.
       F.  DISPLAY "Preisregel <1>= uebernehmen <2>= Prozent"
               AT 2601.
           DISPLAY "<3>= Listenpreis <4>= nach Inhalt:" AT 2642.
           ACCEPT NF-REGEL AT 2677.
           IF NF-REGEL < 1 OR NF-REGEL > 4 GO F.
           IF NF-REGEL = 2
               DISPLAY "Prozent (+/-):" AT 2701
               ACCEPT NF-PROZ AT 2716.
           MOVE "G" TO NF-STAT.
           MOVE WH-HEUTE TO NF-ERFDAT.
           MOVE WH-BEDIEN TO NF-BEDIEN.
           WRITE NF-SATZ INVALID REWRITE NF-SATZ.
           CALL "CAUP" USING "1301012580" WH-CREG.
           DISPLAY "Nachfolge gespeichert" AT 2601.
           GO B.
       Z.  EXIT.
      ***** Vorschau (WM-LAUF 1) bzw. Umstellung (2) aller geplanten *
       NF-LAUF SECTION.
       A.  IF WM-LAUF = 1
               DISPLAY "Vorschau Artikelnachfolge ...     " AT 2301
           ELSE
               DISPLAY "Umstellung Artikelnachfolge ...   " AT 2301.
           MOVE 1 TO WM-ETIK.
           OPEN INPUT ETIKETT.
           IF WF-STATUS NOT = "00" MOVE 0 TO WM-ETIK.
           MOVE 1 TO WM-SUBST.
           OPEN I-O ERSATZTAB.
           IF WF-STATUS NOT = "00" MOVE 0 TO WM-SUBST.
           MOVE 1 TO WM-DVORM.
           OPEN I-O DAUVORM.
           IF WF-STATUS NOT = "00" MOVE 0 TO WM-DVORM.
           MOVE 0 TO NF-ALT.
           START NACHFOLG KEY NOT < NF-KEY INVALID GO X.
       B.  READ NACHFOLG NEXT AT END GO X.
           IF NOT NF-GEPLANT GO B.
           IF WM-LAUF = 2 AND NF-DATUM > WH-STICHTAG GO B.
           MOVE NF-ALT TO WH-ALT.
           MOVE NF-NEU TO WH-NEU.
           PERFORM ARTIKEL-HOLE.
           IF WM-OPEN = 0 PERFORM DRUCK-AUF.
           PERFORM NF-KOPF.
           MOVE 0 TO WH-ANZKD WH-ANZFA WH-ANZDA WH-ANZAL WH-ANZSB.
           MOVE 0 TO WT-PANZ.
           PERFORM KUNDEN-LAUF.
           IF WM-LAUF = 1 GO C.
           PERFORM SUBST-UM.
           MOVE WH-ALT TO AR-NUM.
           READ ARTIKEL INVALID GO D.
           MOVE "A" TO AR-AUSLKZ.
           REWRITE AR-SATZ.
       D.  MOVE "D" TO NF-STAT.
           MOVE WH-HEUTE TO NF-DURCHDAT.
           MOVE WH-ANZKD TO NF-ANZKD.
           MOVE WH-ANZFA TO NF-ANZFA.
           MOVE WH-ANZDA TO NF-ANZDA.
           REWRITE NF-SATZ.
       C.  PERFORM NF-SUMME.
           IF WM-LAUF = 2 PERFORM MITTEILUNG.
           GO B.
       X.  IF WM-ETIK = 1 CLOSE ETIKETT.
           IF WM-SUBST = 1 CLOSE ERSATZTAB.
           IF WM-DVORM = 1 CLOSE DAUVORM.
           IF WM-OPEN = 0
               DISPLAY "keine Nachfolge faellig            " AT 2301
               GO Z.
           PERFORM DRUCK-ZU.
           DISPLAY "Liste gedruckt                    " AT 2301.
       Z.  EXIT.
      ***** Bezeichnung, Inhalt, EAN und Gruppen beider Artikel *
       ARTIKEL-HOLE SECTION.
       A.  MOVE WH-ALT TO AR-NUM.
           MOVE SPACE TO WH-ABEZ.
           MOVE 0 TO WH-AINH.
           READ ARTIKEL IGNORE LOCK INVALID GO B.
           MOVE AR-BEZ TO WH-ABEZ.
           MOVE AR-INH TO WH-AINH.
       B.  MOVE WH-NEU TO AR-NUM.
           MOVE SPACE TO WH-NBEZ WH-NABEZ.
           MOVE 0 TO WH-NINH WH-NSGRP.
           READ ARTIKEL IGNORE LOCK INVALID GO C.
           MOVE AR-BEZ TO WH-NBEZ.
           MOVE AR-ABEZ TO WH-NABEZ.
           MOVE AR-SGRP TO WH-NSGRP.
           MOVE AR-INH TO WH-NINH.
           MOVE AR-GRM TO WH-NGRM.
       C.  MOVE 0 TO WH-AEAN WH-NEAN.
           IF WM-ETIK = 0 GO Z.
           MOVE "E" TO ET-SA.
           MOVE WH-ALT TO ET-NUM.
           READ ETIKETT IGNORE LOCK INVALID MOVE 0 TO ET-EAN.
           MOVE ET-EAN TO WH-AEAN.
           MOVE "E" TO ET-SA.
           MOVE WH-NEU TO ET-NUM.
           READ ETIKETT IGNORE LOCK INVALID MOVE 0 TO ET-EAN.
           MOVE ET-EAN TO WH-NEAN.
       Z.  EXIT.
      ***** je Debitor: Kundenpreis, Dauerbestellung, Sortiment *
       KUNDEN-LAUF SECTION.
       A.  MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO Z.
       B.  IF WM-LAUF = 1
               READ DEBITOR NEXT IGNORE LOCK AT END GO Z
               END-READ
           ELSE
               READ DEBITOR NEXT AT END GO Z.
           MOVE SPACE TO WD-ZEILE.
           MOVE 0 TO WM-FA WM-AL WH-DA.
      *-------> Kundenpreis <-
           MOVE DE-KTONR TO FA-KTONR.
           MOVE WH-ALT TO FA-ARNUM.
           READ FAKTDAT IGNORE LOCK INVALID GO C.
           MOVE 1 TO WM-FA.
           MOVE FA-KUARNUM TO WH-KUART.
           MOVE FA-PREIS(1) TO WH-PALT WD-PALT.
           MOVE "->" TO WD-PFEIL.
           MOVE FA-KUARNUM TO WD-KUA.
           IF WM-LAUF = 2
               PERFORM FAK-UM
           ELSE
               PERFORM PREIS-RECHNE.
           MOVE WH-PNEU TO WD-PNEU.
      *-------> Dauerbestellungen <-
       C.  PERFORM DAU-UM.
           IF WM-LAUF = 2 PERFORM DV-UM.
           IF WH-DA > 0 MOVE WH-DA TO WD-DAANZ.
      *-------> Sortiment <-
           MOVE 1 TO WH-I.
       D.  IF DE-ARTLISTE(WH-I) = WH-ALT MOVE 1 TO WM-AL.
           ADD 1 TO WH-I.
           IF WH-I < 21 GO D.
           IF WM-AL = 1
               MOVE "S" TO WD-SORT
               ADD 1 TO WH-ANZAL
               IF WM-LAUF = 2 PERFORM SORT-UM.
           IF WM-FA = 0 AND WM-AL = 0 AND WH-DA = 0 GO B.
           ADD 1 TO WH-ANZKD.
           MOVE DE-KTONR TO WD-KTO.
           MOVE DE-BEZ(1:25) TO WD-NAME.
      *-------> Handelspartner: Mitteilung fuer den PRICAT <-
           IF WM-FA = 1 AND DE-GLN NOT = 0
               MOVE "K" TO WD-KETTE
               IF WT-PANZ < 200
                   ADD 1 TO WT-PANZ
                   MOVE DE-KTONR TO WT-PKTO(WT-PANZ)
                   MOVE WH-KUART TO WT-PKUA(WT-PANZ)
                   MOVE WH-PNEU TO WT-PPREIS(WT-PANZ).
           PERFORM DRUCK-ZEILE.
           GO B.
       Z.  EXIT.
      ***** Preis WH-PALT nach der Regel NF-REGEL -> WH-PNEU *
       PREIS-RECHNE SECTION.
       A.  MOVE WH-PALT TO WH-PNEU.
           IF NF-REGEL = 2
               COMPUTE WH-PNEU ROUNDED =
                   WH-PALT * (100 + NF-PROZ) / 100.
           IF NF-REGEL = 3 MOVE 0 TO WH-PNEU.
           IF NF-REGEL = 4 AND WH-AINH NOT = 0 AND WH-NINH NOT = 0
               COMPUTE WH-PNEU ROUNDED =
                   WH-PALT * WH-NINH / WH-AINH.
       Z.  EXIT.
      ***** Kundenpreis: alter Satz bleibt (Monatsraster), gibt die *
      *     Kundenartikelnummer ab; der neue wird angelegt bzw. der
      *     vorhandene uebernimmt nur die Kundenartikelnummer
       FAK-UM SECTION.
       A.  MOVE FA-SATZ TO WX-FAPUF.
           MOVE FA-KUARNUM TO WH-KUART.
           READ FAKTDAT INVALID GO Z.
           IF FA-KUARNUM NOT = 0
               MOVE 0 TO FA-KUARNUM
               REWRITE FA-SATZ.
           MOVE DE-KTONR TO FA-KTONR.
           MOVE WH-NEU TO FA-ARNUM.
           READ FAKTDAT INVALID GO C.
           IF FA-KUARNUM = 0 AND WH-KUART NOT = 0
               MOVE WH-KUART TO FA-KUARNUM
               REWRITE FA-SATZ.
           MOVE FA-PREIS(1) TO WH-PNEU.
           GO Z.
       C.  MOVE WX-FAPUF TO FA-SATZ.
           MOVE WH-NEU TO FA-ARNUM.
           MOVE WH-NSGRP TO FA-SGRP.
           MOVE WH-NABEZ TO FA-ARBEZ.
           MOVE WH-KUART TO FA-KUARNUM.
           INITIALIZE FA-MR FA-RAST(1) FA-RAST(2) FA-RAST(3).
           IF NF-REGEL = 3
               INITIALIZE FA-XTAB
               GO E.
           MOVE 1 TO WH-J.
       D.  MOVE FA-PREIS(WH-J) TO WH-PALT.
           PERFORM PREIS-RECHNE.
           MOVE WH-PNEU TO FA-PREIS(WH-J).
           MOVE FA-RET(WH-J) TO WH-PALT.
           PERFORM PREIS-RECHNE.
           MOVE WH-PNEU TO FA-RET(WH-J).
           ADD 1 TO WH-J.
           IF WH-J < 5 GO D.
       E.  WRITE FA-SATZ INVALID GO Z.
           ADD 1 TO WH-ANZFA.
           MOVE FA-PREIS(1) TO WH-PNEU.
       Z.  EXIT.
      ***** Dauerbestellungen des Kunden auf den Nachfolger; gleiche *
      *     Lieferadresse schon vorhanden -> Mengen addieren
       DAU-UM SECTION.
       A.  MOVE DE-KTONR TO DA-KTONR.
           MOVE WH-ALT TO DA-ARNUM.
           MOVE 0 TO DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO Z.
       B.  IF WM-LAUF = 1
               READ DAUER NEXT IGNORE LOCK AT END GO Z
               END-READ
           ELSE
               READ DAUER NEXT AT END GO Z.
           IF DA-KTONR NOT = DE-KTONR OR DA-ARNUM NOT = WH-ALT GO Z.
           ADD 1 TO WH-DA.
           IF WM-LAUF = 1 GO B.
           MOVE DA-LADR TO WH-SLADR.
           MOVE DA-SATZ TO WX-DA.
           MOVE WH-NEU TO DA-ARNUM.
           READ DAUER INVALID GO C.
           MOVE 1 TO WH-J.
       D.  ADD WX-DANZ(WH-J) TO DA-ANZ(WH-J).
           ADD 1 TO WH-J.
           IF WH-J < 28 GO D.
           REWRITE DA-SATZ.
           GO E.
       C.  MOVE WX-DA TO DA-SATZ.
           MOVE WH-NEU TO DA-ARNUM.
           MOVE WH-NBEZ TO DA-BEZ.
           MOVE WH-NGRM TO DA-GRM.
           WRITE DA-SATZ INVALID GO F.
       E.  MOVE DE-KTONR TO DA-KTONR.
           MOVE WH-ALT TO DA-ARNUM.
           MOVE WH-SLADR TO DA-LADR.
           DELETE DAUER RECORD.
           ADD 1 TO WH-ANZDA.
       F.  MOVE DE-KTONR TO DA-KTONR.
           MOVE WH-ALT TO DA-ARNUM.
           MOVE WH-SLADR TO DA-LADR.
           START DAUER KEY > DA-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** Vormerkungen des Kunden auf den Nachfolger; gleiche *
      *     Lieferadresse und gleicher Stichtag schon vorhanden ->
      *     Mengen addieren
       DV-UM SECTION.
       A.  IF WM-DVORM = 0 GO Z.
           MOVE DE-KTONR TO DV-KTONR.
           MOVE WH-ALT TO DV-ARNUM.
           MOVE 0 TO DV-LADR DV-AB.
           START DAUVORM KEY NOT < DV-KEY INVALID GO Z.
       B.  READ DAUVORM NEXT AT END GO Z.
           IF DV-KTONR NOT = DE-KTONR OR DV-ARNUM NOT = WH-ALT GO Z.
           MOVE DV-LADR TO WH-SLADR.
           MOVE DV-AB TO WH-SDAT.
           MOVE DV-SATZ TO WX-DV.
           MOVE WH-NEU TO DV-ARNUM.
           READ DAUVORM INVALID GO C.
           MOVE 1 TO WH-J.
       D.  ADD WX-DVANZ(WH-J) TO DV-ANZ(WH-J).
           ADD 1 TO WH-J.
           IF WH-J < 8 GO D.
           REWRITE DV-SATZ.
           GO E.
       C.  MOVE WX-DV TO DV-SATZ.
           MOVE WH-NEU TO DV-ARNUM.
           WRITE DV-SATZ INVALID GO F.
       E.  MOVE DE-KTONR TO DV-KTONR.
           MOVE WH-ALT TO DV-ARNUM.
           MOVE WH-SLADR TO DV-LADR.
           MOVE WH-SDAT TO DV-AB.
           DELETE DAUVORM RECORD.
       F.  MOVE DE-KTONR TO DV-KTONR.
           MOVE WH-ALT TO DV-ARNUM.
           MOVE WH-SLADR TO DV-LADR.
           MOVE WH-SDAT TO DV-AB.
           START DAUVORM KEY > DV-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ***** Sortiment: alter Artikel -> Nachfolger (nur einmal) *
       SORT-UM SECTION.
       A.  MOVE 0 TO WH-J.
           MOVE 1 TO WH-I.
       B.  IF DE-ARTLISTE(WH-I) = WH-NEU MOVE WH-I TO WH-J.
           ADD 1 TO WH-I.
           IF WH-I < 21 GO B.
           MOVE 1 TO WH-I.
       C.  IF DE-ARTLISTE(WH-I) NOT = WH-ALT GO D.
           IF WH-J = 0
               MOVE WH-NEU TO DE-ARTLISTE(WH-I)
               MOVE WH-I TO WH-J
           ELSE
               MOVE 0 TO DE-ARTLISTE(WH-I).
       D.  ADD 1 TO WH-I.
           IF WH-I < 21 GO C.
           REWRITE DE-SATZ.
       Z.  EXIT.
      ***** Ersatzartikel: Tabelle des alten Artikels geht auf den *
      *     Nachfolger, als Ersatz genannt wird der Nachfolger
       SUBST-UM SECTION.
       A.  IF WM-SUBST = 0 GO Z.
           MOVE WH-ALT TO SB-ARNUM.
           MOVE 0 TO SB-RANG.
           START ERSATZTAB KEY NOT < SB-KEY INVALID GO E.
       B.  READ ERSATZTAB NEXT AT END GO E.
           IF SB-ARNUM NOT = WH-ALT GO E.
           MOVE SB-RANG TO WH-SRANG.
           IF SB-ERSATZ NOT = WH-NEU
               MOVE WH-NEU TO SB-ARNUM
               WRITE SB-SATZ INVALID CONTINUE END-WRITE
               MOVE WH-ALT TO SB-ARNUM.
           DELETE ERSATZTAB RECORD.
           ADD 1 TO WH-ANZSB.
           MOVE WH-ALT TO SB-ARNUM.
           MOVE WH-SRANG TO SB-RANG.
           START ERSATZTAB KEY > SB-KEY INVALID GO E.
           GO B.
       E.  MOVE 0 TO SB-ARNUM SB-RANG.
           START ERSATZTAB KEY NOT < SB-KEY INVALID GO Z.
       F.  READ ERSATZTAB NEXT AT END GO Z.
           IF SB-ERSATZ NOT = WH-ALT GO F.
           ADD 1 TO WH-ANZSB.
           IF SB-ARNUM = WH-NEU
               DELETE ERSATZTAB RECORD
               GO F.
           MOVE WH-NEU TO SB-ERSATZ.
           MOVE WH-NBEZ TO SB-BEZ.
           REWRITE SB-SATZ.
           GO F.
       Z.  EXIT.
      ***************************** Druck *
       NF-KOPF SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           IF WH-ZL > 50 PERFORM DRUCK-SEITE.
           PERFORM DRUCK-ZEILE.
           MOVE "Artikel" TO WD-ZEILE.
           MOVE WH-ALT TO WD-ANR.
           MOVE WD-ANR TO WD-ZEILE(9:4).
           MOVE WH-ABEZ TO WD-ZEILE(14:).
           MOVE "->" TO WD-ZEILE(40:).
           MOVE WH-NEU TO WD-ANR.
           MOVE WD-ANR TO WD-ZEILE(43:4).
           MOVE WH-NBEZ TO WD-ZEILE(48:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "ab" TO WD-ZEILE(3:).
           MOVE NF-DATUM TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(6:).
           MOVE "Preisregel" TO WD-ZEILE(18:).
           EVALUATE NF-REGEL
               WHEN 1 MOVE "Kundenpreise uebernehmen" TO WD-ZEILE(29:)
               WHEN 2 MOVE "Kundenpreise +/- Prozent" TO WD-ZEILE(29:)
                      MOVE NF-PROZ TO WD-PREIS
                      MOVE WD-PREIS TO WD-ZEILE(54:)
               WHEN 3 MOVE "Listenpreis" TO WD-ZEILE(29:)
               WHEN 4 MOVE "nach Inhalt umgerechnet" TO WD-ZEILE(29:)
           END-EVALUATE.
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Konto Kunde" TO WD-ZEILE(3:).
           MOVE "Preis alt   neu       Kd.-Artikel DA SK"
               TO WD-ZEILE(37:).
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
       NF-SUMME SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           MOVE "Kunden" TO WD-ZEILE(3:).
           MOVE WH-ANZKD TO WD-ANZ.
           MOVE WD-ANZ TO WD-ZEILE(10:).
           MOVE "Sortimente" TO WD-ZEILE(17:).
           MOVE WH-ANZAL TO WD-ANZ.
           MOVE WD-ANZ TO WD-ZEILE(28:).
           IF WM-LAUF = 2
               MOVE "Preise neu" TO WD-ZEILE(35:)
               MOVE WH-ANZFA TO WD-ANZ
               MOVE WD-ANZ TO WD-ZEILE(46:)
               MOVE "Dauerbest." TO WD-ZEILE(53:)
               MOVE WH-ANZDA TO WD-ANZ
               MOVE WD-ANZ TO WD-ZEILE(64:)
               MOVE "Ersatz" TO WD-ZEILE(71:)
               MOVE WH-ANZSB TO WD-ANZ
               MOVE WD-ANZ(4:2) TO WD-ZEILE(78:).
           PERFORM DRUCK-ZEILE.
           IF WM-LAUF = 1 GO Z.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Artikel" TO WD-ZEILE(3:).
           MOVE WH-ALT TO WD-ANR.
           MOVE WD-ANR TO WD-ZEILE(11:4).
           MOVE "fuer neue Bestellungen gesperrt" TO WD-ZEILE(16:).
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      ***** je Handelspartner eine Seite fuer die Aussendung *
       MITTEILUNG SECTION.
       A.  IF WT-PANZ = 0 GO Z.
           MOVE 1 TO WH-I.
       B.  MOVE WT-PKTO(WH-I) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID GO C.
           PERFORM DRUCK-SEITE.
           MOVE "Mitteilung Artikelumstellung" TO WD-ZEILE.
           MOVE WK-FIRMA TO WD-ZEILE(41:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           MOVE "#" TO WR-BEZ(131).
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           MOVE 1 TO WH-J.
       D.  IF WR-ADR(WH-J) NOT = SPACE
               MOVE SPACE TO WD-ZEILE
               MOVE WR-ADR(WH-J) TO WD-ZEILE(3:)
               PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-J.
           IF WH-J < 7 GO D.
           MOVE SPACE TO WD-ZEILE.
           MOVE "GLN" TO WD-ZEILE(3:).
           MOVE DE-GLN TO WD-ZEILE(8:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Ab" TO WD-ZEILE(3:).
           MOVE NF-DATUM TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(6:).
           MOVE "liefern wir anstelle von" TO WD-ZEILE(17:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE WH-ABEZ TO WD-ZEILE(6:).
           MOVE "EAN" TO WD-ZEILE(33:).
           MOVE WH-AEAN TO WD-EAN.
           MOVE WD-EAN TO WD-ZEILE(37:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "den Artikel" TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE WH-NBEZ TO WD-ZEILE(6:).
           MOVE "EAN" TO WD-ZEILE(33:).
           MOVE WH-NEAN TO WD-EAN.
           MOVE WD-EAN TO WD-ZEILE(37:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           IF WT-PKUA(WH-I) NOT = 0
               MOVE "Ihre Artikelnummer" TO WD-ZEILE(3:)
               MOVE WT-PKUA(WH-I) TO WD-KUA
               MOVE WD-KUA TO WD-ZEILE(25:)
               MOVE "gilt fuer den neuen Artikel" TO WD-ZEILE(41:)
               PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Preis je Einheit" TO WD-ZEILE(3:).
           IF WT-PPREIS(WH-I) = 0
               MOVE "lt. Preisliste" TO WD-ZEILE(25:)
           ELSE
               MOVE WT-PPREIS(WH-I) TO WD-PREIS
               MOVE WD-PREIS TO WD-ZEILE(25:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Ein aktualisierter Preiskatalog (PRICAT) folgt."
               TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
       C.  ADD 1 TO WH-I.
           IF WH-I NOT > WT-PANZ GO B.
           MOVE 99 TO WH-ZL.
       Z.  EXIT.
       DATUM-AUF SECTION.
       A.  MOVE WH-DAT8(7:2) TO WD-DTAG.
           MOVE WH-DAT8(5:2) TO WD-DMON.
           MOVE WH-DAT8(1:4) TO WD-DJHR.
       Z.  EXIT.
       DRUCK-AUF SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM DRUCK-SEITE.
           MOVE SPACE TO WD-ZEILE.
           IF WM-LAUF = 1
               MOVE "Vorschau Artikelnachfolge je Kunde" TO WD-ZEILE
           ELSE
               MOVE "Umstellung Artikelnachfolge" TO WD-ZEILE.
           MOVE WH-HEUTE TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(61:).
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
       DRUCK-ZU SECTION.
       A.  IF WM-OPEN = 0 GO Z.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
       DRUCK-SEITE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 1 TO WH-ZL.
       Z.  EXIT.
       DRUCK-ZEILE SECTION.
       A.  IF WH-ZL > 60 PERFORM DRUCK-SEITE.
           MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZL.
       Z.  EXIT.

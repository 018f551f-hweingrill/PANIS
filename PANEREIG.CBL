      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANEREIG.
      ******************************************************************
      *     Ereigniskalender mit Mengenfaktoren fuer Dauerbestellungen *
      *     (Ostern, Weihnachten, Allerheiligen, Fenstertage ...):     *
      *     eigene Datei PANEREIG.DAT, Zu-/Abschlag in Prozent je Tag, *
      *     Sortiergruppe (AR-SGRP) und Kundengruppe (DE-FNR), je 0 =  *
      *     alle. Es gilt der genaueste Eintrag: Sortier- und Kunden-  *
      *     gruppe vor Sortiergruppe vor Kundengruppe vor Tag allein.  *
      *     WL-CA 10 = Wartung                                         *
      *     WL-CA 20 = Vorschau je Tour fuer einen Liefertag: Dauer-   *
      *                bestellungen mit Faktor, Menge alt/neu          *
      *     WL-CA 30 = Auswertung Faktor gegen Retouren (Tages-        *
      *                historie PANTAGHI.DAT oder Tagesraster FA-RAST, *
      *                letzte 3 Monate) mit dem gleichen Wochentag der *
      *                Vorwoche als Vergleich und einem Vorschlag      *
      *                fuer das naechste Jahr                          *
      *     WL-CA 50 = Mengenabfrage fuer die Lieferscheinerzeugung    *
      *                aus Dauerbestellungen und den Backzettel:       *
      *                WH-NUM = Artikel, WX = Kundengruppe,            *
      *                WZ-DATUM = Liefertag, WH-WERT = Dauermenge      *
      *                -> WH-WERT = Menge mit Faktor,                  *
      *                WH-X = "J" wenn ein Faktor gegriffen hat        *
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
           COPY PANSEDAU.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSETGH.CPY.
           SELECT EREIGNIS   ASSIGN TO "PANEREIG.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY EG-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANDAU.CPY.
       COPY PANFAKT.CPY.
       COPY PANFDTGH.CPY.
      ******************************* Ereigniskalender *
       FD  EREIGNIS     external       LABEL RECORD STANDARD.
       01  EG-SATZ.
           03  EG-KEY.
               05 EG-DATUM             PIC 9(8)       COMP.
               05 EG-SGRP              PIC 9(4)       COMP.
               05 EG-KDGRP             PIC 999        COMP.
           03  EG-PROZ                 PIC S999       COMP.
           03  EG-TEXT                 PIC X(20).
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
           03  WH-DATUM8               PIC 9(8).
           03  WH-SGRP                 PIC 9(4).
           03  WH-GRP                  PIC 999.
           03  WH-TOUR                 PIC 99.
           03  WH-LTOUR                PIC 99.
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-VON                  PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-TAGI                 PIC 9(8)     COMP.
           03  WH-WT                   PIC 9        COMP.
           03  WH-WOCHE                PIC 9(5)     COMP.
           03  WH-PARI                 PIC 9        COMP.
           03  WH-TAGMON               PIC 99       COMP.
           03  WH-MMTT                 PIC 9(4)     COMP.
           03  WH-ZL                   PIC 99       COMP.
      *------------------> Faktorsuche: Tag, Gruppen -> Prozent <-
           03  WH-EDAT                 PIC 9(8)     COMP.
           03  WH-ESGRP                PIC 9(4)     COMP.
           03  WH-EKGRP                PIC 999      COMP.
           03  WH-EPROZ                PIC S999     COMP.
           03  WH-ETREF                PIC 9        COMP.
           03  WH-ALT                  PIC S9(7)    COMP.
           03  WH-NEU                  PIC S9(7)    COMP.
      *------------------> Summen je Tour <-
           03  WH-TANZ                 PIC 9(5)     COMP.
           03  WH-TALT                 PIC S9(7)    COMP.
           03  WH-TNEU                 PIC S9(7)    COMP.
      *------------------> Auswertung <-
           03  WH-EI                   PIC 999      COMP.
           03  WH-EW                   PIC 999      COMP.
           03  WH-EJ                   PIC 999      COMP.
           03  WH-RANG                 PIC 9        COMP.
           03  WH-BRANG                PIC 9        COMP.
           03  WH-RI                   PIC 9        COMP.
           03  WH-YYMM                 PIC 9(4)     COMP.
           03  WH-TG                   PIC 99       COMP.
           03  WH-VDAT                 PIC 9(8)     COMP.
           03  WH-LARNUM               PIC 9(4)     COMP.
           03  WH-LKTO                 PIC 9(6)     COMP.
           03  WH-FSGRP                PIC 9(4)     COMP.
           03  WH-FKGRP                PIC 999      COMP.
           03  WH-NETE                 PIC S9(7)    COMP.
           03  WH-NETV                 PIC S9(7)    COMP.
           03  WH-QUOTE                PIC S999V9   COMP.
           03  WH-VORSCH               PIC S9(5)    COMP.
           03  WH-QUELL                PIC X.
           03  WH-VORW                 PIC 9        COMP.
      *------> Ereignisse des Auswertungszeitraums <-
       01  WT-EREIG.
           03  WT-EANZ                 PIC 999      COMP.
           03  WT-EV                            OCCURS 200.
               05 EV-DATUM             PIC 9(8)     COMP.
               05 EV-SGRP              PIC 9(4)     COMP.
               05 EV-KDGRP             PIC 999      COMP.
               05 EV-PROZ              PIC S999     COMP.
               05 EV-TEXT              PIC X(20).
               05 EV-MG                PIC S9(7)    COMP.
               05 EV-RET               PIC S9(7)    COMP.
               05 EV-VMG               PIC S9(7)    COMP.
               05 EV-VRET              PIC S9(7)    COMP.
      *------------------> Druckzeilen <-
       01  WD-ZEILE                    PIC X(80).
       01  WD-VZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC XX.
           03  WD-KTO                  PIC ZZ.ZZ9,9.
           03  FILLER                  PIC X.
           03  WD-NAME                 PIC X(20).
           03  FILLER                  PIC X.
           03  WD-ARNUM                PIC ZZZ9.
           03  FILLER                  PIC X.
           03  WD-ABEZ                 PIC X(18).
           03  WD-ALT                  PIC ZZ.ZZ9-.
           03  WD-PROZ                 PIC +ZZ9.
           03  FILLER                  PIC X.
           03  WD-NEU                  PIC ZZ.ZZ9-.
           03  FILLER                  PIC XX.
       01  WD-AZEILE REDEFINES WD-ZEILE.
           03  FILLER                  PIC X(4).
           03  WD-AMG                  PIC ZZZ.ZZ9-.
           03  WD-ARET                 PIC ZZZ.ZZ9-.
           03  WD-AQUO                 PIC ZZ9,9.
           03  FILLER                  PIC X(3).
           03  WD-AVMG                 PIC ZZZ.ZZ9-.
           03  WD-AVRET                PIC ZZZ.ZZ9-.
           03  WD-AVQUO                PIC ZZ9,9.
           03  FILLER                  PIC X(3).
           03  WD-AVOR                 PIC +ZZZ9.
           03  FILLER                  PIC X(24).
       01  WD-DATUM.
           03  WD-DTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DJHR                 PIC 9(4).
       01  WD-GRP                      PIC ZZZ9.
       01  WD-ANZ                      PIC ZZZZ9.
       01  WD-SUM                      PIC ZZZ.ZZ9-.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON EREIGNIS.
       A.  CALL "CADECL" USING "PANEREIG.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-U SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON TAGHIST.
       A.  CALL "CADECL" USING "PANTAGHI.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM VORSCHAU.
           IF WL-CA = 30 PERFORM AUSWERTUNG.
           IF WL-CA = 50 PERFORM MENGEHOL.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ******************************* Wartung des Kalenders *
       WARTUNG SECTION.
       A.  DISPLAY "Ereigniskalender / Mengenfaktoren" AT 2301.
           OPEN I-O EREIGNIS.
           IF WF-STATUS = "35"
               CLOSE EREIGNIS OPEN OUTPUT EREIGNIS
               CLOSE EREIGNIS OPEN I-O EREIGNIS.
       B.  DISPLAY "Tag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-DATUM8.
           ACCEPT WH-DATUM8 AT 2427.
           IF WH-DATUM8 = 0 GO X.
           DISPLAY "Sortiergruppe (0 = alle):" AT 2501.
           MOVE 0 TO WH-SGRP.
           ACCEPT WH-SGRP AT 2528.
           DISPLAY "Kundengruppe (0 = alle):" AT 2601.
           MOVE 0 TO WH-GRP.
           ACCEPT WH-GRP AT 2627.
           MOVE WH-DATUM8 TO EG-DATUM.
           MOVE WH-SGRP TO EG-SGRP.
           MOVE WH-GRP TO EG-KDGRP.
           READ EREIGNIS INVALID
               MOVE 0 TO EG-PROZ
               MOVE SPACE TO EG-TEXT.
       C.  DISPLAY "Faktor % (+/-, 0 = loeschen):" AT 1101.
           DISPLAY EG-PROZ AT 1132.
           ACCEPT EG-PROZ AT 1132.
           IF EG-PROZ < -99 GO C.
           DISPLAY "Text                        :" AT 1201.
           DISPLAY EG-TEXT AT 1232.
           ACCEPT EG-TEXT AT 1232.
           MOVE WH-DATUM8 TO EG-DATUM.
           MOVE WH-SGRP TO EG-SGRP.
           MOVE WH-GRP TO EG-KDGRP.
           IF EG-PROZ = 0
               DELETE EREIGNIS INVALID CONTINUE END-DELETE
           ELSE
               REWRITE EG-SATZ INVALID WRITE EG-SATZ.
           GO B.
       X.  CLOSE EREIGNIS.
       Z.  EXIT.
      ********* Mengenabfrage fuer Lieferscheinerzeugung/Backzettel *
      *  WH-NUM = Artikel, WX = Kundengruppe, WZ-DATUM = Liefertag,
      *  WH-WERT = Dauermenge; liefert WH-WERT mit Faktor und
      *  WH-X = "J", wenn ein Kalendereintrag gegriffen hat
       MENGEHOL SECTION.
       A.  MOVE "N" TO WH-X.
           OPEN INPUT EREIGNIS.
           IF WF-STATUS = "35" GO Y.
           MOVE WH-NUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO X.
           MOVE WZ-DATUM TO WH-EDAT.
           MOVE AR-SGRP TO WH-ESGRP.
           MOVE WX TO WH-EKGRP.
           PERFORM FAKTOR-HOL.
           IF WH-ETREF = 0 GO X.
           MOVE WH-WERT TO WH-ALT.
           PERFORM FAKTOR-RECHNE.
           MOVE WH-NEU TO WH-WERT.
           MOVE "J" TO WH-X.
       X.  CLOSE EREIGNIS.
       Y.  CONTINUE.
       Z.  EXIT.
      ***** genauester Eintrag zu WH-EDAT/WH-ESGRP/WH-EKGRP *
       FAKTOR-HOL SECTION.
       A.  MOVE 0 TO WH-ETREF WH-EPROZ.
           MOVE WH-EDAT TO EG-DATUM.
           MOVE WH-ESGRP TO EG-SGRP.
           MOVE WH-EKGRP TO EG-KDGRP.
           READ EREIGNIS IGNORE LOCK INVALID GO B.
           GO Y.
       B.  MOVE 0 TO EG-KDGRP.
           READ EREIGNIS IGNORE LOCK INVALID GO C.
           GO Y.
       C.  MOVE 0 TO EG-SGRP.
           MOVE WH-EKGRP TO EG-KDGRP.
           READ EREIGNIS IGNORE LOCK INVALID GO D.
           GO Y.
       D.  MOVE 0 TO EG-KDGRP.
           READ EREIGNIS IGNORE LOCK INVALID GO Z.
       Y.  MOVE 1 TO WH-ETREF.
           MOVE EG-PROZ TO WH-EPROZ.
       Z.  EXIT.
      ***** WH-ALT mit WH-EPROZ -> WH-NEU (nie unter 0) *
       FAKTOR-RECHNE SECTION.
       A.  COMPUTE WH-NEU ROUNDED = WH-ALT * (100 + WH-EPROZ) / 100.
           IF WH-NEU < 0 MOVE 0 TO WH-NEU.
       Z.  EXIT.
      ***** Vorschau je Tour: Dauerbestellungen des Tages mit Faktor *
      *     Auswahl wie PANBACKZ (Wochentagsfach, Saisonpause,
      *     Rhythmus, Saisonfenster, ausgelaufene Artikel)
       VORSCHAU SECTION.
       A.  DISPLAY "Faktorvorschau je Tour" AT 2301.
           DISPLAY "Liefertag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-DATUM8.
           ACCEPT WH-DATUM8 AT 2433.
           IF WH-DATUM8 = 0 GO Z.
           DISPLAY "Tour (0 = alle):" AT 2501.
           MOVE 0 TO WH-TOUR.
           ACCEPT WH-TOUR AT 2518.
           OPEN INPUT EREIGNIS.
           IF WF-STATUS = "35"
               DISPLAY "kein Ereigniskalender vorhanden" AT 2601
               GO Z.
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-DATUM8).
           COMPUTE WH-WT = FUNCTION REM(WH-TAGI 7) + 1.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 99 TO WH-LTOUR.
           MOVE 0 TO WH-TANZ WH-TALT WH-TNEU.
           MOVE WH-TOUR TO DE-TOUR.
           MOVE 0 TO DE-SUB.
           START DEBITOR KEY NOT < DE-IKEY INVALID GO X.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO X.
           IF WH-TOUR NOT = 0 AND DE-TOUR NOT = WH-TOUR GO X.
           IF DE-SPERR NOT = 0 GO B.
           IF DE-SUSPAB NOT = 0
               AND WH-DATUM8 NOT < DE-SUSPAB
               AND WH-DATUM8 NOT > DE-SUSPBIS GO B.
           MOVE DE-KTONR TO DA-KTONR.
           MOVE 0 TO DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO B.
       C.  READ DAUER NEXT IGNORE LOCK AT END GO B.
           IF DA-KTONR NOT = DE-KTONR GO B.
           IF DA-ANZ(WH-WT) = 0 GO C.
           IF DA-SUSPAB NOT = 0
               AND WH-DATUM8 NOT < DA-SUSPAB
               AND WH-DATUM8 NOT > DA-SUSPBIS GO C.
           IF DA-RHYT NOT = 0 PERFORM RHYT-PRUEF
               IF WH-X = "N" GO C.
           PERFORM SAIS-PRUEF.
           IF WH-X = "N" GO C.
           MOVE WH-DATUM8 TO WH-EDAT.
           MOVE AR-SGRP TO WH-ESGRP.
           MOVE DE-FNR TO WH-EKGRP.
           PERFORM FAKTOR-HOL.
           IF WH-ETREF = 0 GO C.
           MOVE DA-ANZ(WH-WT) TO WH-ALT.
           PERFORM FAKTOR-RECHNE.
           IF DE-TOUR NOT = WH-LTOUR PERFORM TOUR-WECHSEL.
           MOVE SPACE TO WD-ZEILE.
           DIVIDE 10 INTO DE-KTONR GIVING WD-KTO.
           MOVE DE-BEZ TO WD-NAME.
           MOVE DA-ARNUM TO WD-ARNUM.
           MOVE AR-BEZ TO WD-ABEZ.
           MOVE WH-ALT TO WD-ALT.
           MOVE WH-EPROZ TO WD-PROZ.
           MOVE WH-NEU TO WD-NEU.
           PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-TANZ.
           ADD WH-ALT TO WH-TALT.
           ADD WH-NEU TO WH-TNEU.
           GO C.
       X.  IF WH-LTOUR NOT = 99 PERFORM TOUR-SUMME.
           IF WH-LTOUR = 99
               MOVE "keine Faktoren fuer diesen Tag" TO WD-ZEILE
               PERFORM DRUCK-ZEILE.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER EREIGNIS.
           DISPLAY "Vorschau gedruckt                " AT 2601.
       Z.  EXIT.
      ***** neue Tour: Summe der alten, Kopf der neuen *
       TOUR-WECHSEL SECTION.
       A.  IF WH-LTOUR NOT = 99 PERFORM TOUR-SUMME.
           MOVE DE-TOUR TO WH-LTOUR.
           MOVE 0 TO WH-TANZ WH-TALT WH-TNEU.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 1 TO WH-ZL.
           MOVE "Faktorvorschau Dauerbestellungen" TO WD-ZEILE.
           MOVE WH-DATUM8 TO WH-VON.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(36:).
           MOVE "Tour" TO WD-ZEILE(50:).
           MOVE DE-TOUR TO WD-ZEILE(55:2).
           MOVE WK-FIRMA(1:20) TO WD-ZEILE(60:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "  Konto    Kunde                Art. Bezeichnung"
               TO WD-ZEILE.
           MOVE "Dauer   %    neu" TO WD-ZEILE(58:).
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
       TOUR-SUMME SECTION.
       A.  MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Zeilen mit Faktor" TO WD-ZEILE(3:).
           MOVE WH-TANZ TO WD-ANZ.
           MOVE WD-ANZ TO WD-ZEILE(21:).
           MOVE "Summe Dauer / neu" TO WD-ZEILE(30:).
           MOVE WH-TALT TO WD-SUM.
           MOVE WD-SUM TO WD-ZEILE(56:).
           MOVE WH-TNEU TO WD-SUM.
           MOVE WD-SUM TO WD-ZEILE(69:).
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
      **************** Rhythmusregel wie PANDAURH *
       RHYT-PRUEF SECTION.
       A.  MOVE "J" TO WH-X.
           COMPUTE WH-WOCHE = (WH-TAGI + 5) / 7.
           COMPUTE WH-PARI = FUNCTION REM(WH-WOCHE 2).
           IF DA-RHYT = 1 AND WH-PARI NOT = 0 MOVE "N" TO WH-X.
           IF DA-RHYT = 2 AND WH-PARI NOT = 1 MOVE "N" TO WH-X.
           IF DA-RHYT = 3
               COMPUTE WH-TAGMON = FUNCTION REM(WH-DATUM8 100)
               IF WH-TAGMON > 7 MOVE "N" TO WH-X.
       Z.  EXIT.
      ***** Saisonfenster des Artikels; ausgelaufene Artikel nie *
       SAIS-PRUEF SECTION.
       A.  MOVE "J" TO WH-X.
           MOVE DA-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID MOVE "N" TO WH-X GO Z.
           IF AR-AUSGELAUFEN MOVE "N" TO WH-X GO Z.
           IF AR-SAISAB = 0 AND AR-SAISBIS = 0 GO Z.
           MOVE FUNCTION REM(WH-DATUM8 10000) TO WH-MMTT.
           IF AR-SAISAB NOT > AR-SAISBIS
               IF WH-MMTT < AR-SAISAB OR WH-MMTT > AR-SAISBIS
                   MOVE "N" TO WH-X
               END-IF
           ELSE
               IF WH-MMTT < AR-SAISAB AND WH-MMTT > AR-SAISBIS
                   MOVE "N" TO WH-X.
       Z.  EXIT.
      ***** Auswertung: gelieferte Menge und Retouren am Ereignistag *
      *     gegen den gleichen Wochentag der Vorwoche; Vorschlag =
      *     Veraenderung der Nettomenge (Menge - Retour) in Prozent
       AUSWERTUNG SECTION.
       A.  DISPLAY "Auswertung Faktor gegen Retouren" AT 2301.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           COMPUTE WH-VON = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WH-HEUTE) - 90).
           MOVE WH-HEUTE TO WH-BIS.
           DISPLAY "von (JJJJMMTT):" AT 2401.
           DISPLAY WH-VON AT 2417.
           ACCEPT WH-VON AT 2417.
           DISPLAY "bis (JJJJMMTT):" AT 2501.
           DISPLAY WH-BIS AT 2517.
           ACCEPT WH-BIS AT 2517.
           IF WH-VON = 0 OR WH-BIS < WH-VON GO Z.
           OPEN INPUT EREIGNIS.
           IF WF-STATUS = "35"
               DISPLAY "kein Ereigniskalender vorhanden" AT 2601
               GO Z.
      *-------> Ereignisse des Zeitraums in die Tabelle <-
           MOVE 0 TO WT-EANZ.
           MOVE WH-VON TO EG-DATUM.
           MOVE 0 TO EG-SGRP EG-KDGRP.
           START EREIGNIS KEY NOT < EG-KEY INVALID GO C.
       B.  READ EREIGNIS NEXT IGNORE LOCK AT END GO C.
           IF EG-DATUM > WH-BIS GO C.
           IF WT-EANZ = 200 GO C.
           ADD 1 TO WT-EANZ.
           INITIALIZE WT-EV(WT-EANZ).
           MOVE EG-DATUM TO EV-DATUM(WT-EANZ).
           MOVE EG-SGRP TO EV-SGRP(WT-EANZ).
           MOVE EG-KDGRP TO EV-KDGRP(WT-EANZ).
           MOVE EG-PROZ TO EV-PROZ(WT-EANZ).
           MOVE EG-TEXT TO EV-TEXT(WT-EANZ).
           GO B.
       C.  CLOSE EREIGNIS.
           IF WT-EANZ = 0
               DISPLAY "keine Ereignisse im Zeitraum" AT 2601
               GO Z.
      *-------> Quelle: Tageshistorie, sonst das Tagesraster <-
           MOVE "H" TO WH-QUELL.
           DISPLAY "Quelle (H = Tageshistorie, R = Tagesraster):"
               AT 2601.
           ACCEPT WH-QUELL AT 2646.
           IF WH-QUELL = "h" MOVE "H" TO WH-QUELL.
           IF WH-QUELL NOT = "H" GO C0.
           OPEN INPUT TAGHIST.
           IF WF-STATUS = "35"
               DISPLAY "keine Tageshistorie - Tagesraster  " AT 2601
               GO C0.
           DISPLAY "Tageshistorie wird ausgewertet ...     " AT 2601.
           PERFORM HIST-ZAEHL.
           CLOSE TAGHIST.
           GO D.
       C0. DISPLAY "Tagesraster wird ausgewertet ...  " AT 2601.
      *-------> ein Durchgang ueber das Tagesraster <-
           MOVE 0 TO WH-LARNUM WH-LKTO.
           MOVE 0 TO FA-KTONR FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO D.
       C1. READ FAKTDAT NEXT IGNORE LOCK AT END GO D.
           PERFORM RASTER-ZAEHL.
           GO C1.
       D.  PERFORM AUSW-DRUCK.
           DISPLAY "Auswertung gedruckt               " AT 2601.
       Z.  EXIT.
      ***** ein Kundenpreissatz: Gruppen holen, Ereignistage zaehlen *
       RASTER-ZAEHL SECTION.
       A.  IF FA-ARNUM NOT = WH-LARNUM
               MOVE FA-ARNUM TO WH-LARNUM AR-NUM
               MOVE 0 TO WH-FSGRP
               READ ARTIKEL IGNORE LOCK INVALID CONTINUE
                   NOT INVALID MOVE AR-SGRP TO WH-FSGRP
               END-READ.
           IF FA-KTONR NOT = WH-LKTO
               MOVE FA-KTONR TO WH-LKTO DE-KTONR
               MOVE 0 TO WH-FKGRP
               READ DEBITOR IGNORE LOCK INVALID CONTINUE
                   NOT INVALID MOVE DE-FNR TO WH-FKGRP
               END-READ.
           MOVE 1 TO WH-EI.
       B.  PERFORM TAB-WAHL.
           IF WH-EW NOT = WH-EI GO C.
           MOVE EV-DATUM(WH-EI) TO WH-VDAT.
           PERFORM RASTER-TAG.
           IF WH-RI NOT = 0
               ADD FA-RMENGE(WH-RI WH-TG) TO EV-MG(WH-EI)
               ADD FA-RRETOUR(WH-RI WH-TG) TO EV-RET(WH-EI).
           COMPUTE WH-VDAT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(EV-DATUM(WH-EI)) - 7).
           PERFORM RASTER-TAG.
           IF WH-RI NOT = 0
               ADD FA-RMENGE(WH-RI WH-TG) TO EV-VMG(WH-EI)
               ADD FA-RRETOUR(WH-RI WH-TG) TO EV-VRET(WH-EI).
       C.  ADD 1 TO WH-EI.
           IF WH-EI NOT > WT-EANZ GO B.
       Z.  EXIT.
      ***** Tageshistorie: je Ereignistag einmal lesen, dazu der *
      *     gleiche Wochentag der Vorwoche
       HIST-ZAEHL SECTION.
       A.  MOVE 0 TO WH-LARNUM WH-LKTO.
           MOVE 1 TO WH-EI.
       B.  IF WH-EI > 1
               IF EV-DATUM(WH-EI) = EV-DATUM(WH-EI - 1) GO C.
           MOVE EV-DATUM(WH-EI) TO WH-VDAT.
           MOVE 0 TO WH-VORW.
           PERFORM HIST-TAG.
           COMPUTE WH-VDAT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(EV-DATUM(WH-EI)) - 7).
           MOVE 1 TO WH-VORW.
           PERFORM HIST-TAG.
       C.  ADD 1 TO WH-EI.
           IF WH-EI NOT > WT-EANZ GO B.
       Z.  EXIT.
      ***** alle Saetze eines Tages dem geltenden Eintrag zuordnen *
       HIST-TAG SECTION.
       A.  MOVE WH-VDAT TO TH-DATUM.
           MOVE 0 TO TH-KTONR TH-ARNUM.
           START TAGHIST KEY NOT < TH-DKEY INVALID GO Z.
       B.  READ TAGHIST NEXT IGNORE LOCK AT END GO Z.
           IF TH-DATUM NOT = WH-VDAT GO Z.
           IF TH-ARNUM NOT = WH-LARNUM
               MOVE TH-ARNUM TO WH-LARNUM AR-NUM
               MOVE 0 TO WH-FSGRP
               READ ARTIKEL IGNORE LOCK INVALID CONTINUE
                   NOT INVALID MOVE AR-SGRP TO WH-FSGRP
               END-READ.
           IF TH-KTONR NOT = WH-LKTO
               MOVE TH-KTONR TO WH-LKTO DE-KTONR
               MOVE 0 TO WH-FKGRP
               READ DEBITOR IGNORE LOCK INVALID CONTINUE
                   NOT INVALID MOVE DE-FNR TO WH-FKGRP
               END-READ.
           PERFORM TAB-WAHL.
           IF WH-EW = 0 GO B.
           IF WH-VORW = 0
               ADD TH-MENGE TO EV-MG(WH-EW)
               ADD TH-RET TO EV-RET(WH-EW)
           ELSE
               ADD TH-MENGE TO EV-VMG(WH-EW)
               ADD TH-RET TO EV-VRET(WH-EW).
           GO B.
       Z.  EXIT.
      ***** Rastermonat/-tag zu WH-VDAT (WH-RI 0 = nicht im Raster) *
       RASTER-TAG SECTION.
       A.  COMPUTE WH-YYMM = (WH-VDAT - 20000000) / 100.
           COMPUTE WH-TG = FUNCTION REM(WH-VDAT 100).
           MOVE 1 TO WH-RI.
       B.  IF FA-RMON(WH-RI) = WH-YYMM GO Z.
           ADD 1 TO WH-RI.
           IF WH-RI < 4 GO B.
           MOVE 0 TO WH-RI.
       Z.  EXIT.
      ***** welcher Eintrag gilt am Tag von WH-EI fuer diesen Satz *
      *     (gleiche Rangfolge wie FAKTOR-HOL) -> WH-EW, 0 = keiner
       TAB-WAHL SECTION.
       A.  MOVE 0 TO WH-EW WH-BRANG.
           MOVE 1 TO WH-EJ.
       B.  IF EV-DATUM(WH-EJ) NOT = EV-DATUM(WH-EI) GO C.
           MOVE 0 TO WH-RANG.
           IF EV-SGRP(WH-EJ) = WH-FSGRP AND EV-KDGRP(WH-EJ) = WH-FKGRP
               MOVE 4 TO WH-RANG.
           IF EV-SGRP(WH-EJ) = WH-FSGRP AND EV-KDGRP(WH-EJ) = 0
               AND WH-RANG = 0 MOVE 3 TO WH-RANG.
           IF EV-SGRP(WH-EJ) = 0 AND EV-KDGRP(WH-EJ) = WH-FKGRP
               AND WH-RANG = 0 MOVE 2 TO WH-RANG.
           IF EV-SGRP(WH-EJ) = 0 AND EV-KDGRP(WH-EJ) = 0
               AND WH-RANG = 0 MOVE 1 TO WH-RANG.
           IF WH-RANG > WH-BRANG
               MOVE WH-RANG TO WH-BRANG
               MOVE WH-EJ TO WH-EW.
       C.  ADD 1 TO WH-EJ.
           IF WH-EJ NOT > WT-EANZ GO B.
       Z.  EXIT.
      ***** Liste der Auswertung *
       AUSW-DRUCK SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           PERFORM AUSW-KOPF.
           MOVE 1 TO WH-EI.
       B.  IF WH-ZL > 56 PERFORM AUSW-KOPF.
           MOVE SPACE TO WD-ZEILE.
           MOVE EV-DATUM(WH-EI) TO WH-VON.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO WD-ZEILE(3:).
           MOVE EV-TEXT(WH-EI) TO WD-ZEILE(15:).
           MOVE "SG" TO WD-ZEILE(37:).
           MOVE EV-SGRP(WH-EI) TO WD-GRP.
           MOVE WD-GRP TO WD-ZEILE(40:).
           MOVE "KG" TO WD-ZEILE(46:).
           MOVE EV-KDGRP(WH-EI) TO WD-GRP.
           MOVE WD-GRP TO WD-ZEILE(49:).
           MOVE "Faktor" TO WD-ZEILE(55:).
           MOVE EV-PROZ(WH-EI) TO WD-PROZ.
           MOVE WD-PROZ TO WD-ZEILE(62:).
           MOVE "%" TO WD-ZEILE(66:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           MOVE EV-MG(WH-EI) TO WD-AMG.
           MOVE EV-RET(WH-EI) TO WD-ARET.
           MOVE 0 TO WH-QUOTE.
           IF EV-MG(WH-EI) NOT = 0
               COMPUTE WH-QUOTE ROUNDED =
                   EV-RET(WH-EI) * 100 / EV-MG(WH-EI).
           MOVE WH-QUOTE TO WD-AQUO.
           MOVE EV-VMG(WH-EI) TO WD-AVMG.
           MOVE EV-VRET(WH-EI) TO WD-AVRET.
           MOVE 0 TO WH-QUOTE.
           IF EV-VMG(WH-EI) NOT = 0
               COMPUTE WH-QUOTE ROUNDED =
                   EV-VRET(WH-EI) * 100 / EV-VMG(WH-EI).
           MOVE WH-QUOTE TO WD-AVQUO.
           COMPUTE WH-NETE = EV-MG(WH-EI) - EV-RET(WH-EI).
           COMPUTE WH-NETV = EV-VMG(WH-EI) - EV-VRET(WH-EI).
           IF WH-NETV > 0
               COMPUTE WH-VORSCH ROUNDED =
                   WH-NETE * 100 / WH-NETV - 100
               MOVE WH-VORSCH TO WD-AVOR
           ELSE
               MOVE SPACE TO WD-ZEILE(65:).
           PERFORM DRUCK-ZEILE.
           ADD 1 TO WH-EI.
           IF WH-EI NOT > WT-EANZ GO B.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
       Z.  EXIT.
       AUSW-KOPF SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE 1 TO WH-ZL.
           MOVE "Ereignisfaktoren gegen Retouren" TO WD-ZEILE.
           MOVE WK-FIRMA TO WD-ZEILE(45:).
           PERFORM DRUCK-ZEILE.
           MOVE SPACE TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
           MOVE "Tag / Ereignis" TO WD-ZEILE(3:).
           PERFORM DRUCK-ZEILE.
           MOVE "       Menge  Retour Quote  Vorwoche  Retour Quote"
               TO WD-ZEILE.
           MOVE "Vorschlag %" TO WD-ZEILE(58:).
           PERFORM DRUCK-ZEILE.
           MOVE ALL "-" TO WD-ZEILE.
           PERFORM DRUCK-ZEILE.
       Z.  EXIT.
       DATUM-AUF SECTION.
       A.  MOVE WH-VON(7:2) TO WD-DTAG.
           MOVE WH-VON(5:2) TO WD-DMON.
           MOVE WH-VON(1:4) TO WD-DJHR.
       Z.  EXIT.
       DRUCK-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZL.
           IF WH-ZL > 62
               MOVE SPACE TO DRA-SATZ
               WRITE DRA-SATZ AFTER PAGE
               MOVE 1 TO WH-ZL.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANSEPRL.
      ******************************************************************
      *     Ruecklastschriften zum SEPA-Einzug (PANSEPA)               *
      *     Rueckgabedatei der Bank SEPARUCK.TXT: je Zeile Datum,      *
      *     End-to-End-Referenz (RE + Rechnungsnummer aus PANSEPA),    *
      *     Betrag, Rueckgabegrund (SEPA-Code) und Bankspesen          *
      *     WL-CA 10: Rueckgaben einlesen - die Rechnung in            *
      *               PANISFIB.DAT wird wieder offen gesetzt, Spesen   *
      *               und Bearbeitungsgebuehr (KONSTANT Satz 51)       *
      *               werden als eigene Belastung gebucht, bei harten  *
      *               Gruenden (Konto erloschen/gesperrt, IBAN falsch, *
      *               kein/widerrufenes Mandat, verstorben) wird der   *
      *               Einzugsstopp DE-LSSTOP gesetzt; je Rueckgabe ein *
      *               Kundenbrief, nicht zuordenbare Zeilen kommen auf *
      *               die Klaerungsliste PANRLCLR.LST                  *
      *               Rueckgaben werden in PANSEPRL.DAT festgehalten   *
      *     WL-CA 20: Ruecklastschriftquote je Kunde und Monat         *
      *               (Einzuege aus dem Einreichjournal PANSEPAJ.DAT)  *
      *     WL-CA 30: Einstellungen (KONSTANT Satz 51)                 *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSEKON.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT RUECKIN    ASSIGN TO "SEPARUCK.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT RUECKLS    ASSIGN TO "PANSEPRL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT SEPAJOUR   ASSIGN TO "PANSEPAJ.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT KLAERUNG   ASSIGN TO "PANRLCLR.LST"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANKONS.CPY.
       COPY PANEBUCH.CPY.
      ***************************** Rueckgabezeilen der Bank *
       FD  RUECKIN                     LABEL RECORD OMITTED.
       01  RI-SATZ.
           03  RI-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  RI-E2E                  PIC X(35).
           03  FILLER                  PIC X.
           03  RI-BETRAG               PIC X(15).
           03  FILLER                  PIC X.
           03  RI-GRUND                PIC X(4).
           03  FILLER                  PIC X.
           03  RI-SPESEN               PIC X(15).
      ***************************** Ruecklastschriften je Kunde *
       FD  RUECKLS      external       LABEL RECORD STANDARD.
       01  RS-SATZ.
           03  RS-KEY.
               05 RS-KTONR             PIC 9(6)      COMP.
               05 RS-DATUM             PIC 9(8)      COMP.
               05 RS-REN               PIC 9(7)      COMP.
           03  RS-BET                  PIC S9(7)V99  COMP.
           03  RS-SPESEN               PIC S9(5)V99  COMP.
           03  RS-GEBUEHR              PIC S9(5)V99  COMP.
           03  RS-GRUND                PIC X(4).
           03  RS-HART                 PIC 9         COMP.
           03  RS-BELREN               PIC 9(7)      COMP.
      ***************************** Einreichjournal (PANSEPA) *
       FD  SEPAJOUR                    LABEL RECORD STANDARD.
       01  SJ-SATZ.
           03  SJ-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  SJ-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  SJ-RENR                 PIC 9(7).
           03  FILLER                  PIC X.
           03  SJ-KTONR                PIC 9(6).
           03  FILLER                  PIC X.
           03  SJ-BET                  PIC ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  SJ-MANDAT               PIC X(35).
           03  FILLER                  PIC X.
           03  SJ-IBAN                 PIC X(34).
      ***************************** Klaerungsliste *
       FD  KLAERUNG                    LABEL RECORD OMITTED.
       01  KL-ZEILE.
           03  KL-GRUND                PIC X(22).
           03  FILLER                  PIC X     VALUE SPACE.
           03  KL-DATUM                PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  KL-BET                  PIC ZZZ.ZZ9,99-.
           03  FILLER                  PIC X     VALUE SPACE.
           03  KL-E2E                  PIC X(35).
           03  FILLER                  PIC X     VALUE SPACE.
           03  KL-CODE                 PIC X(4).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-KTO              PIC ZZZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(25).
               05 FILLER               PIC X.
               05 DRA-EANZ             PIC ZZZ9.
               05 DRA-EBET             PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-RANZ             PIC ZZZ9.
               05 DRA-RBET             PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-QUOTE            PIC ZZ9,9.
               05 FILLER               PIC X.
               05 DRA-STOP             PIC X(4).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(75).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8).
           03  WH-RENR                 PIC 9(7)     COMP.
           03  WH-RENX                 PIC 9(7).
           03  WH-BET                  PIC S9(7)V99 COMP.
           03  WH-SPESEN               PIC S9(5)V99 COMP.
           03  WH-BELAST               PIC S9(7)V99 COMP.
           03  WH-HART                 PIC 9        COMP.
           03  WH-GI                   PIC 99       COMP.
           03  WH-MON                  PIC 9(6).
           03  WH-KTOX                 PIC 9(6).
           03  WH-GEB                  PIC 999V99.
           03  WH-BEARB                PIC 999V99.
           03  WH-GK                   PIC 9(6).
           03  WD-GELES                PIC 9(5)     COMP VALUE ZERO.
           03  WD-ZUGE                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-KLAER                PIC 9(5)     COMP VALUE ZERO.
           03  WD-GESP                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-BET                  PIC ZZZ.ZZ9,99-.
           03  WD-REN                  PIC ZZZZZZ9.
      *--------------> harte Rueckgabegruende: Einzugsstopp <-
      *  AC01 IBAN falsch, AC04 Konto erloschen, AC06 Konto gesperrt,
      *  MD01 kein/widerrufenes Mandat, MD07 Kontoinhaber verstorben
           03  WT-HARTX                PIC X(20)
                                       VALUE "AC01AC04AC06MD01MD07".
           03  WT-HART REDEFINES WT-HARTX
                                       PIC X(4)     OCCURS 5.
      *--------------> Quote je Kunde und Monat <-
           03  QK-ANZ                  PIC 999      COMP.
           03  QK                      PIC 999      COMP.
           03  WT-QTAB.
               05 WT-QK                             OCCURS 500.
                  07 QK-KTONR          PIC 9(6)     COMP.
                  07 QK-EANZ           PIC 9(4)     COMP.
                  07 QK-EBET           PIC S9(7)V99 COMP.
                  07 QK-RANZ           PIC 9(4)     COMP.
                  07 QK-RBET           PIC S9(7)V99 COMP.
           03  WH-EANZ                 PIC 9(5)     COMP.
           03  WH-RANZ                 PIC 9(5)     COMP.
           03  WH-EBET                 PIC S9(9)V99 COMP.
           03  WH-RBET                 PIC S9(9)V99 COMP.
           03  WH-QUOTE                PIC 999V9    COMP.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RUECKLS.
       A.  CALL "CADECL" USING "PANSEPRL.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           IF WL-CA = 10 PERFORM RUECK-IMP.
           IF WL-CA = 20 PERFORM QUOTEN-LISTE.
           IF WL-CA = 30 PERFORM WARTUNG.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Rueckgabedatei einlesen *
       RUECK-IMP SECTION.
       A.  OPEN INPUT RUECKIN.
           IF WF-STATUS = "35"
               DISPLAY "keine Rueckgabedatei vorhanden" AT 2401
               GO Z.
           OPEN I-O RUECKLS.
           IF WF-STATUS = "35"
               CLOSE RUECKLS OPEN OUTPUT RUECKLS
               CLOSE RUECKLS OPEN I-O RUECKLS.
           OPEN I-O BUCHFAKT.
           OPEN I-O DEBITOR.
           OPEN I-O KONSTANT.
           OPEN OUTPUT KLAERUNG.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WD-GELES WD-ZUGE WD-KLAER WD-GESP.
      *------> Spesen/Gebuehr/Erloeskonto (Satz 51) <-
           MOVE 51 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE 0 TO KO-RLGEB KO-RLBEARB KO-RLGK.
           MOVE KO-RLGEB TO WH-GEB.
           MOVE KO-RLBEARB TO WH-BEARB.
           MOVE KO-RLGK TO WH-GK.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
       B.  READ RUECKIN AT END GO X.
           ADD 1 TO WD-GELES.
           MOVE 0 TO WH-BET WH-SPESEN.
           COMPUTE WH-BET = FUNCTION NUMVAL(RI-BETRAG)
               ON SIZE ERROR MOVE 0 TO WH-BET.
           IF RI-SPESEN = SPACE
               MOVE WH-GEB TO WH-SPESEN
           ELSE
               COMPUTE WH-SPESEN = FUNCTION NUMVAL(RI-SPESEN)
                   ON SIZE ERROR MOVE WH-GEB TO WH-SPESEN.
      *------> Referenz aus PANSEPA: RE + Rechnungsnummer <-
           IF RI-E2E(1:2) NOT = "RE" OR RI-E2E(3:7) NOT NUMERIC
               MOVE "Referenz unbekannt" TO KL-GRUND
               PERFORM KLAER-SATZ GO B.
           MOVE RI-E2E(3:7) TO WH-RENX.
           MOVE WH-RENX TO WH-RENR.
           MOVE "R" TO BF-SA.
           MOVE WH-RENR TO BF-REN.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID
               MOVE "Rechnung fehlt" TO KL-GRUND
               PERFORM KLAER-SATZ GO B.
           READ BUCHFAKT NEXT AT END
               MOVE "Rechnung fehlt" TO KL-GRUND
               PERFORM KLAER-SATZ GO B.
           IF BF-SA NOT = "R" OR BF-REN NOT = WH-RENR
               MOVE "Rechnung fehlt" TO KL-GRUND
               PERFORM KLAER-SATZ GO B.
      *------> je Rechnung und Rueckgabetag nur einmal <-
           MOVE BF-KTONR TO RS-KTONR.
           MOVE RI-DATUM TO RS-DATUM.
           MOVE WH-RENR TO RS-REN.
           READ RUECKLS IGNORE LOCK INVALID GO C.
           MOVE "schon verarbeitet" TO KL-GRUND.
           PERFORM KLAER-SATZ.
           GO B.
      *------> Rechnung wieder offen <-
       C.  IF BF-BEZAHLT
               SET BF-OFFEN TO TRUE
               MOVE 0 TO BF-ZAHLDAT
               REWRITE BF-SATZ.
           ADD 1 TO WD-ZUGE.
           MOVE 0 TO WH-HART.
           PERFORM VARYING WH-GI FROM 1 BY 1 UNTIL WH-GI > 5
               IF RI-GRUND = WT-HART(WH-GI) MOVE 1 TO WH-HART.
           MOVE BF-KTONR TO WH-KTOX.
           MOVE 1 TO DE-FNR.
           MOVE BF-KTONR TO DE-KTONR.
           READ DEBITOR INVALID MOVE SPACE TO DE-BEZ GO D.
           IF WH-HART = 1
               MOVE 1 TO DE-LSSTOP
               MOVE RI-GRUND TO DE-LSGRUND
               MOVE RI-DATUM TO DE-LSDAT
               REWRITE DE-SATZ
               ADD 1 TO WD-GESP.
      *------> Spesen und Gebuehr als Belastung <-
       D.  COMPUTE WH-BELAST = WH-SPESEN + WH-BEARB.
           MOVE 0 TO RS-BELREN.
           IF WH-BELAST > 0 PERFORM BELAST-BUCH.
           MOVE WH-KTOX TO RS-KTONR.
           MOVE RI-DATUM TO RS-DATUM.
           MOVE WH-RENR TO RS-REN.
           MOVE WH-BET TO RS-BET.
           MOVE WH-SPESEN TO RS-SPESEN.
           MOVE WH-BEARB TO RS-GEBUEHR.
           MOVE RI-GRUND TO RS-GRUND.
           MOVE WH-HART TO RS-HART.
           WRITE RS-SATZ INVALID REWRITE RS-SATZ.
           PERFORM BRIEF.
           GO B.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE RUECKIN RUECKLS BUCHFAKT DEBITOR KLAERUNG DRUCKER.
           CLOSE KONSTANT.
           DISPLAY "Rueckgaben gelesen:" AT 2301.
           MOVE WD-GELES TO WD-ANZ.
           DISPLAY WD-ANZ AT 2322.
           DISPLAY "verarbeitet:       " AT 2401.
           MOVE WD-ZUGE TO WD-ANZ.
           DISPLAY WD-ANZ AT 2422.
           DISPLAY "Einzugsstopp:      " AT 2501.
           MOVE WD-GESP TO WD-ANZ.
           DISPLAY WD-ANZ AT 2522.
           DISPLAY "Klaerungsfaelle:   " AT 2601.
           MOVE WD-KLAER TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
       Z.  EXIT.
      ********* Belastung als Buchung fuer den Rechnungslauf *
      *  wie die Bonusgutschrift (PANBONUS): eigene Nummer aus
      *  KO-RENUM, offen, Erloeskonto aus Satz 51
       BELAST-BUCH SECTION.
       A.  MOVE 1 TO WH-KEY.
           READ KONSTANT.
           ADD 1 TO KO-RENUM.
           REWRITE KO-SATZ.
           MOVE KO-RENUM TO BF-KEY.
           MOVE "R" TO BF-SA.
           MOVE KO-RENUM TO BF-REN RS-BELREN.
           MOVE WH-KTOX TO BF-KTONR.
           ACCEPT BF-DAT FROM DATE.
           MOVE 0 TO BF-KOND BF-SY BF-Z BF-VM BF-RF.
           MOVE WH-GK TO BF-GK.
           MOVE 0 TO BF-U1 BF-U2 BF-MW BF-B1 BF-B2 BF-KST.
           MOVE 0 TO BF-SKTOBAS BF-VALDAT.
           SET BF-OFFEN TO TRUE.
           MOVE 0 TO BF-ZAHLDAT BF-MAHNST BF-MAHNDAT.
           MOVE 1 TO BF-SH.
           MOVE WH-BELAST TO BF-BET.
           MOVE SPACE TO BF-TX.
           MOVE WH-RENR TO WD-REN.
           STRING "Ruecklastschrift RE " WD-REN " " RI-GRUND
               DELIMITED SIZE INTO BF-TX.
           WRITE BF-SATZ INVALID CONTINUE.
       Z.  EXIT.
      ************************ Brief an den Kunden *
       BRIEF SECTION.
       A.  MOVE WH-RENR TO WD-REN.
           MOVE SPACE TO DRA-SATZ.
           MOVE KO-FIRMA TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
      *----------------------> Anschrift aus DE-BEZ (#-getrennt) <-
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 2.
           PERFORM VARYING WH-GI FROM 1 BY 1 UNTIL WH-GI > 5
               IF WR-ADR(WH-GI) NOT = SPACE
                   MOVE SPACE TO DRA-SATZ
                   MOVE WR-ADR(WH-GI) TO DRA-TITEL
                   WRITE DRA-SATZ AFTER 1
               END-IF.
           MOVE SPACE TO DRA-SATZ.
           MOVE "R u e c k l a s t s c h r i f t" TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 3.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Ihre Bank hat unsere Lastschrift zur Rechnung"
               TO DRA-TITEL.
           MOVE WD-REN TO DRA-TITEL(47:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "ueber EUR" TO DRA-TITEL.
           MOVE WH-BET TO WD-BET.
           MOVE WD-BET TO DRA-TITEL(11:11).
           MOVE "nicht eingeloest (Grund" TO DRA-TITEL(23:23).
           MOVE RI-GRUND TO DRA-TITEL(47:4).
           MOVE ")." TO DRA-TITEL(51:2).
           WRITE DRA-SATZ AFTER 1.
           IF WH-BELAST > 0
               MOVE SPACE TO DRA-SATZ
               MOVE "Die Bankspesen und Bearbeitungsgebuehr von EUR"
                   TO DRA-TITEL
               MOVE WH-BELAST TO WD-BET
               MOVE WD-BET TO DRA-TITEL(48:11)
               WRITE DRA-SATZ AFTER 1
               MOVE SPACE TO DRA-SATZ
               MOVE "stellen wir Ihnen in Rechnung." TO DRA-TITEL
               WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Wir bitten um umgehende Ueberweisung." TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           IF WH-HART = 1
               MOVE SPACE TO DRA-SATZ
               MOVE "Ab sofort ziehen wir nicht mehr ein - bitte"
                   TO DRA-TITEL
               WRITE DRA-SATZ AFTER 2
               MOVE SPACE TO DRA-SATZ
               MOVE "erteilen Sie uns ein neues SEPA-Mandat."
                   TO DRA-TITEL
               WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ******************* Klaerungsfall festhalten *
       KLAER-SATZ SECTION.
       A.  ADD 1 TO WD-KLAER.
           MOVE RI-DATUM TO KL-DATUM.
           MOVE WH-BET TO KL-BET.
           MOVE RI-E2E TO KL-E2E.
           MOVE RI-GRUND TO KL-CODE.
           WRITE KL-ZEILE.
       Z.  EXIT.
      ************ Ruecklastschriftquote je Kunde und Monat *
       QUOTEN-LISTE SECTION.
       A.  DISPLAY "Ruecklastschriftquote" AT 2301.
           DISPLAY "Monat (JJJJMM, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-MON.
           ACCEPT WH-MON AT 2428.
           IF WH-MON = 0 GO Z.
           MOVE 0 TO QK-ANZ.
      *------> Einzuege des Monats aus dem Einreichjournal <-
           OPEN INPUT SEPAJOUR.
           IF WF-STATUS = "35" GO D.
       B.  READ SEPAJOUR AT END GO C.
           IF SJ-DATUM(1:6) NOT = WH-MON(1:6) GO B.
           MOVE SJ-KTONR TO WH-KTOX.
           PERFORM QK-SUCH.
           IF QK > QK-ANZ GO B.
           ADD 1 TO QK-EANZ(QK).
           MOVE SJ-BET TO WH-BET.
           ADD WH-BET TO QK-EBET(QK).
           GO B.
       C.  CLOSE SEPAJOUR.
      *------> Rueckgaben des Monats <-
       D.  OPEN INPUT RUECKLS.
           IF WF-STATUS = "35" GO G.
           MOVE 0 TO RS-KTONR RS-DATUM RS-REN.
           START RUECKLS KEY NOT < RS-KEY INVALID GO F.
       E.  READ RUECKLS NEXT IGNORE LOCK AT END GO F.
           IF RS-DATUM / 100 NOT = WH-MON GO E.
           MOVE RS-KTONR TO WH-KTOX.
           PERFORM QK-SUCH.
           IF QK > QK-ANZ GO E.
           ADD 1 TO QK-RANZ(QK).
           ADD RS-BET TO QK-RBET(QK).
           GO E.
       F.  CLOSE RUECKLS.
       G.  OPEN INPUT DEBITOR.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Ruecklastschriftquote Monat" TO DRA-TITEL.
           MOVE WH-MON TO DRA-TITEL(29:6).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE " Konto Kunde" TO DRA-TITEL.
           MOVE "Einzuege" TO DRA-TITEL(41:8).
           MOVE "Rueckgaben" TO DRA-TITEL(55:10).
           MOVE "Quote Stop" TO DRA-TITEL(66:10).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WH-EANZ WH-RANZ WH-EBET WH-RBET.
           PERFORM QK-DRUCK VARYING QK FROM 1 BY 1 UNTIL QK > QK-ANZ.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Summe" TO DRA-BEZ.
           MOVE WH-EANZ TO DRA-EANZ.
           MOVE WH-EBET TO DRA-EBET.
           MOVE WH-RANZ TO DRA-RANZ.
           MOVE WH-RBET TO DRA-RBET.
           MOVE 0 TO WH-QUOTE.
           IF WH-EANZ NOT = 0
               COMPUTE WH-QUOTE ROUNDED = WH-RANZ * 100 / WH-EANZ.
           MOVE WH-QUOTE TO DRA-QUOTE.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER DEBITOR.
       Z.  EXIT.
      ***** Konto in der Tabelle suchen / anlegen (QK > QK-ANZ: voll) *
       QK-SUCH SECTION.
       A.  PERFORM VARYING QK FROM 1 BY 1 UNTIL QK > QK-ANZ
               OR QK-KTONR(QK) = WH-KTOX
               CONTINUE.
           IF QK > QK-ANZ AND QK-ANZ < 500
               ADD 1 TO QK-ANZ
               MOVE WH-KTOX TO QK-KTONR(QK)
               MOVE 0 TO QK-EANZ(QK) QK-RANZ(QK)
               MOVE 0 TO QK-EBET(QK) QK-RBET(QK).
       Z.  EXIT.
      *  gedruckt werden nur Kunden mit Rueckgaben, die Summe
      *  enthaelt alle Einzuege des Monats
       QK-DRUCK SECTION.
       A.  ADD QK-EANZ(QK) TO WH-EANZ.
           ADD QK-EBET(QK) TO WH-EBET.
           ADD QK-RANZ(QK) TO WH-RANZ.
           ADD QK-RBET(QK) TO WH-RBET.
           IF QK-RANZ(QK) = 0 GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE QK-KTONR(QK) TO DRA-KTO.
           MOVE 1 TO DE-FNR.
           MOVE QK-KTONR(QK) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK
               INVALID MOVE SPACE TO DE-BEZ
               MOVE 0 TO DE-LSSTOP.
           MOVE DE-BEZ TO WT-BEZ.
           INSPECT WT-BEZ REPLACING ALL "#" BY SPACE.
           MOVE WT-BEZ TO DRA-BEZ.
           MOVE QK-EANZ(QK) TO DRA-EANZ.
           MOVE QK-EBET(QK) TO DRA-EBET.
           MOVE QK-RANZ(QK) TO DRA-RANZ.
           MOVE QK-RBET(QK) TO DRA-RBET.
           MOVE 0 TO WH-QUOTE.
           IF QK-EANZ(QK) NOT = 0
               COMPUTE WH-QUOTE ROUNDED =
                   QK-RANZ(QK) * 100 / QK-EANZ(QK)
                   ON SIZE ERROR MOVE 999 TO WH-QUOTE.
           MOVE WH-QUOTE TO DRA-QUOTE.
           IF DE-LSGESP MOVE DE-LSGRUND TO DRA-STOP.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ************************* Einstellungen Satz 51 *
       WARTUNG SECTION.
       A.  DISPLAY "Ruecklastschriften: Einstellungen" AT 2301.
           MOVE 51 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE 0 TO KO-RLGEB KO-RLBEARB KO-RLGK.
           DISPLAY "Bankspesen (ohne Angabe):" AT 2401.
           MOVE KO-RLGEB TO WH-GEB.
           DISPLAY WH-GEB AT 2427.
           ACCEPT WH-GEB AT 2427.
           DISPLAY "Bearbeitungsgebuehr:" AT 2440.
           MOVE KO-RLBEARB TO WH-BEARB.
           DISPLAY WH-BEARB AT 2461.
           ACCEPT WH-BEARB AT 2461.
           DISPLAY "Erloeskonto:" AT 2501.
           MOVE KO-RLGK TO WH-GK.
           DISPLAY WH-GK AT 2514.
           ACCEPT WH-GK AT 2514.
           MOVE 51 TO WH-KEY.
           READ KONSTANT
               INVALID MOVE LOW-VALUE TO KO-SATZ.
           MOVE WH-GEB TO KO-RLGEB.
           MOVE WH-BEARB TO KO-RLBEARB.
           MOVE WH-GK TO KO-RLGK.
           MOVE 51 TO WH-KEY.
           REWRITE KO-SATZ INVALID WRITE KO-SATZ.
      *------> Schluesselfeld fuer den Aufrufer zuruecklassen <-
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           DISPLAY "gespeichert" AT 2601.
       Z.  EXIT.

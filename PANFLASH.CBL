      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANFLASH.
      ******************************************************************
      *     Flash-Bericht fuer die Geschaeftsfuehrung - eine Seite     *
      *     fuer den Vortag und den laufenden Monat, jeweils gegen     *
      *     den gleichen Zeitraum des Vorjahres:                       *
      *       Umsatz je Sortiergruppe und je Kette (Rechnungskonto     *
      *       DE-REKTO, sonst Einzelkunden) aus den Lieferscheinen,    *
      *       Retourenquote (PANRETGR.DAT gegen Liefermenge),          *
      *       Lieferscheine und Stopps je Tour des Vortags,            *
      *       offene Posten ueber 30 Tage (BUCHFAKT abzueglich         *
      *       Teilzahlungen PANZAHLG), Ausbeute-Abweichung aus dem     *
      *       Waagprotokoll (PAKOTRND), Arbeitsstunden (PAKZEIT.DAT)   *
      *       und Kassenumsatz Werksverkauf (PANBVJRN.DAT)             *
      *     Druck und Textdatei FLjjmmtt.TXT, die ueber den Mailspool  *
      *     (PANMAILS.DAT, MS-ART B) an den Verteiler PANFLVER.DAT     *
      *     geht                                                       *
      *     WL-CA 10: Bericht erstellen, drucken und verteilen         *
      *     WL-CA 20: Verteiler warten                                 *
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
           COPY PANSERGR.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           SELECT ZEITDAT    ASSIGN TO "PAKZEIT.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZE-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT BVJOURNAL  ASSIGN TO "PANBVJRN.DAT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT MAILSPOOL  ASSIGN TO "PANMAILS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY MS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT VERTEILER  ASSIGN TO "PANFLVER.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FV-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT FLASHTXT   ASSIGN TO WN-FLASH
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDRGR.CPY.
       COPY PANEBUCH.CPY.
      *********************** Zeiterfassung (PAKOZEIT) *
       FD  ZEITDAT      external       LABEL RECORD STANDARD.
       01  ZE-SATZ.
           03  ZE-KEY.
               05 ZE-NUM               PIC 999       COMP.
               05 ZE-DATUM             PIC 9(8)      COMP.
               05 ZE-KSTNR             PIC 99        COMP.
           03  ZE-STD                  PIC 99V99     COMP.
           03  ZE-SCHICHT              PIC 9         COMP.
      ************************ Belegjournal Werksverkauf (PANBARVK) *
       FD  BVJOURNAL                   LABEL RECORD STANDARD.
       01  BJ-SATZ.
           03  BJ-DATUM                PIC 9(8).
           03  FILLER                  PIC X.
           03  BJ-ZEIT                 PIC 9(6).
           03  FILLER                  PIC X.
           03  BJ-BELEGNR              PIC 9(8).
           03  FILLER                  PIC X.
           03  BJ-BETRAG               PIC S9(7)V99.
           03  FILLER                  PIC X(60).
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
      *********************** Verteiler Flash-Bericht *
       FD  VERTEILER                   LABEL RECORD STANDARD.
       01  FV-SATZ.
           03  FV-KEY.
               05 FV-LFD               PIC 99       COMP.
           03  FV-NAME                 PIC X(30).
           03  FV-MAIL                 PIC X(50).
      *********************** Bericht als Text fuer den Mailversand *
       FD  FLASHTXT                    LABEL RECORD STANDARD.
       01  FT-SATZ                     PIC X(80).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-TITEL               PIC X(76).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-TXT                  PIC 9        COMP VALUE ZERO.
           03  WH-TAG                  PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8).
           03  WH-MAB                  PIC 9(8).
           03  WH-VJTAG                PIC 9(8).
           03  WH-VJMAB                PIC 9(8).
           03  WH-VON                  PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-DAT8                 PIC 9(8).
           03  WH-GRENZ                PIC 9(8)     COMP.
           03  WH-BELI                 PIC 9(8)     COMP.
           03  WH-PM                   PIC 9        COMP.
           03  WH-PT                   PIC 9        COMP.
           03  WH-PX                   PIC 9        COMP.
           03  WH-I                    PIC 999      COMP.
           03  WH-K                    PIC 999      COMP.
           03  WH-VOR                  PIC 9        COMP.
           03  WH-ZWERT                PIC S9(9)V99 COMP.
           03  WH-RESTB                PIC S9(9)V99 COMP.
           03  WH-AM                   PIC S9(9)V99 COMP.
           03  WH-AV                   PIC S9(9)V99 COMP.
           03  WH-KETTE                PIC 9(6)     COMP.
           03  WH-ALTKTO               PIC 9(6)     COMP.
           03  WH-STOUR                PIC 99       COMP.
           03  WH-SKTO                 PIC 9(6)     COMP.
           03  WH-LFPRIME.
               05 WH-LFKTO             PIC 9(6)     COMP.
               05 WH-LFNUM             PIC 9(6)     COMP.
           03  WH-NLFD                 PIC 9(7)     COMP.
           03  WH-ANZV                 PIC 99       COMP.
           03  WH-LFD                  PIC 99.
           03  WH-ANTW                 PIC X.
           03  WH-OPANZ                PIC 9(5)     COMP.
           03  WH-OPBET                PIC S9(9)V99 COMP.
           03  WN-FLASH.
               05 FILLER               PIC XX    VALUE "FL".
               05 WN-FTAG              PIC 9(6).
               05 FILLER               PIC X(4)  VALUE ".TXT".
      *------------------> Kennzahlen je Zeitraum <-
      *  1 = Vortag, 2 = Vortag Vorjahr, 3 = Monat lfd., 4 = Vorjahr
       01  WT-KENN.
           03  WT-PER                                 OCCURS 4.
               05 KP-UMS               PIC S9(9)V99 COMP.
               05 KP-LFMG              PIC S9(9)    COMP.
               05 KP-RETMG             PIC S9(9)    COMP.
               05 KP-STD               PIC S9(7)V99 COMP.
               05 KP-KASSE             PIC S9(9)V99 COMP.
               05 KP-AUSB              PIC S9(5)V99 COMP.
               05 KP-WIEG              PIC 9(8)     COMP.
               05 KP-QUOTE             PIC S9(5)V99 COMP.
      *------------------> Umsatz je Sortiergruppe (LF-SGRP + 1) <-
       01  WT-SGTAB.
           03  WT-SG                                  OCCURS 100.
               05 SG-UMS               PIC S9(9)V99 COMP OCCURS 4.
      *------------------> Umsatz je Kette, Rest = Einzelkunden <-
       01  WT-KETAB.
           03  WH-KANZ                 PIC 99       COMP.
           03  WT-KE                                  OCCURS 30.
               05 KE-KTO               PIC 9(6)     COMP.
               05 KE-UMS               PIC S9(9)V99 COMP OCCURS 4.
           03  WT-KREST                PIC S9(9)V99 COMP OCCURS 4.
      *------------------> Touren des Vortags (LF-TOUR + 1) <-
       01  WT-TOTAB.
           03  WT-TO                                  OCCURS 100.
               05 TO-LIEF              PIC 9(5)     COMP.
               05 TO-STOPS             PIC 9(5)     COMP.
      *------------------> Berichtszeile (Druck und Textdatei) <-
       01  WD-ZEILE.
           03  WD-TX                   PIC X(20).
           03  WD-ZELLE                               OCCURS 4.
               05 FILLER               PIC X.
               05 WD-BET               PIC ZZ.ZZZ.ZZ9-.
               05 WD-DEZ REDEFINES WD-BET
                                       PIC ZZZ.ZZ9,99-.
           03  FILLER                  PIC X.
           03  WD-ABW                  PIC ZZZ9,9-.
       01  WD-TOURZ REDEFINES WD-ZEILE.
           03  WD-TC                                  OCCURS 5.
               05 FILLER               PIC XX.
               05 WD-TNR               PIC 99.
               05 FILLER               PIC X.
               05 WD-TLF               PIC ZZZ9.
               05 WD-TSL               PIC X.
               05 WD-TST               PIC ZZZ9.
           03  FILLER                  PIC X(6).
       01  WD-KOPF.
           03  FILLER                  PIC X(26) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "Vortag".
           03  FILLER                  PIC X(12) VALUE "Vorjahr".
           03  FILLER                  PIC X(12) VALUE "Monat lfd.".
           03  FILLER                  PIC X(10) VALUE "Vorjahr".
           03  FILLER                  PIC X(4)  VALUE "Abw%".
       01  WD-TITEL.
           03  FILLER                  PIC X(14) VALUE "Flash-Bericht".
           03  WD-TTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-TMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-TJHR                 PIC 9(4).
           03  FILLER                  PIC X(3)  VALUE SPACE.
           03  WD-TFIRMA               PIC X(30).
       01  WD-ZAHL                     PIC ZZ.ZZ9.
       01  WD-SGNR                     PIC Z9.
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
           IF WL-CA = 10 PERFORM BERICHT.
           IF WL-CA = 20 PERFORM VERT-WART.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Verteiler warten *
       VERT-WART SECTION.
       A.  DISPLAY "Verteiler Flash-Bericht" AT 2301.
           OPEN I-O VERTEILER.
           IF WF-STATUS = "35"
               CLOSE VERTEILER OPEN OUTPUT VERTEILER
               CLOSE VERTEILER OPEN I-O VERTEILER.
       B.  DISPLAY "Nr. (1-99, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-LFD.
           ACCEPT WH-LFD AT 2424.
           IF WH-LFD = 0 GO X.
           MOVE WH-LFD TO FV-LFD.
           READ VERTEILER INVALID
               MOVE SPACE TO FV-NAME FV-MAIL.
           DISPLAY "Name   :" AT 2501.
           DISPLAY FV-NAME AT 2510.
           ACCEPT FV-NAME AT 2510.
           DISPLAY "Adresse:" AT 2601.
           DISPLAY FV-MAIL AT 2610.
           ACCEPT FV-MAIL AT 2610.
           MOVE WH-LFD TO FV-LFD.
           IF FV-MAIL = SPACE
               DELETE VERTEILER INVALID CONTINUE END-DELETE
           ELSE
               REWRITE FV-SATZ INVALID WRITE FV-SATZ.
           GO B.
       X.  CLOSE VERTEILER.
       Z.  EXIT.
      ***************************** Bericht *
       BERICHT SECTION.
       A.  DISPLAY "Flash-Bericht" AT 2301.
           DISPLAY "Berichtstag (JJJJMMTT, 0 = gestern):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2439.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WH-TAG = 0
               COMPUTE WH-TAG = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WH-HEUTE) - 1).
           COMPUTE WH-TAG6 = WH-TAG - 20000000.
      *-------> Monatsanfang, gleicher Tag und Monat im Vorjahr <-
           MOVE WH-TAG TO WH-MAB.
           MOVE "01" TO WH-MAB(7:2).
           COMPUTE WH-VJTAG = WH-TAG - 10000.
           IF WH-VJTAG(5:4) = "0229" MOVE "28" TO WH-VJTAG(7:2).
           COMPUTE WH-VJMAB = WH-MAB - 10000.
           INITIALIZE WT-KENN WT-SGTAB WT-KETAB WT-TOTAB.
           MOVE 0 TO WH-OPANZ WH-OPBET.
           DISPLAY "Lieferscheine ...    " AT 2501.
           OPEN INPUT DEBITOR LFSCHEIN.
           MOVE 0 TO WH-ALTKTO.
           MOVE WH-MAB TO WH-VON.
           MOVE WH-TAG TO WH-BIS.
           PERFORM LFS-LAUF.
           MOVE WH-VJMAB TO WH-VON.
           MOVE WH-VJTAG TO WH-BIS.
           PERFORM LFS-LAUF.
           CLOSE DEBITOR LFSCHEIN.
           DISPLAY "Retouren ...         " AT 2501.
           PERFORM RET-LAUF.
           DISPLAY "offene Posten ...    " AT 2501.
           PERFORM OP-LAUF.
           DISPLAY "Stunden / Kassa ...  " AT 2501.
           PERFORM ZEIT-LAUF.
           PERFORM KASSE-LAUF.
           PERFORM AUSBEUTE.
           PERFORM QUOTEN.
           PERFORM DRUCK.
           DISPLAY "Flash-Bericht gedruckt" AT 2501.
           PERFORM VERSAND.
       Z.  EXIT.
      ***** Zeitraeume fuer ein Datum (WH-DAT8) -> WH-PT / WH-PM *
       PERIODE SECTION.
       A.  MOVE 0 TO WH-PT WH-PM.
           IF WH-DAT8 NOT < WH-MAB AND WH-DAT8 NOT > WH-TAG
               MOVE 3 TO WH-PM
               IF WH-DAT8 = WH-TAG MOVE 1 TO WH-PT.
           IF WH-DAT8 NOT < WH-VJMAB AND WH-DAT8 NOT > WH-VJTAG
               MOVE 4 TO WH-PM
               IF WH-DAT8 = WH-VJTAG MOVE 2 TO WH-PT.
       Z.  EXIT.
      ***** Lieferscheinzeilen WH-VON bis WH-BIS *
       LFS-LAUF SECTION.
       A.  MOVE 0 TO WH-LFKTO WH-LFNUM WH-SKTO.
           MOVE 99 TO WH-STOUR.
           MOVE WH-VON TO LF-DATUM.
           MOVE 0 TO LF-TOUR LF-SUB LF-KTONR LF-NUM LF-ARNUM.
           MOVE LOW-VALUE TO LF-SORT.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO Z.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-DATUM > WH-BIS GO Z.
           MOVE LF-DATUM TO WH-DAT8.
           PERFORM PERIODE.
           IF WH-PM = 0 GO B.
           IF WH-PT = 1 PERFORM TOUR-ZAEHL.
           IF LF-MENGE(1) = 0 GO B.
           COMPUTE WH-ZWERT ROUNDED = LF-MENGE(1) * LF-PREIS.
           IF LF-KTONR NOT = WH-ALTKTO
               MOVE LF-KTONR TO DE-KTONR WH-ALTKTO
               READ DEBITOR IGNORE LOCK INVALID MOVE 0 TO DE-REKTO
               END-READ
               MOVE DE-REKTO TO WH-KETTE
               PERFORM KETTE-SUCH.
           MOVE WH-PM TO WH-PX.
           PERFORM EINRECHNEN.
           IF WH-PT = 0 GO B.
           MOVE WH-PT TO WH-PX.
           PERFORM EINRECHNEN.
           GO B.
       Z.  EXIT.
      ***** Zeile in Zeitraum WH-PX einrechnen *
       EINRECHNEN SECTION.
       A.  ADD WH-ZWERT TO KP-UMS(WH-PX).
           ADD LF-MENGE(1) TO KP-LFMG(WH-PX).
           COMPUTE WH-I = LF-SGRP + 1.
           ADD WH-ZWERT TO SG-UMS(WH-I WH-PX).
           IF WH-K = 0
               ADD WH-ZWERT TO WT-KREST(WH-PX)
           ELSE
               ADD WH-ZWERT TO KE-UMS(WH-K WH-PX).
       Z.  EXIT.
      ***** Kette (Rechnungskonto) in der Tabelle -> WH-K, 0 = Rest *
       KETTE-SUCH SECTION.
       A.  MOVE 0 TO WH-K.
           IF WH-KETTE = 0 GO Z.
       B.  ADD 1 TO WH-K.
           IF WH-K > WH-KANZ GO C.
           IF KE-KTO(WH-K) = WH-KETTE GO Z.
           GO B.
       C.  IF WH-KANZ NOT < 30 MOVE 0 TO WH-K GO Z.
           ADD 1 TO WH-KANZ.
           MOVE WH-KANZ TO WH-K.
           MOVE WH-KETTE TO KE-KTO(WH-K).
       Z.  EXIT.
      ***** Lieferscheine und Stopps je Tour des Vortags *
       TOUR-ZAEHL SECTION.
       A.  COMPUTE WH-I = LF-TOUR + 1.
           IF LF-PRIME NOT = WH-LFPRIME
               ADD 1 TO TO-LIEF(WH-I)
               MOVE LF-PRIME TO WH-LFPRIME.
           IF LF-TOUR = WH-STOUR AND LF-KTONR = WH-SKTO GO Z.
           ADD 1 TO TO-STOPS(WH-I).
           MOVE LF-TOUR TO WH-STOUR.
           MOVE LF-KTONR TO WH-SKTO.
       Z.  EXIT.
      ***** Retouren der Kunden (ohne Abschriften, Konto 0) *
       RET-LAUF SECTION.
       A.  OPEN INPUT RETGRUND.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE WH-VJMAB TO WH-VON.
       B.  MOVE WH-VON TO RG-DATUM.
           MOVE 0 TO RG-KTONR RG-ARNUM RG-LFD.
           START RETGRUND KEY NOT < RG-KEY INVALID GO X.
       C.  READ RETGRUND NEXT IGNORE LOCK AT END GO X.
           IF RG-DATUM > WH-TAG GO X.
           IF RG-KTONR = 0 GO C.
           MOVE RG-DATUM TO WH-DAT8.
           PERFORM PERIODE.
           IF WH-PM = 0
               IF RG-DATUM > WH-VJTAG AND WH-VON NOT = WH-MAB
                   MOVE WH-MAB TO WH-VON GO B
               ELSE GO C.
           ADD RG-MENGE TO KP-RETMG(WH-PM).
           IF WH-PT NOT = 0 ADD RG-MENGE TO KP-RETMG(WH-PT).
           GO C.
       X.  CLOSE RETGRUND.
       Z.  EXIT.
      ***** offene Posten aelter als 30 Tage zum Berichtstag *
       OP-LAUF SECTION.
       A.  COMPUTE WH-GRENZ = FUNCTION INTEGER-OF-DATE(WH-TAG) - 30.
           OPEN INPUT BUCHFAKT.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE "R" TO BF-SA.
           MOVE 0 TO BF-REN.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO X.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA NOT = "R" GO X.
           IF NOT BF-OFFEN GO B.
           IF BF-BET = 0 GO B.
           COMPUTE WH-DAT8 = 20000000 + BF-DAT.
           COMPUTE WH-BELI = FUNCTION INTEGER-OF-DATE(WH-DAT8).
           IF WH-BELI > WH-GRENZ GO B.
      *------> Rest nach Teilzahlungen (PANZAHLG) <-
           MOVE BF-REN TO WH-NUM.
           CALL "PANZAHLG" USING "50SALDO" WH-CREG.
           COMPUTE WH-RESTB = BF-BET - WH-WERT.
           IF WH-RESTB NOT > 0 GO B.
           ADD 1 TO WH-OPANZ.
           ADD WH-RESTB TO WH-OPBET.
           GO B.
       X.  CLOSE BUCHFAKT.
       Z.  EXIT.
      ***** Arbeitsstunden aus der Zeiterfassung *
       ZEIT-LAUF SECTION.
       A.  OPEN INPUT ZEITDAT.
           IF WF-STATUS NOT = "00" GO Z.
       B.  READ ZEITDAT NEXT IGNORE LOCK AT END GO X.
           MOVE ZE-DATUM TO WH-DAT8.
           PERFORM PERIODE.
           IF WH-PM = 0 GO B.
           ADD ZE-STD TO KP-STD(WH-PM).
           IF WH-PT NOT = 0 ADD ZE-STD TO KP-STD(WH-PT).
           GO B.
       X.  CLOSE ZEITDAT.
       Z.  EXIT.
      ***** Kassenumsatz Werksverkauf aus dem Belegjournal *
       KASSE-LAUF SECTION.
       A.  OPEN INPUT BVJOURNAL.
           IF WF-STATUS NOT = "00" GO Z.
       B.  READ BVJOURNAL AT END GO X.
           MOVE BJ-DATUM TO WH-DAT8.
           PERFORM PERIODE.
           IF WH-PM = 0 GO B.
           ADD BJ-BETRAG TO KP-KASSE(WH-PM).
           IF WH-PT NOT = 0 ADD BJ-BETRAG TO KP-KASSE(WH-PT).
           GO B.
       X.  CLOSE BVJOURNAL.
       Z.  EXIT.
      ***** Ausbeute-Abweichung je Zeitraum (PAKOTRND) *
       AUSBEUTE SECTION.
       A.  MOVE WH-TAG TO WZ-DATUM WX-DATUM.
           MOVE 1 TO WH-PX.
           PERFORM AUSB-RUF.
           MOVE WH-VJTAG TO WZ-DATUM WX-DATUM.
           MOVE 2 TO WH-PX.
           PERFORM AUSB-RUF.
           MOVE WH-MAB TO WZ-DATUM.
           MOVE WH-TAG TO WX-DATUM.
           MOVE 3 TO WH-PX.
           PERFORM AUSB-RUF.
           MOVE WH-VJMAB TO WZ-DATUM.
           MOVE WH-VJTAG TO WX-DATUM.
           MOVE 4 TO WH-PX.
           PERFORM AUSB-RUF.
           CANCEL "PAKOTRND".
       Z.  EXIT.
       AUSB-RUF SECTION.
       A.  CALL "PAKOTRND" USING "20GESAMT" WH-CREG.
           MOVE WH-WERT TO KP-AUSB(WH-PX).
           MOVE WH-NUM TO KP-WIEG(WH-PX).
       Z.  EXIT.
      ***** Retourenquote in Prozent der Liefermenge *
       QUOTEN SECTION.
       A.  MOVE 0 TO WH-PX.
       B.  ADD 1 TO WH-PX.
           IF WH-PX > 4 GO Z.
           MOVE 0 TO KP-QUOTE(WH-PX).
           IF KP-LFMG(WH-PX) NOT = 0
               COMPUTE KP-QUOTE(WH-PX) ROUNDED =
                   KP-RETMG(WH-PX) * 100 / KP-LFMG(WH-PX).
           GO B.
       Z.  EXIT.
      ***************************** Druck und Textdatei *
       DRUCK SECTION.
       A.  OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE WH-TAG6 TO WN-FTAG.
           OPEN OUTPUT FLASHTXT.
           IF WF-STATUS = "00" MOVE 1 TO WM-TXT.
           MOVE WH-TAG(7:2) TO WD-TTAG.
           MOVE WH-TAG(5:2) TO WD-TMON.
           MOVE WH-TAG(1:4) TO WD-TJHR.
           MOVE WK-FIRMA TO WD-TFIRMA.
           MOVE WD-TITEL TO WD-ZEILE.
           MOVE 9 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE WD-KOPF TO WD-ZEILE.
           MOVE 2 TO WH-VOR.
           PERFORM AUSGABE.
      *-------> Umsatz gesamt, je Sortiergruppe, je Kette <-
           MOVE SPACE TO WD-ZEILE.
           MOVE "Umsatz gesamt" TO WD-TX.
           MOVE KP-UMS(1) TO WD-BET(1).
           MOVE KP-UMS(2) TO WD-BET(2).
           MOVE KP-UMS(3) TO WH-AM.
           MOVE KP-UMS(4) TO WH-AV.
           PERFORM ABWEICHUNG.
           MOVE 2 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE 0 TO WH-I.
       B.  ADD 1 TO WH-I.
           IF WH-I > 100 GO C.
           IF SG-UMS(WH-I 3) = 0 AND SG-UMS(WH-I 4) = 0 GO B.
           MOVE SPACE TO WD-ZEILE.
           COMPUTE WD-SGNR = WH-I - 1.
           STRING "  Sortiergruppe " WD-SGNR DELIMITED SIZE
               INTO WD-TX.
           MOVE SG-UMS(WH-I 1) TO WD-BET(1).
           MOVE SG-UMS(WH-I 2) TO WD-BET(2).
           MOVE SG-UMS(WH-I 3) TO WH-AM.
           MOVE SG-UMS(WH-I 4) TO WH-AV.
           PERFORM ABWEICHUNG.
           MOVE 1 TO WH-VOR.
           PERFORM AUSGABE.
           GO B.
       C.  MOVE 0 TO WH-K.
           OPEN INPUT DEBITOR.
       D.  ADD 1 TO WH-K.
           IF WH-K > WH-KANZ GO E.
           MOVE SPACE TO WD-ZEILE.
           MOVE KE-KTO(WH-K) TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           STRING "  " DE-BEZ(1:18) DELIMITED SIZE INTO WD-TX.
           MOVE KE-UMS(WH-K 1) TO WD-BET(1).
           MOVE KE-UMS(WH-K 2) TO WD-BET(2).
           MOVE KE-UMS(WH-K 3) TO WH-AM.
           MOVE KE-UMS(WH-K 4) TO WH-AV.
           PERFORM ABWEICHUNG.
           IF WH-K = 1 MOVE 2 TO WH-VOR ELSE MOVE 1 TO WH-VOR.
           PERFORM AUSGABE.
           GO D.
       E.  CLOSE DEBITOR.
           MOVE SPACE TO WD-ZEILE.
           MOVE "  Einzelkunden" TO WD-TX.
           MOVE WT-KREST(1) TO WD-BET(1).
           MOVE WT-KREST(2) TO WD-BET(2).
           MOVE WT-KREST(3) TO WH-AM.
           MOVE WT-KREST(4) TO WH-AV.
           PERFORM ABWEICHUNG.
           IF WH-KANZ = 0 MOVE 2 TO WH-VOR ELSE MOVE 1 TO WH-VOR.
           PERFORM AUSGABE.
      *-------> Quoten und Betriebszahlen <-
           MOVE SPACE TO WD-ZEILE.
           MOVE "Retourenquote %" TO WD-TX.
           MOVE KP-QUOTE(1) TO WD-DEZ(1).
           MOVE KP-QUOTE(2) TO WD-DEZ(2).
           MOVE KP-QUOTE(3) TO WD-DEZ(3).
           MOVE KP-QUOTE(4) TO WD-DEZ(4).
           MOVE 2 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Ausbeute-Abw. %" TO WD-TX.
           MOVE KP-AUSB(1) TO WD-DEZ(1).
           MOVE KP-AUSB(2) TO WD-DEZ(2).
           MOVE KP-AUSB(3) TO WD-DEZ(3).
           MOVE KP-AUSB(4) TO WD-DEZ(4).
           MOVE 1 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Arbeitsstunden" TO WD-TX.
           MOVE KP-STD(1) TO WD-DEZ(1).
           MOVE KP-STD(2) TO WD-DEZ(2).
           MOVE KP-STD(3) TO WD-DEZ(3).
           MOVE KP-STD(4) TO WD-DEZ(4).
           MOVE 1 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE SPACE TO WD-ZEILE.
           MOVE "Kassa Werksverkauf" TO WD-TX.
           MOVE KP-KASSE(1) TO WD-BET(1).
           MOVE KP-KASSE(2) TO WD-BET(2).
           MOVE KP-KASSE(3) TO WH-AM.
           MOVE KP-KASSE(4) TO WH-AV.
           PERFORM ABWEICHUNG.
           MOVE 1 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE SPACE TO WD-ZEILE.
           MOVE WH-OPANZ TO WD-ANZ.
           STRING "offene Posten ueber 30 Tage:" WD-ANZ " Stk"
               DELIMITED SIZE INTO WD-ZEILE.
           MOVE WH-OPBET TO WD-BET(4).
           MOVE 2 TO WH-VOR.
           PERFORM AUSGABE.
      *-------> Touren des Vortags, fuenf je Zeile <-
           MOVE SPACE TO WD-ZEILE.
           MOVE "Touren Vortag: Tour Lieferscheine/Stopps" TO WD-ZEILE.
           MOVE 2 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE SPACE TO WD-ZEILE.
           MOVE 0 TO WH-I WH-K.
       F.  ADD 1 TO WH-I.
           IF WH-I > 100 GO G.
           IF TO-LIEF(WH-I) = 0 GO F.
           ADD 1 TO WH-K.
           COMPUTE WD-TNR(WH-K) = WH-I - 1.
           MOVE TO-LIEF(WH-I) TO WD-TLF(WH-K).
           MOVE "/" TO WD-TSL(WH-K).
           MOVE TO-STOPS(WH-I) TO WD-TST(WH-K).
           IF WH-K < 5 GO F.
           MOVE 1 TO WH-VOR.
           PERFORM AUSGABE.
           MOVE SPACE TO WD-ZEILE.
           MOVE 0 TO WH-K.
           GO F.
       G.  IF WH-K > 0 MOVE 1 TO WH-VOR PERFORM AUSGABE.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
           IF WM-TXT = 1 CLOSE FLASHTXT.
       Z.  EXIT.
      ***** Monat und Vorjahr (WH-AM / WH-AV), Abweichung in Prozent *
       ABWEICHUNG SECTION.
       A.  MOVE WH-AM TO WD-BET(3).
           MOVE WH-AV TO WD-BET(4).
           IF WH-AV = 0 GO Z.
           COMPUTE WH-ZWERT ROUNDED = (WH-AM - WH-AV) * 100 / WH-AV.
           MOVE WH-ZWERT TO WD-ABW.
       Z.  EXIT.
      ***** eine Zeile auf Drucker und in die Textdatei *
      *  WH-VOR = Zeilenvorschub, 9 = neue Seite
       AUSGABE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE WD-ZEILE TO DRA-TITEL.
           IF WH-VOR = 9 WRITE DRA-SATZ AFTER PAGE
           ELSE WRITE DRA-SATZ AFTER WH-VOR.
           IF WM-TXT = 0 GO Z.
           IF WH-VOR = 2 MOVE SPACE TO FT-SATZ WRITE FT-SATZ.
           MOVE WD-ZEILE TO FT-SATZ.
           WRITE FT-SATZ.
       Z.  EXIT.
      ***** Bericht ueber den Mailspool an den Verteiler *
       VERSAND SECTION.
       A.  IF WM-TXT = 0 GO Z.
           MOVE 0 TO WM-TXT.
           OPEN INPUT VERTEILER.
           IF WF-STATUS NOT = "00"
               DISPLAY "kein Verteiler gepflegt" AT 2601 GO Z.
           DISPLAY "an den Verteiler mailen <J/N>:" AT 2601.
           MOVE "J" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2632.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j"
               CLOSE VERTEILER GO Z.
           OPEN I-O MAILSPOOL.
           IF WF-STATUS = "35"
               CLOSE MAILSPOOL OPEN OUTPUT MAILSPOOL
               CLOSE MAILSPOOL OPEN I-O MAILSPOOL.
      *------> hoechste Spoolnummer suchen <-
           MOVE 0 TO WH-NLFD MS-LFDNR.
           START MAILSPOOL KEY NOT < MS-KEY INVALID GO B.
       A2. READ MAILSPOOL NEXT AT END GO B.
           MOVE MS-LFDNR TO WH-NLFD.
           GO A2.
       B.  MOVE 0 TO WH-ANZV FV-LFD.
           START VERTEILER KEY NOT < FV-KEY INVALID GO X.
       C.  READ VERTEILER NEXT AT END GO X.
           IF FV-MAIL = SPACE GO C.
           ADD 1 TO WH-NLFD.
           INITIALIZE MS-SATZ.
           MOVE WH-NLFD TO MS-LFDNR.
           MOVE WH-TAG6 TO MS-RENUM.
           MOVE 0 TO MS-KTONR.
           MOVE FV-MAIL TO MS-MAIL.
           SET MS-BERICHT TO TRUE.
           SET MS-OFFEN TO TRUE.
           MOVE 0 TO MS-VERSUCHE.
           MOVE WH-HEUTE TO MS-DATUM.
           WRITE MS-SATZ INVALID CONTINUE.
           ADD 1 TO WH-ANZV.
           GO C.
       X.  CLOSE VERTEILER MAILSPOOL.
           DISPLAY "gespoolt an Empfaenger:" AT 2701.
           MOVE WH-ANZV TO WD-ZAHL.
           DISPLAY WD-ZAHL AT 2725.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANEPCQR.
      ******************************************************************
      *     EPC-Zahlungscode (GiroCode, "Zahlen mit Code")             *
      *     Inhalt nach EPC069-12: eigene IBAN/BIC/Name aus KONSTANT   *
      *     Satz 52, offener Betrag und als strukturierte Referenz     *
      *     die Creditor Reference RF nach ISO 11649 (Rechnungs-       *
      *     nummer bzw. K + Kontonummer) - PANBANKE ordnet die         *
      *     Zahlung ueber diese Referenz zu                            *
      *     Ergebnis im externen Bereich QR-BEREICH (PANQRCOD.CPY):    *
      *     Nutzdaten fuer die PDF-Belege und der fertige QR-Code      *
      *     (Version 1 - 13, Korrekturstufe M) als PCL-Rastergrafik    *
      *     WL-CA 10: Rechnung WH-NUM, Betrag = offener Rest aus       *
      *               PANISFIB.DAT abzgl. Teilzahlungen (PANZAHLG);    *
      *               bezahlt/Gutschrift = kein Code                   *
      *     WL-CA 11: wie 10, BUCHFAKT ist beim Rufer schon offen      *
      *     WL-CA 12: Kontoauszug, Konto WH-NUM, Betrag WH-WERT        *
      *     WL-CA 20: eigene Bankverbindung pflegen (Satz 52)          *
      *     WL-CA 50: Referenz in WH-HILF (RF...) pruefen - WH-X = J   *
      *               gueltig, WH-HILF = Referenz ohne RF/Pruefziffer  *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEKON.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANKONS.CPY.
       COPY PANEBUCH.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       COPY PANQRCOD.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-GFOK                 PIC 9        COMP VALUE ZERO.
           03  WH-RENR                 PIC 9(7)     COMP.
           03  WH-BETRAG               PIC S9(9)V99 COMP.
           03  WH-SKEY                 PIC 9(5).
           03  WH-IBAN                 PIC X(34).
           03  WH-BIC                  PIC X(11).
           03  WH-NAME                 PIC X(70).
           03  WH-UNAME                PIC X(140).
           03  WH-UL                   PIC 999      COMP.
           03  WH-IBEIN                PIC X(34).
           03  WH-REFK                 PIC X(21).
           03  WH-REF                  PIC X(25).
           03  WH-M97                  PIC X(40).
           03  WH-RFREST               PIC 99       COMP.
           03  WH-RFPZ                 PIC 99.
           03  WH-ZIF                  PIC 9.
           03  WH-ZW                   PIC 9(5)     COMP.
           03  WH-ZQ                   PIC 9(5)     COMP.
           03  WH-ZV                   PIC 99       COMP.
           03  WH-CI                   PIC 999      COMP.
           03  WH-CL                   PIC 999      COMP.
           03  WH-DP                   PIC 9(4)     COMP.
           03  WT-ALPHA                PIC X(26)
                                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03  WT-KLEIN                PIC X(26)
                                   VALUE "abcdefghijklmnopqrstuvwxyz".
           03  WD-RENR                 PIC Z(6)9.
           03  WD-KTO                  PIC Z(5)9.
           03  WD-BETQ                 PIC Z(8)9,99.
           03  WH-BYTN                 PIC 99       COMP-X.
           03  WH-BYTX REDEFINES WH-BYTN
                                       PIC X.
      *------------------------------------------> QR-Code Aufbau <-
       01  WC-REG.
      *  je Version (Korrekturstufe M): Codewoerter gesamt, Korrektur-
      *  woerter je Block, Bloecke/Datenwoerter der Gruppen 1 und 2,
      *  Restbits, Mitten der Ausrichtungsmuster
           03  WT-VERSX.
               05 FILLER  PIC X(18)  VALUE "026101160000000000".
               05 FILLER  PIC X(18)  VALUE "044161280007061800".
               05 FILLER  PIC X(18)  VALUE "070261440007062200".
               05 FILLER  PIC X(18)  VALUE "100182320007062600".
               05 FILLER  PIC X(18)  VALUE "134242430007063000".
               05 FILLER  PIC X(18)  VALUE "172164270007063400".
               05 FILLER  PIC X(18)  VALUE "196184310000062238".
               05 FILLER  PIC X(18)  VALUE "242222382390062442".
               05 FILLER  PIC X(18)  VALUE "292223362370062646".
               05 FILLER  PIC X(18)  VALUE "346264431440062850".
               05 FILLER  PIC X(18)  VALUE "404301504510063054".
               05 FILLER  PIC X(18)  VALUE "466226362370063258".
               05 FILLER  PIC X(18)  VALUE "532228371380063462".
           03  WT-VERS REDEFINES WT-VERSX              OCCURS 13.
               05 VT-GES               PIC 999.
               05 VT-KOR               PIC 99.
               05 VT-B1                PIC 9.
               05 VT-D1                PIC 99.
               05 VT-B2                PIC 9.
               05 VT-D2                PIC 99.
               05 VT-RB                PIC 9.
               05 VT-AM                PIC 99  OCCURS 3.
      *  Formatinformation Stufe M, Maske 0 - 7 (Bit 14 ... 0)
           03  WT-FMTX.
               05 FILLER  PIC X(15)  VALUE "101010000010010".
               05 FILLER  PIC X(15)  VALUE "101000100100101".
               05 FILLER  PIC X(15)  VALUE "101111001111100".
               05 FILLER  PIC X(15)  VALUE "101101101001011".
               05 FILLER  PIC X(15)  VALUE "100010111111001".
               05 FILLER  PIC X(15)  VALUE "100000011001110".
               05 FILLER  PIC X(15)  VALUE "100111110010111".
               05 FILLER  PIC X(15)  VALUE "100101010100000".
           03  WT-FMT REDEFINES WT-FMTX
                                       PIC X(15)  OCCURS 8.
      *  Versionsinformation ab Version 7 (Bit 17 ... 0)
           03  WT-VIX.
               05 FILLER  PIC X(18)  VALUE "000111110010010100".
               05 FILLER  PIC X(18)  VALUE "001000010110111100".
               05 FILLER  PIC X(18)  VALUE "001001101010011001".
               05 FILLER  PIC X(18)  VALUE "001010010011010011".
               05 FILLER  PIC X(18)  VALUE "001011101111110110".
               05 FILLER  PIC X(18)  VALUE "001100011101100010".
               05 FILLER  PIC X(18)  VALUE "001101100001000111".
           03  WT-VI REDEFINES WT-VIX  PIC X(18)  OCCURS 7.
           03  WT-P2X                  PIC X(40)  VALUE
               "0000100002000040000800016000320006400128".
           03  WT-P2 REDEFINES WT-P2X  PIC 9(5)  OCCURS 8.
           03  WH-VER                  PIC 99       COMP.
           03  WH-GROE                 PIC 99       COMP.
           03  WH-CAP                  PIC 999      COMP.
           03  WH-CCB                  PIC 99       COMP.
           03  WH-NCW                  PIC 999      COMP.
           03  WH-NK                   PIC 99       COMP.
           03  WH-NB                   PIC 99       COMP.
           03  WH-NS                   PIC 999      COMP.
           03  WH-DMAX                 PIC 99       COMP.
           03  WH-BP                   PIC 9(5)     COMP.
           03  WH-BW                   PIC 9(5)     COMP.
           03  WH-BN                   PIC 99       COMP.
           03  WH-I                    PIC 9(5)     COMP.
           03  WH-J                    PIC 99       COMP.
           03  WH-J2                   PIC 99       COMP.
           03  WH-K                    PIC 9(5)     COMP.
           03  WH-K2                   PIC 9        COMP.
           03  WH-Q                    PIC 9(5)     COMP.
           03  WH-Q2                   PIC 9(5)     COMP.
           03  WH-P1                   PIC 9(5)     COMP.
           03  WH-B                    PIC 99       COMP.
           03  WH-BI                   PIC 99       COMP.
           03  WH-E                    PIC 999      COMP.
           03  WH-R                    PIC 99       COMP.
           03  WH-C                    PIC 99       COMP.
           03  WH-MR                   PIC 99       COMP.
           03  WH-MC                   PIC 99       COMP.
           03  WH-RS                   PIC S999     COMP.
           03  WH-CS                   PIC S999     COMP.
           03  WH-DR                   PIC S9       COMP.
           03  WH-DC                   PIC S9       COMP.
           03  WH-AD                   PIC 9        COMP.
           03  WH-AC                   PIC 9        COMP.
           03  WH-NA                   PIC 9        COMP.
           03  WH-AI                   PIC 9        COMP.
           03  WH-AJ                   PIC 9        COMP.
           03  WH-DUNKEL               PIC X.
           03  WH-FAKT                 PIC 999      COMP.
           03  WH-XA                   PIC 999      COMP.
           03  WH-XB                   PIC 999      COMP.
           03  WH-XR                   PIC 999      COMP.
           03  WH-XA2                  PIC 999      COMP.
           03  WH-XB2                  PIC 999      COMP.
           03  WH-XQ                   PIC 999      COMP.
           03  WH-XRA                  PIC 9        COMP.
           03  WH-XRB                  PIC 9        COMP.
           03  WH-XW                   PIC 9(4)     COMP.
           03  WH-GA                   PIC 999      COMP.
           03  WH-GB                   PIC 999      COMP.
           03  WH-GP                   PIC 999      COMP.
           03  WH-RECHTS               PIC 99       COMP.
           03  WH-VERT                 PIC 99       COMP.
           03  WH-AUF                  PIC 9        COMP.
           03  WH-MASKE                PIC 9        COMP.
           03  WH-BESTM                PIC 9        COMP.
           03  WH-KIPP                 PIC 9        COMP.
           03  WH-X0                   PIC 99       COMP.
           03  WH-Y0                   PIC 99       COMP.
           03  WH-SUMM                 PIC 999      COMP.
           03  WH-PROD                 PIC 9(4)     COMP.
           03  WH-S2                   PIC 9        COMP.
           03  WH-S3                   PIC 9        COMP.
           03  WH-P2                   PIC 9        COMP.
           03  WH-P3                   PIC 9        COMP.
           03  WH-Y2                   PIC 9        COMP.
           03  WH-X3                   PIC 9        COMP.
           03  WH-MZW                  PIC 99       COMP.
           03  WH-PEN                  PIC 9(6)     COMP.
           03  WH-BESTP                PIC 9(6)     COMP.
           03  WH-DUNK                 PIC 9(5)     COMP.
           03  WH-PROZ                 PIC 999      COMP.
           03  WH-ABW                  PIC 99       COMP.
           03  WH-LAUF                 PIC 99       COMP.
           03  WH-DOT                  PIC 999      COMP.
           03  WH-RB                   PIC 99       COMP.
           03  WH-RBX                  PIC 99.
           03  WH-LINIE                PIC X(69).
           03  WH-RZ                   PIC X(20).
           03  WT-BIT                  PIC 9  OCCURS 4400.
           03  WT-CW                   PIC 999      COMP  OCCURS 340.
           03  WT-EB                              OCCURS 9.
               05 WT-EW                PIC 999      COMP  OCCURS 30.
           03  WT-SEQ                  PIC 999      COMP  OCCURS 540.
           03  WT-ALOG                 PIC 999      COMP  OCCURS 255.
           03  WT-LOG                  PIC 999      COMP  OCCURS 255.
           03  WT-GEN                  PIC 999      COMP  OCCURS 31.
           03  WT-REM                  PIC 999      COMP  OCCURS 30.
           03  WT-BOFF                 PIC 999      COMP  OCCURS 9.
           03  WT-BLEN                 PIC 99       COMP  OCCURS 9.
      *  Module (1 = dunkel), Funktionsmuster, maskierte Matrix
           03  WT-MZ                   PIC X(69)  OCCURS 69.
           03  WT-FZ                   PIC X(69)  OCCURS 69.
           03  WT-TZ                   PIC X(69)  OCCURS 69.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 OR WL-CA = 11 PERFORM RECHNUNG.
           IF WL-CA = 12 PERFORM KTOAUSZUG.
           IF WL-CA = 20 PERFORM WARTUNG.
           IF WL-CA = 50 PERFORM RF-PRUEF.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Code zu einer Rechnung *
       RECHNUNG SECTION.
       A.  MOVE 0 TO QR-LEN QR-DRLEN.
           MOVE SPACE TO QR-REF QR-DATEN.
           MOVE WH-NUM TO WH-RENR.
           IF WL-CA = 10 OPEN INPUT BUCHFAKT.
           MOVE "R" TO BF-SA.
           MOVE WH-RENR TO BF-REN.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO X.
           READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA NOT = "R" OR BF-REN NOT = WH-RENR GO X.
           IF NOT BF-OFFEN GO X.
           MOVE BF-BET TO WH-BETRAG.
      *------> Teilzahlungen abziehen (PANZAHLG) <-
           MOVE WH-RENR TO WH-NUM.
           CALL "PANZAHLG" USING "50SALDO" WH-CREG.
           SUBTRACT WH-WERT FROM WH-BETRAG.
           MOVE WH-RENR TO WH-NUM.
           MOVE WH-BETRAG TO WH-WERT.
           IF WH-BETRAG NOT > 0 GO X.
           MOVE WH-RENR TO WD-RENR.
           MOVE 0 TO WH-CI.
           INSPECT WD-RENR TALLYING WH-CI FOR LEADING SPACE.
           MOVE SPACE TO WH-REFK.
           MOVE WD-RENR(WH-CI + 1:) TO WH-REFK.
           PERFORM ZAHLCODE.
       X.  IF WL-CA = 10 CLOSE BUCHFAKT.
       Z.  EXIT.
      ***************************** Code zum Kontoauszug *
       KTOAUSZUG SECTION.
       A.  MOVE 0 TO QR-LEN QR-DRLEN.
           MOVE SPACE TO QR-REF QR-DATEN.
           IF WH-WERT NOT > 0 GO Z.
           MOVE WH-WERT TO WH-BETRAG.
           MOVE WH-NUM TO WD-KTO.
           MOVE 0 TO WH-CI.
           INSPECT WD-KTO TALLYING WH-CI FOR LEADING SPACE.
           MOVE SPACE TO WH-REFK.
           STRING "K" WD-KTO(WH-CI + 1:) DELIMITED SIZE INTO WH-REFK.
           PERFORM ZAHLCODE.
       Z.  EXIT.
      ***** Referenz, Nutzdaten und QR-Code aufbauen *
       ZAHLCODE SECTION.
       A.  PERFORM EINST-LESEN.
           IF WH-IBAN = SPACE GO Z.
           PERFORM RF-BILDEN.
           PERFORM NUTZDATEN.
           PERFORM QR-CODE.
       Z.  EXIT.
      ***** Bankverbindung Satz 52, Name ersatzweise Firmenname *
      *  KONSTANT ist extern - der Satz des Rufers wird danach
      *  wieder eingelesen
       EINST-LESEN SECTION.
       A.  MOVE WH-KEY TO WH-SKEY.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-FIRMA.
           MOVE KO-FIRMA TO WH-NAME.
           MOVE 52 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE SPACE TO KO-QRIBAN KO-QRBIC KO-QRNAME.
           MOVE KO-QRIBAN TO WH-IBAN.
           MOVE KO-QRBIC TO WH-BIC.
           IF KO-QRNAME NOT = SPACE MOVE KO-QRNAME TO WH-NAME.
           MOVE WH-SKEY TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
       Z.  EXIT.
      ***** Creditor Reference: RF + Pruefziffer + Referenz *
       RF-BILDEN SECTION.
       A.  MOVE SPACE TO WH-M97.
           STRING WH-REFK DELIMITED SPACE "RF00" DELIMITED SIZE
               INTO WH-M97.
           PERFORM MOD-97.
           COMPUTE WH-RFPZ = 98 - WH-RFREST.
           MOVE SPACE TO WH-REF.
           STRING "RF" WH-RFPZ WH-REFK DELIMITED SPACE INTO WH-REF.
           MOVE WH-REF TO QR-REF.
       Z.  EXIT.
      ***** Rest mod 97 ueber WH-M97 (Buchstaben A = 10 ... Z = 35) *
      *  ungueltiges Zeichen: WH-RFREST = 99
       MOD-97 SECTION.
       A.  MOVE 0 TO WH-RFREST.
           MOVE 1 TO WH-CI.
       B.  IF WH-CI > 40 GO Z.
           IF WH-M97(WH-CI:1) = SPACE GO Z.
           IF WH-M97(WH-CI:1) NUMERIC GO C.
           PERFORM BUCHST-WERT.
           IF WH-ZV > 35 MOVE 99 TO WH-RFREST GO Z.
           COMPUTE WH-ZW = WH-RFREST * 100 + WH-ZV.
           GO D.
       C.  MOVE WH-M97(WH-CI:1) TO WH-ZIF.
           COMPUTE WH-ZW = WH-RFREST * 10 + WH-ZIF.
       D.  DIVIDE 97 INTO WH-ZW GIVING WH-ZQ REMAINDER WH-RFREST.
           ADD 1 TO WH-CI.
           GO B.
       Z.  EXIT.
       BUCHST-WERT SECTION.
       A.  MOVE 99 TO WH-ZV.
           MOVE 1 TO WH-CL.
       B.  IF WH-CL > 26 GO Z.
           IF WT-ALPHA(WH-CL:1) = WH-M97(WH-CI:1)
               COMPUTE WH-ZV = WH-CL + 9
               GO Z.
           ADD 1 TO WH-CL.
           GO B.
       Z.  EXIT.
      ***** Referenz aus dem Bankauszug pruefen (PANBANKE) *
       RF-PRUEF SECTION.
       A.  MOVE "N" TO WH-X.
           IF WH-HILF(1:2) NOT = "RF" GO Z.
           IF WH-HILF(3:2) NOT NUMERIC GO Z.
           MOVE 0 TO WH-CI.
           INSPECT WH-HILF(5:21) TALLYING WH-CI
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WH-CI = 0 GO Z.
           MOVE SPACE TO WH-REFK WH-M97.
           MOVE WH-HILF(5:WH-CI) TO WH-REFK.
           STRING WH-REFK DELIMITED SPACE
                  "RF" WH-HILF(3:2) DELIMITED SIZE INTO WH-M97.
           PERFORM MOD-97.
           IF WH-RFREST NOT = 1 GO Z.
           MOVE "J" TO WH-X.
           MOVE WH-REFK TO WH-HILF.
       Z.  EXIT.
      ***** Nutzdaten EPC069-12, Version 002, Zeichensatz UTF-8 *
       NUTZDATEN SECTION.
       A.  PERFORM NAME-UTF8.
           MOVE WH-BETRAG TO WD-BETQ.
           INSPECT WD-BETQ REPLACING ALL "," BY ".".
           MOVE 0 TO WH-CI.
           INSPECT WD-BETQ TALLYING WH-CI FOR LEADING SPACE.
           MOVE SPACE TO QR-DATEN.
           MOVE 1 TO WH-DP.
           STRING "BCD" X"0A" "002" X"0A" "1" X"0A" "SCT" X"0A"
                      DELIMITED SIZE
                  WH-BIC DELIMITED SPACE
                  X"0A" DELIMITED SIZE
                  WH-UNAME(1:WH-UL) DELIMITED SIZE
                  X"0A" DELIMITED SIZE
                  WH-IBAN DELIMITED SPACE
                  X"0A" "EUR" DELIMITED SIZE
                  WD-BETQ(WH-CI + 1:) DELIMITED SIZE
                  X"0A" X"0A" DELIMITED SIZE
                  WH-REF DELIMITED SPACE
               INTO QR-DATEN WITH POINTER WH-DP.
           COMPUTE QR-LEN = WH-DP - 1.
       Z.  EXIT.
      ***** Empfaengername fuer UTF-8 (wie PANEBINV MASK-TEXT) *
      *  Umlaute aus CP850 und Latin-1 umschreiben, alle anderen
      *  Zeichen ueber X"7F" leer - das Ergebnis ist reines ASCII;
      *  EPC069-12 erlaubt hoechstens 70 Zeichen
       NAME-UTF8 SECTION.
       A.  MOVE SPACE TO WH-UNAME.
           MOVE 0 TO WH-UL.
           MOVE 1 TO WH-CL.
           MOVE 1 TO WH-CI.
       B.  IF WH-CI > 70 OR WH-CL > 70 GO X.
           MOVE WH-NAME(WH-CI:1) TO WH-BYTX.
           ADD 1 TO WH-CI.
           IF WH-BYTX = X"84" OR WH-BYTX = X"E4"
               MOVE "ae" TO WH-UNAME(WH-CL:2) ADD 2 TO WH-CL GO C.
           IF WH-BYTX = X"94" OR WH-BYTX = X"F6"
               MOVE "oe" TO WH-UNAME(WH-CL:2) ADD 2 TO WH-CL GO C.
           IF WH-BYTX = X"81" OR WH-BYTX = X"FC"
               MOVE "ue" TO WH-UNAME(WH-CL:2) ADD 2 TO WH-CL GO C.
           IF WH-BYTX = X"8E" OR WH-BYTX = X"C4"
               MOVE "Ae" TO WH-UNAME(WH-CL:2) ADD 2 TO WH-CL GO C.
           IF WH-BYTX = X"99" OR WH-BYTX = X"D6"
               MOVE "Oe" TO WH-UNAME(WH-CL:2) ADD 2 TO WH-CL GO C.
           IF WH-BYTX = X"9A" OR WH-BYTX = X"DC"
               MOVE "Ue" TO WH-UNAME(WH-CL:2) ADD 2 TO WH-CL GO C.
           IF WH-BYTX = X"E1" OR WH-BYTX = X"DF"
               MOVE "ss" TO WH-UNAME(WH-CL:2) ADD 2 TO WH-CL GO C.
           IF WH-BYTX > X"7F" MOVE SPACE TO WH-BYTX.
           MOVE WH-BYTX TO WH-UNAME(WH-CL:1).
           ADD 1 TO WH-CL.
       C.  IF WH-UNAME(WH-CL - 1:1) NOT = SPACE
               COMPUTE WH-UL = WH-CL - 1.
           GO B.
       X.  IF WH-UL > 70 MOVE 70 TO WH-UL.
           IF WH-UL = 0 MOVE 1 TO WH-UL.
       Z.  EXIT.
      ******************************************************************
      *  QR-Code nach ISO 18004, Byte-Modus, Korrekturstufe M:         *
      *  kleinste passende Version, Reed-Solomon je Block, Muster,     *
      *  Datenbits, beste der 8 Masken, PCL-Rastergrafik               *
      ******************************************************************
       QR-CODE SECTION.
       A.  MOVE 0 TO QR-DRLEN.
           MOVE SPACE TO QR-DRUCK.
           PERFORM GF-TAFEL.
           PERFORM VERS-WAHL.
           IF WH-VER = 0 GO Z.
           PERFORM DATEN-BITS.
           PERFORM BLOCK-KORR.
           PERFORM VERSCHRAENK.
           PERFORM MATRIX-BAU.
           PERFORM DATEN-SETZ.
           PERFORM MASKE-WAHL.
           PERFORM PCL-BILD.
       Z.  EXIT.
      ***** Exponenten-/Logarithmentafel GF(256), Polynom 285 *
       GF-TAFEL SECTION.
       A.  IF WM-GFOK = 1 GO Z.
           MOVE 1 TO WH-XA.
           MOVE 1 TO WH-E.
       B.  IF WH-E > 255 GO C.
           MOVE WH-XA TO WT-ALOG(WH-E).
           COMPUTE WT-LOG(WH-XA) = WH-E - 1.
           MULTIPLY 2 BY WH-XA.
           IF WH-XA > 255
               MOVE 285 TO WH-XB
               PERFORM XOR-BYTE
               MOVE WH-XR TO WH-XA.
           ADD 1 TO WH-E.
           GO B.
       C.  MOVE 1 TO WM-GFOK.
       Z.  EXIT.
      ***** WH-XR = WH-XA exklusiv-oder WH-XB (bitweise) *
       XOR-BYTE SECTION.
       A.  MOVE 0 TO WH-XR.
           MOVE WH-XA TO WH-XA2.
           MOVE WH-XB TO WH-XB2.
           MOVE 1 TO WH-XW.
       B.  IF WH-XA2 = 0 AND WH-XB2 = 0 GO Z.
           DIVIDE 2 INTO WH-XA2 GIVING WH-XQ REMAINDER WH-XRA.
           MOVE WH-XQ TO WH-XA2.
           DIVIDE 2 INTO WH-XB2 GIVING WH-XQ REMAINDER WH-XRB.
           MOVE WH-XQ TO WH-XB2.
           IF WH-XRA NOT = WH-XRB ADD WH-XW TO WH-XR.
           MULTIPLY 2 BY WH-XW.
           GO B.
       Z.  EXIT.
      ***** WH-GP = WH-GA * WH-GB in GF(256) *
       GF-MUL SECTION.
       A.  MOVE 0 TO WH-GP.
           IF WH-GA = 0 OR WH-GB = 0 GO Z.
           COMPUTE WH-E = WT-LOG(WH-GA) + WT-LOG(WH-GB).
           IF WH-E > 254 SUBTRACT 255 FROM WH-E.
           MOVE WT-ALOG(WH-E + 1) TO WH-GP.
       Z.  EXIT.
      ***** kleinste Version fuer QR-LEN Bytes *
       VERS-WAHL SECTION.
       A.  MOVE 0 TO WH-VER.
           MOVE 1 TO WH-I.
       B.  IF WH-I > 13 GO Z.
           COMPUTE WH-CAP = VT-B1(WH-I) * VT-D1(WH-I)
                          + VT-B2(WH-I) * VT-D2(WH-I).
           IF WH-I < 10 MOVE 8 TO WH-CCB
                   ELSE MOVE 16 TO WH-CCB.
           IF 4 + WH-CCB + 8 * QR-LEN NOT > 8 * WH-CAP
               MOVE WH-I TO WH-VER
               COMPUTE WH-GROE = 17 + 4 * WH-VER
               GO Z.
           ADD 1 TO WH-I.
           GO B.
       Z.  EXIT.
      ***** Datencodewoerter: Modus, Laenge, Bytes, Abschluss *
       DATEN-BITS SECTION.
       A.  MOVE 0 TO WH-BP.
           MOVE 4 TO WH-BW.
           MOVE 4 TO WH-BN.
           PERFORM BIT-ANH.
           MOVE QR-LEN TO WH-BW.
           MOVE WH-CCB TO WH-BN.
           PERFORM BIT-ANH.
           MOVE 1 TO WH-I.
       B.  IF WH-I > QR-LEN GO C.
           MOVE QR-DATEN(WH-I:1) TO WH-BYTX.
           MOVE WH-BYTN TO WH-BW.
           MOVE 8 TO WH-BN.
           PERFORM BIT-ANH.
           ADD 1 TO WH-I.
           GO B.
      *------> bis 4 Nullbits, dann auf volle Bytes <-
       C.  COMPUTE WH-K = 8 * WH-CAP - WH-BP.
           IF WH-K > 4 MOVE 4 TO WH-K.
           MOVE WH-K TO WH-BN.
           MOVE 0 TO WH-BW.
           IF WH-BN > 0 PERFORM BIT-ANH.
       D.  DIVIDE 8 INTO WH-BP GIVING WH-Q REMAINDER WH-K.
           IF WH-K NOT = 0
               MOVE 0 TO WH-BW
               MOVE 1 TO WH-BN
               PERFORM BIT-ANH
               GO D.
           MOVE WH-Q TO WH-NCW.
           MOVE 1 TO WH-I.
       E.  IF WH-I > WH-NCW GO F.
           COMPUTE WH-K = (WH-I - 1) * 8.
           PERFORM BYTE-LESEN.
           MOVE WH-BW TO WT-CW(WH-I).
           ADD 1 TO WH-I.
           GO E.
      *------> Fuellbytes 236/17 bis zur Kapazitaet <-
       F.  MOVE 236 TO WH-BW.
       G.  IF WH-NCW NOT < WH-CAP GO Z.
           ADD 1 TO WH-NCW.
           MOVE WH-BW TO WT-CW(WH-NCW).
           IF WH-BW = 236 MOVE 17 TO WH-BW
                     ELSE MOVE 236 TO WH-BW.
           GO G.
       Z.  EXIT.
      ***** WH-BN Bits von WH-BW anhaengen (hoechstes zuerst) *
       BIT-ANH SECTION.
       A.  MOVE WH-BN TO WH-J.
       B.  IF WH-J = 0 GO Z.
           IF WH-J > 8
               COMPUTE WH-BI = WH-J - 8
               COMPUTE WH-Q = WH-BW / WT-P2(WH-BI)
               COMPUTE WH-Q = WH-Q / 256
           ELSE
               COMPUTE WH-Q = WH-BW / WT-P2(WH-J).
           DIVIDE 2 INTO WH-Q GIVING WH-Q2 REMAINDER WH-K2.
           ADD 1 TO WH-BP.
           MOVE WH-K2 TO WT-BIT(WH-BP).
           SUBTRACT 1 FROM WH-J.
           GO B.
       Z.  EXIT.
      ***** 8 Bits ab WT-BIT(WH-K + 1) nach WH-BW *
       BYTE-LESEN SECTION.
       A.  MOVE 0 TO WH-BW.
           MOVE 1 TO WH-J.
       B.  IF WH-J > 8 GO Z.
           COMPUTE WH-P1 = WH-K + WH-J.
           COMPUTE WH-BW = WH-BW * 2 + WT-BIT(WH-P1).
           ADD 1 TO WH-J.
           GO B.
       Z.  EXIT.
      ***** Generatorpolynom vom Grad WH-NK *
       GEN-POLY SECTION.
       A.  MOVE 1 TO WT-GEN(1).
           MOVE 2 TO WH-I.
       B.  IF WH-I > WH-NK + 1 GO C.
           MOVE 0 TO WT-GEN(WH-I).
           ADD 1 TO WH-I.
           GO B.
       C.  MOVE 0 TO WH-R.
       D.  IF WH-R NOT < WH-NK GO Z.
           COMPUTE WH-I = WH-R + 2.
       E.  IF WH-I < 2 GO F.
           MOVE WT-GEN(WH-I - 1) TO WH-GA.
           MOVE WT-ALOG(WH-R + 1) TO WH-GB.
           PERFORM GF-MUL.
           MOVE WT-GEN(WH-I) TO WH-XA.
           MOVE WH-GP TO WH-XB.
           PERFORM XOR-BYTE.
           MOVE WH-XR TO WT-GEN(WH-I).
           SUBTRACT 1 FROM WH-I.
           GO E.
       F.  ADD 1 TO WH-R.
           GO D.
       Z.  EXIT.
      ***** Bloecke bilden und Korrekturwoerter rechnen *
       BLOCK-KORR SECTION.
       A.  MOVE VT-KOR(WH-VER) TO WH-NK.
           PERFORM GEN-POLY.
           COMPUTE WH-NB = VT-B1(WH-VER) + VT-B2(WH-VER).
           MOVE 0 TO WH-K.
           MOVE 1 TO WH-B.
       B.  IF WH-B > WH-NB GO Z.
           MOVE WH-K TO WT-BOFF(WH-B).
           IF WH-B > VT-B1(WH-VER)
               MOVE VT-D2(WH-VER) TO WT-BLEN(WH-B)
           ELSE
               MOVE VT-D1(WH-VER) TO WT-BLEN(WH-B).
           PERFORM RS-REST.
           ADD WT-BLEN(WH-B) TO WH-K.
           ADD 1 TO WH-B.
           GO B.
       Z.  EXIT.
      ***** Polynomdivision: Korrekturwoerter des Blocks WH-B *
       RS-REST SECTION.
       A.  MOVE 1 TO WH-I.
       B.  IF WH-I > WH-NK GO C.
           MOVE 0 TO WT-REM(WH-I).
           ADD 1 TO WH-I.
           GO B.
       C.  MOVE 1 TO WH-I.
       D.  IF WH-I > WT-BLEN(WH-B) GO H.
           COMPUTE WH-P1 = WT-BOFF(WH-B) + WH-I.
           MOVE WT-CW(WH-P1) TO WH-XA.
           MOVE WT-REM(1) TO WH-XB.
           PERFORM XOR-BYTE.
           MOVE WH-XR TO WH-FAKT.
           MOVE 1 TO WH-R.
       E.  IF WH-R NOT < WH-NK GO F.
           MOVE WT-REM(WH-R + 1) TO WT-REM(WH-R).
           ADD 1 TO WH-R.
           GO E.
       F.  MOVE 0 TO WT-REM(WH-NK).
           MOVE 1 TO WH-R.
       G.  IF WH-R > WH-NK
               ADD 1 TO WH-I
               GO D.
           MOVE WT-GEN(WH-R + 1) TO WH-GA.
           MOVE WH-FAKT TO WH-GB.
           PERFORM GF-MUL.
           MOVE WT-REM(WH-R) TO WH-XA.
           MOVE WH-GP TO WH-XB.
           PERFORM XOR-BYTE.
           MOVE WH-XR TO WT-REM(WH-R).
           ADD 1 TO WH-R.
           GO G.
       H.  MOVE 1 TO WH-R.
       K.  IF WH-R > WH-NK GO Z.
           MOVE WT-REM(WH-R) TO WT-EW(WH-B WH-R).
           ADD 1 TO WH-R.
           GO K.
       Z.  EXIT.
      ***** Codewoerter der Bloecke verschraenken, Bitfolge *
       VERSCHRAENK SECTION.
       A.  MOVE 0 TO WH-NS.
           MOVE VT-D1(WH-VER) TO WH-DMAX.
           IF VT-D2(WH-VER) > WH-DMAX MOVE VT-D2(WH-VER) TO WH-DMAX.
           MOVE 1 TO WH-I.
       B.  IF WH-I > WH-DMAX GO D.
           MOVE 1 TO WH-B.
       C.  IF WH-B > WH-NB
               ADD 1 TO WH-I
               GO B.
           IF WH-I NOT > WT-BLEN(WH-B)
               COMPUTE WH-P1 = WT-BOFF(WH-B) + WH-I
               ADD 1 TO WH-NS
               MOVE WT-CW(WH-P1) TO WT-SEQ(WH-NS).
           ADD 1 TO WH-B.
           GO C.
       D.  MOVE 1 TO WH-I.
       E.  IF WH-I > WH-NK GO G.
           MOVE 1 TO WH-B.
       F.  IF WH-B > WH-NB
               ADD 1 TO WH-I
               GO E.
           ADD 1 TO WH-NS.
           MOVE WT-EW(WH-B WH-I) TO WT-SEQ(WH-NS).
           ADD 1 TO WH-B.
           GO F.
      *------> Bitfolge, Restbits bleiben 0 <-
       G.  MOVE 0 TO WH-BP.
           MOVE 1 TO WH-I.
       H.  IF WH-I > WH-NS GO K.
           MOVE WT-SEQ(WH-I) TO WH-BW.
           MOVE 8 TO WH-BN.
           PERFORM BIT-ANH.
           ADD 1 TO WH-I.
           GO H.
       K.  MOVE 0 TO WH-BW.
           MOVE VT-RB(WH-VER) TO WH-BN.
           IF WH-BN > 0 PERFORM BIT-ANH.
       Z.  EXIT.
      ***** Funktionsmuster: Takt, Suchmuster, Ausrichtung, Format *
       MATRIX-BAU SECTION.
       A.  MOVE 1 TO WH-R.
       B.  IF WH-R > 69 GO C.
           MOVE ALL "0" TO WT-MZ(WH-R) WT-FZ(WH-R) WT-TZ(WH-R).
           ADD 1 TO WH-R.
           GO B.
      *------> Taktlinien in Zeile und Spalte 7 <-
       C.  MOVE 1 TO WH-I.
       D.  IF WH-I > WH-GROE GO E.
           DIVIDE 2 INTO WH-I GIVING WH-Q REMAINDER WH-K.
           IF WH-K = 1 MOVE "1" TO WH-DUNKEL
                  ELSE MOVE "0" TO WH-DUNKEL.
           MOVE 7 TO WH-R.
           MOVE WH-I TO WH-C.
           PERFORM MOD-SETZ.
           MOVE WH-I TO WH-R.
           MOVE 7 TO WH-C.
           PERFORM MOD-SETZ.
           ADD 1 TO WH-I.
           GO D.
      *------> drei Suchmuster samt hellem Rand <-
       E.  MOVE 4 TO WH-MR WH-MC.
           PERFORM SUCHMUSTER.
           COMPUTE WH-MC = WH-GROE - 3.
           PERFORM SUCHMUSTER.
           MOVE 4 TO WH-MC.
           COMPUTE WH-MR = WH-GROE - 3.
           PERFORM SUCHMUSTER.
      *------> Ausrichtungsmuster (nicht auf den Suchmustern) <-
           MOVE 0 TO WH-NA.
           IF VT-AM(WH-VER 1) NOT = 0 MOVE 2 TO WH-NA.
           IF VT-AM(WH-VER 3) NOT = 0 MOVE 3 TO WH-NA.
           MOVE 1 TO WH-AI.
       F.  IF WH-AI > WH-NA GO H.
           MOVE 1 TO WH-AJ.
       G.  IF WH-AJ > WH-NA
               ADD 1 TO WH-AI
               GO F.
           IF (WH-AI = 1 AND WH-AJ = 1)
              OR (WH-AI = 1 AND WH-AJ = WH-NA)
              OR (WH-AI = WH-NA AND WH-AJ = 1)
               ADD 1 TO WH-AJ
               GO G.
           COMPUTE WH-MC = VT-AM(WH-VER WH-AI) + 1.
           COMPUTE WH-MR = VT-AM(WH-VER WH-AJ) + 1.
           PERFORM AUSRICHT.
           ADD 1 TO WH-AJ.
           GO G.
      *------> Formatbereich vormerken, Versionsinformation <-
       H.  MOVE 0 TO WH-MASKE.
           PERFORM FORMAT-SETZ.
           IF WH-VER < 7 GO Z.
           MOVE 0 TO WH-I.
       K.  IF WH-I > 17 GO Z.
           COMPUTE WH-P1 = 18 - WH-I.
           MOVE WT-VI(WH-VER - 6)(WH-P1:1) TO WH-DUNKEL.
           DIVIDE 3 INTO WH-I GIVING WH-Q REMAINDER WH-K.
           COMPUTE WH-R = WH-Q + 1.
           COMPUTE WH-C = WH-GROE - 10 + WH-K.
           PERFORM MOD-SETZ.
           MOVE WH-R TO WH-MR.
           MOVE WH-C TO WH-R.
           MOVE WH-MR TO WH-C.
           PERFORM MOD-SETZ.
           ADD 1 TO WH-I.
           GO K.
       Z.  EXIT.
      ***** Modul WH-R/WH-C setzen und als Funktionsmodul merken *
       MOD-SETZ SECTION.
       A.  MOVE WH-DUNKEL TO WT-MZ(WH-R)(WH-C:1).
           MOVE "1" TO WT-FZ(WH-R)(WH-C:1).
       Z.  EXIT.
      ***** Suchmuster 7 x 7 mit Rand um WH-MR/WH-MC *
       SUCHMUSTER SECTION.
       A.  MOVE -4 TO WH-DR.
       B.  IF WH-DR > 4 GO Z.
           MOVE -4 TO WH-DC.
       C.  IF WH-DC > 4
               ADD 1 TO WH-DR
               GO B.
           COMPUTE WH-RS = WH-MR + WH-DR.
           COMPUTE WH-CS = WH-MC + WH-DC.
           IF WH-RS < 1 OR WH-RS > WH-GROE
              OR WH-CS < 1 OR WH-CS > WH-GROE GO D.
           MOVE WH-DR TO WH-AD.
           MOVE WH-DC TO WH-AC.
           IF WH-AC > WH-AD MOVE WH-AC TO WH-AD.
           IF WH-AD = 2 OR WH-AD = 4 MOVE "0" TO WH-DUNKEL
                                   ELSE MOVE "1" TO WH-DUNKEL.
           MOVE WH-RS TO WH-R.
           MOVE WH-CS TO WH-C.
           PERFORM MOD-SETZ.
       D.  ADD 1 TO WH-DC.
           GO C.
       Z.  EXIT.
      ***** Ausrichtungsmuster 5 x 5 um WH-MR/WH-MC *
       AUSRICHT SECTION.
       A.  MOVE -2 TO WH-DR.
       B.  IF WH-DR > 2 GO Z.
           MOVE -2 TO WH-DC.
       C.  IF WH-DC > 2
               ADD 1 TO WH-DR
               GO B.
           MOVE WH-DR TO WH-AD.
           MOVE WH-DC TO WH-AC.
           IF WH-AC > WH-AD MOVE WH-AC TO WH-AD.
           IF WH-AD = 1 MOVE "0" TO WH-DUNKEL
                   ELSE MOVE "1" TO WH-DUNKEL.
           COMPUTE WH-R = WH-MR + WH-DR.
           COMPUTE WH-C = WH-MC + WH-DC.
           PERFORM MOD-SETZ.
           ADD 1 TO WH-DC.
           GO C.
       Z.  EXIT.
      ***** Formatinformation fuer WH-MASKE in WT-TZ (2 Kopien) *
       FORMAT-SETZ SECTION.
       A.  MOVE 0 TO WH-I.
       B.  IF WH-I > 14 GO C.
           COMPUTE WH-P1 = 15 - WH-I.
           MOVE WT-FMT(WH-MASKE + 1)(WH-P1:1) TO WH-DUNKEL.
           EVALUATE TRUE
               WHEN WH-I < 6  COMPUTE WH-R = WH-I + 1
                              MOVE 9 TO WH-C
               WHEN WH-I = 6  MOVE 8 TO WH-R
                              MOVE 9 TO WH-C
               WHEN WH-I = 7  MOVE 9 TO WH-R
                              MOVE 9 TO WH-C
               WHEN WH-I = 8  MOVE 9 TO WH-R
                              MOVE 8 TO WH-C
               WHEN OTHER     MOVE 9 TO WH-R
                              COMPUTE WH-C = 15 - WH-I
           END-EVALUATE.
           PERFORM FMT-MOD.
           IF WH-I < 8
               MOVE 9 TO WH-R
               COMPUTE WH-C = WH-GROE - WH-I
           ELSE
               COMPUTE WH-R = WH-GROE - 14 + WH-I
               MOVE 9 TO WH-C.
           PERFORM FMT-MOD.
           ADD 1 TO WH-I.
           GO B.
      *------> dunkles Modul ueber dem unteren Suchmuster <-
       C.  MOVE "1" TO WH-DUNKEL.
           COMPUTE WH-R = WH-GROE - 7.
           MOVE 9 TO WH-C.
           PERFORM FMT-MOD.
       Z.  EXIT.
       FMT-MOD SECTION.
       A.  MOVE WH-DUNKEL TO WT-TZ(WH-R)(WH-C:1).
           MOVE "1" TO WT-FZ(WH-R)(WH-C:1).
       Z.  EXIT.
      ***** Datenbits im Zickzack von rechts unten einsetzen *
       DATEN-SETZ SECTION.
       A.  MOVE 0 TO WH-I.
           COMPUTE WH-RECHTS = WH-GROE - 1.
       B.  IF WH-RECHTS = 6 MOVE 5 TO WH-RECHTS.
           COMPUTE WH-Q = WH-RECHTS + 1.
           DIVIDE 4 INTO WH-Q GIVING WH-Q2 REMAINDER WH-K.
           IF WH-K < 2 MOVE 1 TO WH-AUF
                  ELSE MOVE 0 TO WH-AUF.
           MOVE 0 TO WH-VERT.
       C.  IF WH-VERT NOT < WH-GROE GO F.
           MOVE 0 TO WH-J2.
       D.  IF WH-J2 > 1
               ADD 1 TO WH-VERT
               GO C.
           COMPUTE WH-C = WH-RECHTS - WH-J2 + 1.
           IF WH-AUF = 1 COMPUTE WH-R = WH-GROE - WH-VERT
                    ELSE COMPUTE WH-R = WH-VERT + 1.
           IF WT-FZ(WH-R)(WH-C:1) = "1" GO E.
           ADD 1 TO WH-I.
           IF WH-I > WH-BP
               MOVE "0" TO WT-MZ(WH-R)(WH-C:1)
           ELSE
               MOVE WT-BIT(WH-I) TO WT-MZ(WH-R)(WH-C:1).
       E.  ADD 1 TO WH-J2.
           GO D.
       F.  IF WH-RECHTS < 3 GO Z.
           SUBTRACT 2 FROM WH-RECHTS.
           GO B.
       Z.  EXIT.
      ***** alle 8 Masken bewerten, die beste anwenden *
       MASKE-WAHL SECTION.
       A.  MOVE 999999 TO WH-BESTP.
           MOVE 0 TO WH-BESTM.
           MOVE 0 TO WH-MASKE.
       B.  PERFORM MASKE-ANW.
           PERFORM STRAFE.
           IF WH-PEN < WH-BESTP
               MOVE WH-PEN TO WH-BESTP
               MOVE WH-MASKE TO WH-BESTM.
           IF WH-MASKE < 7
               ADD 1 TO WH-MASKE
               GO B.
           MOVE WH-BESTM TO WH-MASKE.
           PERFORM MASKE-ANW.
       Z.  EXIT.
      ***** WT-TZ = WT-MZ mit Maske WH-MASKE und Formatinformation *
       MASKE-ANW SECTION.
       A.  MOVE 1 TO WH-R.
       B.  IF WH-R > WH-GROE GO E.
           MOVE WT-MZ(WH-R) TO WT-TZ(WH-R).
           MOVE 1 TO WH-C.
       C.  IF WH-C > WH-GROE
               ADD 1 TO WH-R
               GO B.
           IF WT-FZ(WH-R)(WH-C:1) = "1" GO D.
           PERFORM MASKE-BED.
           IF WH-KIPP = 0 GO D.
           IF WT-TZ(WH-R)(WH-C:1) = "1"
               MOVE "0" TO WT-TZ(WH-R)(WH-C:1)
           ELSE
               MOVE "1" TO WT-TZ(WH-R)(WH-C:1).
       D.  ADD 1 TO WH-C.
           GO C.
       E.  PERFORM FORMAT-SETZ.
       Z.  EXIT.
      ***** Maskenbedingung fuer Zeile/Spalte (ab 0 gezaehlt) *
       MASKE-BED SECTION.
       A.  MOVE 0 TO WH-KIPP.
           COMPUTE WH-X0 = WH-C - 1.
           COMPUTE WH-Y0 = WH-R - 1.
           COMPUTE WH-SUMM = WH-X0 + WH-Y0.
           COMPUTE WH-PROD = WH-X0 * WH-Y0.
           DIVIDE 2 INTO WH-SUMM GIVING WH-Q REMAINDER WH-S2.
           DIVIDE 3 INTO WH-SUMM GIVING WH-Q REMAINDER WH-S3.
           DIVIDE 2 INTO WH-PROD GIVING WH-Q REMAINDER WH-P2.
           DIVIDE 3 INTO WH-PROD GIVING WH-Q REMAINDER WH-P3.
           EVALUATE WH-MASKE
               WHEN 0  IF WH-S2 = 0 MOVE 1 TO WH-KIPP END-IF
               WHEN 1  DIVIDE 2 INTO WH-Y0 GIVING WH-Q REMAINDER WH-Y2
                       IF WH-Y2 = 0 MOVE 1 TO WH-KIPP END-IF
               WHEN 2  DIVIDE 3 INTO WH-X0 GIVING WH-Q REMAINDER WH-X3
                       IF WH-X3 = 0 MOVE 1 TO WH-KIPP END-IF
               WHEN 3  IF WH-S3 = 0 MOVE 1 TO WH-KIPP END-IF
               WHEN 4  DIVIDE 2 INTO WH-Y0 GIVING WH-MZW
                       DIVIDE 3 INTO WH-X0 GIVING WH-Q
                       ADD WH-Q TO WH-MZW
                       DIVIDE 2 INTO WH-MZW GIVING WH-Q REMAINDER WH-Y2
                       IF WH-Y2 = 0 MOVE 1 TO WH-KIPP END-IF
               WHEN 5  IF WH-P2 + WH-P3 = 0 MOVE 1 TO WH-KIPP END-IF
               WHEN 6  COMPUTE WH-MZW = WH-P2 + WH-P3
                       DIVIDE 2 INTO WH-MZW GIVING WH-Q REMAINDER WH-Y2
                       IF WH-Y2 = 0 MOVE 1 TO WH-KIPP END-IF
               WHEN 7  COMPUTE WH-MZW = WH-S2 + WH-P3
                       DIVIDE 2 INTO WH-MZW GIVING WH-Q REMAINDER WH-Y2
                       IF WH-Y2 = 0 MOVE 1 TO WH-KIPP END-IF
           END-EVALUATE.
       Z.  EXIT.
      ***** Strafpunkte der maskierten Matrix WT-TZ *
      *  Folgen ab 5 gleichen Modulen, 2 x 2 Bloecke, suchmuster-
      *  aehnliche Folgen, Abweichung des Dunkelanteils von 50 %
       STRAFE SECTION.
       A.  MOVE 0 TO WH-PEN WH-DUNK.
           MOVE 1 TO WH-R.
       B.  IF WH-R > WH-GROE GO C.
           MOVE WT-TZ(WH-R) TO WH-LINIE.
           PERFORM LINIE-STRAFE.
           INSPECT WT-TZ(WH-R)(1:WH-GROE) TALLYING WH-DUNK FOR ALL "1".
           ADD 1 TO WH-R.
           GO B.
       C.  MOVE 1 TO WH-C.
       D.  IF WH-C > WH-GROE GO F.
           MOVE 1 TO WH-R.
       E.  IF WH-R > WH-GROE
               PERFORM LINIE-STRAFE
               ADD 1 TO WH-C
               GO D.
           MOVE WT-TZ(WH-R)(WH-C:1) TO WH-LINIE(WH-R:1).
           ADD 1 TO WH-R.
           GO E.
       F.  MOVE 1 TO WH-R.
       G.  IF WH-R NOT < WH-GROE GO K.
           MOVE 1 TO WH-C.
       H.  IF WH-C NOT < WH-GROE
               ADD 1 TO WH-R
               GO G.
           IF WT-TZ(WH-R)(WH-C:2) = WT-TZ(WH-R + 1)(WH-C:2)
              AND WT-TZ(WH-R)(WH-C:1) = WT-TZ(WH-R)(WH-C + 1:1)
               ADD 3 TO WH-PEN.
           ADD 1 TO WH-C.
           GO H.
       K.  COMPUTE WH-PROZ = WH-DUNK * 100 / (WH-GROE * WH-GROE).
           IF WH-PROZ < 50 COMPUTE WH-ABW = 50 - WH-PROZ
                      ELSE COMPUTE WH-ABW = WH-PROZ - 50.
           DIVIDE 5 INTO WH-ABW GIVING WH-Q.
           COMPUTE WH-PEN = WH-PEN + WH-Q * 10.
       Z.  EXIT.
      ***** Strafpunkte einer Zeile/Spalte in WH-LINIE *
       LINIE-STRAFE SECTION.
       A.  MOVE 1 TO WH-LAUF.
           MOVE 2 TO WH-K.
       B.  IF WH-K > WH-GROE GO C.
           IF WH-LINIE(WH-K:1) = WH-LINIE(WH-K - 1:1)
               ADD 1 TO WH-LAUF
           ELSE
               IF WH-LAUF > 4
                   COMPUTE WH-PEN = WH-PEN + WH-LAUF - 2
               END-IF
               MOVE 1 TO WH-LAUF.
           ADD 1 TO WH-K.
           GO B.
       C.  IF WH-LAUF > 4 COMPUTE WH-PEN = WH-PEN + WH-LAUF - 2.
           MOVE 1 TO WH-K.
       D.  IF WH-K + 10 > WH-GROE GO Z.
           IF WH-LINIE(WH-K:11) = "10111010000"
              OR WH-LINIE(WH-K:11) = "00001011101"
               ADD 40 TO WH-PEN.
           ADD 1 TO WH-K.
           GO D.
       Z.  EXIT.
      ***** PCL-Rastergrafik: 100 dpi, Modul = 2 x 2 Punkte, *
      *  Ruhezone 4 Module                                    *
       PCL-BILD SECTION.
       A.  MOVE SPACE TO QR-DRUCK.
           MOVE 1 TO WH-DP.
           COMPUTE WH-RB = ((WH-GROE + 8) * 2 + 7) / 8.
           MOVE WH-RB TO WH-RBX.
           STRING X"1B" "*t100R" X"1B" "*r1A" DELIMITED SIZE
               INTO QR-DRUCK WITH POINTER WH-DP.
           PERFORM RUHEZONE.
           MOVE 1 TO WH-R.
       B.  IF WH-R > WH-GROE GO C.
           PERFORM RASTERZEILE.
           STRING X"1B" "*b" WH-RBX "W" WH-RZ(1:WH-RB)
                  X"1B" "*b" WH-RBX "W" WH-RZ(1:WH-RB)
                      DELIMITED SIZE
               INTO QR-DRUCK WITH POINTER WH-DP.
           ADD 1 TO WH-R.
           GO B.
       C.  PERFORM RUHEZONE.
           STRING X"1B" "*rC" DELIMITED SIZE
               INTO QR-DRUCK WITH POINTER WH-DP.
           COMPUTE QR-DRLEN = WH-DP - 1.
       Z.  EXIT.
      ***** 4 leere Modulzeilen (8 Rasterzeilen ohne Daten) *
       RUHEZONE SECTION.
       A.  MOVE 1 TO WH-J2.
       B.  IF WH-J2 > 8 GO Z.
           STRING X"1B" "*b0W" DELIMITED SIZE
               INTO QR-DRUCK WITH POINTER WH-DP.
           ADD 1 TO WH-J2.
           GO B.
       Z.  EXIT.
      ***** Bytes einer Rasterzeile aus Modulzeile WH-R *
       RASTERZEILE SECTION.
       A.  MOVE 1 TO WH-B.
       B.  IF WH-B > WH-RB GO Z.
           MOVE 0 TO WH-BYTN.
           MOVE 1 TO WH-J2.
       C.  IF WH-J2 > 8 GO E.
           COMPUTE WH-DOT = (WH-B - 1) * 8 + WH-J2 - 1.
           DIVIDE 2 INTO WH-DOT GIVING WH-Q.
           IF WH-Q < 4 OR WH-Q > WH-GROE + 3 GO D.
           COMPUTE WH-C = WH-Q - 3.
           IF WT-TZ(WH-R)(WH-C:1) = "1"
               COMPUTE WH-BI = 9 - WH-J2
               ADD WT-P2(WH-BI) TO WH-BYTN.
       D.  ADD 1 TO WH-J2.
           GO C.
       E.  MOVE WH-BYTX TO WH-RZ(WH-B:1).
           ADD 1 TO WH-B.
           GO B.
       Z.  EXIT.
      ***************************** eigene Bankverbindung *
       WARTUNG SECTION.
       A.  DISPLAY "EPC-Zahlungscode: eigene Bankverbindung" AT 2301.
           MOVE 52 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE SPACE TO KO-QRIBAN KO-QRBIC KO-QRNAME.
           MOVE KO-QRIBAN TO WH-IBAN.
           MOVE KO-QRBIC TO WH-BIC.
           MOVE KO-QRNAME TO WH-NAME.
       B.  DISPLAY "IBAN:" AT 2401.
           DISPLAY WH-IBAN AT 2407.
           ACCEPT WH-IBAN AT 2407.
           PERFORM IBAN-PRUEF.
           IF WH-X = "N"
               DISPLAY "IBAN-Pruefziffer falsch" AT 2445
               GO B.
           DISPLAY "                       " AT 2445.
           DISPLAY "BIC:" AT 2501.
           DISPLAY WH-BIC AT 2507.
           ACCEPT WH-BIC AT 2507.
           INSPECT WH-BIC CONVERTING WT-KLEIN TO WT-ALPHA.
           DISPLAY "Empfaenger (leer = Firmenname):" AT 2520.
           DISPLAY "Name:" AT 2601.
           DISPLAY WH-NAME AT 2607.
           ACCEPT WH-NAME AT 2607.
           MOVE 52 TO WH-KEY.
           READ KONSTANT
               INVALID MOVE LOW-VALUE TO KO-SATZ.
           MOVE WH-IBAN TO KO-QRIBAN.
           MOVE WH-BIC TO KO-QRBIC.
           MOVE WH-NAME TO KO-QRNAME.
           MOVE 52 TO WH-KEY.
           REWRITE KO-SATZ INVALID WRITE KO-SATZ.
      *------> Schluesselfeld fuer den Aufrufer zuruecklassen <-
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           DISPLAY "gespeichert" AT 2701.
       Z.  EXIT.
      ***** IBAN ohne Blanks, Grossbuchstaben, Pruefziffer mod 97 *
       IBAN-PRUEF SECTION.
       A.  MOVE "J" TO WH-X.
           INSPECT WH-IBAN CONVERTING WT-KLEIN TO WT-ALPHA.
           MOVE SPACE TO WH-IBEIN.
           MOVE 0 TO WH-CL.
           MOVE 1 TO WH-CI.
       B.  IF WH-CI > 34 GO C.
           IF WH-IBAN(WH-CI:1) NOT = SPACE
               ADD 1 TO WH-CL
               MOVE WH-IBAN(WH-CI:1) TO WH-IBEIN(WH-CL:1).
           ADD 1 TO WH-CI.
           GO B.
       C.  MOVE WH-IBEIN TO WH-IBAN.
           IF WH-IBAN = SPACE GO Z.
           IF WH-CL < 15 MOVE "N" TO WH-X GO Z.
           MOVE SPACE TO WH-M97.
           STRING WH-IBAN(5:30) DELIMITED SPACE
                  WH-IBAN(1:4) DELIMITED SIZE INTO WH-M97.
           PERFORM MOD-97.
           IF WH-RFREST NOT = 1 MOVE "N" TO WH-X.
       Z.  EXIT.

      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAKOPRUF.
      ******************************************************************
      *     Datenueberlassung fuer die Aussenpruefung                  *
      *     je Kalenderjahr (01.01. - 31.12.) Dateien mit festen       *
      *     Stellen, Betraege mit Vorzeichen und Dezimalkomma,         *
      *     Datum JJJJMMTT, jj = Jahr zweistellig:                     *
      *       BPJOURjj.TXT  Buchungszeilen LAGERBZ (Buchungsdatum)     *
      *       BPFIBUjj.TXT  Rechnungsbuchungen PANISFIB.DAT (R/G)      *
      *       BPREARjj.TXT  Rechnungsarchiv PANREAjj.DAT               *
      *       BPLFARjj.TXT  Lieferscheinarchiv PANLFAjj.DAT            *
      *                     die Archive sind nach Wirtschaftsjahr (KO- *
      *                     WJAHR) getrennt: gelesen werden die beiden *
      *                     Archive jj und jj+1, die das Kalenderjahr  *
      *                     ueberdecken, ausgegeben nur Belege mit     *
      *                     Datum im Kalenderjahr                      *
      *       BPKONTjj.TXT  Kontenplan (PARARTIK.DAT)                  *
      *       BPDEBIjj.TXT  Debitoren    BPKREDjj.TXT  Kreditoren      *
      *       BPBESCjj.TXT  Feldbeschreibung aller Dateien mit         *
      *                     Satzanzahl und Kontrollsummen              *
      *     Bewegungsdaten kommen nur aus dem Jahr selbst, der Lauf    *
      *     ist fuer jedes Jahr der Aufbewahrungsfrist (7 Jahre)       *
      *     wiederholbar; Stammdaten mit dem Stand des Exporttags      *
      *     WL-CA 10: Export fuer ein Jahr                             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAKOSEC.CPY.
           COPY PARSEART.CPY.
           COPY PARSELFT.CPY.
           COPY PANSEDEB.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
      $SET DATACOMPRESS "1"
           SELECT RE-ARCHIV  ASSIGN TO WN-REARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY REA-KEY
                             ALTERNATE KEY REA-AKEY
                             FILE STATUS WF-STATUS.
           SELECT LF-ARCHIV  ASSIGN TO WN-LFARC
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY LFA-KEY
                             FILE STATUS WF-STATUS.
      $SET NO DATACOMPRESS
           SELECT BPDATEI    ASSIGN TO WN-BPDAT
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PAKOFD.CPY.
       COPY PARFDART.CPY.
       COPY PARFDLFT.CPY.
       COPY PANDEBI.CPY.
       COPY PANEBUCH.CPY.
      ************************************************ Rechnungsarchiv *
       FD  RE-ARCHIV   external        LABEL RECORD STANDARD
                                       RECORDING MODE IS VARIABLE.
       01  REA-SATZ.
           03  REA-AKEY.
               05 REA-KTONR            PIC 9(5)     COMP.
               05 REA-KEY.
                  07 REA-NUM           PIC 9(5)     COMP.
                  07 REA-LFD           PIC 99       COMP.
           03 REA-REST                 PIC X(1024).
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
      *********************** Exportdatei *
       FD  BPDATEI                     LABEL RECORD STANDARD.
       01  BP-SATZ                     PIC X(1042).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WH-JAHR                 PIC 9(4).
           03  WH-JJ                   PIC 99.
           03  WH-BJ                   PIC 99.
      *------------------> 1 = Archivbeleg liegt im Jahr <-
           03  WH-RSEL                 PIC 9        COMP.
           03  WH-HEUTE                PIC 9(8).
           03  WH-HEUTE6               PIC 9(6).
           03  WH-AKTJ                 PIC 9(4).
           03  WH-VONDAT               PIC 9(8)     COMP.
           03  WH-BISDAT               PIC 9(8)     COMP.
           03  WH-NR                   PIC 9        COMP.
           03  WH-I                    PIC 999      COMP.
           03  WH-PTR                  PIC 999      COMP.
           03  WH-ANTW                 PIC X.
           03  WN-REARC.
               05 FILLER               PIC X(6)  VALUE "PANREA".
               05 WN-RJ                PIC 99    VALUE 95.
               05 FILLER               PIC X(4)  VALUE ".DAT".
           03  WN-LFARC.
               05 FILLER               PIC X(6)  VALUE "PANLFA".
               05 WN-LJ                PIC 99    VALUE 95.
               05 FILLER               PIC X(4)  VALUE ".DAT".
           03  WN-BPDAT.
               05 FILLER               PIC XX    VALUE "BP".
               05 WN-BPART             PIC X(4).
               05 WN-BPJ               PIC 99.
               05 FILLER               PIC X(4)  VALUE ".TXT".
           03  WD-ANZ                  PIC ZZZ.ZZZ.ZZ9.
           03  WD-SUMME                PIC -9(11),99.
      *------------------> Satzanzahl und Kontrollsummen je Datei <-
       01  WT-KONTROLLE.
           03  WT-KTL                                 OCCURS 7.
               05 KT-ANZ               PIC 9(9)     COMP.
               05 KT-BELEGE            PIC 9(7)     COMP.
               05 KT-SUMME             PIC S9(11)V99 COMP.
       01  WT-DATEIEN.
           03  FILLER                  PIC X(40) VALUE
               "JOURBuchungszeilen LAGERBZ".
           03  FILLER                  PIC X(40) VALUE
               "FIBURechnungsbuchungen PANISFIB".
           03  FILLER                  PIC X(40) VALUE
               "REARRechnungsarchiv".
           03  FILLER                  PIC X(40) VALUE
               "LFARLieferscheinarchiv".
           03  FILLER                  PIC X(40) VALUE
               "KONTKontenplan".
           03  FILLER                  PIC X(40) VALUE
               "DEBIDebitoren".
           03  FILLER                  PIC X(40) VALUE
               "KREDKreditoren".
       01  FILLER REDEFINES WT-DATEIEN.
           03  WT-DAT                                 OCCURS 7.
               05 WT-DKURZ             PIC X(4).
               05 WT-DBEZ              PIC X(36).
      *------------------> Feldbeschreibung: Datei, Feld, von, Laenge,
      *  Typ (N numerisch, B Betrag, D Datum, A alphanumerisch) <-
       01  WT-BESCHR.
           03  FILLER                  PIC X(58) VALUE
               "1KONTO           1     6 N Kontonummer".
           03  FILLER                  PIC X(58) VALUE
               "1BUCHDATUM       7     8 D Buchungsdatum".
           03  FILLER                  PIC X(58) VALUE
               "1LFD            15     3 N lfd. Nr. je Konto und Tag".
           03  FILLER                  PIC X(58) VALUE
               "1JOURNAL        18     2 N Journal (Benutzer)".
           03  FILLER                  PIC X(58) VALUE
               "1SEITE          20     7 N Journalseite, 0 = offen".
           03  FILLER                  PIC X(58) VALUE
               "1SATZART        27     2 N 98 EB-Vortrag, 99 Abschluss".
           03  FILLER                  PIC X(58) VALUE
               "1LIEFERANT      29     6 N Lieferant".
           03  FILLER                  PIC X(58) VALUE
               "1BELEGNR        35     7 N Belegnummer".
           03  FILLER                  PIC X(58) VALUE
               "1BELEGDATUM     42     8 D Belegdatum".
           03  FILLER                  PIC X(58) VALUE
               "1SYMBOL         50     2 N Buchungssymbol".
           03  FILLER                  PIC X(58) VALUE
               "1KOSTENSTELLE   52     2 N Kostenstelle".
           03  FILLER                  PIC X(58) VALUE
               "1MENGE          54    11 B Menge".
           03  FILLER                  PIC X(58) VALUE
               "1PREIS          65    11 B Preis".
           03  FILLER                  PIC X(58) VALUE
               "1BETRAG         76    11 B Betrag, Haben negativ".
           03  FILLER                  PIC X(58) VALUE
               "1TEXT           87    15 A Buchungstext".
           03  FILLER                  PIC X(58) VALUE
               "2SATZART         1     1 A R Rechnung, G Gutschrift".
           03  FILLER                  PIC X(58) VALUE
               "2BELEGNR         2     7 N Rechnungsnummer".
           03  FILLER                  PIC X(58) VALUE
               "2SATZNR          9     6 N Satznummer PANISFIB".
           03  FILLER                  PIC X(58) VALUE
               "2KONTO          15     6 N Debitor".
           03  FILLER                  PIC X(58) VALUE
               "2BELEGDATUM     21     8 D Rechnungsdatum".
           03  FILLER                  PIC X(58) VALUE
               "2GEGENKONTO     29     6 N Gegenkonto".
           03  FILLER                  PIC X(58) VALUE
               "2SYMBOL         35     2 N Buchungssymbol".
           03  FILLER                  PIC X(58) VALUE
               "2UST1           37     1 N Steuerkennzeichen 1".
           03  FILLER                  PIC X(58) VALUE
               "2UST2           38     1 N Steuerkennzeichen 2".
           03  FILLER                  PIC X(58) VALUE
               "2STEUER         39    11 B Umsatzsteuer".
           03  FILLER                  PIC X(58) VALUE
               "2BETRAG1        50    13 B Nettobetrag Steuersatz 1".
           03  FILLER                  PIC X(58) VALUE
               "2BETRAG2        63    13 B Nettobetrag Steuersatz 2".
           03  FILLER                  PIC X(58) VALUE
               "2SOLLHABEN      76     2 B Soll/Haben-Vorzeichen".
           03  FILLER                  PIC X(58) VALUE
               "2BETRAG         78    13 B Rechnungsbetrag".
           03  FILLER                  PIC X(58) VALUE
               "2KOSTENSTELLE   91     6 B Kostenstelle".
           03  FILLER                  PIC X(58) VALUE
               "2VALUTA         97     8 D Valutadatum".
           03  FILLER                  PIC X(58) VALUE
               "2OPKZ          105     1 N 0 offen, 1 bezahlt".
           03  FILLER                  PIC X(58) VALUE
               "2ZAHLDATUM     106     8 D Zahlungsdatum".
           03  FILLER                  PIC X(58) VALUE
               "2MAHNSTUFE     114     2 N Mahnstufe".
           03  FILLER                  PIC X(58) VALUE
               "2TEXT          116    40 A Buchungstext".
           03  FILLER                  PIC X(58) VALUE
               "3KONTO           1     5 N Debitor".
           03  FILLER                  PIC X(58) VALUE
               "3BELEGNR         6     5 N Rechnungsnummer".
           03  FILLER                  PIC X(58) VALUE
               "3ZEILE          11     2 N 0 Kopf, sonst Belegzeile".
           03  FILLER                  PIC X(58) VALUE
               "3TEXT           13  1024 A Belegzeile, Umbruch als |".
           03  FILLER                  PIC X(58) VALUE
               "4KONTO           1     5 N Debitor".
           03  FILLER                  PIC X(58) VALUE
               "4LIEFERDATUM     6     6 N Lieferdatum JJMMTT".
           03  FILLER                  PIC X(58) VALUE
               "4BELEGNR        12     5 N Lieferscheinnummer".
           03  FILLER                  PIC X(58) VALUE
               "4ZEILE          17     2 N 0 Kopf, sonst Belegzeile".
           03  FILLER                  PIC X(58) VALUE
               "4TEXT           19  1024 A Belegzeile, Umbruch als |".
           03  FILLER                  PIC X(58) VALUE
               "5KONTO           1     4 N Kontonummer".
           03  FILLER                  PIC X(58) VALUE
               "5KURZBEZ         5    10 A Kurzbezeichnung".
           03  FILLER                  PIC X(58) VALUE
               "5BEZEICHNUNG    15    25 A Bezeichnung".
           03  FILLER                  PIC X(58) VALUE
               "5LAGER          40     5 A Lager".
           03  FILLER                  PIC X(58) VALUE
               "5ART            45     2 N Kontoart".
           03  FILLER                  PIC X(58) VALUE
               "5GRUPPE         47     2 N Gruppe".
           03  FILLER                  PIC X(58) VALUE
               "5MENGENEINH     49     2 N Mengeneinheit".
           03  FILLER                  PIC X(58) VALUE
               "5STAND          51     9 B Stand zum Exporttag".
           03  FILLER                  PIC X(58) VALUE
               "5EKP            60    10 B Einkaufspreis".
           03  FILLER                  PIC X(58) VALUE
               "5LIEFERANT      70     5 A Lieferant Kurzzeichen".
           03  FILLER                  PIC X(58) VALUE
               "6KONTO           1     6 N Kontonummer".
           03  FILLER                  PIC X(58) VALUE
               "6FIRMA           7     3 N Firma".
           03  FILLER                  PIC X(58) VALUE
               "6MCODE          10     8 A Matchcode".
           03  FILLER                  PIC X(58) VALUE
               "6NAME           18    40 A Name".
           03  FILLER                  PIC X(58) VALUE
               "6ADRESSE2       58    40 A Adresszeile 2".
           03  FILLER                  PIC X(58) VALUE
               "6ADRESSE3       98    40 A Adresszeile 3".
           03  FILLER                  PIC X(58) VALUE
               "6UID           138    14 A UID-Nummer".
           03  FILLER                  PIC X(58) VALUE
               "6RECHKONTO     152     6 N Rechnungskonto".
           03  FILLER                  PIC X(58) VALUE
               "6KONDITION     158     1 N Zahlungskondition".
           03  FILLER                  PIC X(58) VALUE
               "6IBAN          159    34 A IBAN".
           03  FILLER                  PIC X(58) VALUE
               "6SPERRE        193     8 N Sperrdatum".
           03  FILLER                  PIC X(58) VALUE
               "7KONTO           1     7 N Kontonummer".
           03  FILLER                  PIC X(58) VALUE
               "7MCODE           8     5 A Matchcode".
           03  FILLER                  PIC X(58) VALUE
               "7NAME           13    40 A Name".
           03  FILLER                  PIC X(58) VALUE
               "7ADRESSE2       53    40 A Adresszeile 2".
           03  FILLER                  PIC X(58) VALUE
               "7ADRESSE3       93    40 A Adresszeile 3".
           03  FILLER                  PIC X(58) VALUE
               "7TELEFON       133    25 A Telefon".
           03  FILLER                  PIC X(58) VALUE
               "7IBAN          158    34 A IBAN".
           03  FILLER                  PIC X(58) VALUE
               "7BIC           192    11 A BIC".
       01  FILLER REDEFINES WT-BESCHR.
           03  WT-BZEILE                              OCCURS 73.
               05 WT-BDAT              PIC 9.
               05 WT-BTEXT             PIC X(57).
      *------------------> Satzaufbau BPJOURjj.TXT <-
       01  XJ-SATZ.
           03  XJ-KTONR                PIC 9(6).
           03  XJ-BUDAT                PIC 9(8).
           03  XJ-LFD                  PIC 9(3).
           03  XJ-USE                  PIC 9(2).
           03  XJ-SEITE                PIC 9(7).
           03  XJ-SA                   PIC 9(2).
           03  XJ-LIEFER               PIC 9(6).
           03  XJ-BELNR                PIC 9(7).
           03  XJ-BELDAT               PIC 9(8).
           03  XJ-SYM                  PIC 9(2).
           03  XJ-KSTNR                PIC 9(2).
           03  XJ-MENGE                PIC -9(7),99.
           03  XJ-PREIS                PIC -9(7),99.
           03  XJ-BET                  PIC -9(7),99.
           03  XJ-TX                   PIC X(15).
      *------------------> Satzaufbau BPFIBUjj.TXT <-
       01  XB-SATZ.
           03  XB-SA                   PIC X.
           03  XB-REN                  PIC 9(7).
           03  XB-KEY                  PIC 9(6).
           03  XB-KTONR                PIC 9(6).
           03  XB-DAT                  PIC 9(8).
           03  XB-GK                   PIC 9(6).
           03  XB-SY                   PIC 9(2).
           03  XB-U1                   PIC 9.
           03  XB-U2                   PIC 9.
           03  XB-MW                   PIC -9(7),99.
           03  XB-B1                   PIC -9(9),99.
           03  XB-B2                   PIC -9(9),99.
           03  XB-SH                   PIC -9.
           03  XB-BET                  PIC -9(9),99.
           03  XB-KST                  PIC -9(5).
           03  XB-VALDAT               PIC 9(8).
           03  XB-OPKZ                 PIC 9.
           03  XB-ZAHLDAT              PIC 9(8).
           03  XB-MAHNST               PIC 9(2).
           03  XB-TX                   PIC X(40).
      *------------------> Satzaufbau BPREARjj.TXT <-
       01  XR-SATZ.
           03  XR-KTONR                PIC 9(5).
           03  XR-NUM                  PIC 9(5).
           03  XR-LFD                  PIC 9(2).
           03  XR-TEXT                 PIC X(1024).
      *------------------> Satzaufbau BPLFARjj.TXT <-
       01  XA-SATZ.
           03  XA-KTONR                PIC 9(5).
           03  XA-DATUM                PIC 9(6).
           03  XA-NUM                  PIC 9(5).
           03  XA-LFD                  PIC 9(2).
           03  XA-TEXT                 PIC X(1024).
      *------------------> Satzaufbau BPKONTjj.TXT <-
       01  XG-SATZ.
           03  XG-NUM                  PIC 9(4).
           03  XG-ABEZ                 PIC X(10).
           03  XG-BEZ                  PIC X(25).
           03  XG-LAGER                PIC X(5).
           03  XG-ART                  PIC 9(2).
           03  XG-GRP                  PIC 9(2).
           03  XG-MEH                  PIC 9(2).
           03  XG-STAND                PIC -9(5),99.
           03  XG-EKP                  PIC -9(5),999.
           03  XG-LFT                  PIC X(5).
      *------------------> Satzaufbau BPDEBIjj.TXT <-
       01  XD-SATZ.
           03  XD-KTONR                PIC 9(6).
           03  XD-FNR                  PIC 9(3).
           03  XD-MCODE                PIC X(8).
           03  XD-ADR                  PIC X(40)    OCCURS 3.
           03  XD-UID                  PIC X(14).
           03  XD-REKTO                PIC 9(6).
           03  XD-KOND                 PIC 9.
           03  XD-IBAN                 PIC X(34).
           03  XD-SPERR                PIC 9(8).
      *------------------> Satzaufbau BPKREDjj.TXT <-
       01  XK-SATZ.
           03  XK-KTONR                PIC 9(7).
           03  XK-MCODE                PIC X(5).
           03  XK-ADR                  PIC X(40)    OCCURS 3.
           03  XK-TELE                 PIC X(25).
           03  XK-IBAN                 PIC X(34).
           03  XK-BIC                  PIC X(11).
      *------------------> Zeile der Beschreibungsdatei <-
       01  XZ-ZEILE                    PIC X(100).
       COPY PAKOEXT.CPY.
       COPY PAKODECL.CPY.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-KR SECTION.        USE AFTER ERROR PROCEDURE ON KREDIT.
       A.  CALL "CADECL" USING "PAKOLIEF.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE "PAKOKONS.DAT" TO WN-KONS.
           IF WN-BZEI = SPACE MOVE "PAKLAG01.DAT" TO WN-BZEI.
           IF WL-CA = 10 PERFORM EXPORT.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Export fuer ein Jahr *
       EXPORT SECTION.
       A.  DISPLAY "Datenueberlassung Aussenpruefung" AT 2301.
           DISPLAY "Kalenderjahr (JJJJ, 0 = Ende):   " AT 2401.
           MOVE 0 TO WH-JAHR.
           ACCEPT WH-JAHR AT 2436.
           IF WH-JAHR = 0 GO Z.
           ACCEPT WH-HEUTE6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-HEUTE6.
           MOVE WH-HEUTE(1:4) TO WH-AKTJ.
      *------> nur Jahre innerhalb der Aufbewahrungsfrist <-
           IF WH-JAHR > WH-AKTJ OR WH-JAHR < WH-AKTJ - 7
               DISPLAY "Jahr ausserhalb der Aufbewahrungsfrist!"
                   with blink AT 2501
               GO A.
           MOVE WH-JAHR(3:2) TO WH-JJ.
           MOVE WH-JJ TO WN-BPJ.
           COMPUTE WH-VONDAT = WH-JAHR * 10000 + 101.
           COMPUTE WH-BISDAT = WH-JAHR * 10000 + 1231.
           DISPLAY "Dateien BP....jj.TXT erstellen <J/N>:" AT 2501.
           MOVE "J" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2539.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j" GO Z.
           INITIALIZE WT-KONTROLLE.
           PERFORM JOUR-AUS.
           PERFORM FIBU-AUS.
           PERFORM REAR-AUS.
           PERFORM LFAR-AUS.
           PERFORM KONT-AUS.
           PERFORM DEBI-AUS.
           PERFORM KRED-AUS.
           PERFORM BESCHREIBUNG.
           DISPLAY "Export beendet, Beschreibung BPBESC  .TXT"
               AT 2601.
           DISPLAY WH-JJ AT 2636.
       Z.  EXIT.
      ***************************** Exportdatei oeffnen *
       DATEI-AUF SECTION.
       A.  MOVE WT-DKURZ(WH-NR) TO WN-BPART.
           DISPLAY WN-BPDAT AT 2601.
           OPEN OUTPUT BPDATEI.
       Z.  EXIT.
      ***************************** Buchungszeilen LAGERBZ *
       JOUR-AUS SECTION.
       A.  MOVE 1 TO WH-NR.
           PERFORM DATEI-AUF.
           OPEN INPUT LAGERBZ.
           IF WF-STATUS NOT = "00" GO X.
           MOVE LOW-VALUE TO LB-SATZ.
           MOVE 0 TO LB-KTONR LB-BUDAT LB-LFD.
           START LAGERBZ KEY NOT < LB-KEY INVALID GO W.
       B.  READ LAGERBZ NEXT IGNORE LOCK AT END GO W.
           IF LB-BUDAT < WH-VONDAT OR LB-BUDAT > WH-BISDAT GO B.
           MOVE LB-KTONR TO XJ-KTONR.
           MOVE LB-BUDAT TO XJ-BUDAT.
           MOVE LB-LFD TO XJ-LFD.
           MOVE LB-USE TO XJ-USE.
           MOVE LB-SEITE TO XJ-SEITE.
           MOVE LB-SA TO XJ-SA.
           MOVE LB-LIEFER TO XJ-LIEFER.
           MOVE LB-BELNR TO XJ-BELNR.
           MOVE LB-BELDAT TO XJ-BELDAT.
           MOVE LB-BET TO XJ-BET.
           MOVE LB-TX TO XJ-TX.
      *------> Abschluss/EB-Vortrag tragen nur Betrag und Text <-
           IF LB-SA = 98 OR LB-SA = 99
               MOVE 0 TO XJ-SYM XJ-KSTNR XJ-MENGE XJ-PREIS
           ELSE
               MOVE LB-SYM TO XJ-SYM
               MOVE LB-KSTNR TO XJ-KSTNR
               MOVE LB-MENGE TO XJ-MENGE
               MOVE LB-PREIS TO XJ-PREIS.
           MOVE XJ-SATZ TO BP-SATZ.
           WRITE BP-SATZ.
           ADD 1 TO KT-ANZ(1).
           ADD LB-BET TO KT-SUMME(1).
           GO B.
       W.  CLOSE LAGERBZ.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
      ***************************** Rechnungsbuchungen PANISFIB *
       FIBU-AUS SECTION.
       A.  MOVE 2 TO WH-NR.
           PERFORM DATEI-AUF.
           OPEN INPUT BUCHFAKT.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 0 TO BF-KEY.
           START BUCHFAKT KEY NOT < BF-KEY INVALID GO W.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO W.
           IF BF-SA NOT = "R" AND BF-SA NOT = "G" GO B.
           COMPUTE WH-BJ = BF-DAT / 10000.
           IF WH-BJ NOT = WH-JJ GO B.
           MOVE BF-SA TO XB-SA.
           MOVE BF-REN TO XB-REN.
           MOVE BF-KEY TO XB-KEY.
           MOVE BF-KTONR TO XB-KTONR.
           COMPUTE XB-DAT = 20000000 + BF-DAT.
           MOVE BF-GK TO XB-GK.
           MOVE BF-SY TO XB-SY.
           MOVE BF-U1 TO XB-U1.
           MOVE BF-U2 TO XB-U2.
           MOVE BF-MW TO XB-MW.
           MOVE BF-B1 TO XB-B1.
           MOVE BF-B2 TO XB-B2.
           MOVE BF-SH TO XB-SH.
           MOVE BF-BET TO XB-BET.
           MOVE BF-KST TO XB-KST.
           MOVE 0 TO XB-VALDAT.
           IF BF-VALDAT NOT = 0
               COMPUTE XB-VALDAT = 20000000 + BF-VALDAT.
           MOVE BF-OPKZ TO XB-OPKZ.
           MOVE BF-ZAHLDAT TO XB-ZAHLDAT.
           MOVE BF-MAHNST TO XB-MAHNST.
           MOVE BF-TX TO XB-TX.
           MOVE XB-SATZ TO BP-SATZ.
           WRITE BP-SATZ.
           ADD 1 TO KT-ANZ(2).
           ADD BF-BET TO KT-SUMME(2).
           GO B.
       W.  CLOSE BUCHFAKT.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
      ***************************** Rechnungsarchiv des Jahres *
      *  Archive jj und jj+1; Rechnungsdatum JJMMTT im Kopfsatz
      *  (REA-LFD = 0) ab Stelle 11
       REAR-AUS SECTION.
       A.  MOVE 3 TO WH-NR.
           PERFORM DATEI-AUF.
           MOVE WH-JJ TO WN-RJ.
       C.  OPEN INPUT RE-ARCHIV.
           IF WF-STATUS NOT = "00" GO V.
           MOVE 0 TO REA-NUM REA-LFD WH-RSEL.
           START RE-ARCHIV KEY NOT < REA-KEY INVALID GO W.
       B.  READ RE-ARCHIV NEXT IGNORE LOCK AT END GO W.
           IF REA-LFD = 0
               MOVE 0 TO WH-RSEL
               IF REA-REST(11:2) = WH-JJ MOVE 1 TO WH-RSEL.
           IF WH-RSEL = 0 GO B.
           MOVE REA-KTONR TO XR-KTONR.
           MOVE REA-NUM TO XR-NUM.
           MOVE REA-LFD TO XR-LFD.
           MOVE REA-REST TO XR-TEXT.
           INSPECT XR-TEXT REPLACING ALL X"0A" BY "|"
                                     ALL X"0D" BY "|"
                                     ALL X"00" BY SPACE
                                     ALL X"1A" BY SPACE.
           MOVE XR-SATZ TO BP-SATZ.
           WRITE BP-SATZ.
           ADD 1 TO KT-ANZ(3).
           IF REA-LFD = 0 ADD 1 TO KT-BELEGE(3).
           GO B.
       W.  CLOSE RE-ARCHIV.
       V.  IF WN-RJ NOT = WH-JJ GO X.
           IF WH-JJ = 99 MOVE 0 TO WN-RJ
           ELSE ADD 1 WH-JJ GIVING WN-RJ.
           GO C.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
      ***************************** Lieferscheinarchiv des Jahres *
      *  Archive jj und jj+1; Lieferdatum LFA-DATUM (JJMMTT)
       LFAR-AUS SECTION.
       A.  MOVE 4 TO WH-NR.
           PERFORM DATEI-AUF.
           MOVE WH-JJ TO WN-LJ.
       C.  OPEN INPUT LF-ARCHIV.
           IF WF-STATUS NOT = "00" GO V.
           MOVE 0 TO LFA-KTONR LFA-DATUM LFA-NUM LFA-LFD.
           START LF-ARCHIV KEY NOT < LFA-KEY INVALID GO W.
       B.  READ LF-ARCHIV NEXT IGNORE LOCK AT END GO W.
           COMPUTE WH-BJ = LFA-DATUM / 10000.
           IF WH-BJ NOT = WH-JJ GO B.
           MOVE LFA-KTONR TO XA-KTONR.
           MOVE LFA-DATUM TO XA-DATUM.
           MOVE LFA-NUM TO XA-NUM.
           MOVE LFA-LFD TO XA-LFD.
           MOVE LFA-REST TO XA-TEXT.
           INSPECT XA-TEXT REPLACING ALL X"0A" BY "|"
                                     ALL X"0D" BY "|"
                                     ALL X"00" BY SPACE
                                     ALL X"1A" BY SPACE.
           MOVE XA-SATZ TO BP-SATZ.
           WRITE BP-SATZ.
           ADD 1 TO KT-ANZ(4).
           IF LFA-LFD = 0 ADD 1 TO KT-BELEGE(4).
           GO B.
       W.  CLOSE LF-ARCHIV.
       V.  IF WN-LJ NOT = WH-JJ GO X.
           IF WH-JJ = 99 MOVE 0 TO WN-LJ
           ELSE ADD 1 WH-JJ GIVING WN-LJ.
           GO C.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
      ***************************** Kontenplan *
       KONT-AUS SECTION.
       A.  MOVE 5 TO WH-NR.
           PERFORM DATEI-AUF.
           OPEN INPUT LAGARTIK.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 0 TO LG-NUM.
           START LAGARTIK KEY NOT < LG-KEY INVALID GO W.
       B.  READ LAGARTIK NEXT IGNORE LOCK AT END GO W.
           MOVE LG-NUM TO XG-NUM.
           MOVE LG-ABEZ TO XG-ABEZ.
           MOVE LG-BEZ TO XG-BEZ.
           MOVE LG-LAGER TO XG-LAGER.
           MOVE LG-ART TO XG-ART.
           MOVE LG-GRP TO XG-GRP.
           MOVE LG-MEH TO XG-MEH.
           MOVE LG-STAND TO XG-STAND.
           MOVE LG-EKP TO XG-EKP.
           MOVE LG-LFT TO XG-LFT.
           MOVE XG-SATZ TO BP-SATZ.
           WRITE BP-SATZ.
           ADD 1 TO KT-ANZ(5).
           ADD LG-STAND TO KT-SUMME(5).
           GO B.
       W.  CLOSE LAGARTIK.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
      ***************************** Debitoren *
       DEBI-AUS SECTION.
       A.  MOVE 6 TO WH-NR.
           PERFORM DATEI-AUF.
           OPEN INPUT DEBITOR.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO W.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO W.
           MOVE DE-KTONR TO XD-KTONR.
           MOVE DE-FNR TO XD-FNR.
           MOVE DE-MCODE TO XD-MCODE.
           MOVE SPACE TO XD-ADR(1) XD-ADR(2) XD-ADR(3).
           UNSTRING DE-BEZ DELIMITED BY "#"
               INTO XD-ADR(1) XD-ADR(2) XD-ADR(3).
           MOVE DE-UID TO XD-UID.
           MOVE DE-REKTO TO XD-REKTO.
           MOVE DE-KOND TO XD-KOND.
           MOVE DE-IBAN TO XD-IBAN.
           MOVE DE-SPERR TO XD-SPERR.
           MOVE XD-SATZ TO BP-SATZ.
           WRITE BP-SATZ.
           ADD 1 TO KT-ANZ(6).
           GO B.
       W.  CLOSE DEBITOR.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
      ***************************** Kreditoren *
       KRED-AUS SECTION.
       A.  MOVE 7 TO WH-NR.
           PERFORM DATEI-AUF.
           OPEN INPUT KREDIT.
           IF WF-STATUS NOT = "00" GO X.
           MOVE 0 TO KR-KTONR.
           START KREDIT KEY NOT < KR-KEY INVALID GO W.
       B.  READ KREDIT NEXT IGNORE LOCK AT END GO W.
           MOVE KR-KTONR TO XK-KTONR.
           MOVE KR-MCODE TO XK-MCODE.
           MOVE SPACE TO XK-ADR(1) XK-ADR(2) XK-ADR(3).
           UNSTRING KR-BEZ DELIMITED BY "#"
               INTO XK-ADR(1) XK-ADR(2) XK-ADR(3).
           MOVE KR-TELE TO XK-TELE.
           MOVE KR-IBAN TO XK-IBAN.
           MOVE KR-BIC TO XK-BIC.
           MOVE XK-SATZ TO BP-SATZ.
           WRITE BP-SATZ.
           ADD 1 TO KT-ANZ(7).
           GO B.
       W.  CLOSE KREDIT.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
      ***** Beschreibungsdatei mit Satzanzahl und Kontrollsummen *
       BESCHREIBUNG SECTION.
       A.  MOVE "BESC" TO WN-BPART.
           OPEN OUTPUT BPDATEI.
           MOVE SPACE TO XZ-ZEILE.
           STRING "Datenueberlassung Aussenpruefung, Kalenderjahr "
                  WH-JAHR ", erstellt am " WH-HEUTE
               DELIMITED SIZE INTO XZ-ZEILE.
           PERFORM BESCHR-ZEILE.
           MOVE "Firma: " TO XZ-ZEILE.
           MOVE WK-FIRMA TO XZ-ZEILE(8:30).
           PERFORM BESCHR-ZEILE.
           STRING "Satzaufbau: feste Stellen, eine Zeile je Satz, "
                  "Folgeleerstellen entfernt" DELIMITED SIZE
               INTO XZ-ZEILE.
           PERFORM BESCHR-ZEILE.
           STRING "Typ N numerisch, D Datum JJJJMMTT, "
                  "A alphanumerisch, "
                  "B Betrag mit Vorzeichen und Dezimalkomma"
               DELIMITED SIZE INTO XZ-ZEILE.
           PERFORM BESCHR-ZEILE.
           MOVE 0 TO WH-NR.
       B.  ADD 1 TO WH-NR.
           IF WH-NR > 7 GO X.
           MOVE SPACE TO XZ-ZEILE.
           PERFORM BESCHR-ZEILE.
           MOVE WT-DKURZ(WH-NR) TO WN-BPART.
           STRING "Datei " WN-BPDAT "  " WT-DBEZ(WH-NR)
               DELIMITED SIZE INTO XZ-ZEILE.
           PERFORM BESCHR-ZEILE.
           MOVE "Feld          von Laenge Typ Inhalt" TO XZ-ZEILE.
           PERFORM BESCHR-ZEILE.
           MOVE 0 TO WH-I.
       C.  ADD 1 TO WH-I.
           IF WH-I > 73 GO D.
           IF WT-BDAT(WH-I) NOT = WH-NR GO C.
           MOVE WT-BTEXT(WH-I) TO XZ-ZEILE.
           PERFORM BESCHR-ZEILE.
           GO C.
       D.  MOVE KT-ANZ(WH-NR) TO WD-ANZ.
           MOVE 1 TO WH-PTR.
           STRING "Saetze: " WD-ANZ DELIMITED SIZE
               INTO XZ-ZEILE WITH POINTER WH-PTR.
           IF WH-NR = 1 OR WH-NR = 2 OR WH-NR = 5
               MOVE KT-SUMME(WH-NR) TO WD-SUMME
               STRING "   Kontrollsumme: " WD-SUMME DELIMITED SIZE
                   INTO XZ-ZEILE WITH POINTER WH-PTR.
           IF WH-NR = 3 OR WH-NR = 4
               MOVE KT-BELEGE(WH-NR) TO WD-ANZ
               STRING "   Belege: " WD-ANZ DELIMITED SIZE
                   INTO XZ-ZEILE WITH POINTER WH-PTR.
           PERFORM BESCHR-ZEILE.
           IF WH-NR = 1
               MOVE "Kontrollsumme = Summe BETRAG" TO XZ-ZEILE
               PERFORM BESCHR-ZEILE.
           IF WH-NR = 2
               MOVE "Kontrollsumme = Summe BETRAG" TO XZ-ZEILE
               PERFORM BESCHR-ZEILE.
           IF WH-NR = 5
               MOVE "Kontrollsumme = Summe STAND" TO XZ-ZEILE
               PERFORM BESCHR-ZEILE.
           GO B.
       X.  CLOSE BPDATEI.
       Z.  EXIT.
       BESCHR-ZEILE SECTION.
       A.  MOVE XZ-ZEILE TO BP-SATZ.
           WRITE BP-SATZ.
           MOVE SPACE TO XZ-ZEILE.
       Z.  EXIT.

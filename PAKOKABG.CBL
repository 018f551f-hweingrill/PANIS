      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAKOKABG.
      ******************************************************************
      *     Kassenabgleich der Filialen (PAKKASAB.DAT)                 *
      *     Tageslosung je Filiale und Zahlart (PANKASZA.DAT aus       *
      *     KASREAD) gegen die Eingaenge: bar = Kassabucheinnahmen     *
      *     mit der Kostenstelle der Filiale (PAKOKASB) und            *
      *     Bankeinzahlungen, Karte = Kartenabrechnungen auf dem       *
      *     Bankkonto abzueglich Kartengebuehr; die Bankzeilen kommen  *
      *     aus der Bankabstimmung (PAKOBANK) und werden ueber die     *
      *     Auszugsreferenz der Filiale zugeordnet. Gutscheine werden  *
      *     nur ausgewiesen. Tagesdifferenzen laufen je Filiale in     *
      *     einen Vortrag, der bis zur Klaerung stehen bleibt          *
      *     WL-CA 10: Filialstamm (Kostenstelle, Referenzen, Gebuehr)  *
      *     WL-CA 20: Tagesabgleich bis Stichtag                       *
      *     WL-CA 30: Klaerung vorgetragener Differenzen               *
      *     WL-CA 40: monatliche Kassendifferenzliste je Filiale       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAKOSEC.CPY.
           COPY PANSEKZA.CPY.
           SELECT KASSABU    ASSIGN TO "PAKKASSB.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KB-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT BANKABGL   ASSIGN TO "PAKBABGL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY AB-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT KASSABG    ASSIGN TO "PAKKASAB.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FK-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PAKOFD.CPY.
       COPY PANFDKZA.CPY.
      *********************** Kassabuch (wie PAKOKASB) *
       FD  KASSABU      external       LABEL RECORD STANDARD.
       01  KB-SATZ.
           03  KB-KEY.
               05 KB-LFDNR             PIC 9(7)      COMP.
           03  KB-DATUM                PIC 9(8)      COMP.
           03  KB-ZEIT                 PIC 9(6)      COMP.
           03  KB-BET                  PIC S9(7)V99  COMP.
           03  KB-GGKTO                PIC 9(6)      COMP.
           03  KB-KSTNR                PIC 99        COMP.
           03  KB-TX                   PIC X(30).
           03  KB-BESTAND              PIC S9(7)V99  COMP.
      ************************* Bankabstimmung (wie PAKOBANK) *
       FD  BANKABGL     external       LABEL RECORD STANDARD.
       01  AB-SATZ.
           03  AB-KEY.
               05 AB-KTONR             PIC 9(6)      COMP.
               05 AB-BUDAT             PIC 9(8)      COMP.
               05 AB-LFD               PIC 99        COMP-X.
           03  AB-AUSZDAT              PIC 9(8)      COMP.
           03  AB-REF                  PIC X(20).
      ************************* Kassenabgleich je Filiale *
      *  FK-SA "F" = Filialstamm (Datum 0) mit laufendem Vortrag,
      *  "T" = Tagesabgleich, "K" = Klaerung; FK-SBAR/FK-SKART
      *  tragen den Vortrag nach dem jeweiligen Satz
       FD  KASSABG      external       LABEL RECORD STANDARD.
       01  FK-SATZ.
           03  FK-KEY.
               05 FK-FILNR             PIC 9(5)      COMP.
               05 FK-DATUM             PIC 9(8)      COMP.
               05 FK-SA                PIC X.
                  88 FK-FILIALE        VALUE "F".
                  88 FK-TAG            VALUE "T".
                  88 FK-KLAER          VALUE "K".
               05 FK-LFD               PIC 99        COMP.
           03  FK-DATEN.
               05 FK-KBAR              PIC S9(7)V99  COMP.
               05 FK-KKART             PIC S9(7)V99  COMP.
               05 FK-KGUTS             PIC S9(7)V99  COMP.
               05 FK-EBAR              PIC S9(7)V99  COMP.
               05 FK-EKART             PIC S9(7)V99  COMP.
               05 FK-GEB               PIC S9(7)V99  COMP.
               05 FK-DBAR              PIC S9(7)V99  COMP.
               05 FK-DKART             PIC S9(7)V99  COMP.
               05 FK-SBAR              PIC S9(7)V99  COMP.
               05 FK-SKART             PIC S9(7)V99  COMP.
               05 FK-TX                PIC X(40).
      *--------------------> Filialstamm <-
           03  FK-STAMM REDEFINES FK-DATEN.
               05 FK-KSTNR             PIC 99        COMP.
               05 FK-KARTREF           PIC X(20).
               05 FK-BANKREF           PIC X(20).
               05 FK-GEBPROZ           PIC 9V99      COMP.
               05 FK-LETZT             PIC 9(8)      COMP.
               05 FK-VBAR              PIC S9(7)V99  COMP.
               05 FK-VKART             PIC S9(7)V99  COMP.
               05 FK-BEZ               PIC X(20).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-DATUM            PIC 9(8).
               05 FILLER               PIC X.
               05 DRA-FIL              PIC ZZZZ9.
               05 FILLER               PIC X.
               05 DRA-KASSBAR.
                  07 DRA-KBAR          PIC ZZZ.ZZ9,99-.
                  07 DRA-EBAR          PIC ZZZ.ZZ9,99-.
               05 DRA-TX REDEFINES DRA-KASSBAR
                                       PIC X(22).
               05 DRA-DBAR             PIC ZZZ.ZZ9,99-.
               05 DRA-KKART            PIC ZZZ.ZZ9,99-.
               05 DRA-EKART            PIC ZZZ.ZZ9,99-.
               05 DRA-DKART            PIC ZZZ.ZZ9,99-.
               05 DRA-KGUTS            PIC ZZZ.ZZ9,99-.
               05 DRA-VBAR             PIC ZZZ.ZZ9,99-.
               05 DRA-VKART            PIC ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(114).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-KBOK                 PIC 9        COMP.
           03  WM-ABOK                 PIC 9        COMP.
           03  WM-FIL                  PIC 9        COMP.
           03  WM-VORDR                PIC 9        COMP.
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-BIS                  PIC 9(8).
           03  WH-TAG                  PIC 9(8)     COMP.
           03  WH-TAGI                 PIC 9(7)     COMP.
           03  WH-VONI                 PIC 9(7)     COMP.
           03  WH-BISI                 PIC 9(7)     COMP.
           03  WH-FILNR                PIC 9(5).
           03  WH-KST                  PIC 99.
           03  WH-GEBP                 PIC 9V99.
           03  WH-BEZ                  PIC X(20).
           03  WH-KREF                 PIC X(20).
           03  WH-BREF                 PIC X(20).
           03  WH-ZART                 PIC 9.
           03  WH-KLBET                PIC S9(7)V99.
           03  WH-TX                   PIC X(30).
           03  WH-LFD                  PIC 99       COMP.
           03  WH-ANZ                  PIC 99       COMP.
           03  WH-REF                  PIC X(20).
           03  WH-RLEN                 PIC 99       COMP.
           03  WH-MONAT                PIC 9(6).
           03  WH-MVON                 PIC 9(8)     COMP.
           03  WH-MBIS                 PIC 9(8)     COMP.
           03  WH-TAGE                 PIC 9(5)     COMP.
           03  WH-SAETZE               PIC 9(5)     COMP.
      *--------------> Monatssummen je Filiale / gesamt <-
           03  WH-MSUM.
               05 WH-MKBAR             PIC S9(9)V99 COMP.
               05 WH-MEBAR             PIC S9(9)V99 COMP.
               05 WH-MDBAR             PIC S9(9)V99 COMP.
               05 WH-MKKART            PIC S9(9)V99 COMP.
               05 WH-MEKART            PIC S9(9)V99 COMP.
               05 WH-MDKART            PIC S9(9)V99 COMP.
               05 WH-MKGUTS            PIC S9(9)V99 COMP.
               05 WH-VORBAR            PIC S9(9)V99 COMP.
               05 WH-VORKART           PIC S9(9)V99 COMP.
               05 WH-ENDBAR            PIC S9(9)V99 COMP.
               05 WH-ENDKART           PIC S9(9)V99 COMP.
           03  WH-GSUM.
               05 WH-GKBAR             PIC S9(9)V99 COMP.
               05 WH-GEBAR             PIC S9(9)V99 COMP.
               05 WH-GDBAR             PIC S9(9)V99 COMP.
               05 WH-GKKART            PIC S9(9)V99 COMP.
               05 WH-GEKART            PIC S9(9)V99 COMP.
               05 WH-GDKART            PIC S9(9)V99 COMP.
               05 WH-GKGUTS            PIC S9(9)V99 COMP.
               05 WH-GVORBAR           PIC S9(9)V99 COMP.
               05 WH-GVORKART          PIC S9(9)V99 COMP.
               05 WH-GENDBAR           PIC S9(9)V99 COMP.
               05 WH-GENDKART          PIC S9(9)V99 COMP.
           03  WD-BET                  PIC ZZZ.ZZ9,99-.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-DAT                  PIC 9(8).
      *--------------> Filialstamm fuer den Tagesabgleich <-
           03  WH-FI                   PIC 99       COMP.
           03  WH-FANZ                 PIC 99       COMP VALUE ZERO.
           03  WT-FTAB.
               05 WT-FIL                            OCCURS 60.
                  07 FI-FILNR          PIC 9(5)     COMP.
                  07 FI-KSTNR          PIC 99       COMP.
                  07 FI-KREF           PIC X(20).
                  07 FI-KLEN           PIC 99       COMP.
                  07 FI-BREF           PIC X(20).
                  07 FI-BLEN           PIC 99       COMP.
                  07 FI-GEBP           PIC 9V99     COMP.
                  07 FI-LETZT          PIC 9(8)     COMP.
                  07 FI-VBAR           PIC S9(7)V99 COMP.
                  07 FI-VKART          PIC S9(7)V99 COMP.
                  07 FI-KBAR           PIC S9(7)V99 COMP.
                  07 FI-KKART          PIC S9(7)V99 COMP.
                  07 FI-KGUTS          PIC S9(7)V99 COMP.
                  07 FI-EBAR           PIC S9(7)V99 COMP.
                  07 FI-EKART          PIC S9(7)V99 COMP.
       COPY PAKOEXT.CPY.
       DECL-KONS SECTION.      USE AFTER ERROR PROCEDURE ON KONSLAG.
       A.  CALL "CADECL" USING WN-KONS WH-CREG.
       DECL-BZEI SECTION.      USE AFTER ERROR PROCEDURE ON LAGERBZ.
       A.  CALL "CADECL" USING WN-BZEI WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON KASSZAHL.
       A.  CALL "CADECL" USING "PANKASZA.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KASSABU.
       A.  CALL "CADECL" USING "PAKKASSB.DAT" WH-CREG.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON BANKABGL.
       A.  CALL "CADECL" USING "PAKBABGL.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON KASSABG.
       A.  CALL "CADECL" USING "PAKKASAB.DAT" WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           MOVE "PAKOKONS.DAT" TO WN-KONS.
           IF WN-BZEI = SPACE MOVE "PAKLAG01.DAT" TO WN-BZEI.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           IF WL-CA = 10 PERFORM FILIAL-STAMM.
           IF WL-CA = 20 PERFORM TAGES-ABGL.
           IF WL-CA = 30 PERFORM KLAERUNG.
           IF WL-CA = 40 PERFORM MONATS-LISTE.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ********************* Abgleichdatei oeffnen / anlegen *
       ABGL-OEFFN SECTION.
       A.  OPEN I-O KASSABG.
           IF WF-STATUS = "35"
               CLOSE KASSABG OPEN OUTPUT KASSABG
               CLOSE KASSABG OPEN I-O KASSABG.
       Z.  EXIT.
      ***************************** Filialstamm *
       FILIAL-STAMM SECTION.
       A.  DISPLAY "Kassenabgleich - Filialstamm" AT 2301.
           PERFORM ABGL-OEFFN.
       B.  DISPLAY "Filiale (0 = Ende):" AT 2401.
           MOVE 0 TO WH-FILNR.
           ACCEPT WH-FILNR AT 2421.
           IF WH-FILNR = 0 GO X.
           MOVE WH-FILNR TO FK-FILNR.
           MOVE 0 TO FK-DATUM FK-LFD.
           MOVE "F" TO FK-SA.
           READ KASSABG INVALID
               INITIALIZE FK-STAMM
               MOVE SPACE TO FK-KARTREF FK-BANKREF FK-BEZ
               WRITE FK-SATZ
               READ KASSABG
           END-READ.
           MOVE FK-BEZ TO WH-BEZ.
           MOVE FK-KSTNR TO WH-KST.
           MOVE FK-KARTREF TO WH-KREF.
           MOVE FK-BANKREF TO WH-BREF.
           MOVE FK-GEBPROZ TO WH-GEBP.
           DISPLAY "Bezeichnung:" AT 2430.
           ACCEPT WH-BEZ AT 2443.
           DISPLAY "Kostenstelle Kassabuch:" AT 2501.
           ACCEPT WH-KST AT 2525.
           DISPLAY "Kartengebuehr %:" AT 2530.
           ACCEPT WH-GEBP AT 2547.
           DISPLAY "Auszugsreferenz Karte:" AT 2601.
           ACCEPT WH-KREF AT 2624.
           DISPLAY "Bank:" AT 2646.
           ACCEPT WH-BREF AT 2652.
           MOVE WH-BEZ TO FK-BEZ.
           MOVE WH-KST TO FK-KSTNR.
           MOVE WH-KREF TO FK-KARTREF.
           MOVE WH-BREF TO FK-BANKREF.
           MOVE WH-GEBP TO FK-GEBPROZ.
           REWRITE FK-SATZ.
           MOVE FK-VBAR TO WD-BET.
           DISPLAY "Vortrag bar:" AT 2701.
           DISPLAY WD-BET AT 2714.
           MOVE FK-VKART TO WD-BET.
           DISPLAY "Karte:" AT 2730.
           DISPLAY WD-BET AT 2737.
           GO B.
       X.  CLOSE KASSABG.
       Z.  EXIT.
      ***************************** Tagesabgleich *
      *  jede Filiale laeuft ab dem Tag nach ihrem letzten
      *  Abgleich bis zum Stichtag; eine neue Filiale beginnt
      *  mit dem Stichtag
       TAGES-ABGL SECTION.
       A.  DISPLAY "Kassenabgleich - Tagesabgleich" AT 2301.
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-HEUTE) - 1.
           COMPUTE WH-BIS = FUNCTION DATE-OF-INTEGER(WH-TAGI).
           DISPLAY "Abgleich bis Stichtag (JJJJMMTT):" AT 2401.
           ACCEPT WH-BIS AT 2435.
           IF WH-BIS = 0 GO Z.
           IF WH-BIS NOT < WH-HEUTE
               DISPLAY "Stichtag muss vor heute liegen" AT 2501
               GO Z.
           COMPUTE WH-BISI = FUNCTION INTEGER-OF-DATE(WH-BIS).
           IF WH-BISI = 0
               DISPLAY "Stichtag ungueltig" AT 2501
               GO Z.
           OPEN INPUT KASSZAHL.
           IF WF-STATUS = "35"
               DISPLAY "keine Kassendaten vorhanden" AT 2501
               GO Z.
           PERFORM ABGL-OEFFN.
           MOVE 1 TO WM-KBOK WM-ABOK.
           OPEN INPUT KASSABU.
           IF WF-STATUS = "35" MOVE 0 TO WM-KBOK.
           OPEN INPUT BANKABGL.
           IF WF-STATUS = "35" MOVE 0 TO WM-ABOK.
           OPEN INPUT LAGERBZ.
           PERFORM FILIAL-LADEN.
           IF WH-FANZ = 0
               DISPLAY "kein Filialstamm angelegt" AT 2501
               GO X.
           IF WH-VONI > WH-BISI
               DISPLAY "bis zum Stichtag bereits abgeglichen" AT 2501
               GO X.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Kassenabgleich der Filialen bis" TO DRA-TITEL.
           MOVE WH-BIS TO DRA-TITEL(33:8).
           WRITE DRA-SATZ AFTER PAGE.
           PERFORM KOPF-DRUCK.
           MOVE 0 TO WH-TAGE WH-SAETZE.
           MOVE WH-VONI TO WH-TAGI.
      *--------------> Tag fuer Tag bis zum Stichtag <-
       B.  IF WH-TAGI > WH-BISI GO C.
           COMPUTE WH-TAG = FUNCTION DATE-OF-INTEGER(WH-TAGI).
           PERFORM FILIAL-NULL.
           PERFORM ZAHL-LESEN.
           IF WM-KBOK = 1 PERFORM KASSA-LESEN.
           IF WM-ABOK = 1 PERFORM BANK-LESEN.
           PERFORM TAG-ABSCHL.
           ADD 1 TO WH-TAGE.
           ADD 1 TO WH-TAGI.
           GO B.
       C.  PERFORM FILIAL-SCHREIB.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
           DISPLAY "Tage:" AT 2501.
           MOVE WH-TAGE TO WD-ANZ.
           DISPLAY WD-ANZ AT 2507.
           DISPLAY "Abgleichsaetze:" AT 2520.
           MOVE WH-SAETZE TO WD-ANZ.
           DISPLAY WD-ANZ AT 2536.
       X.  CLOSE KASSZAHL KASSABG LAGERBZ.
           IF WM-KBOK = 1 CLOSE KASSABU.
           IF WM-ABOK = 1 CLOSE BANKABGL.
       Z.  EXIT.
      ********* Filialstamm in die Tabelle, fruehesten Tag suchen *
       FILIAL-LADEN SECTION.
       A.  MOVE 0 TO WH-FANZ.
           MOVE WH-BISI TO WH-VONI.
           ADD 1 TO WH-VONI.
           MOVE 0 TO FK-FILNR FK-DATUM FK-LFD.
           MOVE SPACE TO FK-SA.
           START KASSABG KEY NOT < FK-KEY INVALID GO Z.
       B.  READ KASSABG NEXT AT END GO Z.
           IF NOT FK-FILIALE GO B.
           IF WH-FANZ = 60
               DISPLAY "mehr als 60 Filialen" AT 2601
               GO Z.
           ADD 1 TO WH-FANZ.
           MOVE WH-FANZ TO WH-FI.
           MOVE FK-FILNR TO FI-FILNR(WH-FI).
           MOVE FK-KSTNR TO FI-KSTNR(WH-FI).
           MOVE FK-KARTREF TO FI-KREF(WH-FI) WH-REF.
           PERFORM REF-LAENGE.
           MOVE WH-RLEN TO FI-KLEN(WH-FI).
           MOVE FK-BANKREF TO FI-BREF(WH-FI) WH-REF.
           PERFORM REF-LAENGE.
           MOVE WH-RLEN TO FI-BLEN(WH-FI).
           MOVE FK-GEBPROZ TO FI-GEBP(WH-FI).
           MOVE FK-VBAR TO FI-VBAR(WH-FI).
           MOVE FK-VKART TO FI-VKART(WH-FI).
           MOVE FK-LETZT TO FI-LETZT(WH-FI).
      *--------------> neue Filiale: erst ab dem Stichtag <-
           IF FI-LETZT(WH-FI) = 0
               COMPUTE FI-LETZT(WH-FI) =
                   FUNCTION DATE-OF-INTEGER(WH-BISI - 1).
           COMPUTE WH-TAGI =
               FUNCTION INTEGER-OF-DATE(FI-LETZT(WH-FI)) + 1.
           IF WH-TAGI < WH-VONI MOVE WH-TAGI TO WH-VONI.
      *--------------> Tages- und Klaerungssaetze ueberspringen <-
           MOVE 99999999 TO FK-DATUM.
           START KASSABG KEY > FK-KEY INVALID GO Z.
           GO B.
       Z.  EXIT.
      ********* belegte Laenge einer Auszugsreferenz *
       REF-LAENGE SECTION.
       A.  MOVE 20 TO WH-RLEN.
       B.  IF WH-RLEN = 0 GO Z.
           IF WH-REF(WH-RLEN:1) NOT = SPACE GO Z.
           SUBTRACT 1 FROM WH-RLEN.
           GO B.
       Z.  EXIT.
      ********* Filiale in der Tabelle suchen (WH-FI 0 = fehlt) *
       FILIAL-SUCH SECTION.
       A.  MOVE 1 TO WH-FI.
       B.  IF WH-FI > WH-FANZ MOVE 0 TO WH-FI GO Z.
           IF FI-FILNR(WH-FI) = WH-FILNR GO Z.
           ADD 1 TO WH-FI.
           GO B.
       Z.  EXIT.
      ********* Tageswerte aller Filialen loeschen *
       FILIAL-NULL SECTION.
       A.  MOVE 1 TO WH-FI.
       B.  IF WH-FI > WH-FANZ GO Z.
           MOVE 0 TO FI-KBAR(WH-FI) FI-KKART(WH-FI) FI-KGUTS(WH-FI)
                     FI-EBAR(WH-FI) FI-EKART(WH-FI).
           ADD 1 TO WH-FI.
           GO B.
       Z.  EXIT.
      ********* Tageslosung je Zahlart aus den Kassendaten *
       ZAHL-LESEN SECTION.
       A.  MOVE WH-TAG TO KZ-DATUM.
           MOVE 0 TO KZ-FILNR KZ-ZART.
           START KASSZAHL KEY NOT < KZ-KEY INVALID GO Z.
       B.  READ KASSZAHL NEXT AT END GO Z.
           IF KZ-DATUM NOT = WH-TAG GO Z.
           MOVE KZ-FILNR TO WH-FILNR.
           PERFORM FILIAL-SUCH.
           IF WH-FI = 0 GO B.
           IF KZ-ZART = 1 ADD KZ-BET TO FI-KBAR(WH-FI).
           IF KZ-ZART = 2 ADD KZ-BET TO FI-KKART(WH-FI).
           IF KZ-ZART = 3 ADD KZ-BET TO FI-KGUTS(WH-FI).
           GO B.
       Z.  EXIT.
      ********* Bargeldabgaben der Filialen im Kassabuch *
      *  Einnahmen des Tages mit der Kostenstelle der Filiale
       KASSA-LESEN SECTION.
       A.  MOVE 1 TO KB-LFDNR.
           START KASSABU KEY NOT < KB-KEY INVALID GO Z.
       B.  READ KASSABU NEXT AT END GO Z.
           IF KB-DATUM NOT = WH-TAG GO B.
           IF KB-BET NOT > 0 OR KB-KSTNR = 0 GO B.
           MOVE 1 TO WH-FI.
       C.  IF WH-FI > WH-FANZ GO B.
           IF FI-KSTNR(WH-FI) = KB-KSTNR
               ADD KB-BET TO FI-EBAR(WH-FI)
               GO B.
           ADD 1 TO WH-FI.
           GO C.
       Z.  EXIT.
      ********* Bankzeilen des Tages ueber die Auszugsreferenz *
      *  Betrag aus der abgestimmten Buchung in LAGERBZ; die
      *  Kartenreferenz geht vor der Bankreferenz
       BANK-LESEN SECTION.
       A.  MOVE 0 TO AB-KTONR AB-BUDAT AB-LFD.
           START BANKABGL KEY NOT < AB-KEY INVALID GO Z.
       B.  READ BANKABGL NEXT AT END GO Z.
           IF AB-AUSZDAT NOT = WH-TAG GO B.
           MOVE AB-KTONR TO LB-KTONR.
           MOVE AB-BUDAT TO LB-BUDAT.
           MOVE AB-LFD TO LB-LFD.
           READ LAGERBZ IGNORE LOCK INVALID GO B.
           MOVE 1 TO WH-FI.
       C.  IF WH-FI > WH-FANZ GO B.
           IF FI-KLEN(WH-FI) = 0 GO D.
           MOVE 0 TO WH-ANZ.
           INSPECT AB-REF TALLYING WH-ANZ
               FOR ALL FI-KREF(WH-FI)(1:FI-KLEN(WH-FI)).
           IF WH-ANZ > 0
               ADD LB-BET TO FI-EKART(WH-FI)
               GO B.
       D.  IF FI-BLEN(WH-FI) = 0 GO E.
           MOVE 0 TO WH-ANZ.
           INSPECT AB-REF TALLYING WH-ANZ
               FOR ALL FI-BREF(WH-FI)(1:FI-BLEN(WH-FI)).
           IF WH-ANZ > 0
               ADD LB-BET TO FI-EBAR(WH-FI)
               GO B.
       E.  ADD 1 TO WH-FI.
           GO C.
       Z.  EXIT.
      ********* Tagesdifferenz je Filiale in den Vortrag *
       TAG-ABSCHL SECTION.
       A.  MOVE 1 TO WH-FI.
       B.  IF WH-FI > WH-FANZ GO Z.
           IF WH-TAG NOT > FI-LETZT(WH-FI) GO C.
           MOVE WH-TAG TO FI-LETZT(WH-FI).
           IF FI-KBAR(WH-FI) = 0 AND FI-KKART(WH-FI) = 0
              AND FI-KGUTS(WH-FI) = 0 AND FI-EBAR(WH-FI) = 0
              AND FI-EKART(WH-FI) = 0 GO C.
           INITIALIZE FK-SATZ.
           MOVE FI-FILNR(WH-FI) TO FK-FILNR.
           MOVE WH-TAG TO FK-DATUM.
           MOVE "T" TO FK-SA.
           MOVE 0 TO FK-LFD.
           MOVE FI-KBAR(WH-FI) TO FK-KBAR.
           MOVE FI-KKART(WH-FI) TO FK-KKART.
           MOVE FI-KGUTS(WH-FI) TO FK-KGUTS.
           MOVE FI-EBAR(WH-FI) TO FK-EBAR.
           MOVE FI-EKART(WH-FI) TO FK-EKART.
           COMPUTE FK-GEB ROUNDED =
               FI-KKART(WH-FI) * FI-GEBP(WH-FI) / 100.
           COMPUTE FK-DBAR = FK-KBAR - FK-EBAR.
           COMPUTE FK-DKART = FK-KKART - FK-GEB - FK-EKART.
           ADD FK-DBAR TO FI-VBAR(WH-FI).
           ADD FK-DKART TO FI-VKART(WH-FI).
           MOVE FI-VBAR(WH-FI) TO FK-SBAR.
           MOVE FI-VKART(WH-FI) TO FK-SKART.
           MOVE SPACE TO FK-TX.
           WRITE FK-SATZ INVALID REWRITE FK-SATZ.
           ADD 1 TO WH-SAETZE.
           PERFORM ZEILE-DRUCK.
       C.  ADD 1 TO WH-FI.
           GO B.
       Z.  EXIT.
      ********* Stand und Vortrag in den Filialstamm *
       FILIAL-SCHREIB SECTION.
       A.  MOVE 1 TO WH-FI.
       B.  IF WH-FI > WH-FANZ GO Z.
           MOVE FI-FILNR(WH-FI) TO FK-FILNR.
           MOVE 0 TO FK-DATUM FK-LFD.
           MOVE "F" TO FK-SA.
           READ KASSABG INVALID GO C.
           MOVE FI-LETZT(WH-FI) TO FK-LETZT.
           MOVE FI-VBAR(WH-FI) TO FK-VBAR.
           MOVE FI-VKART(WH-FI) TO FK-VKART.
           REWRITE FK-SATZ.
       C.  ADD 1 TO WH-FI.
           GO B.
       Z.  EXIT.
      ***************************** Klaerung *
      *  der geklaerte Betrag mindert den Vortrag der Zahlart;
      *  der Klaerungssatz traegt ihn mit umgekehrtem Vorzeichen
      *  als Differenz, damit die Liste aufgeht
       KLAERUNG SECTION.
       A.  DISPLAY "Kassenabgleich - Klaerung" AT 2301.
           PERFORM ABGL-OEFFN.
       B.  DISPLAY "Filiale (0 = Ende):" AT 2401.
           MOVE 0 TO WH-FILNR.
           ACCEPT WH-FILNR AT 2421.
           IF WH-FILNR = 0 GO X.
           MOVE WH-FILNR TO FK-FILNR.
           MOVE 0 TO FK-DATUM FK-LFD.
           MOVE "F" TO FK-SA.
           READ KASSABG INVALID
               DISPLAY "Filiale nicht im Filialstamm" AT 2601
               GO B.
           DISPLAY FK-BEZ AT 2430.
           MOVE FK-VBAR TO WD-BET.
           DISPLAY "Vortrag bar:" AT 2501.
           DISPLAY WD-BET with highlight AT 2514.
           MOVE FK-VKART TO WD-BET.
           DISPLAY "Karte:" AT 2530.
           DISPLAY WD-BET with highlight AT 2537.
           DISPLAY "Zahlart (1 = bar, 2 = Karte):" AT 2601.
           MOVE 0 TO WH-ZART.
           ACCEPT WH-ZART AT 2631.
           IF WH-ZART NOT = 1 AND WH-ZART NOT = 2 GO B.
           DISPLAY "geklaerter Betrag:" AT 2635.
           MOVE 0 TO WH-KLBET.
           ACCEPT WH-KLBET AT 2654.
           IF WH-KLBET = 0 GO B.
           DISPLAY "Text:" AT 2701.
           MOVE SPACE TO WH-TX.
           ACCEPT WH-TX AT 2707.
      *--------------> Vortrag im Filialstamm mindern <-
           IF WH-ZART = 1 SUBTRACT WH-KLBET FROM FK-VBAR
                     ELSE SUBTRACT WH-KLBET FROM FK-VKART.
           REWRITE FK-SATZ.
           MOVE FK-VBAR TO WH-MKBAR.
           MOVE FK-VKART TO WH-MKKART.
      *--------------> Klaerungssatz mit dem heutigen Datum <-
           INITIALIZE FK-SATZ.
           MOVE WH-FILNR TO FK-FILNR.
           MOVE WH-HEUTE TO FK-DATUM.
           MOVE "K" TO FK-SA.
           IF WH-ZART = 1 COMPUTE FK-DBAR = 0 - WH-KLBET
                     ELSE COMPUTE FK-DKART = 0 - WH-KLBET.
           MOVE WH-MKBAR TO FK-SBAR.
           MOVE WH-MKKART TO FK-SKART.
           MOVE WH-TX TO FK-TX.
           MOVE 0 TO WH-LFD.
       C.  ADD 1 TO WH-LFD.
           IF WH-LFD > 99 GO B.
           MOVE WH-LFD TO FK-LFD.
           WRITE FK-SATZ INVALID GO C.
           GO B.
       X.  CLOSE KASSABG.
       Z.  EXIT.
      ***************************** Monatsliste *
      *  je Filiale Vortrag zum Monatsanfang, Tagesabgleiche und
      *  Klaerungen des Monats, Monatssumme und Stand zum
      *  Monatsende; am Schluss alle Filialen zusammen
       MONATS-LISTE SECTION.
       A.  DISPLAY "Kassenabgleich - Kassendifferenzliste" AT 2301.
           DIVIDE WH-HEUTE BY 100 GIVING WH-MONAT.
           IF WH-MONAT(5:2) = "01" SUBTRACT 89 FROM WH-MONAT
                              ELSE SUBTRACT 1 FROM WH-MONAT.
           DISPLAY "Monat (JJJJMM):" AT 2401.
           ACCEPT WH-MONAT AT 2417.
           IF WH-MONAT = 0 GO Z.
           COMPUTE WH-MVON = WH-MONAT * 100 + 1.
           COMPUTE WH-MBIS = WH-MONAT * 100 + 31.
           OPEN INPUT KASSABG.
           IF WF-STATUS = "35"
               DISPLAY "kein Kassenabgleich vorhanden" AT 2501
               GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Kassendifferenzen der Filialen Monat" TO DRA-TITEL.
           MOVE WH-MONAT TO DRA-TITEL(38:6).
           WRITE DRA-SATZ AFTER PAGE.
           PERFORM KOPF-DRUCK.
           INITIALIZE WH-GSUM.
           MOVE 0 TO WM-FIL.
           MOVE 0 TO FK-FILNR FK-DATUM FK-LFD.
           MOVE SPACE TO FK-SA.
           START KASSABG KEY NOT < FK-KEY INVALID GO X.
       B.  READ KASSABG NEXT AT END GO X.
           IF NOT FK-FILIALE GO C.
           IF WM-FIL = 1 PERFORM MONAT-FILENDE.
           MOVE 1 TO WM-FIL.
           MOVE 0 TO WM-VORDR.
           INITIALIZE WH-MSUM.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Filiale" TO DRA-TITEL.
           MOVE FK-FILNR TO DRA-FIL.
           MOVE FK-BEZ TO DRA-TX.
           WRITE DRA-SATZ AFTER 2.
           GO B.
      *--------------> vor dem Monat: nur der Vortrag zaehlt <-
       C.  IF FK-DATUM > WH-MBIS GO B.
           IF FK-DATUM < WH-MVON
               MOVE FK-SBAR TO WH-VORBAR WH-ENDBAR
               MOVE FK-SKART TO WH-VORKART WH-ENDKART
               GO B.
           IF WM-VORDR = 0 PERFORM VORTRAG-DRUCK.
           ADD FK-KBAR TO WH-MKBAR.
           ADD FK-EBAR TO WH-MEBAR.
           ADD FK-DBAR TO WH-MDBAR.
           ADD FK-KKART TO WH-MKKART.
           COMPUTE WH-MEKART = WH-MEKART + FK-EKART + FK-GEB.
           ADD FK-DKART TO WH-MDKART.
           ADD FK-KGUTS TO WH-MKGUTS.
           MOVE FK-SBAR TO WH-ENDBAR.
           MOVE FK-SKART TO WH-ENDKART.
           PERFORM ZEILE-DRUCK.
           GO B.
       X.  IF WM-FIL = 1 PERFORM MONAT-FILENDE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "alle Filialen" TO DRA-TX.
           MOVE WH-GVORBAR TO DRA-VBAR.
           MOVE WH-GVORKART TO DRA-VKART.
           WRITE DRA-SATZ AFTER 3.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-GKBAR TO DRA-KBAR.
           MOVE WH-GEBAR TO DRA-EBAR.
           MOVE WH-GDBAR TO DRA-DBAR.
           MOVE WH-GKKART TO DRA-KKART.
           MOVE WH-GEKART TO DRA-EKART.
           MOVE WH-GDKART TO DRA-DKART.
           MOVE WH-GKGUTS TO DRA-KGUTS.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Stand Monatsende" TO DRA-TX.
           MOVE WH-GENDBAR TO DRA-VBAR.
           MOVE WH-GENDKART TO DRA-VKART.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER KASSABG.
       Z.  EXIT.
      ********* Vortrag zum Monatsanfang *
       VORTRAG-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Vortrag Monatsanfang" TO DRA-TX.
           MOVE WH-VORBAR TO DRA-VBAR.
           MOVE WH-VORKART TO DRA-VKART.
           WRITE DRA-SATZ AFTER 1.
           MOVE 1 TO WM-VORDR.
       Z.  EXIT.
      ********* Monatssumme und Stand der Filiale *
       MONAT-FILENDE SECTION.
       A.  IF WM-VORDR = 0 PERFORM VORTRAG-DRUCK.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-MKBAR TO DRA-KBAR.
           MOVE WH-MEBAR TO DRA-EBAR.
           MOVE WH-MDBAR TO DRA-DBAR.
           MOVE WH-MKKART TO DRA-KKART.
           MOVE WH-MEKART TO DRA-EKART.
           MOVE WH-MDKART TO DRA-DKART.
           MOVE WH-MKGUTS TO DRA-KGUTS.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Stand Monatsende" TO DRA-TX.
           MOVE WH-ENDBAR TO DRA-VBAR.
           MOVE WH-ENDKART TO DRA-VKART.
           WRITE DRA-SATZ AFTER 1.
           ADD WH-MKBAR TO WH-GKBAR.
           ADD WH-MEBAR TO WH-GEBAR.
           ADD WH-MDBAR TO WH-GDBAR.
           ADD WH-MKKART TO WH-GKKART.
           ADD WH-MEKART TO WH-GEKART.
           ADD WH-MDKART TO WH-GDKART.
           ADD WH-MKGUTS TO WH-GKGUTS.
           ADD WH-VORBAR TO WH-GVORBAR.
           ADD WH-VORKART TO WH-GVORKART.
           ADD WH-ENDBAR TO WH-GENDBAR.
           ADD WH-ENDKART TO WH-GENDKART.
       Z.  EXIT.
      ********* Spaltenkopf *
       KOPF-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Datum     Fil. Kasse bar    Eingang" TO DRA-TITEL.
           MOVE "Diff. bar  Kasse Kte   Abrechn.  Diff. Kte"
               TO DRA-TITEL(38:42).
           MOVE "Gutsch.  Vortr.bar  Vortr.Kte" TO DRA-TITEL(84:29).
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ********* Tagesabgleich- oder Klaerungszeile aus FK-SATZ *
      *  bei der Karte wird die Abrechnung einschliesslich der
      *  Kartengebuehr ausgewiesen
       ZEILE-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE FK-DATUM TO DRA-DATUM.
           MOVE FK-FILNR TO DRA-FIL.
           IF FK-KLAER
               MOVE FK-TX TO DRA-TX
           ELSE
               MOVE FK-KBAR TO DRA-KBAR
               MOVE FK-EBAR TO DRA-EBAR
               MOVE FK-KKART TO DRA-KKART
               COMPUTE DRA-EKART = FK-EKART + FK-GEB
               MOVE FK-KGUTS TO DRA-KGUTS.
           MOVE FK-DBAR TO DRA-DBAR.
           MOVE FK-DKART TO DRA-DKART.
           MOVE FK-SBAR TO DRA-VBAR.
           MOVE FK-SKART TO DRA-VKART.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.

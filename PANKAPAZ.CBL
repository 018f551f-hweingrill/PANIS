      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANKAPAZ.
      ******************************************************************
      *     Produktionskapazitaet je Produktionstag                    *
      *     Stammdaten je Ofen und Knetkessel (PANKAPAZ.DAT):          *
      *     Stunden je Produktionstag, beim Kessel die Knetzeit je     *
      *     Charge; die Belegung je Tag und Artikel (PANKAPBL.DAT)     *
      *     wird bei der Auftragserfassung laufend mitgefuehrt -       *
      *     Ofenminuten = Ladungen nach RE-TEIL mal Backdauer aus      *
      *     den RE-GANG-Schritten (wie PANOFEN), Kesselchargen =       *
      *     Teiggewicht nach RE-CHMAX (wie PANMISCH)                   *
      *     WL-CA 10: Oefen und Kessel pflegen                         *
      *     WL-CA 20: Kapazitaetsvorschau der naechsten 7 Tage         *
      *     WL-CA 30: Belegung aus den Lieferscheinen neu aufbauen     *
      *     WL-CA 50: Belegung buchen (Aufruf aus PANBS, PANEDIIM,     *
      *               PANIMPBS) - WH-NUM Artikel, WZ-DATUM Tag,        *
      *               WH-WERT Mengenaenderung; zurueck WH-X = "J",     *
      *               wenn der Tag damit ueberbucht ist                *
      *     WL-CA 60: Tagesbelegung fuer WZ-DATUM neu rechnen und      *
      *               liefern - WH-WERT Ofenminuten, WH-NUM            *
      *               Knetminuten (Chargen mal Knetzeit der Kessel)    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSELFS.CPY.
           COPY PARSEREZ.CPY.
           COPY PANSEKAP.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY PANLIEF.CPY.
       COPY PARREZEP.CPY.
       COPY PANFDKAP.CPY.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-BEL                  PIC 9        COMP VALUE ZERO.
           03  WH-TAG                  PIC 9(8).
           03  WH-BISTAG               PIC 9(8).
           03  WH-TAGI                 PIC 9(7)     COMP.
           03  WH-BISI                 PIC 9(7)     COMP.
           03  WH-TI                   PIC 9        COMP.
           03  WH-ART                  PIC 9.
           03  WH-NR                   PIC 99.
           03  WH-STD                  PIC 99V9.
           03  WH-CHMIN                PIC 999.
           03  WH-JN                   PIC X.
           03  WH-ZEILE                PIC 9999.
           03  WH-MENGE                PIC S9(7)    COMP.
           03  WH-ALTMIN               PIC S9(7)    COMP.
           03  WH-ALTCH                PIC S9(5)    COMP.
           03  WH-DAUER                PIC 999      COMP.
           03  WH-LD                   PIC 9        COMP.
           03  WH-LADGES               PIC 9(5)     COMP.
           03  WH-TEIGGEW              PIC 9(9)     COMP.
           03  WH-TAGE                 PIC 999      COMP.
      *--------------> verfuegbare Kapazitaet je Tag <-
           03  WH-OFKAP                PIC 9(7)     COMP.
           03  WH-CHKAP                PIC 9(5)     COMP.
           03  WH-KNMIN                PIC 9(5)     COMP.
           03  WH-KESSEL               PIC 99       COMP.
           03  WH-PROZ                 PIC 9(4)     COMP.
      *--------------> Tagesmengen je Artikel (Neuaufbau) <-
           03  WH-AI                   PIC 999      COMP.
           03  WH-AANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-ATAB.
               05 WT-AR                             OCCURS 300.
                  07 AT-ARNUM          PIC 9(4)     COMP.
                  07 AT-MENGE          PIC S9(7)    COMP.
      *--------------> Vorschauzeile <-
           03  WD-ZEILE.
               05 WD-DAT               PIC 9(8).
               05 FILLER               PIC XX.
               05 WD-OFMIN             PIC Z.ZZZ.ZZ9.
               05 WD-OFKAP             PIC Z.ZZZ.ZZ9.
               05 WD-OFPRZ             PIC ZZZ9.
               05 FILLER               PIC X(4).
               05 WD-CHARG             PIC ZZ.ZZ9.
               05 WD-CHKAP             PIC ZZ.ZZ9.
               05 WD-CHPRZ             PIC ZZZ9.
               05 FILLER               PIC XX.
               05 WD-UEBER             PIC X(10).
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON LFSCHEIN.
       A.  CALL "CADECL" USING "PANELFS.DAT " WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON KAPAZ.
       A.  CALL "CADECL" USING "PANKAPAZ.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON KAPBEL.
       A.  CALL "CADECL" USING "PANKAPBL.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM VORSCHAU.
           IF WL-CA = 30 PERFORM NEUAUFBAU.
           IF WL-CA = 50 PERFORM BUCHEN.
           IF WL-CA = 60 PERFORM TAGESLAST.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Oefen und Kessel pflegen *
       WARTUNG SECTION.
       A.  DISPLAY "Kapazitaet Oefen und Knetkessel" AT 2301.
           OPEN I-O KAPAZ.
           IF WF-STATUS = "35"
               CLOSE KAPAZ OPEN OUTPUT KAPAZ
               CLOSE KAPAZ OPEN I-O KAPAZ.
       B.  DISPLAY "1 = Ofen, 2 = Knetkessel (0 = Ende):" AT 2401.
           MOVE 0 TO WH-ART.
           ACCEPT WH-ART AT 2438.
           IF WH-ART = 0 GO X.
           IF WH-ART > 2 GO B.
           DISPLAY "Nr:" AT 2441.
           MOVE 1 TO WH-NR.
           ACCEPT WH-NR AT 2445.
           IF WH-NR = 0 GO B.
           MOVE WH-ART TO KC-ART.
           MOVE WH-NR TO KC-NR.
           READ KAPAZ INVALID
               INITIALIZE KC-SATZ
               MOVE WH-ART TO KC-ART
               MOVE WH-NR TO KC-NR.
           DISPLAY "Bezeichnung:" AT 2501.
           DISPLAY KC-BEZ AT 2514.
           ACCEPT KC-BEZ AT 2514.
           DISPLAY "Std/Tag (0 = loeschen):" AT 2536.
           MOVE KC-STD TO WH-STD.
           ACCEPT WH-STD AT 2560.
           MOVE WH-STD TO KC-STD.
           IF KC-KESSEL
               DISPLAY "Knetminuten je Charge:" AT 2601
               MOVE KC-CHMIN TO WH-CHMIN
               ACCEPT WH-CHMIN AT 2624
               MOVE WH-CHMIN TO KC-CHMIN.
           IF KC-STD = 0
               DELETE KAPAZ INVALID CONTINUE END-DELETE
           ELSE
               REWRITE KC-SATZ INVALID WRITE KC-SATZ.
           GO B.
       X.  CLOSE KAPAZ.
       Z.  EXIT.
      ***************************** Vorschau 7 Tage *
       VORSCHAU SECTION.
       A.  DISPLAY "Kapazitaetsvorschau 7 Tage" AT 2301.
           DISPLAY "ab Tag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2430.
           IF WH-TAG = 0 GO Z.
           PERFORM KAP-LESEN.
           MOVE 0 TO WM-BEL.
           OPEN INPUT KAPBEL.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-BEL.
           DISPLAY "Tag       Ofen min verfuegb.   %" AT 0401.
           DISPLAY "Chargen  verf.  %" AT 0436.
           MOVE 0501 TO WH-ZEILE.
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-TAG).
           PERFORM VARYING WH-TI FROM 1 BY 1 UNTIL WH-TI > 7
               COMPUTE WH-TAG = FUNCTION DATE-OF-INTEGER(WH-TAGI)
               PERFORM VORSCHAU-ZEILE
               ADD 1 TO WH-TAGI
               ADD 100 TO WH-ZEILE
           END-PERFORM.
           IF WM-BEL = 1 CLOSE KAPBEL.
           DISPLAY "weiter mit <ret>:" AT 2501.
           MOVE SPACE TO WH-JN.
           ACCEPT WH-JN AT 2519.
           GO A.
       Z.  EXIT.
      ***** eine Tageszeile der Vorschau *
       VORSCHAU-ZEILE SECTION.
       A.  MOVE SPACE TO WD-ZEILE.
           MOVE WH-TAG TO WD-DAT KB-DATUM.
           MOVE 0 TO KB-ARNUM.
           IF WM-BEL = 0 INITIALIZE KB-SATZ
           ELSE READ KAPBEL IGNORE LOCK INVALID INITIALIZE KB-SATZ.
           MOVE KB-OFMIN TO WD-OFMIN.
           MOVE WH-OFKAP TO WD-OFKAP.
           MOVE KB-CHARG TO WD-CHARG.
           MOVE WH-CHKAP TO WD-CHKAP.
           MOVE 0 TO WH-PROZ.
           IF WH-OFKAP > 0
               COMPUTE WH-PROZ ROUNDED = KB-OFMIN * 100 / WH-OFKAP
                   ON SIZE ERROR MOVE 9999 TO WH-PROZ.
           MOVE WH-PROZ TO WD-OFPRZ.
           MOVE 0 TO WH-PROZ.
           IF WH-CHKAP > 0
               COMPUTE WH-PROZ ROUNDED = KB-CHARG * 100 / WH-CHKAP
                   ON SIZE ERROR MOVE 9999 TO WH-PROZ.
           MOVE WH-PROZ TO WD-CHPRZ.
           PERFORM UEBER-PRUEF.
           IF WH-X = "J" MOVE "UEBERLAST" TO WD-UEBER.
           IF WH-X = "J"
               DISPLAY WD-ZEILE with highlight AT WH-ZEILE
           ELSE
               DISPLAY WD-ZEILE AT WH-ZEILE.
       Z.  EXIT.
      ***************************** Neuaufbau aus LFSCHEIN *
      *  LFSCHEIN bleibt wie beim Aufrufer geoeffnet
       NEUAUFBAU SECTION.
       A.  DISPLAY "Kapazitaetsbelegung neu aufbauen" AT 2301.
           DISPLAY "von Tag (JJJJMMTT, 0 = Ende):" AT 2401.
           MOVE 0 TO WH-TAG.
           ACCEPT WH-TAG AT 2431.
           IF WH-TAG = 0 GO Z.
           DISPLAY "bis Tag:" AT 2441.
           MOVE WH-TAG TO WH-BISTAG.
           ACCEPT WH-BISTAG AT 2450.
           IF WH-BISTAG < WH-TAG GO A.
           OPEN I-O KAPBEL.
           IF WF-STATUS = "35"
               CLOSE KAPBEL OPEN OUTPUT KAPBEL
               CLOSE KAPBEL OPEN I-O KAPBEL.
           OPEN INPUT REZEPT.
           MOVE 0 TO WH-TAGE.
           COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(WH-TAG).
           COMPUTE WH-BISI = FUNCTION INTEGER-OF-DATE(WH-BISTAG).
       B.  IF WH-TAGI > WH-BISI GO X.
           COMPUTE WH-TAG = FUNCTION DATE-OF-INTEGER(WH-TAGI).
           PERFORM TAG-LOESCHEN.
           PERFORM MENGEN-SAMMELN.
           PERFORM TAG-AUFBAUEN.
           ADD 1 TO WH-TAGE.
           ADD 1 TO WH-TAGI.
           GO B.
       X.  CLOSE KAPBEL REZEPT.
           MOVE WH-TAGE TO WD-ANZ.
           DISPLAY "Tage aufgebaut:" AT 2501.
           DISPLAY WD-ANZ AT 2517.
       Z.  EXIT.
      ***** alte Belegung des Tages entfernen *
       TAG-LOESCHEN SECTION.
       A.  MOVE WH-TAG TO KB-DATUM.
           MOVE 0 TO KB-ARNUM.
           START KAPBEL KEY NOT < KB-KEY INVALID GO Z.
       B.  READ KAPBEL NEXT AT END GO Z.
           IF ZUGRIF GO B.
           IF KB-DATUM NOT = WH-TAG GO Z.
           DELETE KAPBEL INVALID CONTINUE.
           GO B.
       Z.  EXIT.
      ********* Tagesmengen je Artikel aus den Lieferscheinen *
       MENGEN-SAMMELN SECTION.
       A.  MOVE 0 TO WH-AANZ.
           MOVE WH-TAG TO WQ-DATUM.
           MOVE 0 TO WQ-TOUR WQ-SUB WQ-KTONR WQ-NUM WQ-ARNUM.
           MOVE SPACE TO WQ-SORT.
           MOVE WQ-AKEY TO LF-AKEY.
           START LFSCHEIN KEY NOT < LF-AKEY INVALID GO Z.
       B.  READ LFSCHEIN NEXT IGNORE LOCK AT END GO Z.
           IF LF-DATUM NOT = WH-TAG GO Z.
      *------> Naturalrabatt, Storno und "nlf" belasten nicht <-
           IF LF-STAT > 91 AND LF-STAT < 98 GO B.
           IF LF-MENGE(1) NOT > 0 GO B.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               OR AT-ARNUM(WH-AI) = LF-ARNUM
               CONTINUE.
           IF WH-AI > WH-AANZ
               IF WH-AANZ >= 300 GO B
               ELSE
                   ADD 1 TO WH-AANZ
                   MOVE WH-AANZ TO WH-AI
                   MOVE LF-ARNUM TO AT-ARNUM(WH-AI)
                   MOVE 0 TO AT-MENGE(WH-AI)
           END-IF.
           ADD LF-MENGE(1) TO AT-MENGE(WH-AI).
           GO B.
       Z.  EXIT.
      ***** Artikelsaetze und Tagessumme schreiben *
       TAG-AUFBAUEN SECTION.
       A.  IF WH-AANZ = 0 GO Z.
           INITIALIZE KB-SATZ.
           MOVE WH-TAG TO KB-DATUM.
           WRITE KB-SATZ INVALID CONTINUE.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > WH-AANZ
               INITIALIZE KB-SATZ
               MOVE WH-TAG TO KB-DATUM
               MOVE AT-ARNUM(WH-AI) TO KB-ARNUM
               MOVE AT-MENGE(WH-AI) TO KB-MENGE
               PERFORM ART-LAST
               WRITE KB-SATZ INVALID REWRITE KB-SATZ END-WRITE
               MOVE KB-OFMIN TO WH-ALTMIN
               MOVE KB-CHARG TO WH-ALTCH
               MOVE KB-MENGE TO WH-MENGE
               MOVE 0 TO KB-ARNUM
               READ KAPBEL
               ADD WH-MENGE TO KB-MENGE
               ADD WH-ALTMIN TO KB-OFMIN
               ADD WH-ALTCH TO KB-CHARG
               REWRITE KB-SATZ
           END-PERFORM.
       Z.  EXIT.
      ***************************** Belegung buchen *
      *  Aufruf aus der Auftragserfassung je geaenderter Zeile;
      *  ohne Bildschirmausgabe
       BUCHEN SECTION.
       A.  MOVE "N" TO WH-X.
           MOVE WZ-DATUM TO WH-TAG.
           COMPUTE WH-MENGE ROUNDED = WH-WERT.
           IF WH-MENGE = 0 OR WH-NUM = 0 GO Z.
           OPEN I-O KAPBEL.
           IF WF-STATUS = "35"
               CLOSE KAPBEL OPEN OUTPUT KAPBEL
               CLOSE KAPBEL OPEN I-O KAPBEL.
           OPEN INPUT REZEPT.
      *------> Artikelsatz: Menge fortschreiben, Last neu rechnen <-
           MOVE WH-TAG TO KB-DATUM.
           MOVE WH-NUM TO KB-ARNUM.
           READ KAPBEL INVALID
               INITIALIZE KB-SATZ
               MOVE WH-TAG TO KB-DATUM
               MOVE WH-NUM TO KB-ARNUM.
           MOVE KB-OFMIN TO WH-ALTMIN.
           MOVE KB-CHARG TO WH-ALTCH.
           ADD WH-MENGE TO KB-MENGE.
           IF KB-MENGE < 0 MOVE 0 TO KB-MENGE.
           PERFORM ART-LAST.
           REWRITE KB-SATZ INVALID WRITE KB-SATZ.
           COMPUTE WH-ALTMIN = KB-OFMIN - WH-ALTMIN.
           COMPUTE WH-ALTCH = KB-CHARG - WH-ALTCH.
      *------> Tagessumme um die Differenz fortschreiben <-
           MOVE WH-TAG TO KB-DATUM.
           MOVE 0 TO KB-ARNUM.
           READ KAPBEL INVALID
               INITIALIZE KB-SATZ
               MOVE WH-TAG TO KB-DATUM.
           ADD WH-MENGE TO KB-MENGE.
           ADD WH-ALTMIN TO KB-OFMIN.
           ADD WH-ALTCH TO KB-CHARG.
           IF KB-MENGE < 0 MOVE 0 TO KB-MENGE.
           IF KB-OFMIN < 0 MOVE 0 TO KB-OFMIN.
           IF KB-CHARG < 0 MOVE 0 TO KB-CHARG.
           REWRITE KB-SATZ INVALID WRITE KB-SATZ.
           CLOSE KAPBEL REZEPT.
      *------> Warnung nur, wenn die Aenderung die Last erhoeht <-
           IF WH-MENGE < 0 GO Z.
           PERFORM KAP-LESEN.
           PERFORM UEBER-PRUEF.
       Z.  EXIT.
      ***************************** Tagesbelegung liefern *
      *  fuer die Schichtplanung (PAKOZEIT); LFSCHEIN bleibt wie
      *  beim Aufrufer geoeffnet
       TAGESLAST SECTION.
       A.  MOVE 0 TO WH-WERT WH-NUM.
           MOVE WZ-DATUM TO WH-TAG.
           IF WH-TAG = 0 GO Z.
           OPEN I-O KAPBEL.
           IF WF-STATUS = "35"
               CLOSE KAPBEL OPEN OUTPUT KAPBEL
               CLOSE KAPBEL OPEN I-O KAPBEL.
           OPEN INPUT REZEPT.
           PERFORM TAG-LOESCHEN.
           PERFORM MENGEN-SAMMELN.
           PERFORM TAG-AUFBAUEN.
           MOVE WH-TAG TO KB-DATUM.
           MOVE 0 TO KB-ARNUM.
           READ KAPBEL IGNORE LOCK INVALID INITIALIZE KB-SATZ.
           CLOSE KAPBEL REZEPT.
           PERFORM KAP-LESEN.
           MOVE KB-OFMIN TO WH-WERT.
           COMPUTE WH-NUM = KB-CHARG * WH-KNMIN.
       Z.  EXIT.
      ***** Ofenminuten und Kesselchargen eines Artikels *
      *  aus KB-ARNUM / KB-MENGE nach KB-OFMIN / KB-CHARG
       ART-LAST SECTION.
       A.  MOVE 0 TO KB-OFMIN KB-CHARG.
           IF KB-MENGE NOT > 0 GO Z.
           MOVE KB-ARNUM TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID GO Z.
           IF RE-TEIL = 0 GO Z.
      *------> Backdauer: Summe der Gangschritte in Minuten <-
           MOVE 0 TO WH-DAUER.
           PERFORM VARYING WH-LD FROM 1 BY 1 UNTIL WH-LD > 4
               ADD RE-GMIN(WH-LD) TO WH-DAUER.
           IF WH-DAUER = 0 MOVE 20 TO WH-DAUER.
           COMPUTE WH-LADGES = (KB-MENGE + RE-TEIL - 1) / RE-TEIL.
           COMPUTE KB-OFMIN = WH-LADGES * WH-DAUER.
      *------> Kesselchargen nach RE-CHMAX (g je Kessel) <-
           IF RE-GEW = 0 GO Z.
           COMPUTE WH-TEIGGEW = KB-MENGE * RE-GEW / RE-TEIL.
           IF WH-TEIGGEW = 0 GO Z.
           IF RE-CHMAX = 0
               MOVE 1 TO KB-CHARG
           ELSE
               COMPUTE KB-CHARG =
                   (WH-TEIGGEW + RE-CHMAX - 1) / RE-CHMAX.
       Z.  EXIT.
      ***** verfuegbare Ofenminuten und Kesselchargen je Tag *
      *  ohne Stammsatz einer Art wird diese nicht geprueft
       KAP-LESEN SECTION.
       A.  MOVE 0 TO WH-OFKAP WH-CHKAP WH-KNMIN WH-KESSEL.
           OPEN INPUT KAPAZ.
           IF WF-STATUS = "35" GO Y.
           MOVE 0 TO KC-ART KC-NR.
           START KAPAZ KEY NOT < KC-KEY INVALID GO X.
       B.  READ KAPAZ NEXT IGNORE LOCK AT END GO X.
           IF KC-OFEN
               COMPUTE WH-OFKAP = WH-OFKAP + KC-STD * 60.
           IF KC-KESSEL
               IF KC-CHMIN = 0 MOVE 20 TO KC-CHMIN END-IF
               COMPUTE WH-CHKAP = WH-CHKAP + KC-STD * 60 / KC-CHMIN
               ADD KC-CHMIN TO WH-KNMIN
               ADD 1 TO WH-KESSEL.
           GO B.
       X.  CLOSE KAPAZ.
      *------> mittlere Knetzeit je Charge, ohne Kessel 20 Minuten <-
       Y.  IF WH-KESSEL = 0
               MOVE 20 TO WH-KNMIN
           ELSE
               COMPUTE WH-KNMIN ROUNDED = WH-KNMIN / WH-KESSEL.
       Z.  EXIT.
      ***** Tagessumme in KB-SATZ gegen die Kapazitaet *
       UEBER-PRUEF SECTION.
       A.  MOVE "N" TO WH-X.
           IF WH-OFKAP > 0 AND KB-OFMIN > WH-OFKAP MOVE "J" TO WH-X.
           IF WH-CHKAP > 0 AND KB-CHARG > WH-CHKAP MOVE "J" TO WH-X.
       Z.  EXIT.

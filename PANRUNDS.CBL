      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANRUNDS.
      ******************************************************************
      *     Rundschreiben an ausgewaehlte Kunden (PANRUNDS.DAT)        *
      *     Brieftext mit Betreff und bis 15 Zeilen; Platzhalter       *
      *     &NAME (1. Adresszeile), &KONTO, &TOUR (Tourenbezeichnung), *
      *     &KONTAKT (DE-KONTAKT, sonst Name)                          *
      *     WL-CA 10: Texte warten                                     *
      *     WL-CA 20: Versand - Auswahl ueber DEBITOR nach Tour,       *
      *               Fakturenart, Firma (je von/bis), Sprache         *
      *               (DE-SPRACHE, leer = DE) oder Kontenliste;        *
      *               Kunden mit DE-MAILKZ bekommen den Brief ueber    *
      *               den Mailspool (PANMAILV, MS-ART S, Mailtext in   *
      *               RSnnnnnn.TXT), alle anderen einen gedruckten     *
      *               Brief mit Firmenkopf (KO-KOPF); je Empfaenger    *
      *               ein Eintrag Typ S im Kontaktjournal              *
      *     Satz mit RS-NUM = 0 traegt den Zaehler der Brief-Nr.       *
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
           SELECT RUNDSCHR   ASSIGN TO "PANRUNDS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT MAILSPOOL  ASSIGN TO "PANMAILS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY MS-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT KONTAKTJ   ASSIGN TO "PANKJOUR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KJ-KEY
                             ALTERNATE KEY KJ-WKEY = KJ-WVDAT
                                       KJ-KEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT RUNDTXT    ASSIGN TO WN-RSTXT
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANKONS.CPY.
      *********************** Rundschreiben-Texte *
       FD  RUNDSCHR                    LABEL RECORD STANDARD.
       01  RS-SATZ.
           03  RS-KEY.
               05 RS-NUM               PIC 9(4)      COMP.
           03  RS-BETR                 PIC X(50).
           03  RS-ZEILE                PIC X(70)     OCCURS 15.
           03  RS-DATUM                PIC 9(8)      COMP.
           03  RS-ANZ                  PIC 9(5)      COMP.
      *--------------------------------------> Zaehler, RS-NUM = 0 <-
       01  RS-ZSATZ.
           03  FILLER                  PIC XX.
           03  RS-BRNR                 PIC 9(6)      COMP.
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
               88  MS-RUNDS            VALUE "S".
           03  MS-STAT                 PIC X.
               88  MS-OFFEN            VALUE "O".
               88  MS-GESENDET         VALUE "G".
               88  MS-FEHLER           VALUE "F".
           03  MS-VERSUCHE             PIC 99       COMP.
           03  MS-DATUM                PIC 9(8)     COMP.
      *********************** Kontaktjournal *
       FD  KONTAKTJ     external       LABEL RECORD STANDARD.
       01  KJ-SATZ.
           03  KJ-KEY.
               05 KJ-KTONR             PIC 9(6)      COMP.
               05 KJ-DATUM             PIC 9(8)      COMP.
               05 KJ-LFD               PIC 99        COMP.
           03  KJ-TYP                  PIC X.
               88  KJ-BESUCH           VALUE "B".
               88  KJ-TELEFON          VALUE "T".
               88  KJ-REKLAM           VALUE "R".
               88  KJ-ZUSAGE           VALUE "Z".
               88  KJ-RUNDS            VALUE "S".
           03  KJ-TEXT                 PIC X(60).
           03  KJ-USER                 PIC X(13).
           03  KJ-WVDAT                PIC 9(8)      COMP.
           03  KJ-BELEG                PIC 9(7)      COMP.
           03  KJ-ERL                  PIC 9         COMP.
               88  KJ-ERLEDIGT         VALUE 1.
      *********************** Mailtext je Empfaenger *
       FD  RUNDTXT                     LABEL RECORD STANDARD.
       01  RT-SATZ                     PIC X(100).
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
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-DATX                 PIC 9(8).
           03  WH-RSNUM                PIC 9(4).
           03  WH-ZX                   PIC 99.
           03  WH-ZI                   PIC 99       COMP.
           03  WH-ZPOS                 PIC 9999     COMP.
           03  WH-LETZT                PIC 99       COMP.
           03  WH-ANTW                 PIC X.
      *--------------> Auswahl <-
           03  WH-AUSW                 PIC 9.
           03  WH-VON                  PIC 999.
           03  WH-BIS                  PIC 999.
           03  WH-SPRACHE              PIC XX.
           03  WH-DSPR                 PIC XX.
           03  WH-LI                   PIC 99       COMP.
           03  WH-LANZ                 PIC 99       COMP.
           03  WH-LKTO                 PIC 9(6).
           03  WT-LISTE.
               05 WT-LKTO              PIC 9(6)     COMP  OCCURS 20.
           03  WH-TREFF                PIC 9        COMP.
           03  WH-PASS                 PIC 9        COMP.
      *--------------> Versand <-
           03  WH-BRNR                 PIC 9(6)     COMP.
           03  WH-NLFD                 PIC 9(7)     COMP.
           03  WH-LFD                  PIC 99       COMP.
           03  WH-MANZ                 PIC 9(5)     COMP.
           03  WH-DANZ                 PIC 9(5)     COMP.
           03  WH-WEG                  PIC X(5).
           03  WH-ORT                  PIC X(15).
           03  WH-I                    PIC 99       COMP.
           03  WN-RSTXT.
               05 FILLER               PIC XX    VALUE "RS".
               05 WN-RSNR              PIC 9(6).
               05 FILLER               PIC X(4)  VALUE ".TXT".
      *--------------> Platzhalter je Empfaenger <-
           03  WH-VNAME                PIC X(35).
           03  WH-VKTO                 PIC X(35).
           03  WH-VTOUR                PIC X(35).
           03  WH-VKONT                PIC X(35).
           03  WH-WERTX                PIC X(35).
           03  WH-EIN                  PIC X(80).
           03  WH-AUS                  PIC X(100).
           03  WH-SP                   PIC 999      COMP.
           03  WH-ZP                   PIC 999      COMP.
           03  WH-V                    PIC 99       COMP.
           03  WH-L                    PIC 99       COMP.
           03  WD-KTO                  PIC Z(5)9.
           03  WD-TOUR                 PIC Z9.
           03  WD-RSNUM                PIC 9(4).
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-ZEILE.
               05 WD-ZX                PIC Z9.
               05 FILLER               PIC X.
               05 WD-ZTX               PIC X(70).
           03  WD-DATUM.
               05 WD-DTAG              PIC 99.
               05 FILLER               PIC X     VALUE ".".
               05 WD-DMON              PIC 99.
               05 FILLER               PIC X     VALUE ".".
               05 WD-DJHR              PIC 9999.
      *--------------> Text des laufenden Rundschreibens <-
       01  WT-RSATZ.
           03  FILLER                  PIC XX.
           03  WT-BETR                 PIC X(50).
           03  WT-ZEILE                PIC X(70)    OCCURS 15.
           03  FILLER                  PIC X(10).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON RUNDSCHR.
       A.  CALL "CADECL" USING "PANRUNDS.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-M SECTION.         USE AFTER ERROR PROCEDURE ON MAILSPOOL.
       A.  CALL "CADECL" USING "PANMAILS.DAT" WH-CREG.
       DECL-J SECTION.         USE AFTER ERROR PROCEDURE ON KONTAKTJ.
       A.  CALL "CADECL" USING "PANKJOUR.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           IF WL-CA = 10 PERFORM TEXTE.
           IF WL-CA = 20 PERFORM VERSAND.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Texte warten *
       TEXTE SECTION.
       A.  DISPLAY "Rundschreiben-Texte warten" AT 2301.
           OPEN I-O RUNDSCHR.
           IF WF-STATUS = "35"
               CLOSE RUNDSCHR OPEN OUTPUT RUNDSCHR
               CLOSE RUNDSCHR OPEN I-O RUNDSCHR.
       B.  DISPLAY "Rundschreiben-Nr. (0 = Ende):" AT 2401.
           MOVE 0 TO WH-RSNUM.
           ACCEPT WH-RSNUM AT 2431.
           IF WH-RSNUM = 0 GO X.
           MOVE WH-RSNUM TO RS-NUM.
           READ RUNDSCHR INVALID
               INITIALIZE RS-SATZ
               MOVE WH-RSNUM TO RS-NUM
               DISPLAY "neuer Text" AT 2440.
           DISPLAY "Platzhalter: &NAME &KONTO &TOUR &KONTAKT" AT 0301.
           DISPLAY "Betreff:" AT 0501.
           DISPLAY RS-BETR AT 0510.
           ACCEPT RS-BETR AT 0510.
       C.  PERFORM TEXT-ANZEIGE.
           DISPLAY "Zeile (1-15, 0 = sichern, 99 = loeschen):" AT 2501.
           MOVE 0 TO WH-ZX.
           ACCEPT WH-ZX AT 2544.
           IF WH-ZX = 0 GO S.
           IF WH-ZX = 99 GO L.
           IF WH-ZX > 15 GO C.
           COMPUTE WH-ZPOS = (WH-ZX + 5) * 100 + 4.
           ACCEPT RS-ZEILE(WH-ZX) AT WH-ZPOS.
           GO C.
       S.  WRITE RS-SATZ INVALID REWRITE RS-SATZ.
           DISPLAY "Text gesichert" AT 2601.
           GO B.
       L.  DISPLAY "Text wirklich loeschen <J/N>:" AT 2601.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2631.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j" GO C.
           DELETE RUNDSCHR INVALID CONTINUE.
           GO B.
       X.  CLOSE RUNDSCHR.
       Z.  EXIT.
      ********* Textzeilen 1 - 15 auf den Zeilen 6 - 20 *
       TEXT-ANZEIGE SECTION.
       A.  MOVE 1 TO WH-ZI.
           MOVE 0601 TO WH-ZPOS.
       B.  IF WH-ZI > 15 GO Z.
           MOVE WH-ZI TO WD-ZX.
           MOVE RS-ZEILE(WH-ZI) TO WD-ZTX.
           DISPLAY WD-ZEILE AT WH-ZPOS.
           ADD 100 TO WH-ZPOS.
           ADD 1 TO WH-ZI.
           GO B.
       Z.  EXIT.
      ***************************** Versand *
       VERSAND SECTION.
       A.  DISPLAY "Rundschreiben versenden" AT 2301.
           OPEN I-O RUNDSCHR.
           IF WF-STATUS = "35"
               DISPLAY "keine Rundschreiben-Texte vorhanden" AT 2501
               GO Z.
           DISPLAY "Rundschreiben-Nr. (0 = Ende):" AT 2401.
           MOVE 0 TO WH-RSNUM.
           ACCEPT WH-RSNUM AT 2431.
           IF WH-RSNUM = 0 GO X.
           MOVE WH-RSNUM TO RS-NUM.
           READ RUNDSCHR IGNORE LOCK
               INVALID DISPLAY "Rundschreiben unbekannt" AT 2501
               GO X.
           MOVE RS-SATZ TO WT-RSATZ.
           DISPLAY RS-BETR AT 2440.
      *------> letzte belegte Textzeile <-
           MOVE 15 TO WH-LETZT.
       B.  IF WH-LETZT > 0 AND WT-ZEILE(WH-LETZT) = SPACE
               SUBTRACT 1 FROM WH-LETZT
               GO B.
      *------> Auswahl der Empfaenger <-
       C.  DISPLAY
               "Auswahl 1 Tour 2 Fakturenart 3 Firma 4 Sprache 5 Liste:"
               AT 2501.
           MOVE 0 TO WH-AUSW.
           ACCEPT WH-AUSW AT 2558.
           IF WH-AUSW = 0 GO X.
           IF WH-AUSW > 5 GO C.
           IF WH-AUSW = 4 GO E.
           IF WH-AUSW = 5 GO F.
           DISPLAY "von:" AT 2601.
           MOVE 0 TO WH-VON.
           ACCEPT WH-VON AT 2606.
           DISPLAY "bis:" AT 2611.
           MOVE WH-VON TO WH-BIS.
           DISPLAY WH-BIS AT 2616.
           ACCEPT WH-BIS AT 2616.
           IF WH-BIS < WH-VON GO C.
           GO H.
       E.  DISPLAY "Sprache (DE, EN, ...):" AT 2601.
           MOVE "DE" TO WH-SPRACHE.
           ACCEPT WH-SPRACHE AT 2624.
           IF WH-SPRACHE = SPACE MOVE "DE" TO WH-SPRACHE.
           GO H.
       F.  MOVE 0 TO WH-LANZ.
       G.  IF WH-LANZ = 20 GO H.
           DISPLAY "Konto (0 = Ende der Liste):" AT 2601.
           MOVE 0 TO WH-LKTO.
           ACCEPT WH-LKTO AT 2629.
           IF WH-LKTO = 0 GO H.
           ADD 1 TO WH-LANZ.
           MOVE WH-LKTO TO WT-LKTO(WH-LANZ).
           MOVE WH-LANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2640.
           GO G.
      *------> erster Durchlauf zaehlt nur, zweiter versendet <-
       H.  OPEN INPUT DEBITOR.
           MOVE 1 TO WH-PASS.
           PERFORM KUNDEN-LAUF.
           CLOSE DEBITOR.
           IF WH-MANZ + WH-DANZ = 0
               DISPLAY "keine Empfaenger gefunden" AT 2601
               GO X.
           DISPLAY "Empfaenger per Mail:" AT 2601.
           MOVE WH-MANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2622.
           DISPLAY "per Brief:" AT 2631.
           MOVE WH-DANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2642.
           DISPLAY "Versand starten <J/N>:" AT 2701.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2724.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j" GO X.
      *------> Zaehler der Brief-Nr. <-
           MOVE 0 TO RS-NUM WH-BRNR.
           READ RUNDSCHR IGNORE LOCK INVALID MOVE 0 TO RS-BRNR.
           MOVE RS-BRNR TO WH-BRNR.
      *------> Ort fuer die Datumszeile, Mailspool, Journal <-
           OPEN INPUT DEBITOR KONSTANT.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-ORT.
           MOVE KO-ORT TO WH-ORT.
           MOVE WH-HEUTE TO WH-DATX.
           MOVE WH-DATX(7:2) TO WD-DTAG.
           MOVE WH-DATX(5:2) TO WD-DMON.
           MOVE WH-DATX(1:4) TO WD-DJHR.
           OPEN I-O MAILSPOOL.
           IF WF-STATUS = "35"
               CLOSE MAILSPOOL OPEN OUTPUT MAILSPOOL
               CLOSE MAILSPOOL OPEN I-O MAILSPOOL.
           MOVE 0 TO WH-NLFD MS-LFDNR.
           START MAILSPOOL KEY NOT < MS-KEY INVALID GO J.
       I.  READ MAILSPOOL NEXT AT END GO J.
           MOVE MS-LFDNR TO WH-NLFD.
           GO I.
       J.  OPEN I-O KONTAKTJ.
           IF WF-STATUS = "35"
               CLOSE KONTAKTJ OPEN OUTPUT KONTAKTJ
               CLOSE KONTAKTJ OPEN I-O KONTAKTJ.
           MOVE 2 TO WH-PASS.
           PERFORM KUNDEN-LAUF.
           CLOSE DEBITOR KONSTANT MAILSPOOL KONTAKTJ.
           IF WM-OPEN = 1
               MOVE 0 TO WM-OPEN
               CLOSE DRUCKER.
      *------> Zaehler und Versandvermerk zurueckschreiben <-
           MOVE 0 TO RS-NUM.
           READ RUNDSCHR INVALID
               INITIALIZE RS-SATZ
               MOVE 0 TO RS-NUM
               MOVE WH-BRNR TO RS-BRNR
               WRITE RS-SATZ
               GO K.
           MOVE WH-BRNR TO RS-BRNR.
           REWRITE RS-SATZ.
       K.  MOVE WH-RSNUM TO RS-NUM.
           READ RUNDSCHR INVALID GO W.
           MOVE WH-HEUTE TO RS-DATUM.
           ADD WH-MANZ WH-DANZ GIVING RS-ANZ.
           REWRITE RS-SATZ.
       W.  DISPLAY "versendet per Mail:" AT 2701.
           MOVE WH-MANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2721.
           DISPLAY "per Brief:" AT 2731.
           MOVE WH-DANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2742.
       X.  CLOSE RUNDSCHR.
       Z.  EXIT.
      ********* alle Debitoren gegen die Auswahl pruefen *
      *  WH-PASS 1 zaehlt, WH-PASS 2 versendet und traegt ein
       KUNDEN-LAUF SECTION.
       A.  MOVE 0 TO WH-MANZ WH-DANZ.
           MOVE 0 TO DE-KTONR.
           START DEBITOR KEY NOT < DE-KEY INVALID GO Z.
       B.  READ DEBITOR NEXT IGNORE LOCK AT END GO Z.
           PERFORM AUSW-PRUEF.
           IF WH-TREFF = 0 GO B.
           IF WH-PASS = 2 GO C.
           IF DE-MAILVERS AND DE-MAIL NOT = SPACE
               ADD 1 TO WH-MANZ
           ELSE
               ADD 1 TO WH-DANZ.
           GO B.
       C.  PERFORM PLATZ-WERTE.
           IF DE-MAILVERS AND DE-MAIL NOT = SPACE
               PERFORM MAIL-BRIEF
           ELSE
               PERFORM DRUCK-BRIEF.
           PERFORM JOURNAL.
           GO B.
       Z.  EXIT.
      ********* Debitor in der Auswahl? (WH-TREFF 1 = ja) *
       AUSW-PRUEF SECTION.
       A.  MOVE 0 TO WH-TREFF.
           IF DE-KTONR = 0 GO Z.
           IF WH-AUSW = 1
               AND (DE-TOUR < WH-VON OR DE-TOUR > WH-BIS) GO Z.
           IF WH-AUSW = 2
               AND (DE-FAKART < WH-VON OR DE-FAKART > WH-BIS) GO Z.
           IF WH-AUSW = 3
               AND (DE-FNR < WH-VON OR DE-FNR > WH-BIS) GO Z.
           IF WH-AUSW = 5 GO B.
           IF WH-AUSW NOT = 4 GO Y.
           MOVE DE-SPRACHE TO WH-DSPR.
           IF WH-DSPR = SPACE MOVE "DE" TO WH-DSPR.
           IF WH-DSPR NOT = WH-SPRACHE GO Z.
           GO Y.
       B.  MOVE 1 TO WH-LI.
       C.  IF WH-LI > WH-LANZ GO Z.
           IF WT-LKTO(WH-LI) = DE-KTONR GO Y.
           ADD 1 TO WH-LI.
           GO C.
       Y.  MOVE 1 TO WH-TREFF.
       Z.  EXIT.
      ********* Werte der Platzhalter und Anschrift *
       PLATZ-WERTE SECTION.
       A.  MOVE DE-BEZ TO WT-BEZ.
           MOVE "#" TO WR-BEZ(111).
           MOVE SPACE TO WT-ADR.
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4).
           MOVE WR-ADR(1) TO WH-VNAME.
           MOVE DE-KTONR TO WD-KTO.
           MOVE WD-KTO TO WH-VKTO.
           ADD DE-TOUR 10 GIVING WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-TOUR.
           MOVE KO-TOUR TO WH-VTOUR.
           IF DE-TOUR = 0 OR KO-TOUR = SPACE
               MOVE DE-TOUR TO WD-TOUR
               MOVE WD-TOUR TO WH-VTOUR.
           MOVE DE-KONTAKT TO WH-VKONT.
           IF WH-VKONT = SPACE MOVE WH-VNAME TO WH-VKONT.
       Z.  EXIT.
      ********* eine Textzeile mit eingesetzten Platzhaltern *
      *  WH-EIN -> WH-AUS; Werte ohne fuehrende und folgende Leerstellen
       ZEILE-BILD SECTION.
       A.  MOVE SPACE TO WH-AUS.
           MOVE 1 TO WH-SP WH-ZP.
       B.  IF WH-SP > 70 OR WH-ZP > 100 GO Z.
           IF WH-EIN(WH-SP:1) NOT = "&" GO E.
           IF WH-EIN(WH-SP:5) = "&NAME"
               MOVE WH-VNAME TO WH-WERTX
               ADD 5 TO WH-SP
               GO C.
           IF WH-EIN(WH-SP:6) = "&KONTO"
               MOVE WH-VKTO TO WH-WERTX
               ADD 6 TO WH-SP
               GO C.
           IF WH-EIN(WH-SP:5) = "&TOUR"
               MOVE WH-VTOUR TO WH-WERTX
               ADD 5 TO WH-SP
               GO C.
           IF WH-EIN(WH-SP:8) = "&KONTAKT"
               MOVE WH-VKONT TO WH-WERTX
               ADD 8 TO WH-SP
               GO C.
           GO E.
      *------> Wert einsetzen <-
       C.  MOVE 1 TO WH-V.
       C2. IF WH-V < 35 AND WH-WERTX(WH-V:1) = SPACE
               ADD 1 TO WH-V
               GO C2.
           MOVE 35 TO WH-L.
       D.  IF WH-L > WH-V AND WH-WERTX(WH-L:1) = SPACE
               SUBTRACT 1 FROM WH-L
               GO D.
           IF WH-WERTX(WH-L:1) = SPACE GO B.
           COMPUTE WH-L = WH-L - WH-V + 1.
           IF WH-ZP + WH-L > 101 GO Z.
           MOVE WH-WERTX(WH-V:WH-L) TO WH-AUS(WH-ZP:WH-L).
           ADD WH-L TO WH-ZP.
           GO B.
       E.  MOVE WH-EIN(WH-SP:1) TO WH-AUS(WH-ZP:1).
           ADD 1 TO WH-SP WH-ZP.
           GO B.
       Z.  EXIT.
      ********* Mailtext RSnnnnnn.TXT schreiben und spoolen *
      *  laesst sich die Textdatei nicht anlegen, geht der Brief
      *  gedruckt hinaus (Journal dann mit "Brief")
       MAIL-BRIEF SECTION.
       A.  ADD 1 WH-BRNR GIVING WN-RSNR.
           MOVE "Mail" TO WH-WEG.
           OPEN OUTPUT RUNDTXT.
           IF WF-STATUS NOT = "00"
               PERFORM DRUCK-BRIEF
               GO Z.
           MOVE SPACE TO RT-SATZ.
           STRING "Betreff: " WT-BETR DELIMITED SIZE INTO RT-SATZ.
           WRITE RT-SATZ.
           MOVE SPACE TO RT-SATZ.
           WRITE RT-SATZ.
           MOVE 1 TO WH-ZI.
       B.  IF WH-ZI > WH-LETZT GO C.
           MOVE WT-ZEILE(WH-ZI) TO WH-EIN.
           PERFORM ZEILE-BILD.
           MOVE WH-AUS TO RT-SATZ.
           WRITE RT-SATZ.
           ADD 1 TO WH-ZI.
           GO B.
       C.  CLOSE RUNDTXT.
           ADD 1 TO WH-BRNR.
           ADD 1 TO WH-NLFD.
           INITIALIZE MS-SATZ.
           MOVE WH-NLFD TO MS-LFDNR.
           MOVE WH-BRNR TO MS-RENUM.
           MOVE DE-KTONR TO MS-KTONR.
           MOVE DE-MAIL TO MS-MAIL.
           SET MS-RUNDS TO TRUE.
           SET MS-OFFEN TO TRUE.
           MOVE 0 TO MS-VERSUCHE.
           MOVE WH-HEUTE TO MS-DATUM.
           WRITE MS-SATZ INVALID CONTINUE.
           ADD 1 TO WH-MANZ.
       Z.  EXIT.
      ********* gedruckter Brief auf Briefpapier *
       DRUCK-BRIEF SECTION.
       A.  MOVE "Brief" TO WH-WEG.
           IF WM-OPEN = 0
               OPEN OUTPUT DRUCKER
               MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER PAGE.
      *------> Firmenkopf aus KONSTANT Satz 2 - 5 <-
           MOVE 2 TO WH-KEY.
       B.  IF WH-KEY > 5 GO C.
           READ KONSTANT IGNORE LOCK INVALID MOVE SPACE TO KO-KOPF.
           MOVE SPACE TO DRA-SATZ.
           MOVE KO-KOPF(1:76) TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-KEY.
           GO B.
      *------> Anschrift <-
       C.  MOVE SPACE TO DRA-SATZ.
           MOVE WR-ADR(1) TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 4.
           MOVE 2 TO WH-I.
       D.  IF WH-I > 4 GO E.
           MOVE SPACE TO DRA-SATZ.
           MOVE WR-ADR(WH-I) TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-I.
           GO D.
       E.  MOVE SPACE TO DRA-SATZ.
           STRING WH-ORT DELIMITED BY "  " ", am " WD-DATUM
               DELIMITED SIZE INTO DRA-TITEL(45:32).
           WRITE DRA-SATZ AFTER 3.
           MOVE SPACE TO DRA-SATZ.
           MOVE WT-BETR TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 3.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE 1 TO WH-ZI.
       F.  IF WH-ZI > WH-LETZT GO G.
           MOVE WT-ZEILE(WH-ZI) TO WH-EIN.
           PERFORM ZEILE-BILD.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-AUS TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-ZI.
           GO F.
       G.  ADD 1 TO WH-DANZ.
       Z.  EXIT.
      ********* Eintrag im Kontaktjournal als Versandnachweis *
       JOURNAL SECTION.
       A.  MOVE 0 TO WH-LFD.
           MOVE DE-KTONR TO KJ-KTONR.
           MOVE WH-HEUTE TO KJ-DATUM.
           MOVE 0 TO KJ-LFD.
           START KONTAKTJ KEY NOT < KJ-KEY INVALID GO C.
       B.  READ KONTAKTJ NEXT IGNORE LOCK AT END GO C.
           IF KJ-KTONR NOT = DE-KTONR OR KJ-DATUM NOT = WH-HEUTE GO C.
           MOVE KJ-LFD TO WH-LFD.
           GO B.
       C.  INITIALIZE KJ-SATZ.
           MOVE DE-KTONR TO KJ-KTONR.
           MOVE WH-HEUTE TO KJ-DATUM.
           ADD 1 WH-LFD GIVING KJ-LFD.
           SET KJ-RUNDS TO TRUE.
           MOVE WH-RSNUM TO WD-RSNUM.
           STRING "Rundschreiben " WD-RSNUM " " WH-WEG DELIMITED SIZE
                  ": " WT-BETR DELIMITED SIZE INTO KJ-TEXT.
           MOVE WH-BEDIEN TO KJ-USER.
           WRITE KJ-SATZ INVALID CONTINUE.
       Z.  EXIT.

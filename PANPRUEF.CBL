      ******************************************************************
      *     Stammdaten-Prueflauf UID / IBAN / GLN                      *
      *     DEBITOR: DE-IBAN (Mod-97), DE-GLN (GS1-Pruefziffer),       *
      *     DE-UID (ATU + 8 Ziffern mit Pruefziffer, andere EU-UID     *
      *     nach Laenderkennzeichen und Mindestlaenge); Kreditoren:    *
      *     KR-IBAN/KR-BIC; Ausnahmeliste je Fehlerart mit dem         *
      *     Jahresumsatz des Kunden (STATISTIK), damit die             *
      *     wichtigen zuerst bereinigt werden                          *
      *     WL-CA 20: UID-Export fuer das FinanzOnline-                *
      *               Bestaetigungsverfahren (PANUIDEX.TXT)            *
      *     WL-CA 30: Bestaetigungen einlesen (PANUIDIM.TXT,           *
      *               Konto;UID;OK oder FEHLER) und Fehler listen;     *
      *               das Bestaetigungsdatum steht in DE-UIDDAT und    *
      *               ist Voraussetzung fuer die steuerfreie           *
      *               innergemeinschaftliche Lieferung (PANZM)         *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WH-USUM                 PIC 9(4)     COMP.
           03  WH-UPROD                PIC 99       COMP.
           03  WH-UZIF                 PIC 9        COMP.
           03  WT-EULAND               PIC X(56)    VALUE
               "BEBGCYCZDEDKEEELESFIFRHRHUIEITLTLULVMTNLPLPTROSESISKXI".
           03  WH-HEUTE                PIC 9(8).
      *------------> Umsatz aus der Statistik <-
           03  WH-UMSATZ               PIC S9(9)V99 COMP.
           03  WH-JJ                   PIC 99       COMP.
      ***** UID: ATU + 8 Ziffern, Pruefziffer lt. BMF *
       UID-PRUEF SECTION.
       A.  MOVE 0 TO WH-OK.
           IF WH-UID(1:3) NOT = "ATU" PERFORM UID-AUSLAND GO Z.
           IF WH-UID(4:8) NOT NUMERIC GO Z.
      *------> Si = Ziffer * 1 bzw. 2 (Quersumme), C = 96 - Summe <-
           MOVE 0 TO WH-USUM.
               IF FUNCTION NUMVAL(WH-CH) = WH-UZIF
                   MOVE 1 TO WH-OK.
       Z.  EXIT.
      ***** andere EU-UID: Laenderkennzeichen, mind. 8 Stellen dahinter
      *     (die Gueltigkeit bestaetigt FinanzOnline, s. UID-IMPORT) *
       UID-AUSLAND SECTION.
       A.  MOVE 0 TO WH-OK.
           PERFORM VARYING WH-UI FROM 1 BY 2 UNTIL WH-UI > 55
               OR WH-UID(1:2) = WT-EULAND(WH-UI:2)
               CONTINUE.
           IF WH-UI > 55 GO Z.
           IF WH-UID(10:1) = SPACE GO Z.
           MOVE 1 TO WH-OK.
       Z.  EXIT.
      ***** BIC: 8 oder 11 Stellen, Buchstaben/Ziffern *
       BIC-PRUEF SECTION.
       A.  MOVE 0 TO WH-OK.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WD-FEHL.
           OPEN I-O DEBITOR.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
       B.  READ UIDIMP AT END GO X.
           MOVE SPACE TO WX-FKTO WX-FUID WX-FERG.
           UNSTRING UI-SATZ DELIMITED BY ";"
               INTO WX-FKTO WX-FUID WX-FERG.
           PERFORM UID-VERMERK.
           IF WX-FERG(1:2) = "OK" GO B.
           ADD 1 TO WD-FEHL.
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 1.
           GO B.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER UIDIMP DEBITOR.
           DISPLAY "Fehlerfaelle:" AT 2401.
           MOVE WD-FEHL TO WD-ANZ.
           DISPLAY WD-ANZ AT 2415.
       Z.  EXIT.
      ***** Bestaetigungsdatum am Debitor vermerken (nur wenn die
      *     UID noch dieselbe ist) *
       UID-VERMERK SECTION.
       A.  MOVE 0 TO WD-KTOZ.
           COMPUTE WD-KTOZ = FUNCTION NUMVAL(WX-FKTO)
               ON SIZE ERROR GO Z.
           MOVE 1 TO DE-FNR.
           MOVE WD-KTOZ TO DE-KTONR.
           READ DEBITOR INVALID GO Z.
           IF DE-UID NOT = WX-FUID(1:14) GO Z.
           IF WX-FERG(1:2) = "OK"
               MOVE WH-HEUTE TO DE-UIDDAT
           ELSE
               MOVE 0 TO DE-UIDDAT.
           REWRITE DE-SATZ.
       Z.  EXIT.

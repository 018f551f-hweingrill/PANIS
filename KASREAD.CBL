           COPY PANSEART.CPY.
           COPY PANSESTA.CPY.
           COPY PANSEKAS.CPY.
           COPY PANSEKST.CPY.
           COPY PANSEKZA.CPY.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANFDART.CPY.
       COPY PANSTAT.CPY.
       COPY PANFDKAS.CPY.
       COPY PANFDKST.CPY.
       COPY PANFDKZA.CPY.
      ******************************************************************
       FD  KERMODEL                    LABEL RECORD STANDARD.
       01  KM-SATZ.
           03  WK-MON                  PIC 99        COMP.
           03  WK-JJ                   PIC 99        COMP.
           03  WK-MON2                 PIC 99        COMP.
           03  WK-STUNDE               PIC 99.
           03  WK-FILMRK               PIC 9(5)            VALUE 99999.
           03  WK-FKTOMRK              PIC 9(8)      COMP  VALUE ZERO.
           03  WM-STOPEN               PIC 9         COMP  VALUE ZERO.
      *------------------> Zahlartsumme der Kassendaten -> Abgleich <-
       01  WK-ZAREG.
           03  WK-ZART                 PIC 99.
           03  WK-ZCENT                PIC 9(9).
           03  WK-ZBET                 PIC S9(7)V99  COMP.
       COPY WHCREG.CPY.
       PROCEDURE DIVISION.
      ******************************************************************
           DISPLAY " Konvertierung " AT 1010.
           OPEN INPUT OLDKER reversed.
           OPEN I-O KERMODEL.
           OPEN I-O KASSZAHL.
           IF WF-STATUS = "35"
               CLOSE KASSZAHL OPEN OUTPUT KASSZAHL
               CLOSE KASSZAHL OPEN I-O KASSZAHL.
       C.  READ OLDKER NEXT AT END GO X.
           if om-satz(26:1) = x"01"
              CALL "CAUP" USING "0024010000" WH-CREG
           if om-satz(26:1) = x"02"
              PERFORM KASSEN-STATISTIK.
           GO C.
       X.  CLOSE KERMODEL KASSZAHL.
           CLOSE OLDKER.
           IF WM-STOPEN = 1
               CLOSE STATISTIK DEBITOR ARTIKEL KASSTAG KASSTUND.
       Z.  GOBACK.
      ***************************************** Buchung in FIBUBER.DAT <-
      *  KM-ZEIL wird nicht mehr aus dem WORKING-STORAGE-Zaehler WM-KSEQ
                        ELSE COMPUTE WM-KSEQ = KM-ZEIL + 1.
       E.  MOVE 1           TO KM-GRP.
           MOVE WM-KSEQ      TO KM-ZEIL.
      *--------> Zahlartsumme: Zahlart (27:2), Betrag in Cent   <-
      *--------> (29:9), Vorzeichen (38:1) "-" bei Auszahlungen <-
           MOVE 1           TO KM-ART.
           MOVE 0           TO KM-BET.
           PERFORM ZAHLART-LESEN.
           IF WK-ZART NOT = 0
               MOVE WK-ZART TO KM-ART
               MOVE WK-ZBET TO KM-BET.
           ACCEPT WK-HEUTE  FROM DATE.
           COMPUTE KM-DATUM = 20000000 + WK-HEUTE.
           ACCEPT KM-ZEIT   FROM TIME.
           MOVE SPACE       TO KM-TEXT KM-EXTEXT.
           MOVE OM-SATZ(1:42) TO KM-TEXT.
           WRITE KM-SATZ INVALID GO A.
           IF WK-ZART NOT = 0 PERFORM ZAHLART-BUCHEN.
       Z.  EXIT.
      ************ Zahlart und Betrag aus der Summenzeile *
       ZAHLART-LESEN SECTION.
       A.  MOVE 0 TO WK-ZART WK-ZBET.
           IF OM-SATZ(27:2) NOT NUMERIC GO Z.
           IF OM-SATZ(29:9) NOT NUMERIC GO Z.
           MOVE OM-SATZ(27:2) TO WK-ZART.
           MOVE OM-SATZ(29:9) TO WK-ZCENT.
           COMPUTE WK-ZBET = WK-ZCENT / 100.
           IF OM-SATZ(38:1) = "-"
               COMPUTE WK-ZBET = 0 - WK-ZBET.
       Z.  EXIT.
      ****** Tageslosung je Filiale und Zahlart (PAKOKABG) *
      *  die Filiale steht wie bei den Artikelzeilen in (1:4)
       ZAHLART-BUCHEN SECTION.
       A.  IF OM-SATZ(1:4) NOT NUMERIC GO Z.
           COMPUTE KZ-DATUM = 20000000 + WK-HEUTE.
           MOVE OM-SATZ(1:4) TO WK-FILNR(2:4).
           MOVE 0 TO WK-FILNR(1:1).
           MOVE WK-FILNR TO KZ-FILNR.
           MOVE WK-ZART TO KZ-ZART.
           READ KASSZAHL INVALID
               MOVE 0 TO KZ-BET KZ-ANZ
               WRITE KZ-SATZ
           END-READ.
           ADD WK-ZBET TO KZ-BET.
           ADD 1 TO KZ-ANZ.
           REWRITE KZ-SATZ.
       Z.  EXIT.
      ******************************************************************
       BESETZT SECTION.
      ************** Artikeldetail in die Statistik der Filiale *
      *  Satzaufbau der Artikelzeile (Satzkennung x"02" in Spalte 26):
      *  Filiale (1:4), Artikel (27:4), Menge (31:6), Betrag in
      *  Cent (37:9), Kassenzeit HHMM (46:4) - gebucht auf das
      *  Filial-Debitorenkonto
      *  (DE-FILNR = Filiale), damit PANSTVGL, ABC-Analyse und
      *  Rasterauswertungen die Ladenumsaetze mitsehen.
       KASSEN-STATISTIK SECTION.
                   CLOSE KASSTAG OPEN OUTPUT KASSTAG
                   CLOSE KASSTAG OPEN I-O KASSTAG
               END-IF
               OPEN I-O KASSTUND
               IF WF-STATUS = "35"
                   CLOSE KASSTUND OPEN OUTPUT KASSTUND
                   CLOSE KASSTUND OPEN I-O KASSTUND
               END-IF
               MOVE 1 TO WM-STOPEN.
           IF OM-SATZ(1:4) NOT NUMERIC GO Z.
           IF OM-SATZ(27:4) NOT NUMERIC GO Z.
           END-READ.
           ADD WK-MENGE TO KT-MENGE.
           REWRITE KT-SATZ.
      *-----> Stundenscheibe fuer den Aufbackplan (PANAUFB) <-
           IF OM-SATZ(46:4) NOT NUMERIC GO Z.
           MOVE OM-SATZ(46:2) TO WK-STUNDE.
           IF WK-STUNDE > 23 GO Z.
           COMPUTE KS-DATUM = 20000000 + WK-HEUTE.
           MOVE WK-FKTONR TO KS-KTONR.
           MOVE WK-ARTNR TO KS-ARNUM.
           MOVE WK-STUNDE TO KS-STD.
           READ KASSTUND INVALID
               MOVE 0 TO KS-MENGE
               WRITE KS-SATZ
           END-READ.
           ADD WK-MENGE TO KS-MENGE.
           REWRITE KS-SATZ.
       Z.  EXIT.
      ********* Filial-Debitorenkonto ueber DE-FILNR suchen *
      *  die REP.DAT-Zeilen kommen filialweise gruppiert - das

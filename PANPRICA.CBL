      *     PRICAT-Preiskatalog (EANCOM) je Handelspartner             *
      *     je Artikel des Partnerkontos (FAKTDAT): EAN (ET-EAN),      *
      *     Kundenartikelnummer (FA-KUARNUM), Text, Inhalt (AR-INH),   *
      *     zum Stichtag gueltiger Preis aus FA-XTAB, sonst aus der    *
      *     Preisgruppe des Partners (PANPRGRP), Allergene             *
      *     aus PANALLER als FTX - Datei PRCggggggggggggg.TXT,         *
      *     Aussendung im Protokoll PANEDILO.DAT wie DESADV/INVOIC     *
      *     WL-CA 10: Katalog fuer einen Partner (GLN) erzeugen        *
           COPY PANSEKON.CPY.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSEPGR.CPY.
           COPY PANSETIK.CPY.
           COPY PANSEALL.CPY.
           SELECT EDIDAT     ASSIGN TO WN-PRINAM
       COPY PANKONS.CPY.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANFDPGR.CPY.
       COPY PANFETIK.CPY.
       COPY PANFDALL.CPY.
      ************************************ Uebertragungsdatei je GLN *
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-PGDAT                PIC 9        COMP VALUE ZERO.
           03  WH-GLN                  PIC 9(13).
           03  WH-EFFDAT               PIC 9(8).
           03  WH-SENDER               PIC 9(13).
           IF WH-EFFDAT = 0 GO Z.
           OPEN INPUT DEBITOR KONSTANT ARTIKEL FAKTDAT
               ETIKETT ALLERGEN.
           MOVE 0 TO WM-PGDAT.
           OPEN INPUT PREISGRP.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-PGDAT.
      *------> Partnerkonto ueber die GLN <-
           MOVE WH-GLN TO DE-GLN.
           MOVE 0 TO DE-KTONR.
       W.  PERFORM MSG-ENDE.
           PERFORM UNB-ENDE.
       X.  CLOSE DEBITOR KONSTANT ARTIKEL FAKTDAT ETIKETT ALLERGEN.
           IF WM-PGDAT = 1 CLOSE PREISGRP.
           DISPLAY "Katalogpositionen:" AT 2501.
           MOVE WZ-POS TO WD-POS.
           DISPLAY WD-POS AT 2520.
       A.  MOVE FA-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO Z.
           PERFORM PREIS-HOLE.
           IF WH-PREIS = 0 PERFORM GRUPPE-HOLE.
           IF WH-PREIS = 0 GO Z.
           ADD 1 TO WZ-POS.
           MOVE WZ-POS TO WD-POS.
               END-IF
           END-PERFORM.
       Z.  EXIT.
      ***** kein Kundenpreis: Staffeln der Preisgruppe des Partners *
       GRUPPE-HOLE SECTION.
       A.  IF DE-PRGRP = 0 OR WM-PGDAT = 0 GO Z.
           MOVE DE-PRGRP TO PG-GRP.
           MOVE FA-ARNUM TO PG-ARNUM.
           READ PREISGRP IGNORE LOCK INVALID GO Z.
           MOVE PG-XTAB TO FA-XTAB.
           PERFORM PREIS-HOLE.
       Z.  EXIT.
      ********************************* Protokollsatz *
       PROT-SATZ SECTION.
       A.  OPEN EXTEND EDIPROT.

      *     - SEPA-Ueberweisungsdatei (pain.001) SEPAUEB.XML,          *
      *       Zahlungsbuchungen (LB-SA = 5) und Zahlungsjournal        *
      *     - bezahlte Posten werden mit SK-LFD = 999 markiert         *
      *     - Rechnungen, die die Rechnungspruefung (PAKORPRF) ge-     *
      *       sperrt hat, und durch die Lieferantenrechnung erle-      *
      *       digte Wareneingangsscheine werden nicht vorgeschlagen    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           COPY PAKOSEC.CPY.
           COPY PAKSESRE.CPY.
           COPY PARSELFT.CPY.
           COPY PAKSERPF.CPY.
           SELECT SEPAOUT    ASSIGN TO "SEPAUEB.XML"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
       COPY PAKOFD.CPY.
       COPY PAKFDSRE.CPY.
       COPY PARFDLFT.CPY.
       COPY PAKFDRPF.CPY.
      ******************************************************************
       FD  SEPAOUT                     LABEL RECORD OMITTED.
       01  SX-SATZ                     PIC X(160).
           03  WH-HEUTE                PIC 9(8).
           03  WH-LFD                  PIC 99       COMP.
           03  WD-ANZTX                PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZSP                PIC 9(5)     COMP VALUE ZERO.
           03  WH-RPOFFEN              PIC 9        COMP VALUE ZERO.
           03  WD-BETX                 PIC 9(7).
           03  WD-NKX                  PIC 99.
           03  WD-BETP.
       A.  CALL "CADECL" USING "PAKOLIEF.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KNOTEN.
       A.  CALL "CADECL" USING "PAKNOTEN.DAT" WH-CREG.
       DECL-RP SECTION.        USE AFTER ERROR PROCEDURE ON RPRUEF.
       A.  CALL "CADECL" USING "PAKRPRUF.DAT" WH-CREG.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
           OPEN I-O SREKOPF.
           OPEN INPUT KREDIT.
           OPEN I-O LAGERBZ.
           MOVE 0 TO WH-RPOFFEN.
           OPEN INPUT RPRUEF.
           IF WF-STATUS NOT = "35" MOVE 1 TO WH-RPOFFEN.
           OPEN OUTPUT SEPAOUT.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           IF ZUGRIF GO B.
           IF SK-LFD = 999 GO B.
           IF SK-BET = 0 GO B.
      *------------> von der Rechnungspruefung gesperrt? <-
           IF WH-RPOFFEN = 1
               MOVE SK-SA TO RP-SA
               MOVE SK-LIEFER TO RP-LIEFER
               MOVE SK-BELDAT TO RP-BELDAT
               MOVE SK-BELNR TO RP-BELNR
               READ RPRUEF IGNORE LOCK
                   INVALID CONTINUE
                   NOT INVALID
                       IF RP-ZAHLSPERRE
                           IF RP-GESPERRT ADD 1 TO WD-ANZSP END-IF
                           GO B.
      *------------> faellig bis Stichtag? <-
           MOVE SK-BELDAT TO WH-BEL8.
           IF WH-BEL8 < 19000101 ADD 20000000 TO WH-BEL8.
           MOVE WD-ANZTX TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(12:8).
           WRITE DRA-SATZ AFTER 2.
           IF WD-ANZSP NOT = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "gesperrt lt. Rechnungspruefung:" TO DRA-TITEL
               MOVE WD-ANZSP TO WD-ANZ
               MOVE WD-ANZ TO DRA-TITEL(33:8)
               WRITE DRA-SATZ AFTER 1.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER SEPAOUT SREKOPF KREDIT LAGERBZ.
           IF WH-RPOFFEN = 1 CLOSE RPRUEF.
       Z.  EXIT.
      ************* einen Posten anbieten und zahlen *
       POSTEN-ANBIET SECTION.

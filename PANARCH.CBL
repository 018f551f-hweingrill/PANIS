       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC X(132).
      *--------------------------> EPC-Zahlungscode als PCL-Grafik <-
       01  DRQ-SATZ                    PIC X(3800).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
       01  WT-DK     external.
           03  WR-TN                PIC X(10)  OCCURS 7.
           03  WT-KON               PIC 99     OCCURS 12.
       COPY PANQRCOD.CPY.
       COPY PANEXT.CPY.
       DECLARATIVES.
       DECL-C SECTION.         USE AFTER ERROR PROCEDURE ON HILFPOS.
           MOVE "PANDRUCK.LST" TO WH-ARCHIV.
           OPEN OUTPUT ARCHIV.
       K.  MOVE REA-REST TO AC-SATZ.
       L.  READ RE-ARCHIV NEXT AT END GO N.
           IF WV-NUM NOT = REA-NUM GO N.
           IF REA-LFD = 98 GO L.
           WRITE AC-SATZ.
           GO K.
      *----------------------------------------------------> Ausdruck <-
           MOVE PA-ZEIL TO DRA-SATZ.
           PERFORM DRUCK.
           GO Q.
       W.  PERFORM RE-ZAHLDRUCK.
           PERFORM END-DRU.
           CLOSE DRUDAT.
           DELETE FILE DRUDAT.
       Z.  EXIT.
      ******* Zahlungsreferenz und EPC-Code zum Reprint (offener Rest) *
       RE-ZAHLDRUCK SECTION.
       A.  MOVE WV-NUM TO WH-NUM.
           CALL "PANEPCQR" USING "10" WH-CREG.
           IF QR-LEN = 0 GO Z.
           MOVE SPACE TO DRA-SATZ.
           STRING "Zahlungsreferenz: " QR-REF DELIMITED SIZE
               INTO DRA-SATZ.
           MOVE 2 TO WZ-SCHALT.
           PERFORM DRUCK.
           IF WE-DRU(1) NOT = 1 GO Z.
       C.  WRITE DRQ-SATZ FROM QR-DRUCK AFTER 1.
           IF WF-STATUS = 27 GO C.
       Z.  EXIT.
      ************************ Reprint-Protokoll eroeffnen *
       REDRUPROT-OPEN SECTION.
       A.  IF WM-RPOPEN = 1 GO Z.
           WRITE REA-SATZ INVALID KEY REWRITE REA-SATZ.
       F.  MOVE SPACE TO AC-SATZ.
           ADD 1 TO REA-LFD.
       G.  READ ARCHIV NEXT AT END GO P.
           IF ZUGRIF PERFORM BESETZT GO G.
           GO E.
       P.  PERFORM RE-ZAHLCODE.
       X.  CLOSE ARCHIV.
       Z.  EXIT.
      ***** Nutzdaten des EPC-Codes als Archivzeile REA-LFD = 98 *
      *  (fuer die PDF-Belege; beim Reprint ueberlesen)
       RE-ZAHLCODE SECTION.
       A.  MOVE REA-NUM TO WH-NUM.
           CALL "PANEPCQR" USING "10" WH-CREG.
           IF QR-LEN = 0 GO Z.
           MOVE 98 TO REA-LFD.
           MOVE SPACE TO REA-REST.
           MOVE QR-DATEN(1:QR-LEN) TO REA-REST.
           WRITE REA-SATZ INVALID REWRITE REA-SATZ.
       Z.  EXIT.
      ****************************************** Lieferscheine ablegen *
       LF-ABLEGEN SECTION.
       A.  MOVE WH-FNAME TO WH-ARCHIV.

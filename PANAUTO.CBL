      *     dialogfreier Nachtlauf der Rechnungskette (WH-PG = 2)      *
      *     die Antworten werden einmal als Parameter erfasst          *
      *     (PANBATCH.DAT) und die Kette laeuft ohne Tastatur:         *
      *     Sicherungsstand (PANSNAP) - faellige Artikelnachfolgen     *
      *     (PANNACHF) - bis morgen faellige vorgemerkte Aenderungen   *
      *     der Dauerbestellungen (PANDAUVO) - Rechnungslauf (PANRECH) *
      *     - Tageshistorie (PANTAGHI) - Archiv (PANARCH) - SEPA       *
      *     (PANSEPA, dialogfreier Einstieg)                           *
      *     - Raster - montags Fruehwarnung Kundenabwanderung          *
      *     (PANABWAN) - am Monatsersten Lieferservicegrad des         *
      *     Vormonats (PANSERVL) - Datenauszug (PANBIEX, voll oder nur *
      *     Aenderungen); jeder Schritt und jeder Fehler steht im      *
      *     Morgenprotokoll PANAUTO.LOG. Ein Schritt, der eine         *
      *     menschliche Antwort braeuchte (Raster-Dialog, fehlendes    *
      *     Modul), wird uebersprungen und gemeldet statt um 23:40     *
      *     zu haengen; jeder Schritt ist ein eigener Druckauftrag     *
      *     im Druckarchiv (PANSPOOL, Drucker aus BT-DRUCKER)          *
      *     Ein PANBATCH.DAT im alten Satzformat (ohne BT-BIEX,        *
      *     Status 39) wird wie bei PANDECV3 ueber OLDBATCH.DAT        *
      *     umgesetzt, BT-BIEX = N                                     *
      *     WL-CA 10: Parameter erfassen                               *
      *     WL-CA 20: Kette dialogfrei ausfuehren                      *
      ******************************************************************
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY BT-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT OBATCHPAR  ASSIGN TO "OLDBATCH.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OBT-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT AUTOLOG    ASSIGN TO "PANAUTO.LOG"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           03  BT-DRUCKER              PIC X(12).
           03  BT-RASTER               PIC X.
           03  BT-SEPA                 PIC X.
      *------> Datenauszug: N = keiner, V = voll, A = Aenderungen <-
           03  BT-BIEX                 PIC X.
      *********************** Lauf-Parameter, Satz ohne BT-BIEX *
       FD  OBATCHPAR                   LABEL RECORD STANDARD.
       01  OBT-SATZ.
           03  OBT-KEY                 PIC 9          COMP.
           03  OBT-REST                PIC X(15).
      *********************** Morgenprotokoll *
       FD  AUTOLOG                     LABEL RECORD STANDARD.
       01  AL-SATZ.
       01  WF-REG.
           03  WH-LAUFDAT              PIC 9(8)     COMP.
           03  WH-LAUFI                PIC 9(8)     COMP.
           03  WH-MORGEN               PIC 9(8)     COMP.
           03  WD-ANZ                  PIC ZZZZ9.
           03  WH-WOTAG                PIC 9        COMP.
      *------------------------> Aufruf Druckarchiv (PANSPOOL) <-
       01  WH-SPCALL.
           03  WH-SPCA                 PIC 99.
           03  WH-SPPRG                PIC X(8).
           03  FILLER                  PIC X(5).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BATCHPAR.
       A.  CALL "CADECL" USING "PANBATCH.DAT" WH-CREG.
       DECL-O SECTION.         USE AFTER ERROR PROCEDURE ON OBATCHPAR.
       A.  CALL "CADECL" USING "OLDBATCH.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
      ***************************** Parameter erfassen *
       PARAMERF SECTION.
       A.  DISPLAY "Nachtlauf-Parameter" AT 2301.
           PERFORM BATCH-KONV.
           OPEN I-O BATCHPAR.
           IF WF-STATUS = "35"
               CLOSE BATCHPAR OPEN OUTPUT BATCHPAR
               MOVE "LPT1" TO BT-DRUCKER
               MOVE "N" TO BT-RASTER
               MOVE "J" TO BT-SEPA
               MOVE "N" TO BT-BIEX
               WRITE BT-SATZ
               CLOSE BATCHPAR OPEN I-O BATCHPAR.
           MOVE 1 TO BT-KEY.
           DISPLAY "Rasterlauf J/N (J = mit Dialog!):" AT 2525.
           DISPLAY BT-RASTER AT 2560.
           ACCEPT BT-RASTER AT 2560.
           DISPLAY "Datenauszug N/V/A:" AT 2601.
           DISPLAY BT-BIEX AT 2620.
           ACCEPT BT-BIEX AT 2620.
           IF BT-BIEX = "v" MOVE "V" TO BT-BIEX.
           IF BT-BIEX = "a" MOVE "A" TO BT-BIEX.
           IF BT-BIEX NOT = "V" AND BT-BIEX NOT = "A"
               MOVE "N" TO BT-BIEX.
           MOVE 1 TO BT-KEY.
           REWRITE BT-SATZ.
           CLOSE BATCHPAR.
       Z.  EXIT.
      ***** Parameterdatei im alten Satzformat umsetzen *
       BATCH-KONV SECTION.
       A.  OPEN INPUT BATCHPAR.
           IF WF-STATUS = "00" CLOSE BATCHPAR GO Z.
           IF WF-STATUS NOT = "39" GO Z.
           CALL "CBL_COPY_FILE" USING "PANBATCH.DAT " "OLDBATCH.DAT ".
           IF RETURN-CODE NOT = 0 GO Z.
           CALL "CBL_COPY_FILE" USING "PANBATCH.IDX " "OLDBATCH.IDX ".
           IF RETURN-CODE NOT = 0 GO Z.
           OPEN INPUT OBATCHPAR.
           IF WF-STATUS NOT = "00" GO Z.
           OPEN OUTPUT BATCHPAR.
       B.  READ OBATCHPAR NEXT AT END GO C.
           INITIALIZE BT-SATZ.
           MOVE OBT-SATZ TO BT-SATZ(1:16).
           MOVE "N" TO BT-BIEX.
           WRITE BT-SATZ INVALID CONTINUE.
           GO B.
       C.  CLOSE BATCHPAR OBATCHPAR.
           DELETE FILE OBATCHPAR.
           MOVE "Parameterdatei umgesetzt (BT-BIEX = N)" TO AL-TEXT.
           PERFORM LOG-SCHREIB.
       Z.  EXIT.
      ***************************** Kettenlauf *
       KETTENLAUF SECTION.
       A.  PERFORM BATCH-KONV.
           OPEN INPUT BATCHPAR.
           IF WF-STATUS NOT = "00"
               MOVE "Kette: keine Parameter - Abbruch" TO AL-TEXT
               PERFORM LOG-SCHREIB
           CLOSE BATCHPAR.
      *------> Antworten aus den Parametern vorbelegen <-
           MOVE BT-DRUCKER TO WH-DRUNAM.
           PERFORM SPOOL-BEGINN.
           ACCEPT WH-LAUFDAT FROM DATE.
           ADD 20000000 TO WH-LAUFDAT.
           IF BT-GESTERN
                   MOVE "PANSNAP fehlt - uebersprungen" TO AL-TEXT
                   PERFORM LOG-SCHREIB.
           CANCEL "PANSNAP".
           MOVE "PANSNAP" TO WH-SPPRG.
           PERFORM SPOOL-WECHSEL.
           MOVE "Sicherungsstand gezogen" TO AL-TEXT.
           PERFORM LOG-SCHREIB.
      *------> 1a. faellige Artikelnachfolgen umstellen <-
           CALL "PANNACHF" USING "30NFLAUF" WH-CREG
               ON OVERFLOW
                   MOVE "PANNACHF fehlt - uebersprungen" TO AL-TEXT
                   PERFORM LOG-SCHREIB.
           CANCEL "PANNACHF".
           MOVE "PANNACHF" TO WH-SPPRG.
           PERFORM SPOOL-WECHSEL.
           MOVE "Artikelnachfolge erledigt" TO AL-TEXT.
           PERFORM LOG-SCHREIB.
      *------> 1b. vorgemerkte Aenderungen der Dauerbestellungen <-
           ACCEPT WH-MORGEN FROM DATE.
           ADD 20000000 TO WH-MORGEN.
           COMPUTE WH-MORGEN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WH-MORGEN) + 1).
           MOVE WH-MORGEN TO WZ-DATUM.
           MOVE 0 TO WH-WERT WH-NUM.
           CALL "PANDAUVO" USING "50DVUEB" WH-CREG
               ON OVERFLOW
                   MOVE "PANDAUVO fehlt - uebersprungen" TO AL-TEXT
                   PERFORM LOG-SCHREIB.
           CANCEL "PANDAUVO".
           MOVE WH-LAUFDAT TO WZ-DATUM.
           MOVE WH-WERT TO WD-ANZ.
           MOVE SPACE TO AL-TEXT.
           STRING "Dauerbestellungen: Vormerkungen uebernommen "
               WD-ANZ DELIMITED SIZE INTO AL-TEXT.
           PERFORM LOG-SCHREIB.
           IF WH-NUM NOT = 0
               MOVE WH-NUM TO WD-ANZ
               MOVE SPACE TO AL-TEXT
               STRING "Vormerkungen ohne Dauerbestellung entfernt "
                   WD-ANZ
                   DELIMITED SIZE INTO AL-TEXT
               PERFORM LOG-SCHREIB.
      *------> 2. Rechnungslauf <-
           CALL "PANRECH" USING "10FAKT" WH-CREG
               ON OVERFLOW
                   MOVE "PANRECH nicht verfuegbar!" TO AL-TEXT
                   PERFORM LOG-SCHREIB.
           CANCEL "PANRECH".
           MOVE "PANRECH" TO WH-SPPRG.
           PERFORM SPOOL-WECHSEL.
      *------> Abbruchsignal wie in der Bildschirmkette: bei
      *  WH-PG 7/8 laufen Archiv und SEPA nicht nach
           IF WH-PG = 7 OR WH-PG = 8
               GO Y.
           MOVE "Rechnungslauf beendet" TO AL-TEXT.
           PERFORM LOG-SCHREIB.
      *------> 2a. Tageshistorie aus dem verrechneten Tagesraster <-
           CALL "PANTAGHI" USING "50THFORT" WH-CREG
               ON OVERFLOW
                   MOVE "PANTAGHI nicht verfuegbar!" TO AL-TEXT
                   PERFORM LOG-SCHREIB.
           CANCEL "PANTAGHI".
           MOVE "Tageshistorie fortgeschrieben" TO AL-TEXT.
           PERFORM LOG-SCHREIB.
      *------> 3. Archivierung <-
           CALL "PANARCH" USING "11REARC" WH-CREG
               ON OVERFLOW
                   MOVE "PANARCH nicht verfuegbar!" TO AL-TEXT
                   PERFORM LOG-SCHREIB.
           CANCEL "PANARCH".
           MOVE "PANARCH" TO WH-SPPRG.
           PERFORM SPOOL-WECHSEL.
           MOVE "Archivierung beendet" TO AL-TEXT.
           PERFORM LOG-SCHREIB.
      *------> 4. SEPA dialogfrei <-
                       PERFORM LOG-SCHREIB
               END-CALL
               CANCEL "PANSEPA"
               MOVE "PANSEPA" TO WH-SPPRG
               PERFORM SPOOL-WECHSEL
               MOVE "SEPA-Lauf beendet" TO AL-TEXT
               PERFORM LOG-SCHREIB
           ELSE
                       PERFORM LOG-SCHREIB
               END-CALL
               CANCEL "PANRAST"
               MOVE "PANRAST" TO WH-SPPRG
               PERFORM SPOOL-WECHSEL
               MOVE "Rasterlauf beendet" TO AL-TEXT
               PERFORM LOG-SCHREIB
           ELSE
               MOVE "Raster: Dialogteil uebersprungen (gemeldet)"
                   TO AL-TEXT
               PERFORM LOG-SCHREIB.
      *------> 5a. montags: Fruehwarnung Kundenabwanderung <-
           ACCEPT WH-MORGEN FROM DATE.
           ADD 20000000 TO WH-MORGEN.
           COMPUTE WH-WOTAG = FUNCTION REM
               (FUNCTION INTEGER-OF-DATE(WH-MORGEN) 7) + 1.
           IF WH-WOTAG = 2
               MOVE 0 TO WH-WERT
               CALL "PANABWAN" USING "20ABWANB" WH-CREG
                   ON OVERFLOW
                       MOVE "PANABWAN nicht verfuegbar!" TO AL-TEXT
                       PERFORM LOG-SCHREIB
               END-CALL
               CANCEL "PANABWAN"
               MOVE "PANABWAN" TO WH-SPPRG
               PERFORM SPOOL-WECHSEL
               MOVE WH-WERT TO WD-ANZ
               MOVE SPACE TO AL-TEXT
               STRING "Fruehwarnung: gemeldete Kunden " WD-ANZ
                   DELIMITED SIZE INTO AL-TEXT
               PERFORM LOG-SCHREIB.
      *------> 5b. am Monatsersten: Lieferservicegrad des Vormonats <-
           IF FUNCTION REM(WH-MORGEN 100) = 1
               CALL "PANSERVL" USING "50SVNACH" WH-CREG
                   ON OVERFLOW
                       MOVE "PANSERVL nicht verfuegbar!" TO AL-TEXT
                       PERFORM LOG-SCHREIB
               END-CALL
               CANCEL "PANSERVL"
               MOVE "PANSERVL" TO WH-SPPRG
               PERFORM SPOOL-WECHSEL
               MOVE "Lieferservicegrad Vormonat aufgebaut" TO AL-TEXT
               PERFORM LOG-SCHREIB.
      *------> 6. Datenauszug fuer Auswertungen, auch nach Abbruch <-
       Y.  MOVE WH-LAUFDAT TO WZ-DATUM.
           IF BT-BIEX = "V" OR BT-BIEX = "A"
               IF BT-BIEX = "V"
                   CALL "PANBIEX" USING "20BIEX" WH-CREG
                       ON OVERFLOW
                           MOVE "PANBIEX nicht verfuegbar!" TO AL-TEXT
                           PERFORM LOG-SCHREIB
                   END-CALL
               ELSE
                   CALL "PANBIEX" USING "21BIEX" WH-CREG
                       ON OVERFLOW
                           MOVE "PANBIEX nicht verfuegbar!" TO AL-TEXT
                           PERFORM LOG-SCHREIB
                   END-CALL
               END-IF
               CANCEL "PANBIEX"
               MOVE "Datenauszug beendet" TO AL-TEXT
               PERFORM LOG-SCHREIB.
           MOVE "PANBIEX" TO WH-SPPRG.
           PERFORM SPOOL-ENDE.
           MOVE "Kette beendet" TO AL-TEXT.
           PERFORM LOG-SCHREIB.
       Z.  EXIT.
      ***************************** Protokollzeile *
           WRITE AL-SATZ.
           CLOSE AUTOLOG.
       Z.  EXIT.
      ***************************** Druckarchiv: Auftrag beginnen *
       SPOOL-BEGINN SECTION.
       A.  MOVE 10 TO WH-SPCA.
           MOVE SPACE TO WH-SPPRG.
           CALL "PANSPOOL" USING WH-SPCALL WH-CREG
               ON OVERFLOW NEXT SENTENCE.
       Z.  EXIT.
      ***************************** Druckarchiv: Auftrag abschliessen *
       SPOOL-ENDE SECTION.
       A.  MOVE 20 TO WH-SPCA.
           CALL "PANSPOOL" USING WH-SPCALL WH-CREG
               ON OVERFLOW NEXT SENTENCE.
       Z.  EXIT.
      ***************************** naechster Schritt, neuer Auftrag *
       SPOOL-WECHSEL SECTION.
       A.  PERFORM SPOOL-ENDE.
           PERFORM SPOOL-BEGINN.
       Z.  EXIT.

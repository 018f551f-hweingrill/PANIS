      ******************************************************************
      *     Retourenanalyse je Artikel und Wochentag                   *
      *     Quelle: FA-RAST (3 Monate Tagesmengen/-retouren je         *
      *     Kunde/Artikel) oder fuer einen frei waehlbaren Zeitraum    *
      *     die Tageshistorie PANTAGHI.DAT. Je Artikel die Retouren-   *
      *     quote je Wochentag; Kombinationen ueber dem Schwellwert    *
      *     werden markiert, dazu die Dauerauftragskunden (DAUER),     *
      *     die sie verursachen - als Basis fuer DA-ANZ-Kuerzungen.    *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
           COPY PANSEFAK.CPY.
           COPY PANSEDAU.CPY.
           COPY PANSETGH.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFAKT.CPY.
       COPY PANFDTGH.CPY.
       COPY PANDAU.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
           03  WH-QUOTE                PIC 999V9    COMP.
           03  WH-KMG                  PIC S9(7)    COMP.
           03  WH-KRET                 PIC S9(7)    COMP.
           03  WM-HIST                 PIC 9        COMP.
           03  WH-VON                  PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-TAG6                 PIC 9(6).
           03  WH-LKTO                 PIC 9(6)     COMP.
           03  WH-LARN                 PIC 9(4)     COMP.
           03  WH-TAGKZ.
               05 FILLER               PIC X(14)
                  VALUE "SoMoDiMiDoFrSa".
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DAUER.
       A.  CALL "CADECL" USING "PANEBEST.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON TAGHIST.
       A.  CALL "CADECL" USING "PANTAGHI.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
           DISPLAY "Schwellwert Quote % :" AT 2401.
           MOVE 15 TO WH-SCHWELL.
           ACCEPT WH-SCHWELL AT 2424.
           DISPLAY "Tageshistorie von (JJJJMMTT, 0 = Tagesraster):"
               AT 2501.
           MOVE 0 TO WH-VON.
           ACCEPT WH-VON AT 2548.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-BIS = 20000000 + WH-TAG6.
           IF WH-VON NOT = 0
               DISPLAY "bis:" AT 2558
               DISPLAY WH-BIS AT 2563
               ACCEPT WH-BIS AT 2563.
           OPEN INPUT FAKTDAT.
           OPEN INPUT DAUER.
           MOVE 0 TO WM-HIST.
           IF WH-VON NOT = 0
               OPEN INPUT TAGHIST
               IF WF-STATUS = "35"
                   DISPLAY "keine Tageshistorie - Tagesraster" AT 2601
               ELSE
                   MOVE 1 TO WM-HIST.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WH-TANZ.
           IF WM-HIST = 1 PERFORM HIST-SAMMELN GO D.
      *-------------> 1. Durchgang: je Artikel/Wochentag sammeln <-
           MOVE 0 TO FA-KTONR FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO D.
           MOVE "Dauerauftragskunden der markierten Artikel:"
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           IF WM-HIST = 1 PERFORM HIST-KUNDEN GO X.
           MOVE 0 TO FA-KTONR FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO X.
       E.  READ FAKTDAT NEXT IGNORE LOCK AT END GO X.
           GO E.
       X.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER FAKTDAT DAUER.
           IF WM-HIST = 1 CLOSE TAGHIST.
       Z.  EXIT.
      ************** Rastermonate eines Satzes einrechnen *
       RAST-SAMMELN SECTION.
      *---------------> nur Dauerauftragskunden ausweisen <-
           MOVE FA-KTONR TO DA-KTONR.
           MOVE FA-ARNUM TO DA-ARNUM.
           MOVE 0 TO DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO Z.
           READ DAUER NEXT IGNORE LOCK AT END GO Z.
           IF DA-KTONR NOT = FA-KTONR OR DA-ARNUM NOT = FA-ARNUM
               GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE FA-ARNUM TO DRA-ARNUM.
           MOVE FA-KTONR TO DRA-KTONR.
           MOVE WH-QUOTE TO DRA-QUOTE.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      ************** Tageshistorie des Zeitraums einrechnen *
       HIST-SAMMELN SECTION.
       A.  MOVE WH-VON TO TH-DATUM.
           MOVE 0 TO TH-KTONR TH-ARNUM.
           START TAGHIST KEY NOT < TH-DKEY INVALID GO Z.
       B.  READ TAGHIST NEXT IGNORE LOCK AT END GO Z.
           IF TH-DATUM > WH-BIS GO Z.
           IF TH-MENGE = 0 AND TH-RET = 0 GO B.
           MOVE 1 TO WH-TI.
       C.  IF WH-TI > WH-TANZ GO D.
           IF AT-ARNUM(WH-TI) = TH-ARNUM GO E.
           ADD 1 TO WH-TI.
           GO C.
       D.  IF WH-TANZ NOT < 300 GO B.
           ADD 1 TO WH-TANZ.
           MOVE WH-TANZ TO WH-TI.
           INITIALIZE WT-AART(WH-TI).
           MOVE TH-ARNUM TO AT-ARNUM(WH-TI).
       E.  COMPUTE WH-TAGI = FUNCTION INTEGER-OF-DATE(TH-DATUM).
           COMPUTE WH-WT = FUNCTION REM(WH-TAGI 7) + 1.
           ADD TH-MENGE TO AT-MG(WH-TI WH-WT).
           ADD TH-RET TO AT-RET(WH-TI WH-WT).
           GO B.
       Z.  EXIT.
      ********* Kundenquote je Kunde/Artikel aus der Tageshistorie *
       HIST-KUNDEN SECTION.
       A.  MOVE 0 TO WH-LKTO WH-LARN WH-KMG WH-KRET.
           MOVE 0 TO TH-KTONR TH-ARNUM TH-DATUM.
           START TAGHIST KEY NOT < TH-KEY INVALID GO X.
       B.  READ TAGHIST NEXT IGNORE LOCK AT END GO X.
           IF TH-DATUM < WH-VON OR TH-DATUM > WH-BIS GO B.
           IF TH-KTONR NOT = WH-LKTO OR TH-ARNUM NOT = WH-LARN
               IF WH-LKTO NOT = 0 PERFORM KUNDE-MELD.
           IF TH-KTONR NOT = WH-LKTO OR TH-ARNUM NOT = WH-LARN
               MOVE TH-KTONR TO WH-LKTO
               MOVE TH-ARNUM TO WH-LARN
               MOVE 0 TO WH-KMG WH-KRET.
           ADD TH-MENGE TO WH-KMG.
           ADD TH-RET TO WH-KRET.
           GO B.
       X.  IF WH-LKTO NOT = 0 PERFORM KUNDE-MELD.
       Z.  EXIT.
      ********* ein Kunde/Artikel: markiert, Quote, Dauerauftrag *
       KUNDE-MELD SECTION.
       A.  MOVE 1 TO WH-TI.
       B.  IF WH-TI > WH-TANZ GO Z.
           IF AT-ARNUM(WH-TI) NOT = WH-LARN
               ADD 1 TO WH-TI
               GO B.
           IF AT-FLAG(WH-TI) = 0 GO Z.
           IF WH-KMG = 0 GO Z.
           COMPUTE WH-QUOTE ROUNDED = WH-KRET * 100 / WH-KMG.
           IF WH-QUOTE NOT > WH-SCHWELL GO Z.
           MOVE WH-LKTO TO DA-KTONR.
           MOVE WH-LARN TO DA-ARNUM.
           MOVE 0 TO DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO Z.
           READ DAUER NEXT IGNORE LOCK AT END GO Z.
           IF DA-KTONR NOT = WH-LKTO OR DA-ARNUM NOT = WH-LARN
               GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE WH-LARN TO DRA-ARNUM.
           MOVE WH-LKTO TO DRA-KTONR.
           MOVE WH-KMG TO DRA-MENGE.
           MOVE WH-KRET TO DRA-RET.
           MOVE WH-QUOTE TO DRA-QUOTE.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.

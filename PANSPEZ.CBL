      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANSPEZ.
      ******************************************************************
      *     Produktspezifikation (Datenblatt) je Artikel fuer die      *
      *     Handelsketten: Bezeichnung, EAN (ET-EAN), Inhalt           *
      *     (AR-INH/AR-INHTX), Stueckgewicht aus dem Rezept            *
      *     (RE-GEW / RE-TEIL), Mindesthaltbarkeit (ET-MHD),           *
      *     Allergene und Zutaten (PANALLER), Naehrwerte               *
      *     (PARNDEKL.DAT), Kundenartikelnummer (FA-KUARNUM),          *
      *     Ausgabedatum - Druck und Export PANSPEZ.TXT                *
      *     Letzte Ausgabe je Kunde/Artikel in PANSPEZH.DAT; geaen-    *
      *     derte Quellwerte kennzeichnen das Blatt als Neuausgabe     *
      *     WL-CA 10: Datenblatt fuer einen Artikel                    *
      *     WL-CA 20: Datenblaetter aller Artikel eines Partners       *
      *     WL-CA 30: Liste der faelligen Neuausgaben                  *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PANSEFAK.CPY.
           COPY PANSETIK.CPY.
           COPY PANSEALL.CPY.
           COPY PARSEREZ.CPY.
           COPY PARSENW.CPY.
           COPY PANSESPZ.CPY.
           SELECT EXPDAT     ASSIGN TO "PANSPEZ.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDART.CPY.
       COPY PANFAKT.CPY.
       COPY PANFETIK.CPY.
       COPY PANFDALL.CPY.
       COPY PARREZEP.CPY.
       COPY PARFDNW.CPY.
       COPY PANFDSPZ.CPY.
      ************************ Export je Artikel *
       FD  EXPDAT                      LABEL RECORD OMITTED.
       01  EX-SATZ                     PIC X(400).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-LAB                 PIC X(26).
           03  DRA-WERT                PIC X(70).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-ARNR                 PIC 9(4).
           03  WH-KTONR                PIC 9(6).
           03  WH-AI                   PIC 99       COMP.
           03  WH-I                    PIC 99       COMP.
           03  WH-NEU                  PIC 9        COMP.
           03  WH-ERST                 PIC 9        COMP.
           03  WH-NEUKZ                PIC X.
           03  WD-GERECH               PIC 9(5)     COMP VALUE ZERO.
           03  WD-NEUANZ               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-NR                   PIC ZZZZZ9.
           03  WD-EAN                  PIC 9(13).
           03  WD-KUA                  PIC Z(13)9.
           03  WD-INH                  PIC Z9,99.
           03  WD-GEW                  PIC ZZZZ9,9.
           03  WD-MHD                  PIC ZZ9.
           03  WD-DAT                  PIC 9(8).
           03  WD-AUSG                 PIC ZZ9.
           03  WD-KJ                   PIC ZZZZ9,9.
           03  WD-W1                   PIC ZZ9,9.
           03  WD-W2                   PIC ZZ9,9.
           03  WD-W3                   PIC ZZ9,9.
           03  WD-W4                   PIC ZZ9,9.
           03  WD-W5                   PIC ZZ9,9.
           03  WD-SALZ                 PIC ZZ9,99.
           03  WH-CODES.
               05 FILLER               PIC X(14)
                  VALUE "ABCDEFGHLMNOPR".
           03  WR-CODE REDEFINES WH-CODES.
               05 WH-CODE              PIC X        OCCURS 14.
      *--------------> Quellwerte des Datenblatts (Vergleichsstand) <-
       01  WH-SPEZ.
           03  SZ-BEZ                  PIC X(25).
           03  SZ-EAN                  PIC 9(13).
           03  SZ-INH                  PIC 99V99.
           03  SZ-INHTX                PIC X(8).
           03  SZ-STKGEW               PIC 9(5)V9.
           03  SZ-MHD                  PIC 999.
           03  SZ-KUARNUM              PIC 9(14).
           03  SZ-KENN                 PIC X(14).
           03  SZ-ZUTAT                PIC X(200).
           03  SZ-KJ                   PIC 9(5)V99.
           03  SZ-FETT                 PIC 9(4)V99.
           03  SZ-GFETT                PIC 9(4)V99.
           03  SZ-KH                   PIC 9(4)V99.
           03  SZ-ZUCKER               PIC 9(4)V99.
           03  SZ-EIW                  PIC 9(4)V99.
           03  SZ-SALZ                 PIC 9(4)V99.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ARTIKEL.
       A.  CALL "CADECL" USING "PANARTIK.DAT" WH-CREG.
       DECL-F SECTION.         USE AFTER ERROR PROCEDURE ON FAKTDAT.
       A.  CALL "CADECL" USING "PANEFAKT.DAT" WH-CREG.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON ETIKETT.
       A.  CALL "CADECL" USING "PANPRETI.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON ALLERGEN.
       A.  CALL "CADECL" USING "PANALLER.DAT" WH-CREG.
       DECL-R SECTION.         USE AFTER ERROR PROCEDURE ON REZEPT.
       A.  CALL "CADECL" USING "PANREZEP.DAT" WH-CREG.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON NAEHRDEKL.
       A.  CALL "CADECL" USING "PARNDEKL.DAT" WH-CREG.
       DECL-H SECTION.         USE AFTER ERROR PROCEDURE ON SPEZHIST.
       A.  CALL "CADECL" USING "PANSPEZH.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM SPEZ-ARTIKEL.
           IF WL-CA = 20 PERFORM SPEZ-PARTNER.
           IF WL-CA = 30 PERFORM NEUAUSG-LISTE.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ************************ Datenblatt fuer einen Artikel *
       SPEZ-ARTIKEL SECTION.
       A.  DISPLAY "Produktspezifikation je Artikel" AT 2301.
           DISPLAY "Artikel (0 = Ende):" AT 2401.
           MOVE 0 TO WH-ARNR.
           ACCEPT WH-ARNR AT 2421.
           IF WH-ARNR = 0 GO Z.
           DISPLAY "Kunde (0 = ohne):" AT 2430.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2448.
           PERFORM DATEI-OEFFNEN.
           MOVE WH-ARNR TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID DISPLAY "Artikel unbekannt" AT 2501 GO X.
           MOVE 0 TO FA-KUARNUM.
           IF WH-KTONR NOT = 0
               MOVE WH-KTONR TO FA-KTONR
               MOVE WH-ARNR TO FA-ARNUM
               READ FAKTDAT IGNORE LOCK
                   INVALID MOVE 0 TO FA-KUARNUM.
           PERFORM SPEZ-BLATT.
       X.  PERFORM DATEI-SCHLIESSEN.
       Z.  EXIT.
      ************************ Datenblaetter je Partnerkonto *
       SPEZ-PARTNER SECTION.
       A.  DISPLAY "Produktspezifikationen je Partner" AT 2301.
           DISPLAY "Konto (0 = Ende):" AT 2401.
           MOVE 0 TO WH-KTONR.
           ACCEPT WH-KTONR AT 2420.
           IF WH-KTONR = 0 GO Z.
           PERFORM DATEI-OEFFNEN.
           MOVE WH-KTONR TO FA-KTONR.
           MOVE 0 TO FA-ARNUM.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO X.
       B.  READ FAKTDAT NEXT IGNORE LOCK AT END GO X.
           IF FA-KTONR NOT = WH-KTONR GO X.
           MOVE FA-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO B.
           MOVE FA-ARNUM TO WH-ARNR.
           PERFORM SPEZ-BLATT.
           GO B.
       X.  PERFORM DATEI-SCHLIESSEN.
       Z.  EXIT.
      ***** Dateien fuer den Datenblattdruck *
       DATEI-OEFFNEN SECTION.
       A.  ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           OPEN INPUT ARTIKEL FAKTDAT ETIKETT ALLERGEN REZEPT
               NAEHRDEKL.
           OPEN I-O SPEZHIST.
           IF WF-STATUS = "35"
               CLOSE SPEZHIST OPEN OUTPUT SPEZHIST
               CLOSE SPEZHIST OPEN I-O SPEZHIST.
           OPEN OUTPUT DRUCKER EXPDAT.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WD-GERECH WD-NEUANZ.
       Z.  EXIT.
       DATEI-SCHLIESSEN SECTION.
       A.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER EXPDAT ARTIKEL FAKTDAT ETIKETT ALLERGEN
               REZEPT NAEHRDEKL SPEZHIST.
           DISPLAY "Datenblaetter:" AT 2501.
           MOVE WD-GERECH TO WD-ANZ.
           DISPLAY WD-ANZ AT 2516.
           DISPLAY "davon Neuausgaben:" AT 2525.
           MOVE WD-NEUANZ TO WD-ANZ.
           DISPLAY WD-ANZ AT 2544.
       Z.  EXIT.
      ***** Quellwerte eines Artikels sammeln (AR-SATZ gelesen, *
      *     FA-KUARNUM gesetzt)
       SPEZ-WERTE SECTION.
       A.  INITIALIZE WH-SPEZ.
           MOVE AR-BEZ TO SZ-BEZ.
           MOVE AR-INH TO SZ-INH.
           MOVE AR-INHTX TO SZ-INHTX.
           MOVE FA-KUARNUM TO SZ-KUARNUM.
           MOVE AR-NUM TO ET-NUM.
           MOVE "E" TO ET-SA.
           READ ETIKETT IGNORE LOCK
               INVALID MOVE 0 TO ET-EAN ET-MHD.
           MOVE ET-EAN TO SZ-EAN.
           MOVE ET-MHD TO SZ-MHD.
      *------> Stueckgewicht in g aus dem Rezept <-
           MOVE AR-NUM TO RE-NUM.
           READ REZEPT IGNORE LOCK INVALID MOVE 0 TO RE-TEIL.
           IF RE-TEIL NOT = 0
               COMPUTE SZ-STKGEW ROUNDED = RE-GEW / RE-TEIL.
      *------> Allergene als Codefolge, Zutaten <-
           MOVE AR-NUM TO AL-ARNUM.
           READ ALLERGEN IGNORE LOCK INVALID GO B.
           MOVE 1 TO WH-I.
           PERFORM VARYING WH-AI FROM 1 BY 1 UNTIL WH-AI > 14
               IF AL-KENN(WH-AI) = "J"
                   MOVE WH-CODE(WH-AI) TO SZ-KENN(WH-I:1)
                   ADD 1 TO WH-I
               END-IF
           END-PERFORM.
           MOVE AL-ZUTAT TO SZ-ZUTAT.
      *------> Naehrwerte je 100 g <-
       B.  MOVE AR-NUM TO ND-ARNUM.
           READ NAEHRDEKL IGNORE LOCK INVALID GO Z.
           MOVE ND-KJ TO SZ-KJ.
           MOVE ND-FETT TO SZ-FETT.
           MOVE ND-GFETT TO SZ-GFETT.
           MOVE ND-KH TO SZ-KH.
           MOVE ND-ZUCKER TO SZ-ZUCKER.
           MOVE ND-EIW TO SZ-EIW.
           MOVE ND-SALZ TO SZ-SALZ.
       Z.  EXIT.
      ************************ ein Datenblatt drucken/exportieren *
       SPEZ-BLATT SECTION.
       A.  PERFORM SPEZ-WERTE.
      *------> Vergleich mit der letzten Ausgabe an diesen Kunden <-
           MOVE 0 TO WH-NEU WH-ERST.
           MOVE WH-KTONR TO SH-KTONR.
           MOVE AR-NUM TO SH-ARNUM.
           READ SPEZHIST INVALID
               MOVE 1 TO WH-ERST
               MOVE 0 TO SH-AUSG.
           IF WH-ERST = 0 AND SH-DATEN NOT = WH-SPEZ
               MOVE 1 TO WH-NEU
               ADD 1 TO WD-NEUANZ.
           ADD 1 TO SH-AUSG.
           MOVE WH-HEUTE TO SH-DATUM.
           MOVE WH-SPEZ TO SH-DATEN.
           MOVE WH-KTONR TO SH-KTONR.
           MOVE AR-NUM TO SH-ARNUM.
           REWRITE SH-SATZ INVALID WRITE SH-SATZ.
           ADD 1 TO WD-GERECH.
           PERFORM SPEZ-DRUCK.
           PERFORM SPEZ-EXPORT.
       Z.  EXIT.
       SPEZ-DRUCK SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Produktspezifikation" TO DRA-LAB.
           MOVE AR-NUM TO WD-NR.
           MOVE WD-NR TO DRA-WERT.
           MOVE SZ-BEZ TO DRA-WERT(8:25).
           WRITE DRA-SATZ AFTER PAGE.
           IF WH-NEU = 1
               MOVE SPACE TO DRA-SATZ
               MOVE "*** NEUAUSGABE ***" TO DRA-LAB
               MOVE "Angaben seit der letzten Ausgabe geaendert"
                   TO DRA-WERT
               WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Ausgabedatum / Nr.:" TO DRA-LAB.
           MOVE WH-HEUTE TO WD-DAT.
           MOVE WD-DAT TO DRA-WERT.
           MOVE SH-AUSG TO WD-AUSG.
           MOVE WD-AUSG TO DRA-WERT(12:3).
           WRITE DRA-SATZ AFTER 2.
           IF WH-KTONR NOT = 0
               MOVE SPACE TO DRA-SATZ
               MOVE "Kunde / Kd-Artikelnr.:" TO DRA-LAB
               MOVE WH-KTONR TO WD-NR
               MOVE WD-NR TO DRA-WERT
               MOVE SZ-KUARNUM TO WD-KUA
               MOVE WD-KUA TO DRA-WERT(10:14)
               WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "EAN:" TO DRA-LAB.
           MOVE SZ-EAN TO WD-EAN.
           MOVE WD-EAN TO DRA-WERT.
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Inhalt:" TO DRA-LAB.
           MOVE SZ-INH TO WD-INH.
           IF SZ-INH NOT = 0 MOVE WD-INH TO DRA-WERT.
           MOVE SZ-INHTX TO DRA-WERT(8:8).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Stueckgewicht (g):" TO DRA-LAB.
           MOVE SZ-STKGEW TO WD-GEW.
           MOVE WD-GEW TO DRA-WERT.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Mindesthaltbarkeit Tage:" TO DRA-LAB.
           MOVE SZ-MHD TO WD-MHD.
           MOVE WD-MHD TO DRA-WERT.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Allergene (LMIV):" TO DRA-LAB.
           MOVE SZ-KENN TO DRA-WERT.
           IF SZ-KENN = SPACE MOVE "keine" TO DRA-WERT.
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Zutaten:" TO DRA-LAB.
           MOVE SZ-ZUTAT(1:70) TO DRA-WERT.
           WRITE DRA-SATZ AFTER 1.
           IF SZ-ZUTAT(71:130) NOT = SPACE
               MOVE SPACE TO DRA-SATZ
               MOVE SZ-ZUTAT(71:70) TO DRA-WERT
               WRITE DRA-SATZ AFTER 1.
           IF SZ-ZUTAT(141:60) NOT = SPACE
               MOVE SPACE TO DRA-SATZ
               MOVE SZ-ZUTAT(141:60) TO DRA-WERT
               WRITE DRA-SATZ AFTER 1.
      *------> Naehrwerttabelle je 100 g <-
           MOVE SPACE TO DRA-SATZ.
           MOVE "Naehrwerte je 100 g:" TO DRA-LAB.
           MOVE "   kJ   Fett  ges.    KH  Zuck  Eiw.   Salz"
               TO DRA-WERT.
           WRITE DRA-SATZ AFTER 2.
           MOVE SZ-KJ TO WD-KJ.
           MOVE SZ-FETT TO WD-W1.
           MOVE SZ-GFETT TO WD-W2.
           MOVE SZ-KH TO WD-W3.
           MOVE SZ-ZUCKER TO WD-W4.
           MOVE SZ-EIW TO WD-W5.
           MOVE SZ-SALZ TO WD-SALZ.
           MOVE SPACE TO DRA-SATZ.
           STRING WD-KJ " " WD-W1 " " WD-W2 " " WD-W3 " " WD-W4 " "
               WD-W5 " " WD-SALZ DELIMITED SIZE INTO DRA-WERT.
           WRITE DRA-SATZ AFTER 1.
       Z.  EXIT.
      *------> Exportzeile strichpunktgetrennt, N = Neuausgabe <-
       SPEZ-EXPORT SECTION.
       A.  MOVE SPACE TO EX-SATZ.
           MOVE AR-NUM TO WD-NR.
           MOVE WH-HEUTE TO WD-DAT.
           MOVE SZ-EAN TO WD-EAN.
           MOVE SZ-KUARNUM TO WD-KUA.
           MOVE SZ-INH TO WD-INH.
           MOVE SZ-STKGEW TO WD-GEW.
           MOVE SZ-MHD TO WD-MHD.
           MOVE SPACE TO WH-NEUKZ.
           IF WH-NEU = 1 MOVE "N" TO WH-NEUKZ.
           STRING WH-NEUKZ ";" WD-NR ";" SZ-BEZ ";" WD-EAN ";"
                  WD-KUA ";"
                  WD-INH ";" SZ-INHTX ";" WD-GEW ";" WD-MHD ";"
                  SZ-KENN ";" WD-KJ ";" WD-W1 ";" WD-W2 ";"
                  WD-W3 ";" WD-W4 ";" WD-W5 ";" WD-SALZ ";"
                  WD-DAT ";" DELIMITED SIZE
                  SZ-ZUTAT DELIMITED "  "
               INTO EX-SATZ.
           WRITE EX-SATZ.
       Z.  EXIT.
      ************************ Liste faelliger Neuausgaben *
       NEUAUSG-LISTE SECTION.
       A.  DISPLAY "Datenblaetter mit geaenderten Angaben" AT 2301.
           OPEN INPUT ARTIKEL FAKTDAT ETIKETT ALLERGEN REZEPT
               NAEHRDEKL.
           OPEN INPUT SPEZHIST.
           IF WF-STATUS = "35"
               CLOSE ARTIKEL FAKTDAT ETIKETT ALLERGEN REZEPT
                   NAEHRDEKL
               DISPLAY "noch keine Datenblaetter ausgegeben" AT 2401
               GO Z.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Faellige Neuausgaben" TO DRA-LAB.
           MOVE "Produktspezifikation" TO DRA-WERT.
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Konto  Art. Bezeichnung" TO DRA-LAB.
           MOVE "               letzte Ausgabe  Nr." TO DRA-WERT.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-NEUANZ.
           MOVE 0 TO SH-KTONR SH-ARNUM.
           START SPEZHIST KEY NOT < SH-KEY INVALID GO X.
       B.  READ SPEZHIST NEXT IGNORE LOCK AT END GO X.
           MOVE SH-ARNUM TO AR-NUM.
           READ ARTIKEL IGNORE LOCK INVALID GO B.
           MOVE 0 TO FA-KUARNUM.
           IF SH-KTONR NOT = 0
               MOVE SH-KTONR TO FA-KTONR
               MOVE SH-ARNUM TO FA-ARNUM
               READ FAKTDAT IGNORE LOCK
                   INVALID MOVE 0 TO FA-KUARNUM.
           PERFORM SPEZ-WERTE.
           IF SH-DATEN = WH-SPEZ GO B.
           MOVE SPACE TO DRA-SATZ.
           MOVE SH-KTONR TO WD-NR.
           MOVE WD-NR TO DRA-LAB.
           MOVE SH-ARNUM TO WD-NR.
           MOVE WD-NR(3:4) TO DRA-LAB(8:4).
           MOVE AR-BEZ TO DRA-LAB(13:14).
           MOVE AR-BEZ(15:11) TO DRA-WERT.
           MOVE SH-DATUM TO WD-DAT.
           MOVE WD-DAT TO DRA-WERT(16:8).
           MOVE SH-AUSG TO WD-AUSG.
           MOVE WD-AUSG TO DRA-WERT(32:3).
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WD-NEUANZ.
           GO B.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "faellige Neuausgaben:" TO DRA-LAB.
           MOVE WD-NEUANZ TO WD-ANZ.
           MOVE WD-ANZ TO DRA-WERT.
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER ARTIKEL FAKTDAT ETIKETT ALLERGEN REZEPT
               NAEHRDEKL SPEZHIST.
       Z.  EXIT.

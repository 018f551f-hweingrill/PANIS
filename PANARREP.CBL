      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANARREP.
      ******************************************************************
      *     Abgleich des Artikelstamms von der Stammfirma an die       *
      *     uebrigen Firmen (eigene ARTIKEL-, ETIKETT- und ALLERGEN-   *
      *     Dateien im Datenverzeichnis der Zielfirma)                 *
      *     Vom Stamm gefuehrte Feldgruppen je Zielfirma waehlbar:     *
      *       1 Bezeichnung (AR-BEZ, ET-BEZ-A/B)                       *
      *       2 EAN (ET-EAN)                                           *
      *       3 MwSt-Kennzeichen (AR-UST)                              *
      *       4 Allergene/Zutaten (ALLERGEN, ET-ZU-A/B/C)              *
      *     Preise, Erloeskonten und alle anderen Felder bleiben       *
      *     lokal; neue Artikel werden als Kopie des Stammsatzes       *
      *     angelegt (Preise/Konto dort pruefen)                       *
      *     Der zuletzt uebertragene Stand je Firma und Artikel        *
      *     steht in PANREPST.DAT: weicht die Zielfirma davon ab,      *
      *     wurde das Feld dort lokal geaendert -> Konfliktliste,      *
      *     ueberschrieben wird nur auf ausdruecklichen Wunsch         *
      *     Fehlt in der Stammfirma der Etiketten- oder Allergensatz,  *
      *     werden nur die vorhandenen Teile verglichen (EAN ohne      *
      *     Etikettensatz bzw. Allergene ohne beide Saetze entfallen)  *
      *     WL-CA 10: Wartung Zielfirmen (PANREPPA.DAT)                *
      *     WL-CA 20: Vorschau - Liste ohne Aenderung                  *
      *     WL-CA 30: Abgleichlauf mit Aenderungs-/Konfliktliste       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEART.CPY.
           COPY PANSETIK.CPY.
           COPY PANSEALL.CPY.
           COPY PANSEREP.CPY.
           SELECT ZARTIKEL   ASSIGN TO WN-ZART
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZAR-KEY
                             ALTERNATE RECORD ZAR-AKEY DUPLICATES
                             ALTERNATE RECORD ZAR-BKEY DUPLICATES
                             ALTERNATE RECORD ZAR-CKEY DUPLICATES
                             ALTERNATE RECORD ZAR-SORT =
                                       ZAR-SGRP ZAR-NUM DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT ZETIKETT   ASSIGN TO WN-ZETI
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZET-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT ZALLERG    ASSIGN TO WN-ZALL
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY ZAL-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANFDART.CPY.
       COPY PANFETIK.CPY.
       COPY PANFDALL.CPY.
       COPY PANFDREP.CPY.
      ********************************** Verkaufsartikel der Zielfirma *
       FD  ZARTIKEL                    LABEL RECORD STANDARD.
       01  ZAR-SATZ.
           03  ZAR-KEY.
               05 ZAR-NUM              PIC 9(4)       COMP.
           03  ZAR-AKEY.
               05 ZAR-SA               PIC X.
               05 ZAR-ABEZ             PIC X(10).
           03  ZAR-BEZ                 PIC X(25).
           03  ZAR-KTO                 PIC 9(8)       COMP.
           03  ZAR-UST                 PIC 99         COMP.
           03  ZAR-PREIS               PIC S9(4)V999  COMP.
           03  ZAR-VKP                 PIC S9(5)V99   COMP.
           03  ZAR-EKP                 PIC S9(4)V999  COMP.
           03  ZAR-ANZ                 PIC S9(5)      COMP.
           03  ZAR-GRM.
               05 ZAR-GRP              PIC 99         COMP-X.
               05 ZAR-SON              PIC 99         COMP.
               05 ZAR-MEH              PIC 99         COMP.
               05 ZAR-NK               PIC 99         COMP.
               05 ZAR-TB               PIC 99         COMP.
           03  ZAR-PL                  PIC 9.
           03  ZAR-APREIS              PIC S9(4)V999  COMP.
           03  ZAR-ADAT                PIC 9(8)       COMP.
           03  ZAR-AVKP                PIC S9(5)V99   COMP.
           03  ZAR-BKEY.
               05 ZAR-GVZ              PIC 99         COMP.
           03  ZAR-RAB                 PIC 99         COMP.
           03  ZAR-CKEY.
               05 ZAR-OEPZ             PIC 99         COMP.
           03  ZAR-INH                 PIC 99V99      COMP.
           03  ZAR-INHTX               PIC X(8).
           03  ZAR-SGRP                PIC 9(4)       COMP.
           03  ZAR-MIND                PIC S9(5)      COMP.
           03  ZAR-FILLER.
               05 ZAR-LAGKZ            PIC X.
               05 ZAR-MHT              PIC 999        COMP.
               05 ZAR-AUSLKZ           PIC X.
           03  ZAR-SAISAB              PIC 9(4)       COMP.
           03  ZAR-SAISBIS             PIC 9(4)       COMP.
           03  ZAR-GEWKZ               PIC 9          COMP.
           03  ZAR-KGPREIS             PIC S9(4)V999  COMP.
      ********************************** Etikettenstamm der Zielfirma *
       FD  ZETIKETT                    LABEL RECORD STANDARD.
       01  ZET-SATZ.
           03  ZET-KEY.
               05 ZET-SA               PIC X.
               05 ZET-NUM              PIC 9(4)       COMP.
           03  ZET-BEZ-A               PIC X(20).
           03  ZET-BEZ-B               PIC X(20).
           03  ZET-ZU-A                PIC X(39).
           03  ZET-RES-A               PIC X.
           03  ZET-ZU-B                PIC X(39).
           03  ZET-RES-B               PIC X.
           03  ZET-ZU-C                PIC X(39).
           03  ZET-SONDER              PIC X.
           03  ZET-MHD                 PIC 999.
           03  ZET-EAN                 PIC 9(13).
      ****************************** Allergene/Zutaten der Zielfirma *
       FD  ZALLERG                     LABEL RECORD STANDARD.
       01  ZAL-SATZ.
           03  ZAL-KEY.
               05 ZAL-ARNUM            PIC 9(4)       COMP.
           03  ZAL-KENN                PIC X          OCCURS 14.
           03  ZAL-ZUTAT               PIC X(200).
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XX.
           03  DRA-STR.
               05 DRA-FNR              PIC Z9.
               05 FILLER               PIC X.
               05 DRA-ARNUM            PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-BEZ              PIC X(20).
               05 FILLER               PIC X.
               05 DRA-FELD             PIC X(11).
               05 FILLER               PIC X.
               05 DRA-AKT              PIC X(9).
               05 FILLER               PIC X.
               05 DRA-ALT              PIC X(20).
               05 FILLER               PIC X.
               05 DRA-NEU              PIC X(20).
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(92).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WH-TAG6                 PIC 9(6).
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-FNR                  PIC 99.
           03  WH-ANTW                 PIC X.
           03  WH-LAUF                 PIC 9        COMP.
           03  WH-UEBKF                PIC X.
           03  WN-ZART                 PIC X(52).
           03  WN-ZETI                 PIC X(52).
           03  WN-ZALL                 PIC X(52).
      *--------------> Zustand der Dateien je Artikel <-
           03  WM-ETIOK                PIC 9        COMP.
           03  WM-ALLOK                PIC 9        COMP.
           03  WM-ZETOK                PIC 9        COMP.
           03  WM-ZALOK                PIC 9        COMP.
           03  WM-ET                   PIC 9        COMP.
           03  WM-AL                   PIC 9        COMP.
           03  WM-ZET                  PIC 9        COMP.
           03  WM-ZAL                  PIC 9        COMP.
           03  WM-RS                   PIC 9        COMP.
           03  WM-ZARAEN               PIC 9        COMP.
           03  WM-ZETAEN               PIC 9        COMP.
           03  WM-ZALAEN               PIC 9        COMP.
           03  WM-RSAEN                PIC 9        COMP.
      *--------------> Feldgruppen Stamm / Ziel / letzter Stand <-
           03  WH-G                    PIC 9        COMP.
           03  WH-AI                   PIC 99       COMP.
           03  WH-UST2                 PIC 99.
           03  WH-EAN13                PIC 9(13).
           03  WH-MWERT                PIC X(331)   OCCURS 4.
           03  WH-ZWERT                PIC X(331)   OCCURS 4.
           03  WH-SWERT                PIC X(331).
           03  WH-LEER                 PIC 9        COMP.
           03  WH-FELDTX.
               05 FILLER               PIC X(11) VALUE "Bezeichnung".
               05 FILLER               PIC X(11) VALUE "EAN".
               05 FILLER               PIC X(11) VALUE "MwSt".
               05 FILLER               PIC X(11) VALUE "Allergene".
           03  WR-FELDTX REDEFINES WH-FELDTX.
               05 WH-FELD              PIC X(11)    OCCURS 4.
           03  WD-NEU                  PIC 9(5)     COMP VALUE ZERO.
           03  WD-AEND                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-KONF                 PIC 9(5)     COMP VALUE ZERO.
           03  WD-FIRMEN               PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-E SECTION.         USE AFTER ERROR PROCEDURE ON ETIKETT.
       A.  CALL "CADECL" USING "PANPRETI.DAT" WH-CREG.
       DECL-L SECTION.         USE AFTER ERROR PROCEDURE ON ALLERGEN.
       A.  CALL "CADECL" USING "PANALLER.DAT" WH-CREG.
       DECL-P SECTION.         USE AFTER ERROR PROCEDURE ON REPPARAM.
       A.  CALL "CADECL" USING "PANREPPA.DAT" WH-CREG.
       DECL-S SECTION.         USE AFTER ERROR PROCEDURE ON REPSTAND.
       A.  CALL "CADECL" USING "PANREPST.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-TAG6 FROM DATE.
           COMPUTE WH-HEUTE = 20000000 + WH-TAG6.
           IF WL-CA = 10 PERFORM PARAM-PFLEGE.
           IF WL-CA = 20 MOVE 0 TO WH-LAUF PERFORM ABGLEICH.
           IF WL-CA = 30 MOVE 1 TO WH-LAUF PERFORM ABGLEICH.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Wartung Zielfirmen *
       PARAM-PFLEGE SECTION.
       A.  DISPLAY "Artikelabgleich - Zielfirmen" AT 2301.
           OPEN I-O REPPARAM.
           IF WF-STATUS = "35"
               CLOSE REPPARAM OPEN OUTPUT REPPARAM
               CLOSE REPPARAM OPEN I-O REPPARAM.
       B.  PERFORM MASKE-LOESCH.
           DISPLAY "Firma (0 = Ende):" AT 2401.
           MOVE 0 TO WH-FNR.
           ACCEPT WH-FNR AT 2419.
           IF WH-FNR = 0 GO X.
           MOVE WH-FNR TO RQ-FNR.
           READ REPPARAM INVALID
               MOVE SPACE TO RQ-NAME RQ-PFAD
               MOVE "J" TO RQ-GRP(1) RQ-GRP(2) RQ-GRP(3) RQ-GRP(4)
               MOVE "J" TO RQ-NEU RQ-AKTIV.
           DISPLAY "Name:" AT 0901.
           DISPLAY RQ-NAME AT 0930.
           ACCEPT RQ-NAME AT 0930.
           DISPLAY "Datenverzeichnis:" AT 1001.
           DISPLAY RQ-PFAD AT 1030.
           ACCEPT RQ-PFAD AT 1030.
           DISPLAY "Bezeichnung vom Stamm (J/N):" AT 1101.
           DISPLAY RQ-GRP(1) AT 1130.
           ACCEPT RQ-GRP(1) AT 1130.
           DISPLAY "EAN vom Stamm (J/N):" AT 1201.
           DISPLAY RQ-GRP(2) AT 1230.
           ACCEPT RQ-GRP(2) AT 1230.
           DISPLAY "MwSt vom Stamm (J/N):" AT 1301.
           DISPLAY RQ-GRP(3) AT 1330.
           ACCEPT RQ-GRP(3) AT 1330.
           DISPLAY "Allergene vom Stamm (J/N):" AT 1401.
           DISPLAY RQ-GRP(4) AT 1430.
           ACCEPT RQ-GRP(4) AT 1430.
           DISPLAY "neue Artikel anlegen (J/N):" AT 1501.
           DISPLAY RQ-NEU AT 1530.
           ACCEPT RQ-NEU AT 1530.
           DISPLAY "Abgleich aktiv (J/N):" AT 1601.
           DISPLAY RQ-AKTIV AT 1630.
           ACCEPT RQ-AKTIV AT 1630.
           DISPLAY "Speichern/Loeschen (S/L):" AT 1801.
           MOVE "S" TO WH-ANTW.
           ACCEPT WH-ANTW AT 1830.
           MOVE WH-FNR TO RQ-FNR.
           IF WH-ANTW = "L" OR WH-ANTW = "l"
               DELETE REPPARAM INVALID CONTINUE END-DELETE
               GO B.
           IF RQ-PFAD = SPACE
               DISPLAY "Datenverzeichnis fehlt" AT 2501 GO B.
           REWRITE RQ-SATZ INVALID WRITE RQ-SATZ.
           GO B.
       X.  CLOSE REPPARAM.
           PERFORM MASKE-LOESCH.
       Z.  EXIT.
       MASKE-LOESCH SECTION.
       A.  DISPLAY ALL SPACES WITH SIZE 80 AT 0901.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1001.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1101.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1201.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1301.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1401.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1501.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1601.
           DISPLAY ALL SPACES WITH SIZE 80 AT 1801.
       Z.  EXIT.
      ***************************** Vorschau / Abgleichlauf *
       ABGLEICH SECTION.
       A.  IF WH-LAUF = 0
               DISPLAY "Artikelabgleich - Vorschau" AT 2301
           ELSE
               DISPLAY "Artikelabgleich an die Zielfirmen" AT 2301.
           OPEN INPUT REPPARAM.
           IF WF-STATUS = "35"
               DISPLAY "keine Zielfirmen eingerichtet" AT 2401 GO Z.
           MOVE "N" TO WH-UEBKF.
           IF WH-LAUF = 0 GO B.
           DISPLAY "Konflikte mit Stammwert ueberschreiben (J/N):"
               AT 2401.
           ACCEPT WH-UEBKF AT 2447.
           IF WH-UEBKF = "j" MOVE "J" TO WH-UEBKF.
           DISPLAY "Abgleich starten (J/N):" AT 2501.
           MOVE "N" TO WH-ANTW.
           ACCEPT WH-ANTW AT 2525.
           IF WH-ANTW NOT = "J" AND WH-ANTW NOT = "j"
               CLOSE REPPARAM GO Z.
       B.  MOVE 1 TO WM-ETIOK WM-ALLOK.
           OPEN INPUT ETIKETT.
           IF WF-STATUS = "35" MOVE 0 TO WM-ETIOK.
           OPEN INPUT ALLERGEN.
           IF WF-STATUS = "35" MOVE 0 TO WM-ALLOK.
           IF WH-LAUF = 0
               OPEN INPUT REPSTAND
               IF WF-STATUS = "35"
                   OPEN OUTPUT REPSTAND CLOSE REPSTAND
                   OPEN INPUT REPSTAND
               END-IF
           ELSE
               OPEN I-O REPSTAND
               IF WF-STATUS = "35"
                   CLOSE REPSTAND OPEN OUTPUT REPSTAND
                   CLOSE REPSTAND OPEN I-O REPSTAND.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE SPACE TO DRA-SATZ.
           IF WH-LAUF = 0
               MOVE "Artikelabgleich Stammfirma - Vorschau"
                   TO DRA-TITEL
           ELSE
               MOVE "Artikelabgleich Stammfirma - Aenderungen"
                   TO DRA-TITEL.
           MOVE WK-FIRMA TO DRA-TITEL(50:30).
           WRITE DRA-SATZ AFTER PAGE.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Fa Art. Bezeichnung          Feld        Aktion"
               TO DRA-TITEL.
           MOVE "Ziel bisher          Stamm" TO DRA-TITEL(52:26).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WD-NEU WD-AEND WD-KONF WD-FIRMEN.
           MOVE 0 TO RQ-FNR.
           START REPPARAM KEY NOT < RQ-KEY INVALID GO X.
       C.  READ REPPARAM NEXT IGNORE LOCK AT END GO X.
           IF RQ-AKTIV NOT = "J" GO C.
           PERFORM FIRMA-ABGL.
           GO C.
       X.  MOVE SPACE TO DRA-SATZ.
           MOVE "Firmen:         neu:         geaendert:" TO DRA-TITEL.
           MOVE "Konflikte:" TO DRA-TITEL(43:10).
           MOVE WD-FIRMEN TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(8:7).
           MOVE WD-NEU TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(21:7).
           MOVE WD-AEND TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(34:7).
           MOVE WD-KONF TO WD-ANZ.
           MOVE WD-ANZ TO DRA-TITEL(54:7).
           WRITE DRA-SATZ AFTER 2.
           MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER REPPARAM REPSTAND.
           IF WM-ETIOK = 1 CLOSE ETIKETT.
           IF WM-ALLOK = 1 CLOSE ALLERGEN.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2401.
           DISPLAY ALL SPACES WITH SIZE 80 AT 2501.
           DISPLAY "neu:" AT 2401.
           MOVE WD-NEU TO WD-ANZ.
           DISPLAY WD-ANZ AT 2406.
           DISPLAY "geaendert:" AT 2415.
           MOVE WD-AEND TO WD-ANZ.
           DISPLAY WD-ANZ AT 2426.
           DISPLAY "Konflikte:" AT 2435.
           MOVE WD-KONF TO WD-ANZ.
           DISPLAY WD-ANZ AT 2446.
       Z.  EXIT.
      ***** eine Zielfirma: Dateien im Datenverzeichnis oeffnen *
       FIRMA-ABGL SECTION.
       A.  MOVE SPACE TO WN-ZART WN-ZETI WN-ZALL.
           STRING RQ-PFAD DELIMITED SPACE
                  "PANARTIK.DAT" DELIMITED SIZE INTO WN-ZART.
           STRING RQ-PFAD DELIMITED SPACE
                  "PANPRETI.DAT" DELIMITED SIZE INTO WN-ZETI.
           STRING RQ-PFAD DELIMITED SPACE
                  "PANALLER.DAT" DELIMITED SIZE INTO WN-ZALL.
           IF WH-LAUF = 0
               OPEN INPUT ZARTIKEL
           ELSE
               OPEN I-O ZARTIKEL.
           IF WF-STATUS NOT = "00"
               MOVE SPACE TO DRA-SATZ
               MOVE RQ-FNR TO DRA-FNR
               MOVE RQ-NAME TO DRA-BEZ
               MOVE "Artikeldatei nicht erreichbar"
                   TO DRA-TITEL(30:29)
               WRITE DRA-SATZ AFTER 1
               GO Z.
           ADD 1 TO WD-FIRMEN.
           DISPLAY RQ-NAME AT 2501.
           MOVE 1 TO WM-ZETOK WM-ZALOK.
           IF WH-LAUF = 0
               OPEN INPUT ZETIKETT
               IF WF-STATUS NOT = "00" MOVE 0 TO WM-ZETOK END-IF
               OPEN INPUT ZALLERG
               IF WF-STATUS NOT = "00" MOVE 0 TO WM-ZALOK END-IF
               GO B.
           OPEN I-O ZETIKETT.
           IF WF-STATUS = "35"
               CLOSE ZETIKETT OPEN OUTPUT ZETIKETT
               CLOSE ZETIKETT OPEN I-O ZETIKETT.
           IF WF-STATUS NOT = "00" MOVE 0 TO WM-ZETOK.
           OPEN I-O ZALLERG.
           IF WF-STATUS = "35"
               CLOSE ZALLERG OPEN OUTPUT ZALLERG
               CLOSE ZALLERG OPEN I-O ZALLERG.
           IF WF-STATUS NOT = "00" MOVE 0 TO WM-ZALOK.
       B.  MOVE 0 TO AR-NUM.
           START ARTIKEL KEY NOT < AR-KEY INVALID GO X.
       C.  READ ARTIKEL NEXT IGNORE LOCK AT END GO X.
           PERFORM ARTIKEL-ABGL.
           GO C.
       X.  CLOSE ZARTIKEL.
           IF WM-ZETOK = 1 CLOSE ZETIKETT.
           IF WM-ZALOK = 1 CLOSE ZALLERG.
       Z.  EXIT.
      ***** ein Artikel des Stamms gegen die Zielfirma *
       ARTIKEL-ABGL SECTION.
       A.  MOVE 0 TO WM-ET WM-AL WM-ZET WM-ZAL WM-RS.
           MOVE 0 TO WM-ZARAEN WM-ZETAEN WM-ZALAEN WM-RSAEN.
      *-----------------------> Stammsaetze <-
           MOVE SPACE TO ET-SATZ.
           MOVE 0 TO ET-EAN ET-MHD.
           IF WM-ETIOK = 0 GO A1.
           MOVE "E" TO ET-SA.
           MOVE AR-NUM TO ET-NUM.
           READ ETIKETT IGNORE LOCK
               INVALID MOVE SPACE TO ET-SATZ
                       MOVE 0 TO ET-EAN ET-MHD
               NOT INVALID MOVE 1 TO WM-ET.
       A1. MOVE SPACE TO AL-ZUTAT.
           MOVE 1 TO WH-AI.
       A2. MOVE SPACE TO AL-KENN(WH-AI).
           ADD 1 TO WH-AI.
           IF WH-AI NOT > 14 GO A2.
           IF WM-ALLOK = 0 GO A3.
           MOVE AR-NUM TO AL-ARNUM.
           READ ALLERGEN IGNORE LOCK
               INVALID MOVE SPACE TO AL-ZUTAT
               NOT INVALID MOVE 1 TO WM-AL.
       A3. MOVE 1 TO WH-G.
       A4. PERFORM WERT-STAMM.
           ADD 1 TO WH-G.
           IF WH-G NOT > 4 GO A4.
      *-----------------------> letzter uebertragener Stand <-
           MOVE RQ-FNR TO RS-FNR.
           MOVE AR-NUM TO RS-ARNUM.
           READ REPSTAND
               INVALID MOVE SPACE TO RS-KZ(1) RS-KZ(2) RS-KZ(3)
                                     RS-KZ(4) RS-BEZ RS-EAN RS-UST
                                     RS-ALL
               NOT INVALID MOVE 1 TO WM-RS.
      *-----------------------> Zielsaetze <-
           MOVE AR-NUM TO ZAR-NUM.
           READ ZARTIKEL INVALID GO N.
           MOVE SPACE TO ZET-SATZ.
           MOVE 0 TO ZET-EAN ZET-MHD.
           IF WM-ZETOK = 0 GO B.
           MOVE "E" TO ZET-SA.
           MOVE AR-NUM TO ZET-NUM.
           READ ZETIKETT
               INVALID MOVE SPACE TO ZET-SATZ
                       MOVE 0 TO ZET-EAN ZET-MHD
               NOT INVALID MOVE 1 TO WM-ZET.
       B.  MOVE SPACE TO ZAL-ZUTAT.
           MOVE 1 TO WH-AI.
       B1. MOVE SPACE TO ZAL-KENN(WH-AI).
           ADD 1 TO WH-AI.
           IF WH-AI NOT > 14 GO B1.
           IF WM-ZALOK = 0 GO C.
           MOVE AR-NUM TO ZAL-ARNUM.
           READ ZALLERG
               INVALID MOVE SPACE TO ZAL-ZUTAT
               NOT INVALID MOVE 1 TO WM-ZAL.
       C.  MOVE 1 TO WH-G.
       C1. IF RQ-GRP(WH-G) NOT = "J" AND RQ-GRP(WH-G) NOT = "j"
               GO C2.
      *-------> ohne Stammsatz keine Vorgabe fuer diese Gruppe <-
           IF WH-G = 2 AND WM-ET = 0 GO C2.
           IF WH-G = 4 AND WM-ET = 0 AND WM-AL = 0 GO C2.
           PERFORM WERT-ZIEL.
           PERFORM GRUPPE-ABGL.
       C2. ADD 1 TO WH-G.
           IF WH-G NOT > 4 GO C1.
           PERFORM ZIEL-SCHREIB.
           GO Z.
      *-----------------------> Artikel fehlt in der Zielfirma <-
       N.  IF RQ-NEU NOT = "J" AND RQ-NEU NOT = "j" GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE RQ-FNR TO DRA-FNR.
           MOVE AR-NUM TO DRA-ARNUM.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE "Artikel" TO DRA-FELD.
           MOVE "neu" TO DRA-AKT.
           WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WD-NEU.
           IF WH-LAUF = 0 GO Z.
           MOVE AR-SATZ TO ZAR-SATZ.
           WRITE ZAR-SATZ INVALID GO Z.
           IF WM-ET = 1 AND WM-ZETOK = 1
               MOVE ET-SATZ TO ZET-SATZ
               WRITE ZET-SATZ INVALID CONTINUE END-WRITE.
           IF WM-AL = 1 AND WM-ZALOK = 1
               MOVE AL-SATZ TO ZAL-SATZ
               WRITE ZAL-SATZ INVALID CONTINUE END-WRITE.
           MOVE 1 TO WH-G.
       N1. MOVE "S" TO RS-KZ(WH-G).
           PERFORM STAND-SETZEN.
           ADD 1 TO WH-G.
           IF WH-G NOT > 4 GO N1.
           MOVE 1 TO WM-RSAEN.
           PERFORM ZIEL-SCHREIB.
       Z.  EXIT.
      ***** Feldgruppe WH-G aus den Stammsaetzen *
       WERT-STAMM SECTION.
       A.  MOVE SPACE TO WH-MWERT(WH-G).
           IF WH-G = 1
               MOVE AR-BEZ TO WH-MWERT(1)(1:25)
               MOVE ET-BEZ-A TO WH-MWERT(1)(26:20)
               MOVE ET-BEZ-B TO WH-MWERT(1)(46:20).
           IF WH-G = 2
               MOVE ET-EAN TO WH-EAN13
               MOVE WH-EAN13 TO WH-MWERT(2)(1:13).
           IF WH-G = 3
               MOVE AR-UST TO WH-UST2
               MOVE WH-UST2 TO WH-MWERT(3)(1:2).
           IF WH-G NOT = 4 GO Z.
           MOVE 1 TO WH-AI.
       B.  MOVE AL-KENN(WH-AI) TO WH-MWERT(4)(WH-AI:1).
           ADD 1 TO WH-AI.
           IF WH-AI NOT > 14 GO B.
           MOVE AL-ZUTAT TO WH-MWERT(4)(15:200).
           MOVE ET-ZU-A TO WH-MWERT(4)(215:39).
           MOVE ET-ZU-B TO WH-MWERT(4)(254:39).
           MOVE ET-ZU-C TO WH-MWERT(4)(293:39).
       Z.  EXIT.
      ***** Feldgruppe WH-G aus den Zielsaetzen *
      *  nur die Teile, zu denen es einen Stammsatz gibt (WM-ET,
      *  WM-AL); die anderen bleiben wie im Stammwert leer
       WERT-ZIEL SECTION.
       A.  MOVE SPACE TO WH-ZWERT(WH-G).
           IF WH-G = 1
               MOVE ZAR-BEZ TO WH-ZWERT(1)(1:25).
           IF WH-G = 1 AND WM-ET = 1
               MOVE ZET-BEZ-A TO WH-ZWERT(1)(26:20)
               MOVE ZET-BEZ-B TO WH-ZWERT(1)(46:20).
           IF WH-G = 2
               MOVE ZET-EAN TO WH-EAN13
               MOVE WH-EAN13 TO WH-ZWERT(2)(1:13).
           IF WH-G = 3
               MOVE ZAR-UST TO WH-UST2
               MOVE WH-UST2 TO WH-ZWERT(3)(1:2).
           IF WH-G NOT = 4 GO Z.
           IF WM-AL = 0 GO C.
           MOVE 1 TO WH-AI.
       B.  MOVE ZAL-KENN(WH-AI) TO WH-ZWERT(4)(WH-AI:1).
           ADD 1 TO WH-AI.
           IF WH-AI NOT > 14 GO B.
           MOVE ZAL-ZUTAT TO WH-ZWERT(4)(15:200).
       C.  IF WM-ET = 0 GO Z.
           MOVE ZET-ZU-A TO WH-ZWERT(4)(215:39).
           MOVE ZET-ZU-B TO WH-ZWERT(4)(254:39).
           MOVE ZET-ZU-C TO WH-ZWERT(4)(293:39).
       Z.  EXIT.
      ***** Feldgruppe abgleichen *
      *  Ziel = Stamm: nur Stand merken; Ziel = letzter Stand oder
      *  noch leer: Stammwert uebertragen; sonst lokal geaendert ->
      *  Konflikt (bei WH-UEBKF = "J" trotzdem uebertragen)
       GRUPPE-ABGL SECTION.
       A.  MOVE SPACE TO WH-SWERT DRA-SATZ.
           IF WH-G = 1 MOVE RS-BEZ TO WH-SWERT.
           IF WH-G = 2 MOVE RS-EAN TO WH-SWERT.
           IF WH-G = 3 MOVE RS-UST TO WH-SWERT.
           IF WH-G = 4 MOVE RS-ALL TO WH-SWERT.
           IF WH-ZWERT(WH-G) = WH-MWERT(WH-G)
               IF RS-KZ(WH-G) NOT = "S"
                   OR WH-SWERT NOT = WH-MWERT(WH-G)
                   MOVE "S" TO RS-KZ(WH-G)
                   PERFORM STAND-SETZEN
                   MOVE 1 TO WM-RSAEN
               END-IF
               GO Z.
           MOVE 0 TO WH-LEER.
           IF WH-ZWERT(WH-G) = SPACE MOVE 1 TO WH-LEER.
           IF WH-G = 2 AND WH-ZWERT(2)(1:13) = "0000000000000"
               MOVE 1 TO WH-LEER.
           IF WH-G = 3 AND WH-ZWERT(3)(1:2) = "00"
               MOVE 1 TO WH-LEER.
           IF RS-KZ(WH-G) = "S" AND WH-ZWERT(WH-G) = WH-SWERT GO B.
           IF RS-KZ(WH-G) = SPACE AND WH-LEER = 1 GO B.
      *-----------------------> lokal geaendert: Konflikt <-
           ADD 1 TO WD-KONF.
           MOVE "Konflikt" TO DRA-AKT.
           IF WH-UEBKF = "J" MOVE "Konfl.ueb" TO DRA-AKT.
           PERFORM GRUPPE-ZEILE.
           IF WH-UEBKF = "J" GO C.
           IF RS-KZ(WH-G) NOT = "K"
               MOVE "K" TO RS-KZ(WH-G)
               MOVE 1 TO WM-RSAEN.
           GO Z.
       B.  ADD 1 TO WD-AEND.
           MOVE "geaendert" TO DRA-AKT.
           PERFORM GRUPPE-ZEILE.
       C.  PERFORM ZIEL-SETZEN.
           MOVE "S" TO RS-KZ(WH-G).
           PERFORM STAND-SETZEN.
           MOVE 1 TO WM-RSAEN.
       Z.  EXIT.
       GRUPPE-ZEILE SECTION.
       A.  MOVE RQ-FNR TO DRA-FNR.
           MOVE AR-NUM TO DRA-ARNUM.
           MOVE AR-BEZ TO DRA-BEZ.
           MOVE WH-FELD(WH-G) TO DRA-FELD.
           MOVE WH-ZWERT(WH-G) TO DRA-ALT.
           MOVE WH-MWERT(WH-G) TO DRA-NEU.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
       Z.  EXIT.
      ***** Stammwert der Gruppe als uebertragenen Stand merken *
       STAND-SETZEN SECTION.
       A.  IF WH-G = 1 MOVE WH-MWERT(1) TO RS-BEZ.
           IF WH-G = 2 MOVE WH-MWERT(2) TO RS-EAN.
           IF WH-G = 3 MOVE WH-MWERT(3) TO RS-UST.
           IF WH-G = 4 MOVE WH-MWERT(4) TO RS-ALL.
       Z.  EXIT.
      ***** Stammwert der Gruppe in die Zielsaetze *
       ZIEL-SETZEN SECTION.
       A.  IF WH-G = 1
               MOVE AR-BEZ TO ZAR-BEZ
               MOVE 1 TO WM-ZARAEN
               IF WM-ET = 1
                   MOVE ET-BEZ-A TO ZET-BEZ-A
                   MOVE ET-BEZ-B TO ZET-BEZ-B
                   MOVE 1 TO WM-ZETAEN.
           IF WH-G = 2 AND WM-ET = 1
               MOVE ET-EAN TO ZET-EAN
               MOVE 1 TO WM-ZETAEN.
           IF WH-G = 3
               MOVE AR-UST TO ZAR-UST
               MOVE 1 TO WM-ZARAEN.
           IF WH-G NOT = 4 GO Z.
           IF WM-AL = 1 MOVE 1 TO WM-ZALAEN.
           IF WM-ET = 0 GO Z.
           MOVE ET-ZU-A TO ZET-ZU-A.
           MOVE ET-ZU-B TO ZET-ZU-B.
           MOVE ET-ZU-C TO ZET-ZU-C.
           MOVE 1 TO WM-ZETAEN.
       Z.  EXIT.
      ***** geaenderte Zielsaetze und Stand zurueckschreiben *
      *  fehlt der Etiketten-/Allergensatz in der Zielfirma, wird
      *  er als Kopie des Stammsatzes angelegt
       ZIEL-SCHREIB SECTION.
       A.  IF WH-LAUF = 0 GO Z.
           IF WM-ZARAEN = 1
               REWRITE ZAR-SATZ INVALID CONTINUE END-REWRITE.
           IF WM-ZETAEN = 0 OR WM-ZETOK = 0 GO B.
           IF WM-ZET = 1
               REWRITE ZET-SATZ INVALID CONTINUE END-REWRITE
           ELSE
               MOVE ET-SATZ TO ZET-SATZ
               WRITE ZET-SATZ INVALID CONTINUE END-WRITE.
       B.  IF WM-ZALAEN = 0 OR WM-ZALOK = 0 GO C.
           MOVE AL-SATZ TO ZAL-SATZ.
           IF WM-ZAL = 1
               REWRITE ZAL-SATZ INVALID CONTINUE END-REWRITE
           ELSE
               WRITE ZAL-SATZ INVALID CONTINUE END-WRITE.
       C.  IF WM-RSAEN = 0 GO Z.
           MOVE RQ-FNR TO RS-FNR.
           MOVE AR-NUM TO RS-ARNUM.
           MOVE WH-HEUTE TO RS-DATUM.
           IF WM-RS = 1
               REWRITE RS-SATZ
           ELSE
               WRITE RS-SATZ.
       Z.  EXIT.

      *               LG-TAB-Kondition des Lieferanten (Abweichungen   *
      *               nach PAKBABWE.DAT fuer die Lieferantenwertung)   *
      *               und stellt den SREKOPF fuer die                  *
      *               Rechnungskontrolle ein; je Zeile wird die        *
      *               Lieferantencharge mit MHD erfasst (PARLOS)       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WH-LI                   PIC 9        COMP.
           03  WH-ZLFD                 PIC 999      COMP.
           03  WH-KOND                 PIC S9(5)V99 COMP.
           03  WH-KDAT                 PIC 9(8)     COMP.
           03  WH-LDAT                 PIC 9(8)     COMP.
           03  WH-SUMME                PIC S9(7)V99 COMP.
           03  WH-WEM                  PIC 9(5)V99.
           03  WH-WEP                  PIC S9(5)V99.
           IF KR-MCODE = LG-LFT MOVE KR-KTONR TO BE-LIEFER.
       Z.  EXIT.
      ***** Kondition des Stammlieferanten aus LG-TAB *
      *  juengste bereits gueltige Zeile (LG-DATUM), Preislisten
      *  mit spaeterem Gueltigkeitsdatum (PARPLIMP) zaehlen noch nicht;
      *  LG-DATUM ist JJMMTT und wird achtstellig verglichen
       KOND-SUCHE SECTION.
       A.  MOVE 0 TO WH-KOND WH-KDAT.
           MOVE 1 TO WH-LI.
       B.  IF WH-LI > 6 GO C.
           COMPUTE WH-LDAT = 20000000 + LG-DATUM(WH-LI).
           IF LG-LIEF(WH-LI) = LG-LFT
               AND LG-NTTO(WH-LI) NOT = 0
               AND WH-LDAT NOT > WH-HEUTE
               AND WH-LDAT NOT < WH-KDAT
               MOVE LG-NTTO(WH-LI) TO WH-KOND
               MOVE WH-LDAT TO WH-KDAT.
           ADD 1 TO WH-LI.
           GO B.
       C.  IF WH-KOND = 0 MOVE LG-EKP TO WH-KOND.
       Z.  EXIT.
      ***************************** Bestelldruck *
       BESTDRUCK SECTION.
           IF WH-KOND NOT = 0 AND WH-WEP NOT = WH-KOND
               DISPLAY "weicht von Kondition ab!" AT 2650
               PERFORM ABWEI-LOG.
      *------> Lieferantencharge erfassen <-
           MOVE BE-LGNUM TO WH-NUM.
           MOVE WH-WEM TO WH-WERT.
           MOVE WH-LFTMC TO WH-MCODE.
           MOVE 0 TO WX.
           CALL "PARLOS" USING "10LOSERF" WH-CREG.
       D.  COMPUTE WH-SUMME ROUNDED = WH-SUMME + WH-WEM * WH-WEP.
           GO C.
      *------> Kopf abschliessen + SREKOPF einstellen <-

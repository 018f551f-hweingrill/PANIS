      *     DE-ZFVON/DE-ZFBIS (Zeitfenster Anlieferung), DE-EBINV      *
      *     (ebInterface), DE-TELV (Telefonverkauf), DE-MINBW          *
      *     (Mindestbestellwert), DE-MAILKZ/DE-MAIL (Belegversand      *
      *     per Mail), DE-ICFIRMA (Partnerfirma), DE-HOGAST            *
      *     (Zentralregulierung), DE-PRGRP (Preisgruppe) und           *
      *     DE-GEOBR/DE-GEOLA (Geokoordinaten), DE-EUKZ/DE-UIDDAT      *
      *     (EU-Unternehmer, UID-Bestaetigung), DE-LSSTOP/DE-LSGRUND/  *
      *     DE-LSDAT (Einzugsstopp nach Ruecklastschrift), DE-KONTAKT  *
      *     (Ansprechpartner) dazu.                                    *
      *     Vorgehen wie PANDECV2: Datei nach OLDDEBIT.DAT kopieren,   *
      *     alt lesen, neu schreiben, neue Felder leeren.              *
      *     Schon konvertierte Dateien werden erkannt (Satzlaenge)     *
           03  WH-GMAIL                PIC 9(5)    COMP.
           03  WH-GIC                  PIC 9(5)    COMP.
           03  WH-GHOG                 PIC 9(5)    COMP.
           03  WH-GPRG                 PIC 9(5)    COMP.
           03  WH-GGEO                 PIC 9(5)    COMP.
           03  WH-GEU                  PIC 9(5)    COMP.
           03  WH-GLS                  PIC 9(5)    COMP.
           03  WH-GKON                 PIC 9(5)    COMP.
       COPY PANEXT.CPY.
       DECLARATIVES.
       DECL-A SECTION.         USE AFTER ERROR PROCEDURE ON ODEBITOR.
           IF WH-SIZE NOT < LENGTH OF DE-SATZ GO M.
           OPEN OUTPUT DEBITOR.
      *------> Blockgrenzen vom Satzende her errechnen <-
           COMPUTE WH-GKON = LENGTH OF DE-SATZ - LENGTH OF DE-KONTAKT.
           COMPUTE WH-GLS = WH-GKON - LENGTH OF DE-LSDAT
               - LENGTH OF DE-LSGRUND - LENGTH OF DE-LSSTOP.
           COMPUTE WH-GEU = WH-GLS
               - LENGTH OF DE-UIDDAT - LENGTH OF DE-EUKZ.
           COMPUTE WH-GGEO = WH-GEU
               - LENGTH OF DE-GEOLA - LENGTH OF DE-GEOBR.
           COMPUTE WH-GPRG = WH-GGEO - LENGTH OF DE-PRGRP.
           COMPUTE WH-GHOG = WH-GPRG - LENGTH OF DE-HOGAST.
           COMPUTE WH-GIC = WH-GHOG - LENGTH OF DE-ICFIRMA.
           COMPUTE WH-GMAIL = WH-GIC - LENGTH OF DE-MAIL
               - LENGTH OF DE-MAILKZ.
               MOVE 0 TO DE-MAILKZ MOVE SPACE TO DE-MAIL.
           IF WH-SIZE NOT > WH-GIC MOVE 0 TO DE-ICFIRMA.
           IF WH-SIZE NOT > WH-GHOG MOVE 0 TO DE-HOGAST.
           IF WH-SIZE NOT > WH-GPRG MOVE 0 TO DE-PRGRP.
           IF WH-SIZE NOT > WH-GGEO
               MOVE 0 TO DE-GEOBR DE-GEOLA.
           IF WH-SIZE NOT > WH-GEU
               MOVE 0 TO DE-EUKZ DE-UIDDAT.
           IF WH-SIZE NOT > WH-GLS
               MOVE 0 TO DE-LSSTOP DE-LSDAT MOVE SPACE TO DE-LSGRUND.
           IF WH-SIZE NOT > WH-GKON MOVE SPACE TO DE-KONTAKT.
           WRITE DE-SATZ INVALID GO Z.
           ADD 1 TO WD-GESCHR.
           DISPLAY DE-KTONR AT 2020.

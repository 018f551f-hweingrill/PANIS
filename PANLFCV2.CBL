      ******************************************************************
      *     Konvertierung Lieferscheine: am Satzende kamen der         *
      *     Chargenstempel (LF-PRODDAT/LF-CHNR) und die gewogene       *
      *     Liefermenge LF-GEWKG (Gewichtsverrechnung) und die         *
      *     Lieferadresse LF-LADR dazu.                                *
      *     Vorgehen wie PANDECV: Datei nach OLDLFS.DAT kopieren,      *
      *     alt lesen, neu schreiben, neue Felder nullen.              *
      *     Schon konvertierte Dateien werden erkannt (Satzlaenge)     *
      *------> Chargenstempel nur nullen, wenn der Altsatz ihn
      *        noch nicht trug (Satz vor 84 Byte Nutzlaenge) <-
           IF WH-SIZE < 85 MOVE 0 TO LF-PRODDAT LF-CHNR.
           IF WH-SIZE < LENGTH OF LF-SATZ - LENGTH OF LF-LADR
               MOVE 0 TO LF-GEWKG.
           MOVE 0 TO LF-LADR.
           WRITE LF-SATZ INVALID GO Z.
           ADD 1 TO WD-GESCHR.
           DISPLAY LF-KTONR AT 2020.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANDACV2.
      ******************************************************************
      *     Konvertierung Dauerbestellungen: am Satzende kamen der     *
      *     Rhythmus (DA-RHYT) und die Lieferadresse (DA-LADR, Teil    *
      *     des Schluessels) dazu.                                     *
      *     Vorgehen wie PANDECV: Datei nach OLDDAU.DAT kopieren,      *
      *     alt lesen, neu schreiben, neue Felder nullen.              *
      *     Schon konvertierte Dateien werden erkannt (Satzlaenge)     *
      *     und unveraendert gelassen.                                 *
      ******************************************************************
       A.  ADD 1 TO WD-GELES.
           MOVE SPACE TO DA-SATZ.
           MOVE ODA-SATZ(1:WH-SIZE) TO DA-SATZ(1:WH-SIZE).
      *------> Rhythmus nur nullen, wenn der Altsatz ihn noch
      *        nicht trug; die Lieferadresse ist immer neu <-
           IF WH-SIZE < LENGTH OF DA-SATZ - LENGTH OF DA-LADR
               MOVE 0 TO DA-RHYT.
           MOVE 0 TO DA-LADR.
           WRITE DA-SATZ INVALID GO Z.
           ADD 1 TO WD-GESCHR.
           DISPLAY DA-KTONR AT 2020.

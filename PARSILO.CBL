      *     mitgefuehrt und ist damit keine Fiktion mehr               *
      *     WL-CA 10: Silostamm warten (Rohstoff, Kapazitaet,          *
      *               Meldebestand)                                    *
      *     WL-CA 20: Tankwagen-Zugang buchen, mit Lieferantencharge   *
      *               und MHD (PARLOS)                                 *
      *     WL-CA 30: Verbrauch eines Tages aus dem Waagprotokoll      *
      *               abbuchen (je Silo nur einmal je Tag) und den     *
      *               Lieferantenchargen zuordnen (PARLOS)             *
      *     WL-CA 40: Morgen-Fuellstandsliste mit Warnung unter        *
      *               dem Meldebestand                                 *
      ******************************************************************
           IF SI-KAPAZ NOT = 0 AND SI-STAND > SI-KAPAZ
               DISPLAY "Achtung: ueber Kapazitaet!" AT 2501.
           REWRITE SI-SATZ.
      *------> Lieferantencharge erfassen <-
           MOVE SI-LGNUM TO WH-NUM.
           MOVE WH-MENGE TO WH-WERT.
           MOVE SPACE TO WH-MCODE.
           MOVE SI-NR TO WX.
           CALL "PARLOS" USING "10LOSERF" WH-CREG.
      *------> Gesamtbestand des Rohstoffs mitfuehren <-
           MOVE SI-LGNUM TO LG-NUM.
           READ LAGARTIK INVALID GO B.
           PERFORM MATERIAL-TAG.
           GO D.
       X.  CLOSE SILODAT LAGARTIK PROTWAAG.
      *------> Waagprotokoll den Lieferantenchargen zuordnen <-
           MOVE WH-DAT TO WZ-DATUM.
           CALL "PARLOS" USING "40LOSWAG" WH-CREG.
       Z.  EXIT.
      ***** Tagesverbrauch eines Rohstoffs auf seine Silos verteilen *
      *  teilen sich mehrere Silos den Rohstoff (drei Mehlsilos),

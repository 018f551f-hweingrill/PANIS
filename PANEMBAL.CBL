      *       Kisten zu den Lieferscheinen des Tages                   *
      *     - Einzelerfassung (Nachtraege, Korrekturen)                *
      *     - Monatsauszug je Kunde und Toursummenliste                *
      *     Kisten vom Fahrer-Handheld kommen ueber PANMDE             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEEMB.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDEMB.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.

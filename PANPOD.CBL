      *               LF-MENGE(3) der betroffenen Zeilen              *
      *     WL-CA 20: Tagesausnahmeliste je Tour - jeder Stopp,       *
      *               der nicht glatt geliefert wurde                 *
      *     Status vom Fahrer-Handheld kommt ueber PANMDE             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSELFS.CPY.
           COPY PANSEPOD.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANLIEF.CPY.
       COPY PANFDPOD.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.

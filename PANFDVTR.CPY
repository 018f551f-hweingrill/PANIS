      ******************************************* Vertreterstamm *
      *  VT-ART 0 = Kopf (Name, Personalnummer, Grundsatz, Bonus je
      *  Neukunde), 1 = Provisionssatz je Sortiergruppe (AR-SGRP),
      *  2 = Provisionssatz je Artikel; Artikel geht vor Gruppe,
      *  Gruppe vor Grundsatz
       FD  VERTRETER    external       LABEL RECORD STANDARD.
       01  VT-SATZ.
           03  VT-KEY.
               05 VT-VNR               PIC 99         COMP.
               05 VT-ART               PIC 9          COMP.
               05 VT-NUM               PIC 9(4)       COMP.
           03  VT-NAME                 PIC X(30).
           03  VT-PERSNR               PIC 9(6)       COMP.
           03  VT-PROZ                 PIC S99V99     COMP.
           03  VT-NEUBON               PIC S9(5)V99   COMP.
      ************************** Vertreterzuordnung je Debitor *
      *  gueltig ab VZ-AB (JJJJMMTT) bis zum naechsten Satz des
      *  Kontos; VZ-VNR 0 = ohne Vertreter, VZ-NEUKD 1 = vom
      *  Vertreter gewonnener Neukunde (Bonus im Monat von VZ-AB)
       FD  VERTZUO      external       LABEL RECORD STANDARD.
       01  VZ-SATZ.
           03  VZ-KEY.
               05 VZ-KTONR             PIC 9(6)       COMP.
               05 VZ-AB                PIC 9(8)       COMP.
           03  VZ-VNR                  PIC 99         COMP.
           03  VZ-NEUKD                PIC 9          COMP.
               88  VZ-NEU              VALUE 1.

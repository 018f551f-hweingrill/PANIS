      *------------> 1 = Mitglied HOGAST-Zentralregulierung <-
           03  DE-HOGAST               PIC 9          COMP.
               88  DE-HOGMITGL         VALUE 1.
      *------------> Preisgruppe (PANPRGRP.DAT), 0 = keine <-
           03  DE-PRGRP                PIC 99         COMP.
      *------------> Geokoordinaten Anlieferung (Grad, 0 = keine) <-
           03  DE-GEOBR                PIC S99V9(6)   COMP.
           03  DE-GEOLA                PIC S999V9(6)  COMP.
      *------------> 1 = EU-Unternehmer, innergemeinschaftliche
      *              Lieferung steuerfrei (PANZM); UID-Bestaetigung
      *              aus FinanzOnline am (PANPRUEF, 0 = keine) <-
           03  DE-EUKZ                 PIC 9          COMP.
               88  DE-EUUNT            VALUE 1.
           03  DE-UIDDAT               PIC 9(8)       COMP.
      *------------> Einzugsstopp nach Ruecklastschrift (PANSEPRL):
      *              1 = nicht mehr einziehen, Grund (SEPA-Code)
      *              und Datum der Ruecklastschrift <-
           03  DE-LSSTOP               PIC 9          COMP.
               88  DE-LSGESP           VALUE 1.
           03  DE-LSGRUND              PIC X(4).
           03  DE-LSDAT                PIC 9(8)       COMP.
      *------------> Ansprechpartner (Anrede im Rundschreiben,
      *              PANRUNDS), gepflegt in PANMAILV <-
           03  DE-KONTAKT              PIC X(30).

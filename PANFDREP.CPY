      ****** Artikelabgleich: Zielfirmen der Stammfirma (PANARREP) *
      *  RQ-PFAD: Datenverzeichnis der Zielfirma (mit abschliessendem
      *  Trennzeichen), RQ-GRP: vom Stamm gefuehrte Feldgruppen
      *  1 Bezeichnung, 2 EAN, 3 MwSt, 4 Allergene/Zutaten ("J")
       FD  REPPARAM     external       LABEL RECORD STANDARD.
       01  RQ-SATZ.
           03  RQ-KEY.
               05 RQ-FNR               PIC 99         COMP.
           03  RQ-NAME                 PIC X(20).
           03  RQ-PFAD                 PIC X(40).
           03  RQ-GRP                  PIC X          OCCURS 4.
           03  RQ-NEU                  PIC X.
           03  RQ-AKTIV                PIC X.
      ****** zuletzt an die Zielfirma uebertragene Stammwerte *
      *  RS-KZ je Feldgruppe: " " = noch kein Abgleich, "S" = Stand
      *  uebertragen, "K" = offener Konflikt (Ziel lokal geaendert)
       FD  REPSTAND     external       LABEL RECORD STANDARD.
       01  RS-SATZ.
           03  RS-KEY.
               05 RS-FNR               PIC 99         COMP.
               05 RS-ARNUM             PIC 9(4)       COMP.
           03  RS-DATUM                PIC 9(8)       COMP.
           03  RS-KZ                   PIC X          OCCURS 4.
           03  RS-BEZ                  PIC X(65).
           03  RS-EAN                  PIC X(13).
           03  RS-UST                  PIC X(2).
           03  RS-ALL                  PIC X(331).

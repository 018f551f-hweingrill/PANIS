       WORKING-STORAGE SECTION.
       COPY "WHCREG.CPY".
       01  WT-CALL                     PIC X(8).
      *------------------------> Aufruf Druckarchiv (PANSPOOL) <-
       01  WH-SPCALL.
           03  WH-SPCA                 PIC 99.
           03  WH-SPPRG                PIC X(8).
           03  FILLER                  PIC X(5).
       01  WZ-ZWAHL                    PIC 999       VALUE 0.
       01  WH-PANEXT      external.
           03  WK-EAN                  PIC 9(8)      COMP.
               CALL "PANVORL" USING "99VORLAUF" WH-CREG
               CANCEL "PANVORL"
           END-IF.
           PERFORM SPOOL-BEGINN.
           IF KIST CALL "PANBSKOM" USING "10BSKOM" WH-CREG
                   MOVE "PANBSKOM" TO WT-CALL GO C.
           IF WH-PG = 8 MOVE WH-PG TO WP-CKPG PERFORM PROTOK-START
                        CALL "PANARCH" USING "10ARCHIV" WH-CREG
                        MOVE "PANARCH" TO WT-CALL
                        CANCEL "PANARCH" PERFORM PROTOK-ENDE GO C.
           IF WH-PG = 4 CALL "CADRUCK" USING "40DRUCK" WH-CREG
                        MOVE "CADRUCK" TO WT-CALL GO C.
           IF WH-PG = 99 CALL "PANDEBAN" USING "99SERIE" WH-CREG
               MOVE "PANDEBAN" TO WT-CALL GO C.
           IF WH-PG = 1 GO G.
           IF WH-PG = 2 MOVE WH-PG TO WP-CKPG PERFORM PROTOK-START
      *-------> Sicherungsstand vor der Kette (PANSNAP.LOG) <-
                CANCEL "PANSNAP"
                CALL "PANRECH" USING "10FAKT" WH-CREG
                CANCEL "PANRECH"
                MOVE "PANRECH" TO WT-CALL PERFORM SPOOL-WECHSEL
                IF WH-PG not = 7 and WH-PG not = 8
      *-------> Tageshistorie aus dem verrechneten Tagesraster <-
                     CALL "PANTAGHI" USING "50THFORT" WH-CREG
                     CANCEL "PANTAGHI"
                     CALL "PANARCH" USING "11REARC" WH-CREG
                     CANCEL "PANARCH"
                     MOVE "PANARCH" TO WT-CALL PERFORM SPOOL-WECHSEL
                     CALL "PANSEPA" USING "10SEPADD" WH-CREG
                     MOVE "PANSEPA" TO WT-CALL
                     CANCEL "PANSEPA" PERFORM PROTOK-ENDE GO C
                else CALL "PANVORL" USING "88TAGSUM" WH-CREG
                     MOVE "PANVORL" TO WT-CALL
                     CANCEL "PANVORL" PERFORM PROTOK-ENDE GO C.
           IF WH-PG = 5 MOVE WH-PG TO WP-CKPG PERFORM PROTOK-START
                        CALL "PANRAST" USING "10RAST" WH-CREG
                        MOVE "PANRAST" TO WT-CALL
                        CANCEL "PANRAST" PERFORM PROTOK-ENDE GO C.
           IF WH-PG = 3 CALL "PANDAU" USING "10ANLPR" WH-CREG
                        MOVE "PANDAU" TO WT-CALL GO C.
           IF WH-PG = 6 CALL "PANSTAM" USING "01STAM" WH-CREG
                        MOVE "PANSTAM" TO WT-CALL GO C.
           IF WH-PG = 7 CALL "PANLIST" USING "01ALL" WH-CREG
                        MOVE "PANLIST" TO WT-CALL GO C.
           IF WH-PG = 10 CALL "PANLIEF" USING "20FAHR" WH-CREG
                CANCEL "PANLIEF"
                MOVE "PANLIEF" TO WT-CALL
                IF NOT ESC MOVE WH-PG TO WP-CKPG PERFORM PROTOK-START
                           PERFORM SPOOL-WECHSEL
                           CALL "PANRECH" USING "30LFRECH" WH-CREG
                           CANCEL "PANRECH"
                           MOVE "PANRECH" TO WT-CALL
                           PERFORM SPOOL-WECHSEL
                           CALL "PANARCH" USING "11REARC" WH-CREG
                           MOVE "PANARCH" TO WT-CALL
                           CANCEL "PANARCH" PERFORM PROTOK-ENDE
                end-if GO C.
           IF WH-PG = 19 CALL "PANLOE" USING "19LOE" WH-CREG GO C.
           IF WH-PG = 20 MOVE WH-PG TO WP-CKPG PERFORM PROTOK-START
                        PERFORM TAGABGL PERFORM PROTOK-ENDE GO C.
           IF WH-PG = 21 CALL "PANSTVGL" USING "10STVGL" WH-CREG
                         MOVE "PANSTVGL" TO WT-CALL GO C.
           IF WH-PG = 22 CALL "PANEDIGN" USING "10EDIGEN" WH-CREG
                         MOVE "PANEDIGN" TO WT-CALL GO C.
           IF WH-PG = 23 CALL "PANEDIIM" USING "10ORDIMP" WH-CREG
                         MOVE "PANEDIIM" TO WT-CALL GO C.
           IF WH-PG = 24 CALL "PANEMBAL" USING "10EMBTAG" WH-CREG
                         MOVE "PANEMBAL" TO WT-CALL GO C.
           IF WH-PG = 25 CALL "PANEMBAL" USING "30EMBAUS" WH-CREG
                         MOVE "PANEMBAL" TO WT-CALL GO C.
           IF WH-PG = 26 CALL "PANBONUS" USING "10BONUS" WH-CREG
                         MOVE "PANBONUS" TO WT-CALL GO C.
           IF WH-PG = 27 CALL "PANMAHN" USING "10OPPFL" WH-CREG
                         MOVE "PANMAHN" TO WT-CALL GO C.
           IF WH-PG = 28 CALL "PANMAHN" USING "20MAHNL" WH-CREG
                         MOVE "PANMAHN" TO WT-CALL GO C.
           IF WH-PG = 29 CALL "PANBANKE" USING "10BANK" WH-CREG
                         MOVE "PANBANKE" TO WT-CALL GO C.
           IF WH-PG = 30 CALL "PANLADEM" USING "10LADEM" WH-CREG
                         MOVE "PANLADEM" TO WT-CALL GO C.
           IF WH-PG = 31 CALL "PANINKAB" USING "10INKAB" WH-CREG
                         MOVE "PANINKAB" TO WT-CALL GO C.
           IF WH-PG = 32 CALL "PANDEBAN" USING "62BANK" WH-CREG
                         MOVE "PANDEBAN" TO WT-CALL GO C.
           IF WH-PG = 33 CALL "PANSEPA" USING "10SEPADD" WH-CREG
                         MOVE "PANSEPA" TO WT-CALL GO C.
           IF WH-PG = 34 CALL "PANPRMAS" USING "10PRMAS" WH-CREG
                         MOVE "PANPRMAS" TO WT-CALL GO C.
           IF WH-PG = 35 CALL "PANAKTIO" USING "10AKTION" WH-CREG
                         MOVE "PANAKTIO" TO WT-CALL GO C.
           IF WH-PG = 36 CALL "PANAKTIO" USING "30AKTERG" WH-CREG
                         MOVE "PANAKTIO" TO WT-CALL GO C.
           IF WH-PG = 37 CALL "PANPRAUD" USING "10PRAUD" WH-CREG
                         MOVE "PANPRAUD" TO WT-CALL GO C.
           IF WH-PG = 38 CALL "PANALLER" USING "10ALLERG" WH-CREG
                         MOVE "PANALLER" TO WT-CALL GO C.
           IF WH-PG = 39 CALL "PANCHARG" USING "10CHARGE" WH-CREG
                         MOVE "PANCHARG" TO WT-CALL GO C.
           IF WH-PG = 40 CALL "PANCHARG" USING "20RUECKR" WH-CREG
                         MOVE "PANCHARG" TO WT-CALL GO C.
           IF WH-PG = 41 CALL "PANNACHL" USING "10NACHL" WH-CREG
                         MOVE "PANNACHL" TO WT-CALL GO C.
           IF WH-PG = 42 CALL "PANNACHL" USING "20ALTLST" WH-CREG
                         MOVE "PANNACHL" TO WT-CALL GO C.
           IF WH-PG = 43 CALL "PANRETGR" USING "20RETERF" WH-CREG
                         MOVE "PANRETGR" TO WT-CALL GO C.
           IF WH-PG = 44 CALL "PANRETGR" USING "30SCHWUND" WH-CREG
                         MOVE "PANRETGR" TO WT-CALL GO C.
           IF WH-PG = 45 CALL "PANRETAN" USING "10RETANA" WH-CREG
                         MOVE "PANRETAN" TO WT-CALL GO C.
           IF WH-PG = 46 CALL "PANDAURH" USING "10DAURHY" WH-CREG
                         MOVE "PANDAURH" TO WT-CALL GO C.
           IF WH-PG = 47 CALL "PANSUBAN" USING "10SUBST" WH-CREG
                         MOVE "PANSUBAN" TO WT-CALL GO C.
           IF WH-PG = 48 CALL "PAKOPERM" USING "10PERM" WH-CREG
                         MOVE "PAKOPERM" TO WT-CALL GO C.
           IF WH-PG = 49 CALL "PAKOPERM" USING "30RABLST" WH-CREG
                         MOVE "PAKOPERM" TO WT-CALL GO C.
           IF WH-PG = 50 CALL "PANSCHLI" USING "10SCHLI" WH-CREG
                         MOVE "PANSCHLI" TO WT-CALL GO C.
           IF WH-PG = 51 CALL "PANSCHLI" USING "20UMLEG" WH-CREG
                         MOVE "PANSCHLI" TO WT-CALL GO C.
           IF WH-PG = 52 CALL "PANTOURS" USING "10TOURS" WH-CREG
                         MOVE "PANTOURS" TO WT-CALL GO C.
           IF WH-PG = 53 CALL "PANBACKZ" USING "10BACKZ" WH-CREG
                         MOVE "PANBACKZ" TO WT-CALL GO C.
           IF WH-PG = 54 CALL "PANUKOST" USING "10UKOST" WH-CREG
                         MOVE "PANUKOST" TO WT-CALL GO C.
           IF WH-PG = 55 CALL "PANABC" USING "10ABC" WH-CREG
                         MOVE "PANABC" TO WT-CALL GO C.
           IF WH-PG = 56 CALL "PANBUDGE" USING "10BUDGW" WH-CREG
                         MOVE "PANBUDGE" TO WT-CALL GO C.
           IF WH-PG = 57 CALL "PANBUDGE" USING "20BUDGB" WH-CREG
                         MOVE "PANBUDGE" TO WT-CALL GO C.
           IF WH-PG = 58 CALL "PAKOWCLR" USING "10WCLRPR" WH-CREG
                         MOVE "PAKOWCLR" TO WT-CALL GO C.
           IF WH-PG = 59 CALL "PAKOWCLR" USING "20WCLRKL" WH-CREG
                         MOVE "PAKOWCLR" TO WT-CALL GO C.
           IF WH-PG = 60 CALL "PAKOTRND" USING "10TREND" WH-CREG
                         MOVE "PAKOTRND" TO WT-CALL GO C.
           IF WH-PG = 61 CALL "PAKOINVE" USING "10INVANL" WH-CREG
                         MOVE "PAKOINVE" TO WT-CALL GO C.
           IF WH-PG = 62 CALL "PAKOINVE" USING "20INVZAE" WH-CREG
                         MOVE "PAKOINVE" TO WT-CALL GO C.
           IF WH-PG = 63 CALL "PAKOINVE" USING "30INVDIF" WH-CREG
                         MOVE "PAKOINVE" TO WT-CALL GO C.
           IF WH-PG = 64 CALL "PAKOINVE" USING "40INVBUC" WH-CREG
                         MOVE "PAKOINVE" TO WT-CALL GO C.
           IF WH-PG = 65 CALL "PAKOKST" USING "10KSTAUS" WH-CREG
                         MOVE "PAKOKST" TO WT-CALL GO C.
           IF WH-PG = 66 CALL "PAKOUVA" USING "10UVA" WH-CREG
                         MOVE "PAKOUVA" TO WT-CALL GO C.
           IF WH-PG = 67 CALL "PANUSTS" USING "10USTW" WH-CREG
                         MOVE "PANUSTS" TO WT-CALL GO C.
           IF WH-PG = 68 CALL "PAKOJAHR" USING "10JAHR" WH-CREG
                         MOVE "PAKOJAHR" TO WT-CALL GO C.
           IF WH-PG = 69 CALL "PAKOSALD" USING "10SALD" WH-CREG
                         MOVE "PAKOSALD" TO WT-CALL GO C.
           IF WH-PG = 70 CALL "PAKODAUB" USING "10DAUBW" WH-CREG
                         MOVE "PAKODAUB" TO WT-CALL GO C.
           IF WH-PG = 71 CALL "PAKODAUB" USING "20DAUBE" WH-CREG
                         MOVE "PAKODAUB" TO WT-CALL GO C.
           IF WH-PG = 72 CALL "PAKOZAHL" USING "10ZAHLV" WH-CREG
                         MOVE "PAKOZAHL" TO WT-CALL GO C.
           IF WH-PG = 73 CALL "PANRENRA" USING "10RENRA" WH-CREG
                         MOVE "PANRENRA" TO WT-CALL GO C.
           IF WH-PG = 74 CALL "PANINTEG" USING "10INTEG" WH-CREG
                         MOVE "PANINTEG" TO WT-CALL GO C.
           IF WH-PG = 75 CALL "PANSTREB" USING "10STVGL" WH-CREG
                         MOVE "PANSTREB" TO WT-CALL GO C.
           IF WH-PG = 76 CALL "PANSTREB" USING "20STREB" WH-CREG
                         MOVE "PANSTREB" TO WT-CALL GO C.
           IF WH-PG = 77 CALL "PANSIMUL" USING "10SIMUL" WH-CREG
                         MOVE "PANSIMUL" TO WT-CALL GO C.
           IF WH-PG = 78 CALL "PANSPRTX" USING "10SPRTX" WH-CREG
                         MOVE "PANSPRTX" TO WT-CALL GO C.
           IF WH-PG = 79 CALL "PANETIK" USING "45ETIBAT" WH-CREG
                         MOVE "PANETIK" TO WT-CALL GO C.
           IF WH-PG = 80 CALL "PANNATRA" USING "10NATRW" WH-CREG
                         MOVE "PANNATRA" TO WT-CALL GO C.
           IF WH-PG = 81 CALL "PANNATRA" USING "20NATRA" WH-CREG
                         MOVE "PANNATRA" TO WT-CALL GO C.
           IF WH-PG = 82 CALL "PANPURGE" USING "10PURGV" WH-CREG
                         MOVE "PANPURGE" TO WT-CALL GO C.
           IF WH-PG = 83 CALL "PANPURGE" USING "20PURGE" WH-CREG
                         MOVE "PANPURGE" TO WT-CALL GO C.
           IF WH-PG = 84 CALL "PANKONSO" USING "10KONSU" WH-CREG
                         MOVE "PANKONSO" TO WT-CALL GO C.
           IF WH-PG = 85 CALL "PANKONSO" USING "20KONSS" WH-CREG
                         MOVE "PANKONSO" TO WT-CALL GO C.
           IF WH-PG = 86 CALL "PAKRCV2" USING "10KRED" WH-CREG
                         MOVE "PAKRCV2" TO WT-CALL GO C.
           IF WH-PG = 87 CALL "PANKOCV2" USING "10KONS" WH-CREG
                         MOVE "PANKOCV2" TO WT-CALL GO C.
           IF WH-PG = 88 CALL "PANUSTS" USING "20USTWPK" WH-CREG
                         MOVE "PANUSTS" TO WT-CALL GO C.
           IF WH-PG = 89 CALL "PANIMPBS" USING "10BSIMP" WH-CREG
                         MOVE "PANIMPBS" TO WT-CALL GO C.
           IF WH-PG = 90 CALL "PANPOD" USING "10PODERF" WH-CREG
                         MOVE "PANPOD" TO WT-CALL GO C.
           IF WH-PG = 91 CALL "PANPOD" USING "20PODAUS" WH-CREG
                         MOVE "PANPOD" TO WT-CALL GO C.
           IF WH-PG = 92 CALL "PANPRBLA" USING "10PREINZ" WH-CREG
                         MOVE "PANPRBLA" TO WT-CALL GO C.
           IF WH-PG = 93 CALL "PANPRBLA" USING "20PRSERI" WH-CREG
                         MOVE "PANPRBLA" TO WT-CALL GO C.
           IF WH-PG = 94 CALL "PANANGEB" USING "10ANGEBW" WH-CREG
                         MOVE "PANANGEB" TO WT-CALL GO C.
           IF WH-PG = 95 CALL "PANANGEB" USING "20ANGEBD" WH-CREG
                         MOVE "PANANGEB" TO WT-CALL GO C.
           IF WH-PG = 96 CALL "PANANGEB" USING "30ANGEBA" WH-CREG
                         MOVE "PANANGEB" TO WT-CALL GO C.
           IF WH-PG = 97 CALL "PANANGEB" USING "40ANGEBL" WH-CREG
                         MOVE "PANANGEB" TO WT-CALL GO C.
           IF WH-PG = 98 CALL "PANBARVK" USING "10BARVK" WH-CREG
                         MOVE "PANBARVK" TO WT-CALL GO C.
      *-----> Zusatzfunktionen: das Vorlaufmenue kennt nur
      *       zweistellige Zweige - Zweig 14 oeffnet die
      *       Auswahl der Funktionen 100 - 307 <-
           IF WH-PG = 14 GO F.
           GO C.
       F.  DISPLAY "Zusatzfunktion (100 - 307, 0 = zurueck):"
               AT 2301.
           MOVE 0 TO WZ-ZWAHL.
           ACCEPT WZ-ZWAHL AT 2343.
           IF WZ-ZWAHL = 0 GO C.
           IF WZ-ZWAHL = 100 CALL "PANBARVK" USING "20DEPEXP" WH-CREG
                         MOVE "PANBARVK" TO WT-CALL GO C.
           IF WZ-ZWAHL = 101 CALL "PANKTOAU" USING "10AUSZUG" WH-CREG
                         MOVE "PANKTOAU" TO WT-CALL GO C.
           IF WZ-ZWAHL = 102 CALL "PANKTOAU" USING "20AUSSER" WH-CREG
                         MOVE "PANKTOAU" TO WT-CALL GO C.
           IF WZ-ZWAHL = 103 CALL "PANZEITF" USING "10ZEITFW" WH-CREG
                         MOVE "PANZEITF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 104 CALL "PANZEITF" USING "20ZEITFP" WH-CREG
                         MOVE "PANZEITF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 105 CALL "PAKOFUHR" USING "10FUHRW" WH-CREG
                         MOVE "PAKOFUHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 106 CALL "PAKOFUHR" USING "20FUHRT" WH-CREG
                         MOVE "PAKOFUHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 107 CALL "PAKOFUHR" USING "30FUHRM" WH-CREG
                         MOVE "PAKOFUHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 108 CALL "PAKOKASB" USING "10KASSE" WH-CREG
                         MOVE "PAKOKASB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 109 CALL "PAKOKASB" USING "20KASSAB" WH-CREG
                         MOVE "PAKOKASB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 110 CALL "PAKOANLA" USING "10ANLAGW" WH-CREG
                         MOVE "PAKOANLA" TO WT-CALL GO C.
           IF WZ-ZWAHL = 111 CALL "PAKOANLA" USING "20AFALAU" WH-CREG
                         MOVE "PAKOANLA" TO WT-CALL GO C.
           IF WZ-ZWAHL = 112 CALL "PAKOANLA" USING "30SPIEGL" WH-CREG
                         MOVE "PAKOANLA" TO WT-CALL GO C.
           IF WZ-ZWAHL = 113 CALL "PAKOBANK" USING "10BANKAB" WH-CREG
                         MOVE "PAKOBANK" TO WT-CALL GO C.
           IF WZ-ZWAHL = 114 CALL "PAKOBANK" USING "20BANKOF" WH-CREG
                         MOVE "PAKOBANK" TO WT-CALL GO C.
           IF WZ-ZWAHL = 115 CALL "PAKOBEST" USING "10BESTVO" WH-CREG
                         MOVE "PAKOBEST" TO WT-CALL GO C.
           IF WZ-ZWAHL = 116 CALL "PAKOBEST" USING "20BESTDR" WH-CREG
                         MOVE "PAKOBEST" TO WT-CALL GO C.
           IF WZ-ZWAHL = 117 CALL "PAKOBEST" USING "30WAREIN" WH-CREG
                         MOVE "PAKOBEST" TO WT-CALL GO C.
           IF WZ-ZWAHL = 118 CALL "PAKOLIEV" USING "10LIEFWB" WH-CREG
                         MOVE "PAKOLIEV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 119 CALL "PARNAEHR" USING "10NWERTW" WH-CREG
                         MOVE "PARNAEHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 120 CALL "PARNAEHR" USING "20NWROLL" WH-CREG
                         MOVE "PARNAEHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 121 CALL "PARNAEHR" USING "30NWDEKL" WH-CREG
                         MOVE "PARNAEHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 122 CALL "PANBSKOM" USING "20MHDLST" WH-CREG
                         MOVE "PANBSKOM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 123 CALL "PARLAGOR" USING "10ORTUMB" WH-CREG
                         MOVE "PARLAGOR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 124 CALL "PARLAGOR" USING "20ORTLST" WH-CREG
                         MOVE "PARLAGOR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 125 CALL "PARLAGOR" USING "30ORTZAE" WH-CREG
                         MOVE "PARLAGOR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 126 CALL "PANOFEN" USING "10OFENPL" WH-CREG
                         MOVE "PANOFEN" TO WT-CALL GO C.
           IF WZ-ZWAHL = 127 CALL "PANMISCH" USING "10CHARGK" WH-CREG
                         MOVE "PANMISCH" TO WT-CALL GO C.
           IF WZ-ZWAHL = 128 CALL "PAKOZEIT" USING "10PERSW" WH-CREG
                         MOVE "PAKOZEIT" TO WT-CALL GO C.
           IF WZ-ZWAHL = 129 CALL "PAKOZEIT" USING "20ZEITE" WH-CREG
                         MOVE "PAKOZEIT" TO WT-CALL GO C.
           IF WZ-ZWAHL = 130 CALL "PAKOZEIT" USING "30ZEITM" WH-CREG
                         MOVE "PAKOZEIT" TO WT-CALL GO C.
           IF WZ-ZWAHL = 131 CALL "PAKOZEIT" USING "40LOHNE" WH-CREG
                         MOVE "PAKOZEIT" TO WT-CALL GO C.
      *-----> Uebungsfirma: eigene Dateien freigeben, da die
      *       Auffrischung sie ueberschreibt und neu aufbaut <-
           IF WZ-ZWAHL = 132
               CLOSE FAKTDAT LFSCHEIN ARTIKEL DEBITOR DAUER KONSTANT
               CALL "PANUEBUN" USING "10UEBAUF" WH-CREG
               CANCEL "PANUEBUN"
               MOVE "PANUEBUN" TO WT-CALL
               OPEN I-O FAKTDAT
               OPEN I-O LFSCHEIN
               OPEN I-O ARTIKEL
               OPEN I-O KONSTANT
               GO C.
           IF WZ-ZWAHL = 133 CALL "PANEBINV" USING "10EBIGEN" WH-CREG
                         MOVE "PANEBINV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 134 CALL "PANEBINV" USING "20EBIKZW" WH-CREG
                         MOVE "PANEBINV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 135 CALL "PANKONTA" USING "10KJOURE" WH-CREG
                         MOVE "PANKONTA" TO WT-CALL GO C.
           IF WZ-ZWAHL = 136 CALL "PANKONTA" USING "20KJWVOR" WH-CREG
                         MOVE "PANKONTA" TO WT-CALL GO C.
           IF WZ-ZWAHL = 137 CALL "PANTELV" USING "10TELANR" WH-CREG
                         MOVE "PANTELV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 138 CALL "PANTELV" USING "20TELAUS" WH-CREG
                         MOVE "PANTELV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 139 CALL "PANTELV" USING "30TELKZW" WH-CREG
                         MOVE "PANTELV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 140 CALL "PANSAISO" USING "10SAISOW" WH-CREG
                         MOVE "PANSAISO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 141 CALL "PANSAISO" USING "20SAISOL" WH-CREG
                         MOVE "PANSAISO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 142 CALL "PANMINBW" USING "10MINBWW" WH-CREG
                         MOVE "PANMINBW" TO WT-CALL GO C.
           IF WZ-ZWAHL = 143 CALL "PANMINBW" USING "20MINBWZ" WH-CREG
                         MOVE "PANMINBW" TO WT-CALL GO C.
           IF WZ-ZWAHL = 144 CALL "PANMINBW" USING "30MINBWL" WH-CREG
                         MOVE "PANMINBW" TO WT-CALL GO C.
           IF WZ-ZWAHL = 145 CALL "PANSAMRE" USING "10SAMMRE" WH-CREG
                         MOVE "PANSAMRE" TO WT-CALL GO C.
           IF WZ-ZWAHL = 148 CALL "PAKOKBUD" USING "10KBUDGW" WH-CREG
                         MOVE "PAKOKBUD" TO WT-CALL GO C.
           IF WZ-ZWAHL = 149 CALL "PAKOKBUD" USING "20KBUDGB" WH-CREG
                         MOVE "PAKOKBUD" TO WT-CALL GO C.
           IF WZ-ZWAHL = 150 CALL "PAKOLIQU" USING "10LIQVOR" WH-CREG
                         MOVE "PAKOLIQU" TO WT-CALL GO C.
           IF WZ-ZWAHL = 151 CALL "PARSILO" USING "10SILOW" WH-CREG
                         MOVE "PARSILO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 152 CALL "PARSILO" USING "20SILOZ" WH-CREG
                         MOVE "PARSILO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 153 CALL "PARSILO" USING "30SILOV" WH-CREG
                         MOVE "PARSILO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 154 CALL "PARSILO" USING "40SILOF" WH-CREG
                         MOVE "PARSILO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 155 CALL "PANPRICA" USING "10PRICAT" WH-CREG
                         MOVE "PANPRICA" TO WT-CALL GO C.
           IF WZ-ZWAHL = 156 CALL "PANCUTOF" USING "10CUTOFW" WH-CREG
                         MOVE "PANCUTOF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 157 CALL "PANCUTOF" USING "20CUTOFL" WH-CREG
                         MOVE "PANCUTOF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 158 CALL "PANZAHLG" USING "10TEILZ" WH-CREG
                         MOVE "PANZAHLG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 159 CALL "PANZAHLG" USING "20AKONTO" WH-CREG
                         MOVE "PANZAHLG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 160 CALL "PANZAHLG" USING "30RESTL" WH-CREG
                         MOVE "PANZAHLG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 161 CALL "PANMAILV" USING "10MAILKZ" WH-CREG
                         MOVE "PANMAILV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 162 CALL "PANMAILV" USING "20MAILSP" WH-CREG
                         MOVE "PANMAILV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 163 CALL "PANMAILV" USING "30MAILPR" WH-CREG
                         MOVE "PANMAILV" TO WT-CALL GO C.
           IF WZ-ZWAHL = 164 CALL "PANTOURE" USING "10TOURDB" WH-CREG
                         MOVE "PANTOURE" TO WT-CALL GO C.
           IF WZ-ZWAHL = 165 CALL "PANTAGPR" USING "10TAGPRF" WH-CREG
                         MOVE "PANTAGPR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 166 CALL "PANICVER" USING "10ICKENN" WH-CREG
                         MOVE "PANICVER" TO WT-CALL GO C.
           IF WZ-ZWAHL = 167 CALL "PANICVER" USING "20ICVERR" WH-CREG
                         MOVE "PANICVER" TO WT-CALL GO C.
           IF WZ-ZWAHL = 168 CALL "PANICVER" USING "30ICABST" WH-CREG
                         MOVE "PANICVER" TO WT-CALL GO C.
           IF WZ-ZWAHL = 169 CALL "PANSSCC" USING "10PALBIL" WH-CREG
                         MOVE "PANSSCC" TO WT-CALL GO C.
           IF WZ-ZWAHL = 170 CALL "PANSSCC" USING "20PALLST" WH-CREG
                         MOVE "PANSSCC" TO WT-CALL GO C.
           IF WZ-ZWAHL = 171 CALL "PANAUTO" USING "10AUTOPA" WH-CREG
                         MOVE "PANAUTO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 172 MOVE 2 TO WP-CKPG PERFORM PROTOK-START
                         CALL "PANAUTO" USING "20AUTOKE" WH-CREG
                         MOVE "PANAUTO" TO WT-CALL
                         CANCEL "PANAUTO" PERFORM PROTOK-ENDE GO C.
           IF WZ-ZWAHL = 173 CALL "PANPRUEF" USING "10STAMMP" WH-CREG
                         MOVE "PANPRUEF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 174 CALL "PANPRUEF" USING "20UIDEXP" WH-CREG
                         MOVE "PANPRUEF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 175 CALL "PANPRUEF" USING "30UIDIMP" WH-CREG
                         MOVE "PANPRUEF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 176 CALL "PANDISPO" USING "10DISPO" WH-CREG
                         MOVE "PANDISPO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 177 CALL "PANHOGAS" USING "10HOGKZ" WH-CREG
                         MOVE "PANHOGAS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 178 CALL "PANHOGAS" USING "20HOGAV" WH-CREG
                         MOVE "PANHOGAS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 179 CALL "PANHOGAS" USING "30HOGAB" WH-CREG
                         MOVE "PANHOGAS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 180 CALL "PANBSKOM" USING "30TOURKO" WH-CREG
                         MOVE "PANBSKOM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 181 CALL "PANGEWVR" USING "10GEWKZW" WH-CREG
                         MOVE "PANGEWVR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 182 CALL "PANGEWVR" USING "20GEWERF" WH-CREG
                         MOVE "PANGEWVR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 183 CALL "PANGEWVR" USING "30GEWLST" WH-CREG
                         MOVE "PANGEWVR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 184 CALL "PANPERSP" USING "10PERSPW" WH-CREG
                         MOVE "PANPERSP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 185 CALL "PANPERSP" USING "20PERSPL" WH-CREG
                         MOVE "PANPERSP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 186 CALL "PANKDDB" USING "10KDDB" WH-CREG
                         MOVE "PANKDDB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 187 CALL "PARWOVER" USING "10WOVER" WH-CREG
                         MOVE "PARWOVER" TO WT-CALL GO C.
           IF WZ-ZWAHL = 188 CALL "PARWOVER" USING "20WOSIM" WH-CREG
                         MOVE "PARWOVER" TO WT-CALL GO C.
           IF WZ-ZWAHL = 189 CALL "PANSPERR" USING "10SPERRW" WH-CREG
                         MOVE "PANSPERR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 190 CALL "PANSPERR" USING "20SPERRL" WH-CREG
                         MOVE "PANSPERR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 191 CALL "PAKORPRF" USING "10RPTOL" WH-CREG
                         MOVE "PAKORPRF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 192 CALL "PAKORPRF" USING "20RPLAUF" WH-CREG
                         MOVE "PAKORPRF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 193 CALL "PAKORPRF" USING "30RPLIST" WH-CREG
                         MOVE "PAKORPRF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 194 CALL "PAKORPRF" USING "40RPFREI" WH-CREG
                         MOVE "PAKORPRF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 195 CALL "PARALLRG" USING "10ALLROH" WH-CREG
                         MOVE "PARALLRG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 196 CALL "PARALLRG" USING "20ALLROL" WH-CREG
                         MOVE "PARALLRG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 197 CALL "PARALLRG" USING "30ALLDIF" WH-CREG
                         MOVE "PARALLRG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 198 CALL "PARALLRG" USING "40ALLUEB" WH-CREG
                         MOVE "PARALLRG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 199 CALL "PANSPEZ" USING "10SPEZART" WH-CREG
                         MOVE "PANSPEZ" TO WT-CALL GO C.
           IF WZ-ZWAHL = 200 CALL "PANSPEZ" USING "20SPEZPAR" WH-CREG
                         MOVE "PANSPEZ" TO WT-CALL GO C.
           IF WZ-ZWAHL = 201 CALL "PANSPEZ" USING "30SPEZNEU" WH-CREG
                         MOVE "PANSPEZ" TO WT-CALL GO C.
           IF WZ-ZWAHL = 202 CALL "PANHACCP" USING "10HACERF" WH-CREG
                         MOVE "PANHACCP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 203 CALL "PANHACCP" USING "20HACABW" WH-CREG
                         MOVE "PANHACCP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 204 CALL "PANCHARG" USING "30CHBACK" WH-CREG
                         MOVE "PANCHARG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 205 CALL "PARKALK" USING "30OFENST" WH-CREG
                         MOVE "PARKALK" TO WT-CALL GO C.
           IF WZ-ZWAHL = 206 CALL "PANVERP" USING "10VERPST" WH-CREG
                         MOVE "PANVERP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 207 CALL "PANVERP" USING "20VERARA" WH-CREG
                         MOVE "PANVERP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 208 CALL "PANVERP" USING "30VERBRA" WH-CREG
                         MOVE "PANVERP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 209 CALL "PAKORETR" USING "10RETRO" WH-CREG
                         MOVE "PAKORETR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 210 CALL "PAKORETR" USING "20RETKL" WH-CREG
                         MOVE "PAKORETR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 211 CALL "PAKORETR" USING "30RETST" WH-CREG
                         MOVE "PAKORETR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 212 CALL "PANPRODM" USING "10PRODER" WH-CREG
                         MOVE "PANPRODM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 213 CALL "PANPRODM" USING "20PRODTG" WH-CREG
                         MOVE "PANPRODM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 214 CALL "PANPRODM" USING "30PRODMO" WH-CREG
                         MOVE "PANPRODM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 215 CALL "PANKAPAZ" USING "10KAPST" WH-CREG
                         MOVE "PANKAPAZ" TO WT-CALL GO C.
           IF WZ-ZWAHL = 216 CALL "PANKAPAZ" USING "20KAPVS" WH-CREG
                         MOVE "PANKAPAZ" TO WT-CALL GO C.
           IF WZ-ZWAHL = 217 CALL "PANKAPAZ" USING "30KAPNEU" WH-CREG
                         MOVE "PANKAPAZ" TO WT-CALL GO C.
           IF WZ-ZWAHL = 218 CALL "PAKOZEIT" USING "50SCHST" WH-CREG
                         MOVE "PAKOZEIT" TO WT-CALL GO C.
           IF WZ-ZWAHL = 219 CALL "PAKOZEIT" USING "60SCHPL" WH-CREG
                         MOVE "PAKOZEIT" TO WT-CALL GO C.
           IF WZ-ZWAHL = 220 CALL "PANFERTL" USING "10FGART" WH-CREG
                         MOVE "PANFERTL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 221 CALL "PANFERTL" USING "20FGZUG" WH-CREG
                         MOVE "PANFERTL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 222 CALL "PANFERTL" USING "30FGLIEF" WH-CREG
                         MOVE "PANFERTL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 223 CALL "PANFERTL" USING "40FGLIST" WH-CREG
                         MOVE "PANFERTL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 224 CALL "PANFISW" USING "10FISWO" WH-CREG
                         MOVE "PANFISW" TO WT-CALL GO C.
           IF WZ-ZWAHL = 225 CALL "PANFISW" USING "20FISMO" WH-CREG
                         MOVE "PANFISW" TO WT-CALL GO C.
           IF WZ-ZWAHL = 226 CALL "PANAUFB" USING "10AUFBP" WH-CREG
                         MOVE "PANAUFB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 227 CALL "PANAUFB" USING "20AUFBR" WH-CREG
                         MOVE "PANAUFB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 228 CALL "PANVECEX" USING "10PLUVOLL" WH-CREG
                         MOVE "PANVECEX" TO WT-CALL GO C.
           IF WZ-ZWAHL = 229 CALL "PANVECEX" USING "20PLUAEND" WH-CREG
                         MOVE "PANVECEX" TO WT-CALL GO C.
           IF WZ-ZWAHL = 230 CALL "PANBARVK" USING "30PKSTAMM" WH-CREG
                         MOVE "PANBARVK" TO WT-CALL GO C.
           IF WZ-ZWAHL = 231 CALL "PANBARVK" USING "40PKABZUG" WH-CREG
                         MOVE "PANBARVK" TO WT-CALL GO C.
           IF WZ-ZWAHL = 232 CALL "PANVORB" USING "10VBERF" WH-CREG
                         MOVE "PANVORB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 233 CALL "PANVORB" USING "20VBABH" WH-CREG
                         MOVE "PANVORB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 234 CALL "PANVORB" USING "30VBLIST" WH-CREG
                         MOVE "PANVORB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 235 CALL "PANVORB" USING "40VBOFFEN" WH-CREG
                         MOVE "PANVORB" TO WT-CALL GO C.
           IF WZ-ZWAHL = 236 CALL "PANLADR" USING "10LADR" WH-CREG
                         MOVE "PANLADR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 237 CALL "PANLADR" USING "20LADAU" WH-CREG
                         MOVE "PANLADR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 238 CALL "PANLADR" USING "30LAANL" WH-CREG
                         MOVE "PANLADR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 239 CALL "PANPRGRP" USING "10PRGRP" WH-CREG
                         MOVE "PANPRGRP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 240 CALL "PANPRGRP" USING "20PRZUO" WH-CREG
                         MOVE "PANPRGRP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 241 CALL "PANPRGRP" USING "30PRZUS" WH-CREG
                         MOVE "PANPRGRP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 242 CALL "PANTOURS" USING "20GEOKO" WH-CREG
                         MOVE "PANTOURS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 243 CALL "PANMDE" USING "10MDEUEB" WH-CREG
                         MOVE "PANMDE" TO WT-CALL GO C.
           IF WZ-ZWAHL = 244 CALL "PANMDE" USING "20MDERUE" WH-CREG
                         MOVE "PANMDE" TO WT-CALL GO C.
           IF WZ-ZWAHL = 245 CALL "PANRECAD" USING "10RECIMP" WH-CREG
                         MOVE "PANRECAD" TO WT-CALL GO C.
           IF WZ-ZWAHL = 246 CALL "PANRECAD" USING "20RECABG" WH-CREG
                         MOVE "PANRECAD" TO WT-CALL GO C.
           IF WZ-ZWAHL = 247 CALL "PANZM" USING "10ZMEU" WH-CREG
                         MOVE "PANZM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 248 CALL "PANZM" USING "20ZMLST" WH-CREG
                         MOVE "PANZM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 249 CALL "PANZM" USING "30ZMPAR" WH-CREG
                         MOVE "PANZM" TO WT-CALL GO C.
           IF WZ-ZWAHL = 250 CALL "PANVERTR" USING "10VTSTAM" WH-CREG
                         MOVE "PANVERTR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 251 CALL "PANVERTR" USING "20VTZUO" WH-CREG
                         MOVE "PANVERTR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 252 CALL "PANVERTR" USING "30VTPROV" WH-CREG
                         MOVE "PANVERTR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 253 CALL "PARLOS" USING "30LOSWAG" WH-CREG
                         MOVE "PARLOS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 254 CALL "PARLOS" USING "70LOSTRC" WH-CREG
                         MOVE "PARLOS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 255 CALL "PAKOFUHR" USING "40FZPRF" WH-CREG
                         MOVE "PAKOFUHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 256 CALL "PAKOFUHR" USING "50FZERL" WH-CREG
                         MOVE "PAKOFUHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 257 CALL "PAKOFUHR" USING "60FZFAEL" WH-CREG
                         MOVE "PAKOFUHR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 258 CALL "PANSEPRL" USING "10RLIMP" WH-CREG
                         MOVE "PANSEPRL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 259 CALL "PANSEPRL" USING "20RLQUOT" WH-CREG
                         MOVE "PANSEPRL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 260 CALL "PANSEPRL" USING "30RLKONS" WH-CREG
                         MOVE "PANSEPRL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 261 CALL "PANEPCQR" USING "20QRWART" WH-CREG
                         MOVE "PANEPCQR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 262 CALL "PAKOKUML" USING "10UMLSCH" WH-CREG
                         MOVE "PAKOKUML" TO WT-CALL GO C.
           IF WZ-ZWAHL = 263 CALL "PAKOKUML" USING "20UMLAUF" WH-CREG
                         MOVE "PAKOKUML" TO WT-CALL GO C.
           IF WZ-ZWAHL = 264 CALL "PANCOCKP" USING "10LEITST" WH-CREG
                         MOVE "PANCOCKP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 265 CALL "PANCOCKP" USING "20LEITWA" WH-CREG
                         MOVE "PANCOCKP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 266 CALL "PANFLASH" USING "10FLASH" WH-CREG
                         MOVE "PANFLASH" TO WT-CALL GO C.
           IF WZ-ZWAHL = 267 CALL "PANFLASH" USING "20FLVERT" WH-CREG
                         MOVE "PANFLASH" TO WT-CALL GO C.
           IF WZ-ZWAHL = 268 CALL "PANBIEX" USING "10BIEX" WH-CREG
                         MOVE "PANBIEX" TO WT-CALL GO C.
           IF WZ-ZWAHL = 269 CALL "PAKOPRUF" USING "10BPEXP" WH-CREG
                         MOVE "PAKOPRUF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 270 CALL "PANSPOOL" USING "30SPLIST" WH-CREG
                         MOVE "PANSPOOL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 271 CALL "PANSPOOL" USING "40SPEIN" WH-CREG
                         MOVE "PANSPOOL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 272 CALL "PANSPOOL" USING "50SPTYP" WH-CREG
                         MOVE "PANSPOOL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 273 CALL "PANDSGVO" USING "10DSAUSK" WH-CREG
                         MOVE "PANDSGVO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 274 CALL "PANDSGVO" USING "20DSANON" WH-CREG
                         MOVE "PANDSGVO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 276 CALL "PANNACHF" USING "10NFERF" WH-CREG
                         MOVE "PANNACHF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 277 CALL "PANNACHF" USING "20NFVOR" WH-CREG
                         MOVE "PANNACHF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 278 CALL "PANNACHF" USING "30NFLAUF" WH-CREG
                         MOVE "PANNACHF" TO WT-CALL GO C.
           IF WZ-ZWAHL = 279 CALL "PANBSFOR" USING "10BSFORM" WH-CREG
                         MOVE "PANBSFOR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 280 CALL "PANEREIG" USING "10EREIG" WH-CREG
                         MOVE "PANEREIG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 281 CALL "PANEREIG" USING "20EREIGV" WH-CREG
                         MOVE "PANEREIG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 282 CALL "PANEREIG" USING "30EREIGA" WH-CREG
                         MOVE "PANEREIG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 283 CALL "PANDAUVO" USING "10DVERF" WH-CREG
                         MOVE "PANDAUVO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 284 CALL "PANDAUVO" USING "20DVLIST" WH-CREG
                         MOVE "PANDAUVO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 285 CALL "PANDAUVO" USING "30DVUEB" WH-CREG
                         MOVE "PANDAUVO" TO WT-CALL GO C.
           IF WZ-ZWAHL = 286 CALL "PANABWAN" USING "10ABWAN" WH-CREG
                         MOVE "PANABWAN" TO WT-CALL GO C.
           IF WZ-ZWAHL = 287 CALL "PANTAGHI" USING "10THLAD" WH-CREG
                         MOVE "PANTAGHI" TO WT-CALL GO C.
           IF WZ-ZWAHL = 288 CALL "PANTAGHI" USING "20THNACH" WH-CREG
                         MOVE "PANTAGHI" TO WT-CALL GO C.
           IF WZ-ZWAHL = 289 CALL "PANTAGHI" USING "30THAUSW" WH-CREG
                         MOVE "PANTAGHI" TO WT-CALL GO C.
           IF WZ-ZWAHL = 290 CALL "PARPLIMP" USING "10PLVERK" WH-CREG
                         MOVE "PARPLIMP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 291 CALL "PARPLIMP" USING "20PLEINL" WH-CREG
                         MOVE "PARPLIMP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 292 CALL "PARPLIMP" USING "30PLFAEL" WH-CREG
                         MOVE "PARPLIMP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 293 CALL "PANARREP" USING "10ARPARM" WH-CREG
                         MOVE "PANARREP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 294 CALL "PANARREP" USING "20ARVORS" WH-CREG
                         MOVE "PANARREP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 295 CALL "PANARREP" USING "30ARLAUF" WH-CREG
                         MOVE "PANARREP" TO WT-CALL GO C.
           IF WZ-ZWAHL = 296 CALL "PANSERVL" USING "10SVAUFB" WH-CREG
                         MOVE "PANSERVL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 297 CALL "PANSERVL" USING "20SVLIST" WH-CREG
                         MOVE "PANSERVL" TO WT-CALL GO C.
           IF WZ-ZWAHL = 298 CALL "PANVZINS" USING "10VZEINS" WH-CREG
                         MOVE "PANVZINS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 299 CALL "PANVZINS" USING "20VZLAUF" WH-CREG
                         MOVE "PANVZINS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 300 CALL "PAKOKABG" USING "10KABGFI" WH-CREG
                         MOVE "PAKOKABG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 301 CALL "PAKOKABG" USING "20KABGTG" WH-CREG
                         MOVE "PAKOKABG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 302 CALL "PAKOKABG" USING "30KABGKL" WH-CREG
                         MOVE "PAKOKABG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 303 CALL "PAKOKABG" USING "40KABGML" WH-CREG
                         MOVE "PAKOKABG" TO WT-CALL GO C.
           IF WZ-ZWAHL = 304 CALL "PARREZFR" USING "10REZENT" WH-CREG
                         MOVE "PARREZFR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 305 CALL "PARREZFR" USING "20REZFRE" WH-CREG
                         MOVE "PARREZFR" TO WT-CALL GO C.
           IF WZ-ZWAHL = 306 CALL "PANRUNDS" USING "10RSTEXT" WH-CREG
                         MOVE "PANRUNDS" TO WT-CALL GO C.
           IF WZ-ZWAHL = 307 CALL "PANRUNDS" USING "20RSVERS" WH-CREG
                         MOVE "PANRUNDS" TO WT-CALL GO C.
      *-----> Reorganisation: eigene Dateien dafuer freigeben <-
           IF WZ-ZWAHL = 147
               CLOSE FAKTDAT LFSCHEIN ARTIKEL DEBITOR DAUER KONSTANT
               CALL "PANREORG" USING "30REORGA" WH-CREG
               CANCEL "PANREORG"
               MOVE "PANREORG" TO WT-CALL
               OPEN I-O FAKTDAT
               OPEN I-O LFSCHEIN
               OPEN I-O ARTIKEL
               OPEN I-O DEBITOR
               OPEN I-O DAUER
               OPEN I-O KONSTANT
               GO C.
      *-----> Konto umnummerieren: eigene Dateien freigeben <-
           IF WZ-ZWAHL = 275
               CLOSE FAKTDAT LFSCHEIN ARTIKEL DEBITOR DAUER KONSTANT
               CALL "PANKTOUM" USING "10KTOUM" WH-CREG
               CANCEL "PANKTOUM"
               MOVE "PANKTOUM" TO WT-CALL
               OPEN I-O FAKTDAT
               OPEN I-O LFSCHEIN
               OPEN I-O ARTIKEL
               CLOSE FAKTDAT LFSCHEIN ARTIKEL DEBITOR DAUER KONSTANT
               CALL "PANSNAP" USING "20RESTOR" WH-CREG
               CANCEL "PANSNAP"
               MOVE "PANSNAP" TO WT-CALL
               OPEN I-O FAKTDAT
               OPEN I-O LFSCHEIN
               OPEN I-O ARTIKEL
               OPEN I-O DAUER
               OPEN I-O KONSTANT
               GO C.
      *-----> Druckauftrag des Zweigs abschliessen, Programm
      *       freigeben <-
       C.  PERFORM SPOOL-ENDE.
           IF WT-CALL NOT = SPACE CANCEL WT-CALL.
           MOVE SPACE TO WT-CALL.
           MOVE 9 TO WH-PG GO B.
      *---------------------> Verzweigung aus Lieferscheinbearbeitung <-
       G.  PERFORM SPOOL-WECHSEL.
           CALL "PANLIEF" USING "30LFWAHL" WH-CREG.
           CANCEL "PANLIEF".
           MOVE "PANLIEF" TO WT-CALL.
           PERFORM SPOOL-WECHSEL.
           IF WH-PG = 11 CALL "PANLFDRU" USING "50TAGTOUR" WH-CREG
                         MOVE "PANLFDRU" TO WT-CALL GO C.
           IF WH-PG = 12 CALL "PANLFDRU" USING "60HOFMODE" WH-CREG
                         MOVE "PANLFDRU" TO WT-CALL GO C.
           IF WH-PG = 13 CALL "PANLFDRU" USING "70HOFLIST" WH-CREG
                         MOVE "PANLFDRU" TO WT-CALL GO C.
           IF WH-PG = 0 GO C.
           IF WH-PG = 10 CALL "PANLAG" USING "10LAGER" WH-CREG
               MOVE "PANLAG" TO WT-CALL
               CANCEL "PANLAG" GO G.
           MOVE 1 TO WP-CKPG PERFORM PROTOK-START.
           CALL "PANTUED" USING "30UEBFAK" WH-CREG.
           CANCEL "PANTUED".
           MOVE "PANTUED" TO WT-CALL.
           PERFORM SPOOL-WECHSEL.
           CALL "PANARCH" USING "11REARC" WH-CREG.
           CANCEL "PANARCH".
           MOVE "PANARCH" TO WT-CALL.
           PERFORM SPOOL-WECHSEL.
           PERFORM PROTOK-ENDE.
           IF WH-PG = 4; IF WY = 10
               CALL "PANLFDRU" USING "01LFDRU" WH-CREG
               MOVE "PANLFDRU" TO WT-CALL
               CANCEL "PANLFDRU" GO G.
           IF WH-PG = 6 OR WH-PG = 7;
               IF NOT ESC CALL "PANLFDRU" USING "01LFDRU" WH-CREG
                   MOVE "PANLFDRU" TO WT-CALL
                   CANCEL "PANLFDRU" GO G.
           GO C.
       Z.  EXIT.
           WRITE PK-SATZ.
       PROTOK-ENDE-EXIT.
           EXIT.
      *-------------------------------------------> Druckarchiv <------*
      *  Vor jedem Zweig wird der Drucker auf eine Spooldatei umge-
      *  stellt, danach legt PANSPOOL den Auftrag unter dem Programm
      *  in WT-CALL ab und druckt ihn lt. Einstellung (KONSTANT Key
      *  54); Ketten wechseln nach jedem Programm den Auftrag.
       SPOOL-BEGINN.
           MOVE 10 TO WH-SPCA.
           MOVE SPACE TO WH-SPPRG.
           CALL "PANSPOOL" USING WH-SPCALL WH-CREG
               ON OVERFLOW NEXT SENTENCE.
       SPOOL-BEGINN-EXIT.
           EXIT.
       SPOOL-ENDE.
           MOVE 20 TO WH-SPCA.
           MOVE WT-CALL TO WH-SPPRG.
           CALL "PANSPOOL" USING WH-SPCALL WH-CREG
               ON OVERFLOW NEXT SENTENCE.
       SPOOL-ENDE-EXIT.
           EXIT.
       SPOOL-WECHSEL.
           PERFORM SPOOL-ENDE.
           PERFORM SPOOL-BEGINN.
           MOVE SPACE TO WT-CALL.
       SPOOL-WECHSEL-EXIT.
           EXIT.
      *-------------------------------------------> Tagesabgleich <----*
      *  Vergleicht die Touren-/Backzettelsummen aus SUMMEN (PANESUMM.
      *  DAT) mit den tatsaechlich in BUCHUNG (FIBUEBER.DAT) angekomm-

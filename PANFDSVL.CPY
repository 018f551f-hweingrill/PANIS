      ****** Lieferservicegrad je Monat (PANSERVL) *
      *  SV-TYP: G = gesamt (SV-NUM 0), C = Kette (Rechnungskonto
      *  DE-REKTO, 0 = Einzelkunden), K = Kunde, A = Artikel,
      *  T = Tour; Mengen aus LF-MENGE(1) bestellt und LF-MENGE(2)
      *  Rueckstand, Ablieferung und Uhrzeit aus PANPODAT.DAT
       FD  SERVSTAT     external       LABEL RECORD STANDARD.
       01  SV-SATZ.
           03  SV-KEY.
               05 SV-MONAT             PIC 9(6)       COMP.
               05 SV-TYP               PIC X.
               05 SV-NUM               PIC 9(6)       COMP.
           03  SV-KETTE                PIC 9(6)       COMP.
           03  SV-WERTE.
      *-------------------------------> Mengen und Zeilen <-
               05 SV-BEST              PIC S9(9)      COMP.
               05 SV-GELF              PIC S9(9)      COMP.
               05 SV-ZEIL              PIC 9(7)       COMP.
               05 SV-ZVOLL             PIC 9(7)       COMP.
      *-------------------------------> Lieferungen (Lieferscheine) <-
               05 SV-LIEF              PIC 9(7)       COMP.
               05 SV-OTIF              PIC 9(7)       COMP.
               05 SV-POD               PIC 9(7)       COMP.
               05 SV-ZFPR              PIC 9(7)       COMP.
               05 SV-ZFOK              PIC 9(7)       COMP.
               05 SV-VERW              PIC 9(7)       COMP.
               05 SV-ABW               PIC 9(7)       COMP.

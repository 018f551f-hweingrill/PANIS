      ****** Lieferanten-Artikelnummer je Rohstoff (Preislisten) *
      *  Key = Lieferanten-Matchcode (KR-MCODE / LG-LIEF) und
      *  Artikelnummer des Lieferanten; je Rohstoff mehrere
      *  Lieferanten moeglich
       FD  LIEFART      external       LABEL RECORD STANDARD.
       01  LX-SATZ.
           03  LX-KEY.
               05 LX-LIEF              PIC X(5).
               05 LX-LFTART            PIC X(15).
           03  LX-AKEY.
               05 LX-LGNUM             PIC 9(4)       COMP.
           03  LX-DATUM                PIC 9(8)       COMP.
      ****** zur Nachkalkulation vorgemerkte Rezepte *
      *  KV-LGNUM: ausloesender Rohstoff (0 = eingebettetes Rezept
      *  KV-REZNR), wird vom Kalkulationslauf (PARKALK) geloescht
       FD  KALKVORM     external       LABEL RECORD STANDARD.
       01  KV-SATZ.
           03  KV-KEY.
               05 KV-RENUM             PIC 9(4)       COMP.
           03  KV-DATUM                PIC 9(8)       COMP.
           03  KV-LGNUM                PIC 9(4)       COMP.
           03  KV-REZNR                PIC 9(4)       COMP.
           03  KV-LIEF                 PIC X(5).

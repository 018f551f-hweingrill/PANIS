      ******* zuletzt ausgegebene Produktspezifikation je Kunde *
      *  SH-KTONR = 0: Ausgabe ohne Kundenbezug; SH-DATEN haelt die
      *  Quellwerte der letzten Ausgabe (PANSPEZ, WH-SPEZ) fuer die
      *  Erkennung einer notwendigen Neuausgabe
       FD  SPEZHIST     external       LABEL RECORD STANDARD.
       01  SH-SATZ.
           03  SH-KEY.
               05 SH-KTONR             PIC 9(6)       COMP.
               05 SH-ARNUM             PIC 9(4)       COMP.
           03  SH-DATUM                PIC 9(8)       COMP.
           03  SH-AUSG                 PIC 999        COMP.
           03  SH-DATEN                PIC X(330).

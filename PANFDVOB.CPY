      ************ Vorbestellungen Werksverkauf (Fest-Vorbestellbuch) *
      *  VB-STAT O = offen, A = abgeholt, S = storniert
      *  VB-AKEY: Abholtag und Vorbestellnummer (Abhol-/Backliste)
       FD  VORBEST      external       LABEL RECORD STANDARD.
       01  VB-SATZ.
           03  VB-KEY.
               05 VB-NUM               PIC 9(6)       COMP.
           03  VB-AKEY.
               05 VB-ABDAT             PIC 9(8)       COMP.
               05 VB-ANUM              PIC 9(6)       COMP.
           03  VB-ABZEIT               PIC 9(4)       COMP.
           03  VB-NAME                 PIC X(30).
           03  VB-TEL                  PIC X(20).
           03  VB-ERFDAT               PIC 9(8)       COMP.
           03  VB-STAT                 PIC X.
               88 VB-OFFEN                            VALUE "O".
               88 VB-ABGEHOLT                         VALUE "A".
               88 VB-STORNO                           VALUE "S".
           03  VB-SUMME                PIC S9(7)V99   COMP.
           03  VB-ANZ                  PIC S9(7)V99   COMP.
           03  VB-ANZBEL               PIC 9(8)       COMP.
           03  VB-ABBEL                PIC 9(8)       COMP.
           03  VB-POS                                 OCCURS 10.
               05 VB-ARNUM             PIC 9(4)       COMP.
               05 VB-MENGE             PIC S9(5)      COMP.
               05 VB-PREIS             PIC S9(5)V99   COMP.
      *------------> VB-NUM = 0: letzte vergebene Nummer <-
       01  VB-KSATZ.
           03  VB-KNUM                 PIC 9(6)       COMP.
           03  VB-LETZTE               PIC 9(6)       COMP.

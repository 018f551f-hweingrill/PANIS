      ************ Produktionskapazitaet je Ofen und Knetkessel *
      *  KC-ART 1 = Ofen, 2 = Knetkessel; KC-STD Stunden je
      *  Produktionstag, beim Kessel zusaetzlich die Knetzeit je
      *  Charge (Chargengroesse aus RE-CHMAX des Rezeptes)
       FD  KAPAZ        external       LABEL RECORD STANDARD.
       01  KC-SATZ.
           03  KC-KEY.
               05 KC-ART               PIC 9          COMP.
                  88 KC-OFEN           VALUE 1.
                  88 KC-KESSEL         VALUE 2.
               05 KC-NR                PIC 99         COMP.
           03  KC-BEZ                  PIC X(20).
           03  KC-STD                  PIC 99V9       COMP.
           03  KC-CHMIN                PIC 999        COMP.
      ************ laufende Belegung je Produktionstag und Artikel *
      *  wird von der Auftragserfassung mitgefuehrt (PANKAPAZ 50);
      *  KB-ARNUM 0 ist die Tagessumme aller Artikel
       FD  KAPBEL       external       LABEL RECORD STANDARD.
       01  KB-SATZ.
           03  KB-KEY.
               05 KB-DATUM             PIC 9(8)       COMP.
               05 KB-ARNUM             PIC 9(4)       COMP.
           03  KB-MENGE                PIC S9(7)      COMP.
           03  KB-OFMIN                PIC S9(7)      COMP.
           03  KB-CHARG                PIC S9(5)      COMP.

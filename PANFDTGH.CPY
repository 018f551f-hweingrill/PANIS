      ********** Tageshistorie je Kunde, Artikel und Liefertag *
      *  TH-MENGE geliefert, TH-RET Retour, TH-UMSATZ netto
      *  (Menge - Retour) zum Preis des Tages, TH-TOUR Tour des
      *  Kunden; TH-QUELLE R = Rechnungslauf (Tagesraster),
      *  A = Erstladung aus dem Lieferscheinarchiv PANLFAjj.DAT
       FD  TAGHIST      external       LABEL RECORD STANDARD.
       01  TH-SATZ.
           03  TH-KEY.
               05 TH-KTONR             PIC 9(6)       COMP.
               05 TH-ARNUM             PIC 9(4)       COMP.
               05 TH-DATUM             PIC 9(8)       COMP.
           03  TH-TOUR                 PIC 99         COMP.
           03  TH-MENGE                PIC S9(5)      COMP.
           03  TH-RET                  PIC S9(5)      COMP.
           03  TH-UMSATZ               PIC S9(7)V99   COMP.
           03  TH-QUELLE               PIC X.
               88  TH-RECHLAUF         VALUE "R".
               88  TH-ARCHIV           VALUE "A".

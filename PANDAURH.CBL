      *     Rhythmusregeln fuer Dauerbestellungen (DA-RHYT)            *
      *     0 = jede Woche, 1 = gerade Woche, 2 = ungerade Woche,      *
      *     3 = nur am 1.-7. des Monats (z.B. erster Montag)           *
      *     WL-CA 10: Wartung der Regel je DAUER-Eintrag (Konto,       *
      *               Artikel, Lieferadresse DA-LADR) mit              *
      *               Vorschaukalender der naechsten 4 Wochen          *
      *     WL-CA 50: Regelpruefung fuer die Lieferscheinerzeugung:    *
      *               WH-NUM = Konto, WX = Artikel, WZ-DATUM = Datum   *
      *               (Eintrag zur Kundenadresse, DA-LADR = 0)         *
      *               -> WH-WERT = 1 liefern / 0 aussetzen             *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       01  WF-REG.
           03  WH-KTONR                PIC 9(6).
           03  WH-ARNUM                PIC 9(4).
           03  WH-LADR                 PIC 99.
           03  WH-HEUTE                PIC 9(8)     COMP.
           03  WH-TAGI                 PIC 9(8)     COMP.
           03  WH-TAGX                 PIC 9(8)     COMP.
           DISPLAY "Artikel:" AT 2430.
           MOVE 0 TO WH-ARNUM.
           ACCEPT WH-ARNUM AT 2440.
           DISPLAY "Lieferadresse:" AT 2340.
           MOVE 0 TO WH-LADR.
           ACCEPT WH-LADR AT 2355.
           MOVE WH-KTONR TO DA-KTONR.
           MOVE WH-ARNUM TO DA-ARNUM.
           MOVE WH-LADR TO DA-LADR.
           READ DAUER
               INVALID DISPLAY "Eintrag unbekannt" AT 2501 GO B.
           DISPLAY DA-BEZ AT 2450.
       A.  OPEN INPUT DAUER.
           MOVE WH-NUM TO DA-KTONR.
           MOVE WX TO DA-ARNUM.
           MOVE 0 TO DA-LADR.
           READ DAUER IGNORE LOCK
               INVALID MOVE 1 TO WH-WERT
               NOT INVALID PERFORM REGEL-KERN.

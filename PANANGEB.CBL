      *     WL-CA 30: Annahme - legt in einem Zug den DEBITOR, die     *
      *               FA-XTAB-Preise (FAKTDAT) und die DAUER-Zeilen    *
      *               an und setzt das Angebot auf G(ewonnen);         *
      *               V(erloren) kann hier ebenfalls gesetzt werden;   *
      *               ausgelaufene Artikel (AR-AUSGELAUFEN) werden     *
      *               weder erfasst noch bei der Annahme uebernommen   *
      *     WL-CA 40: Liste offen/gewonnen/verloren mit Trefferquote   *
      *     Nummernkreis: Satz mit AG-NUM = 0 traegt den Zaehler       *
      ******************************************************************
           03  WH-KTONR                PIC 9(6).
           03  WH-I                    PIC 99       COMP.
           03  WH-WT                   PIC 9        COMP.
           03  WH-AUSG                 PIC 99       COMP.
           03  WH-BETRAG               PIC S9(7)V99 COMP.
           03  WH-SUMME                PIC S9(7)V99 COMP.
           03  WD-OFFEN                PIC 9(5)     COMP VALUE ZERO.
               GO Z.
           MOVE AP-ARNUM(WH-I) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID MOVE "unbekannt" TO AR-BEZ
                       MOVE SPACE TO AR-AUSLKZ.
           MOVE 12 TO VDU-P.
           DISPLAY AR-BEZ AT VDU-LP.
           IF AR-AUSGELAUFEN
               DISPLAY "Artikel ausgelaufen" AT VDU-LP
               GO A.
           MOVE 40 TO VDU-P.
           DISPLAY "Menge:" AT VDU-LP.
           MOVE 47 TO VDU-P.
           DISPLAY "Konto schon vergeben" AT 2601.
           GO W.
       D.  PERFORM DEBIT-ANLEG.
           MOVE 0 TO WH-AUSG.
           PERFORM VARYING WH-I FROM 1 BY 1 UNTIL WH-I > 10
               IF AP-ARNUM(WH-I) NOT = 0
                   PERFORM FAKT-ANLEG.
           MOVE "G" TO AG-STAT.
           REWRITE AG-SATZ.
           DISPLAY "Kunde angelegt" AT 2601.
           IF WH-AUSG NOT = 0
               MOVE WH-AUSG TO WD-ANZ
               DISPLAY WD-ANZ AT 2616
               DISPLAY "Artikel ausgelaufen - nicht uebernommen"
                   AT 2624.
       W.  CLOSE DEBITOR FAKTDAT DAUER ARTIKEL.
           GO B.
       X.  CLOSE ANGEBOT.
           WRITE DE-SATZ.
       Z.  EXIT.
      ************** FA-Satz mit Grundpreis aus dem Angebot *
      *  und Dauerzeile; ausgelaufene Artikel werden uebergangen
       FAKT-ANLEG SECTION.
       A.  MOVE AP-ARNUM(WH-I) TO AR-NUM.
           READ ARTIKEL IGNORE LOCK
               INVALID MOVE SPACE TO AR-BEZ AR-AUSLKZ.
           IF AR-AUSGELAUFEN
               ADD 1 TO WH-AUSG
               GO Z.
           INITIALIZE FA-SATZ.
           MOVE WH-KTONR TO FA-KTONR.
           MOVE AP-ARNUM(WH-I) TO FA-ARNUM.
           MOVE AR-ABEZ TO FA-ARBEZ.
           MOVE AP-PREIS(WH-I) TO FA-PREIS(1).
           WRITE FA-SATZ INVALID REWRITE FA-SATZ.
           PERFORM DAUER-ANLEG.
       Z.  EXIT.
      ************ Dauerbestellung Montag - Samstag *
       DAUER-ANLEG SECTION.

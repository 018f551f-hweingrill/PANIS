      *     zugeordnet (Ersatzweise Konto + Betrag); zugeordnete       *
      *     Buchungen werden bezahlt gesetzt, alles andere kommt       *
      *     auf die Klaerungsliste PANBKCLR.LST                        *
      *     Vorrang hat die strukturierte Referenz RF... aus dem       *
      *     EPC-Zahlungscode (PANEPCQR): RF + Rechnungsnummer bzw.     *
      *     RF + K + Konto (Kontoauszug - Betrag = offener Saldo       *
      *     gleicht alle offenen Rechnungen des Kontos aus)            *
      *     Zahlt ein automatisch gesperrter Kunde (DE-SPERR aus       *
      *     dem Mahnlauf, Regel KONSTANT Satz 48) unter die Regel,     *
      *     kann ein Supervisor die Sperre hier aufheben -             *
      *********** Zuordnung: Rechnungsnummer, dann Konto+Betrag *
       ZUORDNUNG SECTION.
       A.  MOVE 0 TO WM-TREFFER.
           PERFORM RF-SUCH.
           IF WM-TREFFER = 1 GO Z.
      *-------------> Ziffernfolgen im Verwendungszweck absuchen <-
           MOVE 1 TO WH-CI.
       B.  IF WH-CI > 71 GO D.
           COMPUTE WH-CI = WH-CI + WH-CL.
           GO E.
       Z.  EXIT.
      ********** Creditor Reference RF... im Verwendungszweck *
       RF-SUCH SECTION.
       A.  MOVE 1 TO WH-CI.
       B.  IF WH-CI > 76 GO Z.
           IF BA-VERW(WH-CI:2) NOT = "RF" ADD 1 TO WH-CI GO B.
           MOVE SPACE TO WH-HILF.
           MOVE BA-VERW(WH-CI:) TO WH-HILF.
           CALL "PANEPCQR" USING "50" WH-CREG.
           IF WH-X = "J" GO C.
           ADD 2 TO WH-CI.
           GO B.
      *------> Referenz ohne RF/Pruefziffer steht in WH-HILF <-
       C.  IF WH-HILF(1:1) = "K" GO D.
           MOVE 0 TO WH-CL.
           INSPECT WH-HILF TALLYING WH-CL
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WH-CL > 7 GO Z.
           IF WH-HILF(1:WH-CL) NOT NUMERIC GO Z.
           MOVE ALL "0" TO WH-ZIFF.
           COMPUTE WH-CP = 8 - WH-CL.
           MOVE WH-HILF(1:WH-CL) TO WH-ZIFF(WH-CP:WH-CL).
           MOVE 7 TO WH-CL.
           PERFORM RENR-PRUEF.
           GO Z.
      *------> K + Konto: Betrag = offener Saldo des Kontos <-
       D.  MOVE 0 TO WH-CL.
           INSPECT WH-HILF(2:) TALLYING WH-CL
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WH-CL = 0 OR WH-CL > 6 GO Z.
           IF WH-HILF(2:WH-CL) NOT NUMERIC GO Z.
           MOVE SPACE TO WH-ZIFF.
           MOVE WH-HILF(2:WH-CL) TO WH-ZIFF(1:WH-CL).
           PERFORM ZIFF-RECHTS.
           MOVE WH-ZAHLW TO WH-KTO WH-SPKTO.
           PERFORM OFFEN-RECHNE.
           IF WH-OPSUM > 0 AND WH-BET = WH-OPSUM
               PERFORM KONTO-AUSGL
               GO Z.
           MOVE 0 TO WH-SPKTO.
           PERFORM KONTO-PRUEF.
       Z.  EXIT.
      ********** alle offenen Rechnungen des Kontos bezahlt *
       KONTO-AUSGL SECTION.
       A.  MOVE "R" TO BF-SA.
           MOVE 0 TO BF-REN.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO Z.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO Z.
           IF BF-SA NOT = "R" GO Z.
           IF BF-KTONR NOT = WH-KTO GO B.
           IF NOT BF-OFFEN GO B.
           MOVE BF-REN TO WH-NUM.
           CALL "PANZAHLG" USING "50SALDO" WH-CREG.
           IF WH-WERT = 0 PERFORM BEZAHLT-SETZ GO B.
      *------> nach Teilzahlungen den Rest ueber PANZAHLG <-
           COMPUTE WH-RESTB = BF-BET - WH-WERT.
           IF WH-RESTB NOT > 0 GO B.
           MOVE BF-KTONR TO WH-SPKTO.
           MOVE BF-REN TO WH-NUM.
           MOVE WH-RESTB TO WH-WERT.
           MOVE BA-DATUM TO WS-DATUM.
           CALL "PANZAHLG" USING "60TEILBU" WH-CREG.
           MOVE 1 TO WM-TREFFER.
           GO B.
       Z.  EXIT.
      ********** Ziffernfolge als Rechnungsnummer versuchen *
       RENR-PRUEF SECTION.
       A.  IF WH-CL < 4 OR WH-CL > 7 GO Z.

      *     Wiederholung). Jeder gespoolte Beleg bekommt im            *
      *     Rechnungsarchiv (PANREAjj.DAT) eine Versandweg-Zeile       *
      *     (REA-LFD = 99); alle anderen Kunden drucken wie bisher     *
      *     Offene Rechnungen bekommen zusaetzlich die Nutzdaten des   *
      *     EPC-Zahlungscodes (REA-LFD = 98, PANEPCQR), die der        *
      *     Spooler als QR-Code in das PDF stellt                      *
      *     Berichte an den Verteiler (MS-ART B, PANFLASH): MS-RENUM   *
      *     = Berichtstag JJMMTT, der Spooler verschickt die           *
      *     Textdatei FLjjmmtt.TXT als Anhang                          *
      *     Rundschreiben (MS-ART S, PANRUNDS): MS-RENUM = Brief-Nr.,  *
      *     der Spooler verschickt die Textdatei RSnnnnnn.TXT          *
      *     als Mailtext                                               *
      *     WL-CA 10: Kennzeichen, Mailadresse und Ansprechpartner     *
      *               je Debitor                                       *
      *     WL-CA 20: Spoollauf nach dem Rechnungslauf (je             *
      *               Rechnungstag)                                    *
      *     WL-CA 30: Sendeprotokoll / Status pflegen                  *
           03  MS-ART                  PIC X.
               88  MS-RECHN            VALUE "R".
               88  MS-LFSCH            VALUE "L".
               88  MS-BERICHT          VALUE "B".
               88  MS-RUNDS            VALUE "S".
           03  MS-STAT                 PIC X.
               88  MS-OFFEN            VALUE "O".
               88  MS-GESENDET         VALUE "G".
           03  WD-ERZ                  PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-NUM                  PIC 9(7).
       COPY PANQRCOD.CPY.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
           IF DE-MAILVERS AND DE-MAIL = SPACE
               DISPLAY "ohne Adresse kein Versand" AT 2665
               MOVE 0 TO DE-MAILKZ.
           DISPLAY "Ansprechpartner:" AT 2701.
           DISPLAY DE-KONTAKT AT 2718.
           ACCEPT DE-KONTAKT AT 2718.
           REWRITE DE-SATZ.
           GO B.
       X.  CLOSE DEBITOR.
                  DE-MAIL DELIMITED BY "  "
               INTO REA-REST.
           WRITE REA-SATZ INVALID REWRITE REA-SATZ.
           MOVE EF-RENUM TO WH-NUM.
           CALL "PANEPCQR" USING "10" WH-CREG.
           IF QR-LEN = 0 GO Z.
           MOVE 98 TO REA-LFD.
           MOVE SPACE TO REA-REST.
           MOVE QR-DATEN(1:QR-LEN) TO REA-REST.
           WRITE REA-SATZ INVALID REWRITE REA-SATZ.
       Z.  EXIT.
      ***************************** Sendeprotokoll / Status *
       PROTOKOLL SECTION.

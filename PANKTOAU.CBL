      *     Anfangssaldo, jede Rechnung (BF-REN/BF-DAT/BF-BET),        *
      *     jede Zahlung (BF-ZAHLDAT) des Monats, Endsaldo -           *
      *     ein kundengerechtes Schreiben, keine Mahnung               *
      *     bei offenem Endsaldo Zahlungsreferenz RF...K<Konto> und    *
      *     EPC-Zahlungscode (PANEPCQR, Laserdrucker)                  *
      *     WL-CA 10: ein Konto auf Zuruf                              *
      *     WL-CA 20: Serienlauf ueber alle Konten mit offenen         *
      *               Posten (Kundensammlung wie PANMAHN)              *
               05 DRA-SALDO            PIC Z.ZZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(70).
      *--------------------------> EPC-Zahlungscode als PCL-Grafik <-
       01  DRQ-SATZ                    PIC X(3800).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
      *---------------> Teilzahlungen (PANZAHLG.DAT) vorhanden? <-
           03  WM-ZVORH                PIC 9        COMP VALUE ZERO.
       COPY PANQRCOD.CPY.
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       EINZELN SECTION.
       A.  OPEN INPUT DEBITOR BUCHFAKT.
           PERFORM ZDAT-OEFFN.
           MOVE WE-DRU(1) TO WM-DRU.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
       B.  DISPLAY "Konto (0 = Ende):" AT 2401.
       SERIE SECTION.
       A.  OPEN INPUT DEBITOR BUCHFAKT.
           PERFORM ZDAT-OEFFN.
           MOVE WE-DRU(1) TO WM-DRU.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
           MOVE 0 TO WH-KANZ WD-ANZBR.
           MOVE "Endsaldo:" TO DRA-TEXT.
           MOVE WH-SALDO TO DRA-SALDO.
           WRITE DRA-SATZ AFTER 2.
           IF WH-SALDO > 0 PERFORM ZAHLCODE.
       Z.  EXIT.
      ***** Zahlungsreferenz und EPC-Code ueber den Endsaldo *
       ZAHLCODE SECTION.
       A.  MOVE WH-KTOMRK TO WH-NUM.
           MOVE WH-SALDO TO WH-WERT.
           CALL "PANEPCQR" USING "12" WH-CREG.
           IF QR-LEN = 0 GO Z.
           MOVE SPACE TO DRA-SATZ.
           STRING "Zahlungsreferenz: " QR-REF DELIMITED SIZE
               INTO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           IF WM-DRU NOT = 1 GO Z.
           WRITE DRQ-SATZ FROM QR-DRUCK AFTER 1.
       Z.  EXIT.
      ***** Belegdatum JJMMTT -> JJJJMMTT *
       BELDAT-RECH SECTION.

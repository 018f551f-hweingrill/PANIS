      $SET LINKCOUNT"192" ANS85 BOUND AUTOLOCK NOALTER
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PANVZINS.
      ******************************************************************
      *     Verzugszinsen auf verspaetet bezahlte Rechnungen           *
      *     Rechnungen (PANISFIB.DAT), die im Zeitraum bezahlt wurden  *
      *     (BF-ZAHLDAT, bei Teilzahlungen die letzte Zahlung aus      *
      *     PANZAHLG.DAT): Zinsen je Tag nach Faelligkeit vom jeweils  *
      *     offenen Betrag; faellig am Valutadatum BF-VALDAT, sonst    *
      *     Rechnungsdatum plus Zahlungsziel (KONSTANT Satz 55)        *
      *     WL-CA 10: Einstellungen (Zinssatz p.a., Mindestbetrag je   *
      *               Zinsrechnung, Zahlungsziel, Erloeskonto)         *
      *     WL-CA 20: Zinslauf fuer einen Zeitraum - Zinsaufstellung   *
      *               je Kunde mit Einzelnachweis je Rechnung; als     *
      *               Probedruck oder nach Bestaetigung gebucht: je    *
      *               Kunde eine Zinsrechnung in PANISFIB.DAT (Nummer  *
      *               aus dem Zaehler KO-RENUM), der Zeitraum wird in  *
      *               Satz 55 vermerkt und nicht ein zweites Mal       *
      *               abgerechnet                                      *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       SOURCE-COMPUTER.     PC.
       OBJECT-COMPUTER.     PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PANSEDEB.CPY.
           COPY PANSEKON.CPY.
           SELECT BUCHFAKT   ASSIGN TO "PANISFIB.DAT"
                             ORGANIZATION INDEXED, ACCESS DYNAMIC
                             RECORD KEY BF-KEY
                             ALTERNATE KEY BF-RKEY DUPLICATES
                             FILE STATUS WF-STATUS.
           COPY PANSEZAH.CPY.
           SELECT DRUCKER    ASSIGN TO PRINTER WH-DRUNAM
                             FILE STATUS WF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY PANDEBI.CPY.
       COPY PANKONS.CPY.
       COPY PANEBUCH.CPY.
       COPY PANFDZAH.CPY.
      ******************************************************************
       FD  DRUCKER                     LABEL RECORD OMITTED.
       01  DRA-SATZ.
           03  FILLER                  PIC XXXX.
           03  DRA-STR.
               05 DRA-REN              PIC ZZZZZZ9.
               05 FILLER               PIC XX.
               05 DRA-RDAT             PIC X(10).
               05 FILLER               PIC XX.
               05 DRA-FAEL             PIC X(10).
               05 FILLER               PIC XX.
               05 DRA-BEZ              PIC X(10).
               05 FILLER               PIC X.
               05 DRA-BET              PIC ZZZ.ZZ9,99-.
               05 FILLER               PIC X.
               05 DRA-TAGE             PIC ZZZ9.
               05 FILLER               PIC X.
               05 DRA-ZINS             PIC ZZ.ZZ9,99-.
           03  DRA-TITEL REDEFINES DRA-STR
                                       PIC X(71).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WH-CALL.
           03  WL-CA                   PIC 99.
           03  WL-REST                 PIC 9(13).
       COPY WHCREG.CPY.
       01  WF-REG.
           03  WM-OPEN                 PIC 9        COMP VALUE ZERO.
           03  WM-ZAHL                 PIC 9        COMP VALUE ZERO.
           03  WM-BUCH                 PIC 9        COMP VALUE ZERO.
           03  WH-HEUTE                PIC 9(8).
           03  WH-VON                  PIC 9(8).
           03  WH-BIS                  PIC 9(8).
           03  WH-LETZT                PIC 9(8).
           03  WH-PROZ                 PIC 99V99.
           03  WH-MIN                  PIC 999V99.
           03  WH-ZIEL                 PIC 999.
           03  WH-GK                   PIC 9(6).
           03  WH-AX                   PIC 9.
           03  WH-DAT8                 PIC 9(8).
           03  WH-ZDAT                 PIC 9(8).
           03  WH-FAEL                 PIC 9(8).
           03  WH-FAELI                PIC 9(8)     COMP.
           03  WH-ABI                  PIC 9(8)     COMP.
           03  WH-DATI                 PIC 9(8)     COMP.
           03  WH-TAGE                 PIC S9(5)    COMP.
           03  WH-SALDO                PIC S9(9)V99 COMP.
           03  WH-ZINSX                PIC S9(7)V9(6) COMP.
           03  WH-ZINS                 PIC S9(7)V99 COMP.
           03  WH-KZINS                PIC S9(9)V99 COMP.
           03  WH-GZINS                PIC S9(9)V99 COMP.
           03  WH-KTOMRK               PIC 9(6)     COMP.
           03  WH-ZRENR                PIC 9(6)     COMP.
           03  WH-MAXKEY               PIC 9(6)     COMP.
           03  WH-SI                   PIC 9        COMP.
           03  WH-KI                   PIC 999      COMP.
           03  WH-KANZ                 PIC 999      COMP VALUE ZERO.
           03  WT-ZTAB.
               05 WT-ZKD                            OCCURS 500.
                  07 WT-ZKTO           PIC 9(6)     COMP.
                  07 WT-ZSUM           PIC S9(9)V99 COMP.
           03  WD-ANZBR                PIC 9(5)     COMP VALUE ZERO.
           03  WD-ANZ                  PIC ZZZ.ZZ9.
           03  WD-BET                  PIC ZZZ.ZZZ.ZZ9,99-.
           03  WD-PROZ                 PIC Z9,99.
           03  WD-REN                  PIC ZZZZZZ9.
       01  WD-DATUM.
           03  WD-DTAG                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DMON                 PIC 99.
           03  FILLER                  PIC X     VALUE ".".
           03  WD-DJHR                 PIC 9(4).
       COPY "PANEXT.CPY".
       DECLARATIVES.
       DECL-D SECTION.         USE AFTER ERROR PROCEDURE ON DEBITOR.
       A.  CALL "CADECL" USING "PANDEBIT.DAT" WH-CREG.
       DECL-K SECTION.         USE AFTER ERROR PROCEDURE ON KONSTANT.
       A.  CALL "CADECL" USING "PANEKONS.DAT" WH-CREG.
       DECL-B SECTION.         USE AFTER ERROR PROCEDURE ON BUCHFAKT.
       A.  CALL "CADECL" USING "PANISFIB.DAT" WH-CREG.
       DECL-Z SECTION.         USE AFTER ERROR PROCEDURE ON ZAHLUNG.
       A.  CALL "CADECL" USING "PANZAHLG.DAT" WH-CREG.
       Z.  EXIT.
       END DECLARATIVES.
      ******************************************************************
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           ACCEPT WH-HEUTE FROM DATE.
           ADD 20000000 TO WH-HEUTE.
           IF WL-CA = 10 PERFORM WARTUNG.
           IF WL-CA = 20 PERFORM ZINS-LAUF.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Einstellungen Satz 55 *
       WARTUNG SECTION.
       A.  DISPLAY "Verzugszinsen: Einstellungen" AT 2301.
           PERFORM SATZ55-LES.
           DISPLAY "Zinssatz % p.a.:" AT 2401.
           DISPLAY WH-PROZ AT 2418.
           ACCEPT WH-PROZ AT 2418.
           DISPLAY "Mindestbetrag je Zinsrechnung:" AT 2430.
           DISPLAY WH-MIN AT 2462.
           ACCEPT WH-MIN AT 2462.
           DISPLAY "Zahlungsziel Tage (ohne Valutadatum):" AT 2501.
           DISPLAY WH-ZIEL AT 2539.
           ACCEPT WH-ZIEL AT 2539.
           DISPLAY "Erloeskonto:" AT 2545.
           DISPLAY WH-GK AT 2558.
           ACCEPT WH-GK AT 2558.
           MOVE 55 TO WH-KEY.
           READ KONSTANT
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE 0 TO KO-VZBIS.
           MOVE WH-PROZ TO KO-VZPROZ.
           MOVE WH-MIN TO KO-VZMIN.
           MOVE WH-ZIEL TO KO-VZZIEL.
           MOVE WH-GK TO KO-VZGK.
           MOVE 55 TO WH-KEY.
           REWRITE KO-SATZ INVALID WRITE KO-SATZ.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           DISPLAY "gespeichert" AT 2601.
       Z.  EXIT.
      ***** Satz 55 lesen, ohne Satz die Vorgaben *
       SATZ55-LES SECTION.
       A.  MOVE 55 TO WH-KEY.
           READ KONSTANT IGNORE LOCK
               INVALID MOVE LOW-VALUE TO KO-SATZ
                       MOVE 0 TO KO-VZPROZ KO-VZMIN KO-VZZIEL
                       MOVE 0 TO KO-VZGK KO-VZBIS.
           MOVE KO-VZPROZ TO WH-PROZ.
           MOVE KO-VZMIN TO WH-MIN.
           MOVE KO-VZZIEL TO WH-ZIEL.
           MOVE KO-VZGK TO WH-GK.
           MOVE KO-VZBIS TO WH-LETZT.
           IF WH-ZIEL = 0 MOVE 30 TO WH-ZIEL.
       Z.  EXIT.
      ******************************* Zinslauf *
       ZINS-LAUF SECTION.
       A.  DISPLAY "Verzugszinsen" AT 2301.
           PERFORM SATZ55-LES.
           IF WH-PROZ = 0
               DISPLAY "kein Zinssatz eingestellt" AT 2401
               GO Z.
           MOVE WH-PROZ TO WD-PROZ.
           DISPLAY "Zinssatz % p.a.:" AT 2340.
           DISPLAY WD-PROZ AT 2357.
      *------> Vorschlag: ab dem Tag nach dem letzten Lauf <-
           MOVE 0 TO WH-VON.
           IF WH-LETZT NOT = 0
               COMPUTE WH-VON = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WH-LETZT) + 1).
           MOVE WH-HEUTE TO WH-BIS.
           DISPLAY "bezahlt von (JJJJMMTT, 0 = Ende):" AT 2401.
           DISPLAY WH-VON AT 2435.
           ACCEPT WH-VON AT 2435.
           IF WH-VON = 0 GO Z.
           DISPLAY "bis:" AT 2445.
           DISPLAY WH-BIS AT 2450.
           ACCEPT WH-BIS AT 2450.
           IF WH-BIS < WH-VON GO A.
           IF WH-LETZT NOT = 0 AND WH-VON NOT > WH-LETZT
               DISPLAY "bereits abgerechnet bis" AT 2501
               DISPLAY WH-LETZT AT 2525
               GO A.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           OPEN I-O BUCHFAKT.
           MOVE 0 TO WM-ZAHL.
           OPEN INPUT ZAHLUNG.
           IF WF-STATUS NOT = "35" MOVE 1 TO WM-ZAHL.
      *---> 1. Durchgang: Zinsen je Kunde sammeln; BF-RKEY ordnet
      *     nach Nummern, der Kunde wird in der Tabelle gefuehrt <-
           DISPLAY "Rechnungen werden geprueft ...     " AT 2501.
           MOVE 0 TO WH-KANZ WH-GZINS WD-ANZBR WH-MAXKEY.
           MOVE "R" TO BF-SA.
           MOVE 0 TO BF-REN.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO C.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO C.
           IF BF-SA NOT = "R" GO C.
           IF NOT BF-BEZAHLT GO B.
           PERFORM RE-ZINS.
           IF WH-ZINS NOT > 0 GO B.
           PERFORM KUNDE-MERK.
           GO B.
       C.  MOVE 0 TO WH-KI WD-ANZBR.
       CA. ADD 1 TO WH-KI.
           IF WH-KI > WH-KANZ GO D.
           IF WT-ZSUM(WH-KI) < WH-MIN GO CA.
           ADD 1 TO WD-ANZBR.
           ADD WT-ZSUM(WH-KI) TO WH-GZINS.
           GO CA.
       D.  DISPLAY "Kunden mit Zinsrechnung:" AT 2501.
           MOVE WD-ANZBR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2526.
           DISPLAY "Zinsen gesamt:" AT 2540.
           MOVE WH-GZINS TO WD-BET.
           DISPLAY WD-BET AT 2555.
           IF WD-ANZBR = 0 GO X.
           DISPLAY "<1>= Probedruck, <2>= buchen und drucken," AT 2601.
           DISPLAY "<0>= Ende:" AT 2643.
           MOVE 0 TO WH-AX.
           ACCEPT WH-AX AT 2654.
           IF WH-AX NOT = 1 AND WH-AX NOT = 2 GO X.
           MOVE 0 TO WM-BUCH.
           IF WH-AX = 2
               MOVE 1 TO WM-BUCH
               PERFORM MAXKEY-SUCH.
           OPEN OUTPUT DRUCKER.
           MOVE 1 TO WM-OPEN.
      *---> 2. Durchgang: je Kunde eine Aufstellung (und Buchung) <-
           MOVE 0 TO WH-KI WD-ANZBR.
       E.  ADD 1 TO WH-KI.
           IF WH-KI > WH-KANZ GO F.
           IF WT-ZSUM(WH-KI) < WH-MIN GO E.
           PERFORM KUNDE-ZINS.
           GO E.
       F.  MOVE 0 TO WM-OPEN.
           CLOSE DRUCKER.
           IF WM-BUCH = 0 GO X.
      *------> Zeitraum vermerken <-
           MOVE 55 TO WH-KEY.
           READ KONSTANT INVALID MOVE LOW-VALUE TO KO-SATZ.
           MOVE WH-BIS TO KO-VZBIS.
           MOVE 55 TO WH-KEY.
           REWRITE KO-SATZ INVALID WRITE KO-SATZ.
       X.  IF WM-ZAHL = 1 CLOSE ZAHLUNG.
           CLOSE BUCHFAKT.
           MOVE 1 TO WH-KEY.
           READ KONSTANT IGNORE LOCK INVALID CONTINUE.
           IF WM-BUCH = 1
               DISPLAY "gebuchte Zinsrechnungen:" AT 2701
           ELSE
               DISPLAY "gedruckte Aufstellungen:" AT 2701.
           MOVE WD-ANZBR TO WD-ANZ.
           DISPLAY WD-ANZ AT 2726.
       Z.  EXIT.
      ***** Zinsen einer bezahlten Rechnung (BF-SATZ) -> WH-ZINS *
      *  vom jeweils offenen Betrag: Teilzahlungen (PANZAHLG) senken
      *  ihn ab ihrem Datum, der Rest laeuft bis zum Zahltag
       RE-ZINS SECTION.
       A.  MOVE 0 TO WH-ZINS WH-ZINSX WH-TAGE.
           IF BF-BET NOT > 0 GO Z.
      *------> keine Zinsen auf Zinsen <-
           IF BF-TX(1:13) = "Verzugszinsen" GO Z.
           MOVE BF-ZAHLDAT TO WH-ZDAT.
           IF WH-ZDAT = 0 PERFORM LETZT-ZAHL.
           IF WH-ZDAT < WH-VON OR WH-ZDAT > WH-BIS GO Z.
           IF BF-VALDAT NOT = 0
               COMPUTE WH-FAEL = 20000000 + BF-VALDAT
               COMPUTE WH-FAELI = FUNCTION INTEGER-OF-DATE(WH-FAEL)
           ELSE
               COMPUTE WH-DAT8 = 20000000 + BF-DAT
               COMPUTE WH-FAELI = FUNCTION INTEGER-OF-DATE(WH-DAT8)
                   + WH-ZIEL
               COMPUTE WH-FAEL = FUNCTION DATE-OF-INTEGER(WH-FAELI).
           COMPUTE WH-DATI = FUNCTION INTEGER-OF-DATE(WH-ZDAT).
           COMPUTE WH-TAGE = WH-DATI - WH-FAELI.
           IF WH-TAGE NOT > 0 GO Z.
           MOVE BF-BET TO WH-SALDO.
           MOVE WH-FAELI TO WH-ABI.
           IF WM-ZAHL = 0 GO C.
           MOVE BF-REN TO ZG-REN.
           MOVE 0 TO ZG-LFD.
           START ZAHLUNG KEY > ZG-KEY INVALID GO C.
       B.  READ ZAHLUNG NEXT IGNORE LOCK AT END GO C.
           IF ZG-REN NOT = BF-REN GO C.
           MOVE ZG-DATUM TO WH-DAT8.
           IF WH-DAT8 > WH-ZDAT MOVE WH-ZDAT TO WH-DAT8.
           COMPUTE WH-DATI = FUNCTION INTEGER-OF-DATE(WH-DAT8).
           IF WH-DATI > WH-ABI AND WH-SALDO > 0
               COMPUTE WH-ZINSX = WH-ZINSX + WH-SALDO
                   * (WH-DATI - WH-ABI) * WH-PROZ / 36500.
           IF WH-DATI > WH-ABI MOVE WH-DATI TO WH-ABI.
           SUBTRACT ZG-BET FROM WH-SALDO.
           GO B.
      *------> Rest bis zum Zahltag <-
       C.  COMPUTE WH-DATI = FUNCTION INTEGER-OF-DATE(WH-ZDAT).
           IF WH-DATI > WH-ABI AND WH-SALDO > 0
               COMPUTE WH-ZINSX = WH-ZINSX + WH-SALDO
                   * (WH-DATI - WH-ABI) * WH-PROZ / 36500.
           COMPUTE WH-ZINS ROUNDED = WH-ZINSX.
       Z.  EXIT.
      ***** Zahltag aus der letzten Teilzahlung -> WH-ZDAT *
       LETZT-ZAHL SECTION.
       A.  MOVE 0 TO WH-ZDAT.
           IF WM-ZAHL = 0 GO Z.
           MOVE BF-REN TO ZG-REN.
           MOVE 0 TO ZG-LFD.
           START ZAHLUNG KEY > ZG-KEY INVALID GO Z.
       B.  READ ZAHLUNG NEXT IGNORE LOCK AT END GO Z.
           IF ZG-REN NOT = BF-REN GO Z.
           IF ZG-DATUM > WH-ZDAT MOVE ZG-DATUM TO WH-ZDAT.
           GO B.
       Z.  EXIT.
      ***** Zinsen je Kunde in der Tabelle sammeln *
       KUNDE-MERK SECTION.
       A.  MOVE 0 TO WH-KI.
       B.  ADD 1 TO WH-KI.
           IF WH-KI > WH-KANZ GO C.
           IF WT-ZKTO(WH-KI) = BF-KTONR
               ADD WH-ZINS TO WT-ZSUM(WH-KI)
               GO Z.
           GO B.
       C.  IF WH-KANZ NOT < 500 GO Z.
           ADD 1 TO WH-KANZ.
           MOVE BF-KTONR TO WT-ZKTO(WH-KANZ).
           MOVE WH-ZINS TO WT-ZSUM(WH-KANZ).
       Z.  EXIT.
      ***** hoechsten Primaerschluessel fuer die Buchungen *
       MAXKEY-SUCH SECTION.
       A.  MOVE 0 TO WH-MAXKEY BF-KEY.
           START BUCHFAKT KEY NOT < BF-KEY INVALID GO Z.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO Z.
           IF BF-KEY > WH-MAXKEY MOVE BF-KEY TO WH-MAXKEY.
           GO B.
       Z.  EXIT.
      ***** Zinsaufstellung eines Kunden, gebucht mit WM-BUCH = 1 *
       KUNDE-ZINS SECTION.
       A.  MOVE WT-ZKTO(WH-KI) TO WH-KTOMRK.
           ADD 1 TO WD-ANZBR.
           MOVE 0 TO WH-ZRENR WH-KZINS.
           IF WM-BUCH = 1
               MOVE 1 TO WH-KEY
               READ KONSTANT
               ADD 1 TO KO-RENUM
               MOVE KO-RENUM TO WH-ZRENR
               REWRITE KO-SATZ.
           PERFORM BRIEF-KOPF.
           MOVE "R" TO BF-SA.
           MOVE 0 TO BF-REN.
           START BUCHFAKT KEY NOT < BF-RKEY INVALID GO X.
       B.  READ BUCHFAKT NEXT IGNORE LOCK AT END GO X.
           IF BF-SA NOT = "R" GO X.
           IF BF-KTONR NOT = WH-KTOMRK GO B.
           IF NOT BF-BEZAHLT GO B.
           PERFORM RE-ZINS.
           IF WH-ZINS NOT > 0 GO B.
           PERFORM BRIEF-ZEILE.
           GO B.
       X.  PERFORM BRIEF-ENDE.
           IF WM-BUCH = 1 PERFORM ZINS-BUCH.
       Z.  EXIT.
      ***** Zinsrechnung als offener Posten *
       ZINS-BUCH SECTION.
       A.  INITIALIZE BF-SATZ.
           ADD 1 TO WH-MAXKEY.
           MOVE WH-MAXKEY TO BF-KEY.
           MOVE "R" TO BF-SA.
           MOVE WH-ZRENR TO BF-REN.
           MOVE WH-KTOMRK TO BF-KTONR.
           ACCEPT BF-DAT FROM DATE.
           MOVE WH-GK TO BF-GK.
           MOVE 1 TO BF-SH.
           MOVE WH-KZINS TO BF-BET.
           SET BF-OFFEN TO TRUE.
           MOVE WH-BIS TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE SPACE TO BF-TX.
           STRING "Verzugszinsen bis " WD-DATUM
               DELIMITED SIZE INTO BF-TX.
           WRITE BF-SATZ INVALID CONTINUE.
       Z.  EXIT.
      ************************ Kopf der Zinsaufstellung *
       BRIEF-KOPF SECTION.
       A.  MOVE 1 TO DE-FNR.
           MOVE WH-KTOMRK TO DE-KTONR.
           READ DEBITOR IGNORE LOCK INVALID MOVE SPACE TO DE-BEZ.
           MOVE SPACE TO DRA-SATZ.
           MOVE KO-FIRMA TO DRA-TITEL.
           WRITE DRA-SATZ AFTER PAGE.
      *----------------------> Anschrift aus DE-BEZ (#-getrennt) <-
           MOVE DE-BEZ TO WT-BEZ.
           MOVE SPACE TO WT-ADR.
           UNSTRING WT-BEZ DELIMITED BY "#" INTO WR-ADR(1) WR-ADR(2)
               WR-ADR(3) WR-ADR(4) WR-ADR(5) WR-ADR(6).
           MOVE SPACE TO DRA-SATZ.
           WRITE DRA-SATZ AFTER 2.
           MOVE 1 TO WH-SI.
       B.  IF WR-ADR(WH-SI) NOT = SPACE
               MOVE SPACE TO DRA-SATZ
               MOVE WR-ADR(WH-SI) TO DRA-TITEL
               WRITE DRA-SATZ AFTER 1.
           ADD 1 TO WH-SI.
           IF WH-SI < 6 GO B.
           MOVE SPACE TO DRA-SATZ.
           IF WM-BUCH = 1
               MOVE "Z i n s r e c h n u n g   Nr." TO DRA-TITEL
               MOVE WH-ZRENR TO WD-REN
               MOVE WD-REN TO DRA-TITEL(32:7)
           ELSE
               MOVE "Z i n s a u f s t e l l u n g   (Probedruck)"
                   TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 3.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Konto:" TO DRA-TITEL.
           MOVE WH-KTOMRK TO WD-REN.
           MOVE WD-REN TO DRA-TITEL(8:7).
           MOVE "Datum:" TO DRA-TITEL(50:6).
           MOVE WH-HEUTE TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO DRA-TITEL(57:10).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Folgende Rechnungen wurden nach Faelligkeit bezahlt."
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Wir berechnen Verzugszinsen von       % p.a. auf den"
               TO DRA-TITEL.
           MOVE WD-PROZ TO DRA-TITEL(33:5).
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE "jeweils offenen Betrag ab dem Faelligkeitstag:"
               TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 1.
           MOVE SPACE TO DRA-SATZ.
           MOVE " Re-Nr.  Re-Datum    faellig     bezahlt" TO DRA-TITEL.
           MOVE "Betrag  Tage    Zinsen" TO DRA-TITEL(50:22).
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.
      ************************** Zeile je Rechnung *
       BRIEF-ZEILE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE BF-REN TO DRA-REN.
           COMPUTE WH-DAT8 = 20000000 + BF-DAT.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO DRA-RDAT.
           MOVE WH-FAEL TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO DRA-FAEL.
           MOVE WH-ZDAT TO WH-DAT8.
           PERFORM DATUM-AUF.
           MOVE WD-DATUM TO DRA-BEZ.
           MOVE BF-BET TO DRA-BET.
           MOVE WH-TAGE TO DRA-TAGE.
           MOVE WH-ZINS TO DRA-ZINS.
           WRITE DRA-SATZ AFTER 1.
           ADD WH-ZINS TO WH-KZINS.
       Z.  EXIT.
      ************************* Aufstellung abschliessen *
       BRIEF-ENDE SECTION.
       A.  MOVE SPACE TO DRA-SATZ.
           MOVE "Verzugszinsen gesamt" TO DRA-TITEL.
           MOVE WH-KZINS TO DRA-ZINS.
           WRITE DRA-SATZ AFTER 2.
           IF WM-BUCH = 0 GO Z.
           MOVE SPACE TO DRA-SATZ.
           MOVE "Wir bitten um Ueberweisung." TO DRA-TITEL.
           WRITE DRA-SATZ AFTER 2.
       Z.  EXIT.
      ***** Datum WH-DAT8 (JJJJMMTT) -> WD-DATUM *
       DATUM-AUF SECTION.
       A.  MOVE WH-DAT8(7:2) TO WD-DTAG.
           MOVE WH-DAT8(5:2) TO WD-DMON.
           MOVE WH-DAT8(1:4) TO WD-DJHR.
       Z.  EXIT.

      *     PWA-IST gegen PWA-SOLL, wochenweise ueber einen            *
      *     waehlbaren Zeitraum (max. 13 Wochen); Rezepte, deren       *
      *     Abweichung den Schwellwert uebersteigt, werden markiert    *
      *     WL-CA 10: Trendbericht                                     *
      *     WL-CA 20: Gesamtabweichung ueber alle Wiegungen von        *
      *               WZ-DATUM bis WX-DATUM -> WH-WERT (Prozent),      *
      *               WH-NUM = Anzahl Wiegungen (Flash-Bericht)        *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WH-KI                   PIC 99       COMP.
           03  WH-WI                   PIC 99       COMP.
           03  WH-ABWPZ                PIC S999V9   COMP.
           03  WH-GSOLL                PIC S9(11)   COMP.
           03  WH-GIST                 PIC S9(11)   COMP.
      *-------------> Rezept/Komponente x Woche <-
           03  WH-TI                   PIC 999      COMP.
           03  WH-TANZ                 PIC 999      COMP VALUE ZERO.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 PERFORM TREND.
           IF WL-CA = 20 PERFORM GESAMT.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ************************ Trendbericht *
       D.  PERFORM DRUCKEN.
           CLOSE PROTWAAG.
       Z.  EXIT.
      ************ Gesamtabweichung fuer einen Zeitraum *
       GESAMT SECTION.
       A.  MOVE 0 TO WH-GSOLL WH-GIST WH-NUM WH-WERT.
           OPEN INPUT PROTWAAG.
           IF WF-STATUS NOT = "00" GO Z.
           MOVE 0 TO PWA-SA.
           MOVE WZ-DATUM TO PWA-DAT.
           MOVE 0 TO PWA-RENUM.
           START PROTWAAG KEY NOT < PWA-AKEY INVALID GO X.
       B.  READ PROTWAAG NEXT IGNORE LOCK AT END GO X.
           IF NOT PWA-NORMAL GO X.
           IF PWA-DAT > WX-DATUM GO X.
           ADD 1 TO WH-NUM.
           MOVE 0 TO WH-KI.
       C.  ADD 1 TO WH-KI.
           IF WH-KI > 20 GO B.
           IF PWA-SOLL(WH-KI) = 0 GO C.
           ADD PWA-SOLL(WH-KI) TO WH-GSOLL.
           ADD PWA-IST(WH-KI) TO WH-GIST.
           GO C.
       X.  CLOSE PROTWAAG.
           IF WH-GSOLL NOT = 0
               COMPUTE WH-WERT ROUNDED =
                   (WH-GIST - WH-GSOLL) * 100 / WH-GSOLL.
       Z.  EXIT.
      ************* Komponente in die Tabelle einrechnen *
       KOMP-EIN SECTION.
       A.  PERFORM VARYING WH-TI FROM 1 BY 1 UNTIL WH-TI > WH-TANZ

      *       (BU-SA = "E")                                            *
      *     Saetze aus KONSTANT (KO-UST 1-6), dazu Abstimmteil:        *
      *     Summen je Satz gegen die Buchungssummen                    *
      *     innergemeinschaftliche Lieferungen (Kz 017) = Bemessung    *
      *     des Steuercodes KO-IGLCODE (KONSTANT Satz 50, PANZM)       *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
           03  WH-VON6                 PIC 9(6)     COMP.
           03  WH-BIS6                 PIC 9(6)     COMP.
           03  WH-UI                   PIC 9        COMP.
           03  WH-IGLCODE              PIC 9        COMP.
           03  WT-BASIS                PIC S9(11)V99 COMP OCCURS 6.
           03  WT-STEUER               PIC S9(11)V99 COMP OCCURS 6.
           03  WH-VORST                PIC S9(11)V99 COMP.
           COMPUTE WH-VON6 = WH-MONAT * 100 + 1.
           COMPUTE WH-BIS6 = WH-MONAT * 100 + 31.
           OPEN INPUT KONSTANT.
           MOVE 50 TO WH-KEY.
           READ KONSTANT INVALID MOVE 0 TO KO-IGLCODE.
           MOVE KO-IGLCODE TO WH-IGLCODE.
           MOVE 1 TO WH-KEY.
           READ KONSTANT.
           PERFORM VARYING WH-UI FROM 1 BY 1 UNTIL WH-UI > 6
               END-IF
           END-PERFORM.
           MOVE SPACE TO DRA-SATZ.
           IF WH-IGLCODE > 0 AND WH-IGLCODE < 7
               MOVE "Kz 017 igL" TO DRA-TITEL
               MOVE WT-BASIS(WH-IGLCODE) TO DRA-BASIS
               MOVE "davon innergem. Lieferungen" TO DRA-TITEL(44:27)
               WRITE DRA-SATZ AFTER 1
               MOVE SPACE TO DRA-SATZ.
           MOVE "Vorsteuer Eingangsseite" TO DRA-TITEL.
           MOVE WH-VORST TO DRA-STEUER.
           WRITE DRA-SATZ AFTER 2.

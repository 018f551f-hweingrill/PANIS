      ************************* Oefen mit Energiesatz *
      *  OF-KWH: Verbrauch kWh je Stunde bei OF-REFTEMP (Einheit
      *  wie RE-TEMP), Verbrauch waechst linear mit der Temperatur;
      *  OF-KWHPR: Preis je kWh (Strom/Gas lt. Vertrag)
       FD  OFENSTAM     external       LABEL RECORD STANDARD.
       01  OF-SATZ.
           03  OF-KEY.
               05 OF-NUM               PIC 99         COMP.
           03  OF-BEZ                  PIC X(20).
           03  OF-KWH                  PIC 999V99     COMP.
           03  OF-REFTEMP              PIC 99V9       COMP.
           03  OF-KWHPR                PIC 9V9999     COMP.
      ************************* Kostenbloecke je Rezept neben RE-MAT *
      *  vom Kalkulationslauf (PARKALK) geschrieben, Key = RE-NUM
       FD  REZKOST      external       LABEL RECORD STANDARD.
       01  RK-SATZ.
           03  RK-KEY.
               05 RK-NUM               PIC 9(4)       COMP.
      *-----------------> Backenergie je Ansatz und je Stueck <-
           03  RK-BDAUER               PIC 9(5)       COMP.
           03  RK-ENERGIE              PIC S9(5)V99   COMP.
           03  RK-ENSTK                PIC S9(3)V999  COMP.

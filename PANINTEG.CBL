      *     modus werden Waisen in die Quarantaenedatei                *
      *     PANQUAR.DAT gestellt (nicht geloescht, sondern             *
      *     ausgehaengt)                                               *
      *     WL-CA 10: Pruefung, Bereinigung auf Rueckfrage             *
      *     WL-CA 20: nur pruefen, ohne Rueckfrage (Aufruf nach der    *
      *               Konto-Umnummerierung PANKTOUM)                   *
      ******************************************************************
       ENVIRONMENT    DIVISION.
       CONFIGURATION   SECTION.
       STEUER SECTION.
       A.  MOVE WL-CALL TO WH-CALL.
           MOVE WL-CREG TO WH-CREG.
           IF WL-CA = 10 OR WL-CA = 20 PERFORM INTEG-LAUF.
           MOVE WH-CREG TO WL-CREG.
       Z.  EXIT PROGRAM.
      ***************************** Pruflauf *
       A.  DISPLAY "Verweis-Pruefung Stamm-/Bewegungsdaten" AT 2301.
           DISPLAY "<1>= nur pruefen, <2>= bereinigen:" AT 2401.
           MOVE 1 TO WM-BEREIN.
           IF WL-CA = 10 ACCEPT WM-BEREIN AT 2437.
           OPEN INPUT DEBITOR ARTIKEL.
           IF WM-BEREIN = 2
               OPEN I-O LFSCHEIN DAUER FAKTDAT STATISTIK
       Z.  EXIT.
      ************************* DAUER *
       DAU-PRUEF SECTION.
       A.  MOVE 0 TO DA-KTONR DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO Z.
       B.  READ DAUER NEXT AT END GO Z.
           IF ZUGRIF GO B.

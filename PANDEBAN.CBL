      ********************************************************* update *
       UPDAT SECTION.
       A.  MOVE DE-KTONR TO FA-KTONR DA-KTONR LF-KTONR
           MOVE 0 TO FA-ARNUM DA-ARNUM DA-LADR LF-NUM LF-ARNUM.
           DISPLAY "Update Rasterdatei" AT 2301.
           DISPLAY "- bitte warten -" AT 2330.
           START FAKTDAT KEY NOT < FA-KEY INVALID GO V.
           DISPLAY "Belegsprache:" AT 1301.
           DISPLAY DE-SPRACHE AT 1315.
           ACCEPT DE-SPRACHE AT 1315.
      *------> Einzugsstopp nach Ruecklastschrift (PANSEPRL),
      *        mit neuem Mandat hier wieder aufheben <-
           DISPLAY "Einzugsstopp:" AT 1401.
           DISPLAY DE-LSSTOP AT 1415.
           DISPLAY DE-LSGRUND AT 1418.
           DISPLAY DE-LSDAT AT 1424.
           ACCEPT DE-LSSTOP AT 1415.
           IF DE-LSSTOP > 1 MOVE 1 TO DE-LSSTOP.
           REWRITE DE-SATZ.
           GO B.
       X.  CLOSE DEBITOR.

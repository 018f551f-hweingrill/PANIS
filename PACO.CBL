                             FILE STATUS IS WF-STATUS.
           SELECT DAUER      ASSIGN TO DISK "PANEBEST.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY DA-KEY =
                                 DA-KTONR DA-ARNUM DA-LADR
                             FILE STATUS IS WF-STATUS.
           SELECT STATISTIK  ASSIGN TO DISK "PANESTAT.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC

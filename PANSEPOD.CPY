           SELECT PODDAT     ASSIGN TO "PANPODAT.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY PD-KEY
                             FILE STATUS IS WF-STATUS.

           SELECT BACKPROT   ASSIGN TO "PANHACCP.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY HP-KEY
                             ALTERNATE RECORD HP-CHKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.

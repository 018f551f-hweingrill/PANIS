           SELECT RETGRUND   ASSIGN TO "PANRETGR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RG-KEY
                             FILE STATUS IS WF-STATUS.

           SELECT REPPARAM   ASSIGN TO "PANREPPA.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RQ-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT REPSTAND   ASSIGN TO "PANREPST.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RS-KEY
                             FILE STATUS IS WF-STATUS.

           SELECT ALLROH     ASSIGN TO "PARALLRO.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RA-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT ALLDEKL    ASSIGN TO "PARADEKL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY AD-KEY
                             FILE STATUS IS WF-STATUS.

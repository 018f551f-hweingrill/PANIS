           SELECT FERTLAG    ASSIGN TO "PANFERTL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FL-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT FERTBEW    ASSIGN TO "PANFERTB.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FB-KEY
                             FILE STATUS IS WF-STATUS.

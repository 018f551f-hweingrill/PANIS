           SELECT VERPSTL    ASSIGN TO "PANVERPS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VP-KEY
                             FILE STATUS IS WF-STATUS.

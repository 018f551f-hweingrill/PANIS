           SELECT OFENSTAM   ASSIGN TO "PAROFEN.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY OF-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT REZKOST    ASSIGN TO "PARREZKO.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RK-KEY
                             FILE STATUS IS WF-STATUS.

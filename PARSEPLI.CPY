           SELECT LIEFART    ASSIGN TO "PARLFART.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY LX-KEY
                             ALTERNATE RECORD LX-AKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT KALKVORM   ASSIGN TO "PARKALKV.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KV-KEY
                             FILE STATUS IS WF-STATUS.

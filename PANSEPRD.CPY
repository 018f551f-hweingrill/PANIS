           SELECT PRODMELD   ASSIGN TO "PANPRODM.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY PM-KEY
                             FILE STATUS IS WF-STATUS.

           SELECT BSFORM     ASSIGN TO "PANBSFOR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FO-KEY
                             FILE STATUS IS WF-STATUS.

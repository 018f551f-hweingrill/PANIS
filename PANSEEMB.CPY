           SELECT EMBALLAG   ASSIGN TO "PANEMBAL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY EM-KEY
                             FILE STATUS IS WF-STATUS.

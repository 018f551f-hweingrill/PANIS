           SELECT KAPAZ      ASSIGN TO "PANKAPAZ.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KC-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT KAPBEL     ASSIGN TO "PANKAPBL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KB-KEY
                             FILE STATUS IS WF-STATUS.

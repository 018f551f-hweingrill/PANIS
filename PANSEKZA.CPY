           SELECT KASSZAHL   ASSIGN TO "PANKASZA.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KZ-KEY
                             FILE STATUS IS WF-STATUS.

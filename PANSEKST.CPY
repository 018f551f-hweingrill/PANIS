           SELECT KASSTUND   ASSIGN TO "PANKASTD.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY KS-KEY
                             FILE STATUS IS WF-STATUS.

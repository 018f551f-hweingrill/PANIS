           SELECT RECADV     ASSIGN TO "PANRECAD.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RV-KEY
                             FILE STATUS IS WF-STATUS.

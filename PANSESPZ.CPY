           SELECT SPEZHIST   ASSIGN TO "PANSPEZH.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SH-KEY
                             FILE STATUS IS WF-STATUS.

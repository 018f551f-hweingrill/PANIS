           SELECT FZPRUEF    ASSIGN TO "PAKFZPRF.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY PR-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT FZHIST     ASSIGN TO "PAKFZHIS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY FH-KEY
                             FILE STATUS IS WF-STATUS.

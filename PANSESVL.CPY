           SELECT SERVSTAT   ASSIGN TO "PANSERVL.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY SV-KEY
                             FILE STATUS IS WF-STATUS.

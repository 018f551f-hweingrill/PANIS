           SELECT VORBEST    ASSIGN TO "PANVORB.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VB-KEY
                             ALTERNATE RECORD VB-AKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.

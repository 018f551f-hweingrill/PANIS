           SELECT RPRUEF     ASSIGN TO "PAKRPRUF.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RP-KEY
                             ALTERNATE RECORD RP-BKEY =
                                       RP-BESTNR RP-KEY DUPLICATES
                             FILE STATUS IS WF-STATUS.

           SELECT ROHLOS     ASSIGN TO "PARLOS.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY LO-KEY
                             ALTERNATE KEY LO-LOSNR DUPLICATES
                             FILE STATUS IS WF-STATUS.
           SELECT LOSVERB    ASSIGN TO "PARLOSVB.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VB-KEY
                             ALTERNATE KEY VB-AKEY DUPLICATES
                             FILE STATUS IS WF-STATUS.

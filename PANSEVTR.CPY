           SELECT VERTRETER  ASSIGN TO "PANVERTR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VT-KEY
                             FILE STATUS IS WF-STATUS.
           SELECT VERTZUO    ASSIGN TO "PANVTZUO.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY VZ-KEY
                             FILE STATUS IS WF-STATUS.

           SELECT DAUVORM    ASSIGN TO "PANDAUVO.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY DV-KEY
                             ALTERNATE KEY DV-TKEY =
                                           DV-TOUR DV-AB DUPLICATES
                             FILE STATUS IS WF-STATUS.

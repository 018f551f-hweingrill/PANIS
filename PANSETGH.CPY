           SELECT TAGHIST    ASSIGN TO "PANTAGHI.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY TH-KEY
                             ALTERNATE KEY TH-AKEY =
                                   TH-ARNUM TH-DATUM TH-KTONR
                             ALTERNATE KEY TH-DKEY =
                                   TH-DATUM TH-KTONR TH-ARNUM
                             FILE STATUS IS WF-STATUS.

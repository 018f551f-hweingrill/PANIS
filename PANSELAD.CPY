           SELECT LIEFADR    ASSIGN TO "PANLADR.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY LA-KEY
                             ALTERNATE RECORD LA-IKEY =
                                       LA-TOUR LA-SUB DUPLICATES
                             FILE STATUS IS WF-STATUS.

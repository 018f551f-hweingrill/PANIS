           SELECT RETROBU    ASSIGN TO "PAKRETRO.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY RT-KEY
                             FILE STATUS IS WF-STATUS.

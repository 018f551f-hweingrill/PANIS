           SELECT PREISGRP   ASSIGN TO "PANPRGRP.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY PG-KEY
                             FILE STATUS IS WF-STATUS.

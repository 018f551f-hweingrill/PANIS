                             ORGANIZATION RECORD SEQUENTIAL.
           SELECT DAUER      ASSIGN TO DISK "PANEBEST.DAT"
                             ORGANIZATION INDEXED ACCESS DYNAMIC
                             RECORD KEY DA-KEY =
                                 DA-KTONR DA-ARNUM DA-LADR
                             FILE STATUS WF-STATUS.
           SELECT ODAUER     ASSIGN TO "OLDDAU.DAT"
                             ORGANIZATION INDEXED  ACCESS DYNAMIC
           START ODAUER KEY NOT < ODA-KEY INVALID GO M.
       K.  READ ODAUER NEXT IGNORE LOCK AT END GO M.
           MOVE ODA-SATZ TO DA-SATZ.
           MOVE 0 TO DA-SUSPAB DA-SUSPBIS DA-LADR.
           WRITE DA-SATZ INVALID GO K.
           DISPLAY DA-KTONR AT 0543 " " DA-BEZ(1:25).
           GO K.

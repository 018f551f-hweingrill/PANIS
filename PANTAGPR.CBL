       Z.  EXIT.
      ********* Dauerbestellungen ohne generierte Zeile *
       DAUER-PRUEF SECTION.
       A.  MOVE 0 TO DA-KTONR DA-ARNUM DA-LADR.
           START DAUER KEY NOT < DA-KEY INVALID GO Z.
       B.  READ DAUER NEXT IGNORE LOCK AT END GO Z.
           IF DA-ANZ(WH-WT) = 0 GO B.

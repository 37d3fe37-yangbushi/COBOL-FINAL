               PERFORM 210-SNAPSHOT-ONE-PART
                   UNTIL EOF-INVENT-WS = "YES"
               PERFORM 200-TERM-SNAPSHOT.
           EXIT PROGRAM.

      *==============================================================
      * Open the inventory master for a full sequential pass and
           IF PART-CONSIGNED-IN
               MOVE ZERO TO SNAPSHOT-STOCK-VALUE-TMP.
           MOVE SNAPSHOT-STOCK-VALUE-TMP TO SNAP-STOCK-VALUE.
           IF PART-COMPANY-CODE-IN = SPACES
               MOVE "01" TO SNAP-COMPANY-CODE
           ELSE
               MOVE PART-COMPANY-CODE-IN TO SNAP-COMPANY-CODE.
           READ SNAPSHOT-FILE
               INVALID KEY
                   WRITE INVENT-SNAPSHOT-RECORD

      * batch, or its already-posted components would post again.
      *==============================================================
       FD  SUSPENSE-HOLD-FILE.
       01  SUSPENSE-HOLD-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 SUSPENSE-FILE-STATUS  PIC X(2)  VALUE SPACES.
           MOVE SUS-DISPOSITION  TO TRANS-DISP-TF.
           MOVE SUS-SERIAL-NUMBER TO TRANS-SERIAL-TF.
           MOVE SUS-APPROVED-FLAG TO TRANS-APPROVED-TF.
           MOVE SUS-CONTAINER-ID  TO TRANS-CONTAINER-TF.
           MOVE SUS-JOB-NUMBER    TO TRANS-JOB-TF.
           WRITE TRANSACTION-RECORD-IN.
           ADD 1 TO RECORDS-RECYCLED-WS.


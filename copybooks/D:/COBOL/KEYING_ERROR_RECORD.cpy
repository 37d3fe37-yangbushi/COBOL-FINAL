      *==============================================================
      * Keying-error log record (KEYING-ERROR-FILE, KEYERR.TXT) --
      * one line for every batch line the pre-edit rejected and
      * every posting parked in suspense, under the operator the
      * batch was keyed by.  The rejects file is rebuilt on each
      * edit run and the suspense file is emptied by a recycle, so
      * this is the lasting record the operator productivity
      * report counts errors from.
      * KE-SOURCE: R = rejected by the batch pre-edit; S = failed
      * at posting and went to suspense.
      *==============================================================
       01  KEYING-ERROR-RECORD.
           05 KE-DATE           PIC X(8)  VALUE SPACES.
           05 KE-TIME           PIC X(6)  VALUE SPACES.
           05 KE-OPERATOR-ID    PIC X(8)  VALUE SPACES.
           05 KE-SOURCE         PIC X(1)  VALUE SPACES.
               88 KE-EDIT-REJECT      VALUE "R".
               88 KE-POSTING-SUSPENSE VALUE "S".
           05 KE-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 KE-TRANS-CODE     PIC X(1)  VALUE SPACES.
           05 KE-REASON         PIC X(40) VALUE SPACES.

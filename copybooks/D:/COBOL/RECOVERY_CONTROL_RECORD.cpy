      *==============================================================
      * Forward-recovery control record (RECOVERY-CONTROL-FILE,
      * RCVCTL.TXT) -- a single record, rewritten by every
      * forward-recovery run: which generation was rolled
      * forward, how far through the keyed log it got, and the
      * control totals it finished on.  BALCHK proves a pending
      * recovery from these figures on its next run instead of
      * the ordinary day-over-day proof, then marks it verified.
      *==============================================================
       01  RECOVERY-CONTROL-RECORD.
           05 RV-STATUS             PIC X(1)  VALUE SPACES.
               88 RV-PENDING-PROOF  VALUE "P".
               88 RV-VERIFIED       VALUE "V".
           05 RV-RUN-DATE           PIC X(8)  VALUE SPACES.
           05 RV-GENERATION-DATE    PIC X(8)  VALUE SPACES.
           05 RV-START-SEQ          PIC 9(9)  VALUE ZERO.
           05 RV-LAST-SEQ           PIC 9(9)  VALUE ZERO.
           05 RV-ENTRIES-APPLIED    PIC 9(7)  VALUE ZERO.
           05 RV-RESTORED-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 RV-NET-REPLAYED       PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05 RV-RECOVERED-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 RV-BALANCED-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 RV-STKBAL-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 RV-LOTBAL-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 RV-SERIAL-EVENTS      PIC 9(7)  VALUE ZERO.
      *==============================================================
      * C = the replay reached the stop point the operator asked
      * for (or the end of the log); H = it halted on an entry
      * that would not apply, named in RV-HALT-SEQ.
      *==============================================================
           05 RV-END-FLAG           PIC X(1)  VALUE SPACES.
               88 RV-RAN-TO-STOP    VALUE "C".
               88 RV-HALTED         VALUE "H".
           05 RV-HALT-SEQ           PIC 9(9)  VALUE ZERO.

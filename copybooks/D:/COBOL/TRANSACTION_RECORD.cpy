      * Set by the approval-queue release when a supervisor lets a
      * held adjustment or write-off through -- posting honors it
      * and skips the threshold check, so a released item cannot
      * park itself back into the queue.  O is set when a line the
      * batch edit held as an outlier is confirmed and sent back
      * -- the edit lets it through without judging it again, but
      * it is no approval, and posting still applies the
      * threshold.  Blank on every line an operator keys.
      *==============================================================
           05 TRANS-APPROVED-TF PIC X(1).
      *==============================================================
      * The license plate on a container move (code M), which
      * relocates everything on the pallet or tote at once -- the
      * part number and amount are not used.  Blank otherwise.
      *==============================================================
           05 TRANS-CONTAINER-TF PIC X(10).
      *==============================================================
      * The job stock is issued to (code J) or returned from
      * (code E).  Blank otherwise.
      *==============================================================
           05 TRANS-JOB-TF      PIC X(6).

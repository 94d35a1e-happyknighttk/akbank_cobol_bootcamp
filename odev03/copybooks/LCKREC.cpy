      *-----------------------------------------------------------------
      *LCK-REC - the one-record IDXFILE run-lock (LCKFILE). Every
      *program that opens the IDXFILE cluster (ODEVUC3, IDXMNT,
      *IDXPOST, IDXSCAN, IDXQRTN, LGRINQ, TAXRPT, BONCLAW, LGRPROOF,
      *IDXMATCH, IDXSNAP, INTACCR, IDXDORM, CURMIG, IDXMASK) takes this
      *lock before the open and frees it when it closes the master, so
      *a maintenance APPLY can no longer run into the middle of the
      *bonus batch. A program that finds the lock HELD logs the holder
      *and either waits or refuses per its control card; a lock
      *orphaned by an abend is cleared by the IDXUNLK operator
      *override, which logs what it cleared. The online inquiry IDXINQ
      *only reads the lock: while it is HELD the branches are shown
      *IDXSNAP's last picture (while IDXSNAP itself holds it, which
      *only reads the master, the master is still read live).
      *LCKFILE is a VSAM ESDS (every batch program assigns it as
      *AS-LCKFILE) so that the region can read it too. The cluster is
      *defined once, NONINDEXED with a 32-byte record, and is never
      *created by the batch: a run that finds it missing refuses with
      *return code 12, and the first run after the define loads the
      *one record into the empty cluster.
      *-----------------------------------------------------------------
       01  LCK-REC.
           03 LCK-STATUS           PIC X(04).

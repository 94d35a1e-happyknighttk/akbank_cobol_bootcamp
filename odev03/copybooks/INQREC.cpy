      *-----------------------------------------------------------------
      *INQ-REC - the branch inquiry picture for INQFILE (VSAM KSDS),
      *one row per account key. IDXSNAP rebuilds the file at the end
      *of the nightly stream from the master, the ledger, QRNFILE and
      *the night's recycle carry and reject files, so the online
      *inquiry IDXINQ has in one keyed read what otherwise lives in
      *sequential datasets the region cannot open. While the IDXFILE
      *run-lock is HELD, IDXINQ answers from this row alone - the
      *last known picture, as of INQ-ASOF-DATE/INQ-ASOF-TIME.
      *The key is in display, not the packed master form, so the
      *carry and reject keys (which may not be on the master at all)
      *key the same way. INQ-MOVE(1) is the newest movement.
      *-----------------------------------------------------------------
       01  INQ-REC.
           03 INQ-KEY.
              05 INQ-ID            PIC 9(05).
              05 INQ-CURRENCY      PIC 9(03).
           03 INQ-ASOF-DATE        PIC 9(08).
           03 INQ-ASOF-TIME        PIC 9(06).
           03 INQ-MASTER-SW        PIC X(01).
              88 INQ-ON-MASTER           VALUE 'Y'.
              88 INQ-NOT-ON-MASTER       VALUE 'N'.
           03 INQ-NAME             PIC X(15).
           03 INQ-SURNAME          PIC X(15).
           03 INQ-BALANCE          PIC S9(15).
           03 INQ-STATUS           PIC X(01).
           03 INQ-QRN-SW           PIC X(01).
              88 INQ-QUARANTINED         VALUE 'Y'.
              88 INQ-NOT-QUARANTINED     VALUE 'N'.
           03 INQ-MOVE-TOTAL       PIC 9(05).
           03 INQ-MOVE-COUNT       PIC 9(01).
           03 INQ-MOVE OCCURS 5 TIMES.
              05 INQ-MV-DATE       PIC 9(08).
              05 INQ-MV-TIME       PIC 9(06).
              05 INQ-MV-SOURCE     PIC X(08).
              05 INQ-MV-DIRECTION  PIC X(01).
              05 INQ-MV-AMOUNT     PIC 9(15).
              05 INQ-MV-POST       PIC 9(15).
           03 INQ-RCY-SW           PIC X(01).
              88 INQ-ON-CARRY            VALUE 'Y'.
              88 INQ-NOT-ON-CARRY        VALUE 'N'.
           03 INQ-RCY-AGE          PIC 9(02).
           03 INQ-RCY-ORIG-DATE    PIC 9(08).
           03 INQ-REJ-SW           PIC X(01).
              88 INQ-REJECTED            VALUE 'Y'.
              88 INQ-NOT-REJECTED        VALUE 'N'.
           03 INQ-REJ-REASON       PIC X(01).
           03 INQ-REJ-TEXT         PIC X(15).

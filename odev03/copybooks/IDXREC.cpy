      *IDX-REC - master account record for IDXFILE (VSAM KSDS).
      *Shared by ODEVUC3 (report) and IDXMNT (maintenance) so both
      *programs stay in step when the layout changes.
      *IDX-STATUS 'D' is dormant: an account with no customer movement
      *for longer than the inactivity limit, classified so by IDXDORM
      *through IDXMNT and put back to 'A' the same way when the
      *customer comes back.
      *-----------------------------------------------------------------
       01  IDX-REC.
           03 IDX-KEY.
              88 IDX-STATUS-ACTIVE       VALUE 'A'.
              88 IDX-STATUS-FROZEN       VALUE 'F'.
              88 IDX-STATUS-CLOSED       VALUE 'C'.
              88 IDX-STATUS-DORMANT      VALUE 'D'.

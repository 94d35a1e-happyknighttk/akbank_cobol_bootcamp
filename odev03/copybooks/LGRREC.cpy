      *-----------------------------------------------------------------
      *LGR-REC - balance-movement ledger record for LGRFILE (VSAM
      *KSDS). One row is appended by every program that rewrites
      *IDX-BALANCE (IDXPOST when it settles a bonus - a second row
      *under 'IDXPTAX ' for the tax withheld - IDXMNT's apply pass for
      *adds, balance changes and deletes, BONCLAW when it takes a bonus
      *back, INTACCR under 'INTCAP  ' when it capitalizes the month's
      *interest), so an account's whole movement history lives in one
      *keyed file instead of scattered one-night datasets. The time and
      *sequence fields exist only to keep the key unique when one
      *account moves more than once on a date; LGRINQ reads the rows
      *back per account and LGRPROOF replays them against the master.
      *CURMIG writes its currency migrations as a pair of rows that
      *point at each other: the old account's row down to zero under
      *'MIG>' plus the new currency, the new account's row up from zero
      *under 'MIG<' plus the old currency, both under the same id,
      *date, time and sequence - so either row gives the full key of
      *the other. LGR-MIG-SOURCE is that view of LGR-SOURCE.
      *-----------------------------------------------------------------
       01  LGR-REC.
           03 LGR-KEY.
              05 LGR-TIME          PIC 9(06).
              05 LGR-SEQ           PIC 9(04).
           03 LGR-SOURCE           PIC X(08).
           03 LGR-MIG-SOURCE REDEFINES LGR-SOURCE.
              05 LGR-MIG-TAG       PIC X(04).
                 88 LGR-MIG-OUT          VALUE 'MIG>'.
                 88 LGR-MIG-IN           VALUE 'MIG<'.
              05 LGR-MIG-PARTNER   PIC 9(03).
              05 FILLER            PIC X(01).
           03 LGR-PRE-BALANCE      PIC 9(15).
           03 LGR-POST-BALANCE     PIC 9(15).
           03 LGR-DIRECTION        PIC X(01).

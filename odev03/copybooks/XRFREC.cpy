      *-----------------------------------------------------------------
      *XRF-REC - currency migration cross-reference for MIGXREF (VSAM
      *KSDS), keyed by the retired key. CURMIG writes one row for
      *every account it moves out of a withdrawn currency: the old and
      *the new key, the cutover card's effective date and rate, the
      *balance on each side, and the date, time and sequence of the
      *pair of ledger rows that carry the move. ODEVUC3 reads it to
      *redirect a key that still quotes the retired currency. The
      *keys are in display, the way INQ-KEY is, so the file reads the
      *same from the batch and from a listing.
      *-----------------------------------------------------------------
       01  XRF-REC.
           03 XRF-OLD-KEY.
              05 XRF-OLD-ID        PIC 9(05).
              05 XRF-OLD-CURRENCY  PIC 9(03).
           03 XRF-NEW-KEY.
              05 XRF-NEW-ID        PIC 9(05).
              05 XRF-NEW-CURRENCY  PIC 9(03).
           03 XRF-EFF-DATE         PIC 9(08).
           03 XRF-RATE             PIC 9(05)V9(06).
           03 XRF-OLD-BALANCE      PIC 9(15).
           03 XRF-NEW-BALANCE      PIC 9(15).
           03 XRF-LGR-DATE         PIC 9(08).
           03 XRF-LGR-TIME         PIC 9(06).
           03 XRF-LGR-SEQ          PIC 9(04).

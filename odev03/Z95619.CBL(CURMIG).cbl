       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURMIG.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO MIGCTL
                                STATUS ST-CONTROL-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT LEDGER-FILE   ASSIGN TO LGRFILE
                                ORGANIZATION INDEXED
                                ACCESS RANDOM
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT XREF-FILE     ASSIGN TO MIGXREF
                                ORGANIZATION INDEXED
                                ACCESS RANDOM
                                RECORD KEY XRF-OLD-KEY
                                STATUS ST-XREF-FILE.
           SELECT REPORT-FILE   ASSIGN TO MIGRPT
                                STATUS ST-REPORT-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *CURMIG is the currency retirement run. When treasury withdraws
      *a currency every account in it moves to the replacement code,
      *and because IDX-CURRENCY is part of IDX-KEY that means a new
      *account, not a changed one. MIGCTL is the cutover card: the
      *old currency, the new one, the conversion rate (new units for
      *one old unit, six decimals, so a redenomination of a million
      *to one is 00000000001) and the effective date, which must not
      *be later than the day the run is made.
      *Each account in the old currency is created again under the
      *same id in the new currency - same name, surname, birthday
      *and status - at the old balance times the rate, rounded to the
      *nearest unit; the old account is then closed ('C') with a zero
      *balance. The move is ledgered as a pair of LGRFILE rows that
      *point at each other (see LGRREC): the old account down to zero
      *under 'MIG>' and the new currency, the new account up from
      *zero under 'MIG<' and the old currency, both on the same id,
      *date, time and sequence.
      *MIGXREF is the cross-reference kept for good: one row per old
      *key with its new key, the card's rate and date, both balances
      *and the ledger pair's date, time and sequence. ODEVUC3 reads
      *it to redirect INPFILE and recycle keys that still quote the
      *retired currency. A key already on MIGXREF has been moved by
      *an earlier run and is left alone, so the run can be restarted
      *after a failure and finishes the currency without moving
      *anything twice.
      *Closed accounts with nothing in them stay where they are, and
      *so does an overdrawn account (the ledger carries no negative
      *balances) or one whose new key is already taken; the last two
      *are refused for someone to settle by hand and the run is
      *made again.
      *MIGRPT is the conversion proof: every old-currency account and
      *what became of it, each migrated one read back from the master,
      *the ledger and MIGXREF after it was written; then the proof
      *totals - the old balance before, moved and left behind, the
      *exact converted value against the new balances created and
      *the rounding between them.
      *LCKFILE is the shared IDXFILE run-lock (see LCKREC): taken
      *before the master opens, freed when it closes.
      *
      *Return codes, for the scheduler:
      *   0 = clean
      *   4 = an account was refused or could not be moved, or a
      *       ledger or cross-reference row did not write (all
      *       displayed and reported)
      *   8 = MIGCTL card unusable, or a migrated account did not
      *       read back as written (a proof break)
      *  12 = file open failure, or IDXFILE run-lock refused
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 CTL-OLD-CURRENCY     PIC X(03).
           03 FILLER               PIC X(02).
           03 CTL-NEW-CURRENCY     PIC X(03).
           03 FILLER               PIC X(02).
           03 CTL-RATE             PIC 9(05)V9(06).
           03 FILLER               PIC X(02).
           03 CTL-EFF-DATE         PIC X(08).
           03 FILLER               PIC X(02).
           03 CTL-LOCK-DISP        PIC X(05).
              88 CTL-LOCK-WAIT           VALUE 'WAIT '.
      *
       FD  INDEX-FILE.
       COPY IDXREC.
      *
       FD  LEDGER-FILE.
       COPY LGRREC.
      *
       FD  XREF-FILE.
       COPY XRFREC.
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                 PIC X(100).
      *
       FD  LOCK-FILE RECORDING MODE F.
       COPY LCKREC.
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 MIGCTL-SUCCESS              VALUE 00 97.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-EOF                 VALUE 10.
              88 IDXFILE-SUCCESS             VALUE 00 97.
              88 IDXFILE-DUPLICATE           VALUE 22.
           03 ST-LEDGER-FILE       PIC 9(02).
              88 LGRFILE-SUCCESS             VALUE 00 97.
              88 LGRFILE-NOTFOUND            VALUE 35.
           03 ST-XREF-FILE         PIC 9(02).
              88 MIGXREF-SUCCESS             VALUE 00 97.
              88 MIGXREF-NOTFOUND            VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 MIGRPT-SUCCESS              VALUE 00 97.
           03 ST-LOCK-FILE         PIC 9(02).
              88 LCKFILE-SUCCESS             VALUE 00 97.
              88 LCKFILE-NOTFOUND            VALUE 35.
      *
      *WS-LCK-CONTROL drives the IDXFILE run-lock. WAIT re-reads the
      *lock on a paced loop - WS-LCK-PAUSE-SECS between tries,
      *counted off the time-of-day clock because this gear has no
      *timer service to sleep on - and the retry bound keeps the
      *whole wait a window the operators can see (60 tries at 5
      *seconds is 5 minutes), not a hung job.
       01  WS-LCK-CONTROL.
           03 WS-LCK-SW            PIC X(01) VALUE 'N'.
              88 LOCK-NOT-TRIED           VALUE 'N'.
              88 LOCK-TAKEN               VALUE 'T'.
              88 LOCK-GIVEN-UP            VALUE 'G'.
           03 WS-LCK-DISP-SW       PIC X(01) VALUE 'A'.
              88 LOCK-DISP-WAIT           VALUE 'W'.
              88 LOCK-DISP-ABEND          VALUE 'A'.
           03 WS-LCK-TRIES         PIC 9(03) VALUE ZERO.
           03 WS-LCK-TRY-MAX       PIC 9(03) VALUE 60.
           03 WS-LCK-PAUSE-SECS    PIC 9(03) VALUE 5.
           03 WS-LCK-PAUSE-START   PIC S9(07) COMP-3 VALUE ZERO.
           03 WS-LCK-ELAPSED       PIC S9(07) COMP-3 VALUE ZERO.
           03 WS-LCK-LOGGED-SW     PIC X(01) VALUE 'N'.
              88 LCK-HOLDER-LOGGED        VALUE 'Y'.
              88 LCK-HOLDER-NOT-LOGGED    VALUE 'N'.
      *
      *WS-LGR-CONTROL keeps the ledger writes unique and honest, the
      *way IDXPOST does: WS-LGR-SEQ ticks per pair written so two
      *migrations in one second still key apart, and the fail counts
      *turn a clean end into return code 4.
       01  WS-LGR-CONTROL.
           03 WS-LGR-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-LGR-FAIL-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-XRF-FAIL-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-PAIR-DATE         PIC 9(08) VALUE ZERO.
           03 WS-PAIR-TIME         PIC 9(06) VALUE ZERO.
           03 WS-PAIR-SEQ          PIC 9(04) VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-TODAY-YMD REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HHMMSS       PIC 9(06).
      *
      *WS-CUTOVER holds the MIGCTL card once it has passed its edits.
       01  WS-CUTOVER.
           03 WS-OLD-CURRENCY      PIC 9(03) VALUE ZERO.
           03 WS-NEW-CURRENCY      PIC 9(03) VALUE ZERO.
           03 WS-RATE              PIC 9(05)V9(06) VALUE ZERO.
           03 WS-EFF-DATE          PIC 9(08) VALUE ZERO.
           03 WS-EFF-INT           PIC 9(07) VALUE ZERO.
           03 WS-RUN-DATE          PIC 9(08) VALUE ZERO.
      *
      *WS-ACC-CONTROL carries the old-currency account in hand. The
      *record area is turned into the new account and back again, so
      *only the old balance and status need keeping aside.
       01  WS-ACC-CONTROL.
           03 WS-ACC-ID            PIC 9(05) VALUE ZERO.
           03 WS-OLD-BALANCE       PIC S9(15) VALUE ZERO.
           03 WS-OLD-STATUS        PIC X(01) VALUE SPACE.
           03 WS-NEW-BALANCE       PIC 9(15) VALUE ZERO.
           03 WS-EXACT             PIC 9(15)V9(06) VALUE ZERO.
           03 WS-DIFF              PIC S9(03)V9(06) VALUE ZERO.
           03 WS-XRF-SW            PIC X(01) VALUE 'N'.
              88 XREF-FOUND               VALUE 'Y'.
              88 XREF-NOT-FOUND           VALUE 'N'.
           03 WS-CONVERT-SW        PIC X(01) VALUE 'Y'.
              88 CONVERT-OK               VALUE 'Y'.
              88 CONVERT-OVERFLOW         VALUE 'N'.
           03 WS-MOVED-SW          PIC X(01) VALUE 'N'.
              88 ACCOUNT-MOVED            VALUE 'Y'.
              88 ACCOUNT-NOT-MOVED        VALUE 'N'.
           03 WS-PROOF-SW          PIC X(01) VALUE 'Y'.
              88 PROOF-AGREES             VALUE 'Y'.
              88 PROOF-BREAKS             VALUE 'N'.
      *
      *WS-MIG-TOTALS: every old-currency account read lands in
      *exactly one of not valid, already migrated, closed and empty,
      *refused, failed, or migrated. The balance totals are the
      *proof: what the old currency held before, what moved out and
      *what is left in it must agree, and the new balances created
      *differ from the exact converted value by the rounding only.
       01  WS-MIG-TOTALS.
           03 WS-IDX-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-OLD-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-BAD-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-DONE-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-CLOSED-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-REFUSED-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-FAILED-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-MOVED-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-PROVEN-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-BREAK-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-OLD-BEFORE-TOTAL  PIC S9(17) VALUE ZERO.
           03 WS-OLD-MOVED-TOTAL   PIC S9(17) VALUE ZERO.
           03 WS-OLD-LEFT-TOTAL    PIC S9(17) VALUE ZERO.
           03 WS-EXACT-TOTAL       PIC S9(17)V9(06) VALUE ZERO.
           03 WS-NEW-TOTAL         PIC S9(17) VALUE ZERO.
           03 WS-ROUNDING-TOTAL    PIC S9(17)V9(06) VALUE ZERO.
           03 WS-ROUNDING-LIMIT    PIC S9(17)V9(06) VALUE ZERO.
           03 WS-PROOF-WORK        PIC S9(17)V9(06) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'CURRENCY MIGRATION - CONVERSION PROOF  '.
           05  FILLER         PIC X(05) VALUE 'From '.
           05  HDR-OLD        PIC 9(03).
           05  FILLER         PIC X(04) VALUE ' to '.
           05  HDR-NEW        PIC 9(03).
           05  FILLER         PIC X(04) VALUE ' at '.
           05  HDR-RATE       PIC ZZ,ZZ9.999999.
           05  FILLER         PIC X(11) VALUE ' effective '.
           05  HDR-EFF        PIC 9(08).
           05  FILLER         PIC X(09) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(07) VALUE 'ID     '.
           05  FILLER         PIC X(03) VALUE 'St '.
           05  FILLER         PIC X(19) VALUE '        Old balance'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(19) VALUE '        New balance'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE ' Rounding'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(35) VALUE 'Result'.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
      *
       01  DETAIL-LINE.
           05  DTL-ID         PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-STATUS     PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-OLD-BAL    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-NEW-BAL    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-DIFF       PIC -9.999999.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  DTL-RESULT     PIC X(20).
           05  FILLER         PIC X(15) VALUE SPACES.
      *
       01  PROOF-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'CONVERSION PROOF'.
           05  FILLER         PIC X(70) VALUE SPACES.
      *
       01  PROOF-LINE.
           05  PRF-LABEL      PIC X(30).
           05  PRF-AMOUNT     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.999999.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PRF-NOTE       PIC X(20).
           05  FILLER         PIC X(18) VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(61) VALUE SPACES.
      *My quality of life FILLERs and the supporting variables
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H090-READ-CONTROL
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H210-TAKE-ONE-ACCOUNT THRU H210-TAKE-ONE-ACCOUNT-END
              UNTIL IDXFILE-EOF
           PERFORM H400-WRITE-PROOF
           PERFORM H450-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF WS-BREAK-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-BAD-COUNT > ZERO) OR (WS-REFUSED-COUNT > ZERO) OR
                 (WS-FAILED-COUNT > ZERO) OR
                 (WS-LGR-FAIL-COUNT > ZERO) OR
                 (WS-XRF-FAIL-COUNT > ZERO)
                 MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *MIGCTL is required - there is no currency to default to. A
      *rate of zero would wipe every balance out, and a currency
      *moved onto itself would collide with its own keys, so both are
      *refused along with anything that does not read as a number.
       H090-READ-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT CONTROL-FILE.
           IF (ST-CONTROL-FILE NOT = 0) AND (ST-CONTROL-FILE NOT = 97)
              DISPLAY 'MIGCTL DID NOT OPEN PROPERLY: ' ST-CONTROL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           READ CONTROL-FILE
              AT END MOVE SPACES TO CTL-REC
           END-READ.
           CLOSE CONTROL-FILE.
           IF (CTL-OLD-CURRENCY IS NOT NUMERIC) OR
              (CTL-NEW-CURRENCY IS NOT NUMERIC) OR
              (CTL-OLD-CURRENCY = CTL-NEW-CURRENCY) OR
              (CTL-OLD-CURRENCY = '000') OR
              (CTL-NEW-CURRENCY = '000')
              DISPLAY 'MIGCTL CURRENCIES NOT VALID: ' CTL-OLD-CURRENCY
                 ' ' CTL-NEW-CURRENCY
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF CTL-RATE IS NOT NUMERIC
              DISPLAY 'MIGCTL RATE NOT VALID'
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF CTL-RATE = ZERO
              DISPLAY 'MIGCTL RATE IS ZERO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF CTL-EFF-DATE IS NOT NUMERIC
              DISPLAY 'MIGCTL EFFECTIVE DATE NOT VALID: ' CTL-EFF-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           MOVE CTL-EFF-DATE TO WS-EFF-DATE.
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(WS-EFF-DATE).
           IF WS-EFF-INT = ZERO
              DISPLAY 'MIGCTL EFFECTIVE DATE NOT A REAL DATE: '
                 CTL-EFF-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF WS-EFF-DATE > WS-RUN-DATE
              DISPLAY 'MIGCTL CUTOVER NOT EFFECTIVE YET: ' CTL-EFF-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF CTL-LOCK-WAIT
              SET LOCK-DISP-WAIT TO TRUE
              END-IF.
           MOVE CTL-OLD-CURRENCY TO WS-OLD-CURRENCY.
           MOVE CTL-NEW-CURRENCY TO WS-NEW-CURRENCY.
           MOVE CTL-RATE         TO WS-RATE.
       H090-END. EXIT.
      *
      *A missing LGRFILE or MIGXREF is made empty, the way IDXPOST
      *does for the ledger: the first migration ever has no
      *cross-reference yet.
       H100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'MIGRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           PERFORM LCK-ACQUIRE-RUN-LOCK.
           OPEN I-O INDEX-FILE.
           IF (ST-INDEX-FILE NOT = 0) AND (ST-INDEX-FILE NOT = 97)
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           OPEN I-O LEDGER-FILE.
           IF LGRFILE-NOTFOUND
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
              END-IF.
           IF (ST-LEDGER-FILE NOT = 0) AND (ST-LEDGER-FILE NOT = 97)
              DISPLAY 'LGRFILE DID NOT OPEN PROPERLY: ' ST-LEDGER-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           OPEN I-O XREF-FILE.
           IF MIGXREF-NOTFOUND
              OPEN OUTPUT XREF-FILE
              CLOSE XREF-FILE
              OPEN I-O XREF-FILE
              END-IF.
           IF (ST-XREF-FILE NOT = 0) AND (ST-XREF-FILE NOT = 97)
              DISPLAY 'MIGXREF DID NOT OPEN PROPERLY: ' ST-XREF-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           READ INDEX-FILE NEXT RECORD
              AT END SET IDXFILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *
       H150-WRITE-HEADERS.
           MOVE WS-OLD-CURRENCY TO HDR-OLD.
           MOVE WS-NEW-CURRENCY TO HDR-NEW.
           MOVE WS-RATE         TO HDR-RATE.
           MOVE WS-EFF-DATE     TO HDR-EFF.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
      *The master is read end to end; only the old currency is
      *touched. The new accounts this run writes key after their old
      *ones and are met again further on, in the new currency, and
      *passed over like every other currency.
       H210-TAKE-ONE-ACCOUNT.
           ADD 1 TO WS-IDX-READ-COUNT.
           IF IDX-CURRENCY = WS-OLD-CURRENCY
              ADD 1 TO WS-OLD-COUNT
              PERFORM H300-JUDGE-ACCOUNT
              END-IF.
           IF NOT IDXFILE-EOF
              READ INDEX-FILE NEXT RECORD
                 AT END SET IDXFILE-EOF TO TRUE
              END-READ
              END-IF.
       H210-TAKE-ONE-ACCOUNT-END. EXIT.
      *
      *A key on MIGXREF was moved by an earlier run. An empty closed
      *account has nothing to move. The ledger carries no negative
      *balance, so an overdrawn account waits until it is settled.
       H300-JUDGE-ACCOUNT.
           MOVE ZERO TO WS-NEW-BALANCE.
           MOVE ZERO TO WS-EXACT.
           MOVE ZERO TO WS-DIFF.
           SET ACCOUNT-NOT-MOVED TO TRUE.
           IF (IDX-ID IS NOT NUMERIC) OR (IDX-BALANCE IS NOT NUMERIC)
              ADD 1 TO WS-BAD-COUNT
              MOVE ZERO TO WS-ACC-ID
              MOVE ZERO TO WS-OLD-BALANCE
              MOVE IDX-STATUS TO WS-OLD-STATUS
              MOVE 'NOT VALID' TO DTL-RESULT
              DISPLAY 'IDXFILE RECORD NOT VALID IN CURRENCY: '
                 WS-OLD-CURRENCY
           ELSE
              MOVE IDX-ID      TO WS-ACC-ID
              MOVE IDX-BALANCE TO WS-OLD-BALANCE
              MOVE IDX-STATUS  TO WS-OLD-STATUS
              ADD IDX-BALANCE  TO WS-OLD-BEFORE-TOTAL
              PERFORM H310-FIND-XREF
              EVALUATE TRUE
                 WHEN XREF-FOUND
                    ADD 1 TO WS-DONE-COUNT
                    MOVE 'ALREADY MIGRATED' TO DTL-RESULT
                 WHEN IDX-STATUS-CLOSED AND (IDX-BALANCE = ZERO)
                    ADD 1 TO WS-CLOSED-COUNT
                    MOVE 'CLOSED - NOT MOVED' TO DTL-RESULT
                 WHEN IDX-BALANCE < ZERO
                    ADD 1 TO WS-REFUSED-COUNT
                    MOVE 'OVERDRAWN - REFUSED' TO DTL-RESULT
                    DISPLAY 'ACCOUNT OVERDRAWN - NOT MOVED: '
                       WS-ACC-ID '/' WS-OLD-CURRENCY
                 WHEN OTHER
                    PERFORM H320-CONVERT-ACCOUNT
              END-EVALUATE
              IF ACCOUNT-MOVED
                 ADD IDX-BALANCE TO WS-OLD-LEFT-TOTAL
              ELSE
                 ADD WS-OLD-BALANCE TO WS-OLD-LEFT-TOTAL
              END-IF
           END-IF.
           PERFORM H390-WRITE-DETAIL.
       H300-END. EXIT.
      *
       H310-FIND-XREF.
           SET XREF-NOT-FOUND TO TRUE.
           MOVE WS-ACC-ID       TO XRF-OLD-ID.
           MOVE WS-OLD-CURRENCY TO XRF-OLD-CURRENCY.
           READ XREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET XREF-FOUND TO TRUE
           END-READ.
       H310-END. EXIT.
      *
      *The exact value is kept to the rate's six decimals for the
      *proof; the new balance is that value rounded to the unit.
       H320-CONVERT-ACCOUNT.
           SET CONVERT-OK TO TRUE.
           COMPUTE WS-EXACT = WS-OLD-BALANCE * WS-RATE
              ON SIZE ERROR
                 SET CONVERT-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE WS-NEW-BALANCE ROUNDED = WS-OLD-BALANCE * WS-RATE
              ON SIZE ERROR
                 SET CONVERT-OVERFLOW TO TRUE
           END-COMPUTE.
           IF CONVERT-OVERFLOW
              ADD 1 TO WS-REFUSED-COUNT
              MOVE ZERO TO WS-NEW-BALANCE
              MOVE ZERO TO WS-EXACT
              MOVE 'CONVERSION OVERFLOW' TO DTL-RESULT
              DISPLAY 'CONVERTED BALANCE TOO LARGE: ' WS-ACC-ID '/'
                 WS-OLD-CURRENCY
           ELSE
              COMPUTE WS-DIFF = WS-NEW-BALANCE - WS-EXACT
              PERFORM H330-CREATE-NEW-ACCOUNT
              PERFORM H380-REPOSITION
              END-IF.
       H320-END. EXIT.
      *
      *The record area becomes the new account - same id, name,
      *surname, birthday and status, new currency and balance. A new
      *key already on the master is refused rather than merged: that
      *customer's two accounts are for someone to look at.
       H330-CREATE-NEW-ACCOUNT.
           MOVE WS-NEW-CURRENCY TO IDX-CURRENCY.
           MOVE WS-NEW-BALANCE  TO IDX-BALANCE.
           WRITE IDX-REC
              INVALID KEY
                 IF IDXFILE-DUPLICATE
                    ADD 1 TO WS-REFUSED-COUNT
                    MOVE 'NEW KEY EXISTS' TO DTL-RESULT
                    DISPLAY 'IDXFILE ALREADY HOLDS NEW KEY: '
                       WS-ACC-ID '/' WS-NEW-CURRENCY
                 ELSE
                    ADD 1 TO WS-FAILED-COUNT
                    MOVE 'WRITE FAILED' TO DTL-RESULT
                    DISPLAY 'IDXFILE WRITE FAILED: ' WS-ACC-ID '/'
                       WS-NEW-CURRENCY ' STATUS ' ST-INDEX-FILE
                 END-IF
              NOT INVALID KEY
                 PERFORM H340-CLOSE-OLD-ACCOUNT
           END-WRITE.
       H330-END. EXIT.
      *
      *An old account that will not close takes its new account back
      *off the master, so the customer is never in both currencies.
       H340-CLOSE-OLD-ACCOUNT.
           MOVE WS-OLD-CURRENCY TO IDX-CURRENCY.
           MOVE ZERO TO IDX-BALANCE.
           SET IDX-STATUS-CLOSED TO TRUE.
           REWRITE IDX-REC
              INVALID KEY
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'REWRITE FAILED' TO DTL-RESULT
                 DISPLAY 'IDXFILE REWRITE FAILED: ' WS-ACC-ID '/'
                    WS-OLD-CURRENCY ' STATUS ' ST-INDEX-FILE
                 PERFORM H345-WITHDRAW-NEW-ACCOUNT
              NOT INVALID KEY
                 SET ACCOUNT-MOVED TO TRUE
                 ADD 1 TO WS-MOVED-COUNT
                 ADD WS-OLD-BALANCE TO WS-OLD-MOVED-TOTAL
                 ADD WS-EXACT       TO WS-EXACT-TOTAL
                 ADD WS-NEW-BALANCE TO WS-NEW-TOTAL
                 PERFORM H350-WRITE-LEDGER-PAIR
                 PERFORM H360-WRITE-XREF
                 PERFORM H370-PROVE-ACCOUNT
           END-REWRITE.
       H340-END. EXIT.
      *
       H345-WITHDRAW-NEW-ACCOUNT.
           MOVE WS-NEW-CURRENCY TO IDX-CURRENCY.
           DELETE INDEX-FILE
              INVALID KEY
                 DISPLAY 'NEW ACCOUNT COULD NOT BE WITHDRAWN: '
                    WS-ACC-ID '/' WS-NEW-CURRENCY ' STATUS '
                    ST-INDEX-FILE
           END-DELETE.
       H345-END. EXIT.
      *
      *Both rows carry the same id, date, time and sequence and each
      *names the other's currency, so from either one the other is a
      *single keyed read. The old row takes the balance to zero, the
      *new row brings the converted balance in from zero.
       H350-WRITE-LEDGER-PAIR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           ADD 1 TO WS-LGR-SEQ.
           MOVE WS-TODAY-YMD      TO WS-PAIR-DATE.
           MOVE WS-CURRENT-HHMMSS TO WS-PAIR-TIME.
           MOVE WS-LGR-SEQ        TO WS-PAIR-SEQ.
           MOVE SPACES TO LGR-REC.
           MOVE WS-ACC-ID           TO LGR-ID.
           MOVE WS-OLD-CURRENCY     TO LGR-CURRENCY.
           MOVE WS-PAIR-DATE        TO LGR-BUS-DATE.
           MOVE WS-PAIR-TIME        TO LGR-TIME.
           MOVE WS-PAIR-SEQ         TO LGR-SEQ.
           SET LGR-MIG-OUT TO TRUE.
           MOVE WS-NEW-CURRENCY     TO LGR-MIG-PARTNER.
           MOVE WS-OLD-BALANCE      TO LGR-PRE-BALANCE.
           MOVE ZERO                TO LGR-POST-BALANCE.
           SET LGR-DIR-DOWN TO TRUE.
           MOVE WS-OLD-BALANCE      TO LGR-AMOUNT.
           WRITE LGR-REC
              INVALID KEY
                 ADD 1 TO WS-LGR-FAIL-COUNT
                 DISPLAY 'LGRFILE ROW DID NOT WRITE: ' WS-ACC-ID '/'
                    WS-OLD-CURRENCY ' STATUS ' ST-LEDGER-FILE
           END-WRITE.
           MOVE SPACES TO LGR-REC.
           MOVE WS-ACC-ID           TO LGR-ID.
           MOVE WS-NEW-CURRENCY     TO LGR-CURRENCY.
           MOVE WS-PAIR-DATE        TO LGR-BUS-DATE.
           MOVE WS-PAIR-TIME        TO LGR-TIME.
           MOVE WS-PAIR-SEQ         TO LGR-SEQ.
           SET LGR-MIG-IN TO TRUE.
           MOVE WS-OLD-CURRENCY     TO LGR-MIG-PARTNER.
           MOVE ZERO                TO LGR-PRE-BALANCE.
           MOVE WS-NEW-BALANCE      TO LGR-POST-BALANCE.
           SET LGR-DIR-UP TO TRUE.
           MOVE WS-NEW-BALANCE      TO LGR-AMOUNT.
           WRITE LGR-REC
              INVALID KEY
                 ADD 1 TO WS-LGR-FAIL-COUNT
                 DISPLAY 'LGRFILE ROW DID NOT WRITE: ' WS-ACC-ID '/'
                    WS-NEW-CURRENCY ' STATUS ' ST-LEDGER-FILE
           END-WRITE.
       H350-END. EXIT.
      *
       H360-WRITE-XREF.
           MOVE SPACES TO XRF-REC.
           MOVE WS-ACC-ID       TO XRF-OLD-ID.
           MOVE WS-OLD-CURRENCY TO XRF-OLD-CURRENCY.
           MOVE WS-ACC-ID       TO XRF-NEW-ID.
           MOVE WS-NEW-CURRENCY TO XRF-NEW-CURRENCY.
           MOVE WS-EFF-DATE     TO XRF-EFF-DATE.
           MOVE WS-RATE         TO XRF-RATE.
           MOVE WS-OLD-BALANCE  TO XRF-OLD-BALANCE.
           MOVE WS-NEW-BALANCE  TO XRF-NEW-BALANCE.
           MOVE WS-PAIR-DATE    TO XRF-LGR-DATE.
           MOVE WS-PAIR-TIME    TO XRF-LGR-TIME.
           MOVE WS-PAIR-SEQ     TO XRF-LGR-SEQ.
           WRITE XRF-REC
              INVALID KEY
                 ADD 1 TO WS-XRF-FAIL-COUNT
                 DISPLAY 'MIGXREF ROW DID NOT WRITE: ' WS-ACC-ID '/'
                    WS-OLD-CURRENCY ' STATUS ' ST-XREF-FILE
           END-WRITE.
       H360-END. EXIT.
      *
      *Everything the move wrote is read back and compared with what
      *was meant: the new account, both ledger rows and the
      *cross-reference row. The old account is read back last, by
      *H380-REPOSITION.
       H370-PROVE-ACCOUNT.
           SET PROOF-AGREES TO TRUE.
           MOVE WS-ACC-ID       TO IDX-ID.
           MOVE WS-NEW-CURRENCY TO IDX-CURRENCY.
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 SET PROOF-BREAKS TO TRUE
              NOT INVALID KEY
                 IF (IDX-BALANCE NOT = WS-NEW-BALANCE) OR
                    (IDX-STATUS NOT = WS-OLD-STATUS)
                    SET PROOF-BREAKS TO TRUE
                    END-IF
           END-READ.
           MOVE WS-ACC-ID       TO LGR-ID.
           MOVE WS-OLD-CURRENCY TO LGR-CURRENCY.
           MOVE WS-PAIR-DATE    TO LGR-BUS-DATE.
           MOVE WS-PAIR-TIME    TO LGR-TIME.
           MOVE WS-PAIR-SEQ     TO LGR-SEQ.
           READ LEDGER-FILE
              INVALID KEY
                 SET PROOF-BREAKS TO TRUE
              NOT INVALID KEY
                 IF (NOT LGR-MIG-OUT) OR
                    (LGR-MIG-PARTNER NOT = WS-NEW-CURRENCY) OR
                    (LGR-AMOUNT NOT = WS-OLD-BALANCE) OR
                    (LGR-POST-BALANCE NOT = ZERO)
                    SET PROOF-BREAKS TO TRUE
                    END-IF
           END-READ.
           MOVE WS-ACC-ID       TO LGR-ID.
           MOVE WS-NEW-CURRENCY TO LGR-CURRENCY.
           MOVE WS-PAIR-DATE    TO LGR-BUS-DATE.
           MOVE WS-PAIR-TIME    TO LGR-TIME.
           MOVE WS-PAIR-SEQ     TO LGR-SEQ.
           READ LEDGER-FILE
              INVALID KEY
                 SET PROOF-BREAKS TO TRUE
              NOT INVALID KEY
                 IF (NOT LGR-MIG-IN) OR
                    (LGR-MIG-PARTNER NOT = WS-OLD-CURRENCY) OR
                    (LGR-AMOUNT NOT = WS-NEW-BALANCE) OR
                    (LGR-PRE-BALANCE NOT = ZERO)
                    SET PROOF-BREAKS TO TRUE
                    END-IF
           END-READ.
           MOVE WS-ACC-ID       TO XRF-OLD-ID.
           MOVE WS-OLD-CURRENCY TO XRF-OLD-CURRENCY.
           READ XREF-FILE
              INVALID KEY
                 SET PROOF-BREAKS TO TRUE
              NOT INVALID KEY
                 IF (XRF-NEW-ID NOT = WS-ACC-ID) OR
                    (XRF-NEW-CURRENCY NOT = WS-NEW-CURRENCY) OR
                    (XRF-NEW-BALANCE NOT = WS-NEW-BALANCE)
                    SET PROOF-BREAKS TO TRUE
                    END-IF
           END-READ.
       H370-END. EXIT.
      *
      *Writing and reading other keys has moved the master on from
      *the old account, so it is read again by key: the browse picks
      *up after it, and for a migrated account this read is the last
      *leg of the proof - the old account must now be closed and
      *empty. An old key that cannot be read again leaves nowhere to
      *carry on from, and the run stops there.
       H380-REPOSITION.
           MOVE WS-ACC-ID       TO IDX-ID.
           MOVE WS-OLD-CURRENCY TO IDX-CURRENCY.
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 DISPLAY 'IDXFILE OLD KEY NOT READ BACK: ' WS-ACC-ID
                    '/' WS-OLD-CURRENCY ' - RUN STOPPED HERE'
                 IF ACCOUNT-NOT-MOVED
                    ADD 1 TO WS-BREAK-COUNT
                    END-IF
                 SET PROOF-BREAKS TO TRUE
                 SET IDXFILE-EOF TO TRUE
              NOT INVALID KEY
                 IF ACCOUNT-MOVED
                    IF (IDX-BALANCE NOT = ZERO) OR
                       (NOT IDX-STATUS-CLOSED)
                       SET PROOF-BREAKS TO TRUE
                       END-IF
                    END-IF
           END-READ.
           IF ACCOUNT-MOVED
              IF PROOF-AGREES
                 ADD 1 TO WS-PROVEN-COUNT
                 MOVE 'MIGRATED' TO DTL-RESULT
              ELSE
                 ADD 1 TO WS-BREAK-COUNT
                 MOVE 'MIGRATED - PROOF BRK' TO DTL-RESULT
                 DISPLAY 'MIGRATION DID NOT READ BACK AS WRITTEN: '
                    WS-ACC-ID '/' WS-OLD-CURRENCY
              END-IF
              END-IF.
       H380-END. EXIT.
      *
       H390-WRITE-DETAIL.
           MOVE WS-ACC-ID      TO DTL-ID.
           MOVE WS-OLD-STATUS  TO DTL-STATUS.
           MOVE WS-OLD-BALANCE TO DTL-OLD-BAL.
           MOVE WS-NEW-BALANCE TO DTL-NEW-BAL.
           MOVE WS-DIFF        TO DTL-DIFF.
           WRITE RPT-REC FROM DETAIL-LINE.
       H390-END. EXIT.
      *
      *The proof: the old currency's balance before the run must
      *equal what moved out plus what is left in it, and the new
      *balances must differ from the exact converted value by no more
      *than half a unit an account.
       H400-WRITE-PROOF.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM PROOF-HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE 'Old currency balance before  ' TO PRF-LABEL.
           MOVE WS-OLD-BEFORE-TOTAL TO PRF-AMOUNT.
           MOVE SPACES TO PRF-NOTE.
           WRITE RPT-REC FROM PROOF-LINE.
           MOVE '  moved to new currency      ' TO PRF-LABEL.
           MOVE WS-OLD-MOVED-TOTAL TO PRF-AMOUNT.
           WRITE RPT-REC FROM PROOF-LINE.
           MOVE '  left in old currency       ' TO PRF-LABEL.
           MOVE WS-OLD-LEFT-TOTAL TO PRF-AMOUNT.
           COMPUTE WS-PROOF-WORK =
              WS-OLD-BEFORE-TOTAL - WS-OLD-MOVED-TOTAL.
           IF WS-PROOF-WORK = WS-OLD-LEFT-TOTAL
              MOVE 'AGREES' TO PRF-NOTE
           ELSE
              ADD 1 TO WS-BREAK-COUNT
              MOVE 'BREAK' TO PRF-NOTE
              DISPLAY 'OLD CURRENCY BALANCES DO NOT AGREE'
              END-IF.
           WRITE RPT-REC FROM PROOF-LINE.
           MOVE 'Moved balance at cutover rate' TO PRF-LABEL.
           MOVE WS-EXACT-TOTAL TO PRF-AMOUNT.
           MOVE SPACES TO PRF-NOTE.
           WRITE RPT-REC FROM PROOF-LINE.
           MOVE 'New currency balance created ' TO PRF-LABEL.
           MOVE WS-NEW-TOTAL TO PRF-AMOUNT.
           WRITE RPT-REC FROM PROOF-LINE.
           MOVE '  rounding                   ' TO PRF-LABEL.
           COMPUTE WS-ROUNDING-TOTAL = WS-NEW-TOTAL - WS-EXACT-TOTAL.
           COMPUTE WS-ROUNDING-LIMIT = WS-MOVED-COUNT * 0.5.
           MOVE WS-ROUNDING-TOTAL TO PRF-AMOUNT.
           IF (WS-ROUNDING-TOTAL > WS-ROUNDING-LIMIT) OR
              (WS-ROUNDING-TOTAL < ZERO - WS-ROUNDING-LIMIT)
              ADD 1 TO WS-BREAK-COUNT
              MOVE 'BREAK' TO PRF-NOTE
              DISPLAY 'NEW CURRENCY BALANCES DO NOT AGREE'
           ELSE
              MOVE 'WITHIN ROUNDING' TO PRF-NOTE
              END-IF.
           WRITE RPT-REC FROM PROOF-LINE.
       H400-END. EXIT.
      *
       H450-WRITE-TOTALS.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE 'Accounts read                 ' TO TOT-LABEL.
           MOVE WS-IDX-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'In the old currency           ' TO TOT-LABEL.
           MOVE WS-OLD-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  not valid                   ' TO TOT-LABEL.
           MOVE WS-BAD-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  already migrated            ' TO TOT-LABEL.
           MOVE WS-DONE-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  closed, nothing to move     ' TO TOT-LABEL.
           MOVE WS-CLOSED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  refused                     ' TO TOT-LABEL.
           MOVE WS-REFUSED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  failed                      ' TO TOT-LABEL.
           MOVE WS-FAILED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  migrated                    ' TO TOT-LABEL.
           MOVE WS-MOVED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '    read back as written      ' TO TOT-LABEL.
           MOVE WS-PROVEN-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Proof breaks                  ' TO TOT-LABEL.
           MOVE WS-BREAK-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Ledger rows not written       ' TO TOT-LABEL.
           MOVE WS-LGR-FAIL-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'MIGXREF rows not written      ' TO TOT-LABEL.
           MOVE WS-XRF-FAIL-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
       H450-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on a MIGCTL WAIT card, is retried a bounded
      *number of times; otherwise, or when the tries run out, the run
      *refuses with return code 12 and never touches the master.
       LCK-ACQUIRE-RUN-LOCK.
           MOVE ZERO TO WS-LCK-TRIES.
           PERFORM LCK-TRY-ONCE THRU LCK-TRY-ONCE-END
              UNTIL LOCK-TAKEN OR LOCK-GIVEN-UP.
           IF LOCK-GIVEN-UP
              DISPLAY 'IDXFILE LOCK HELD - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
       LCK-ACQUIRE-RUN-LOCK-END. EXIT.
      *
       LCK-TRY-ONCE.
           OPEN I-O LOCK-FILE.
           IF (ST-LOCK-FILE NOT = 0) AND (ST-LOCK-FILE NOT = 97)
              DISPLAY 'LCKFILE DID NOT OPEN PROPERLY: '
                 ST-LOCK-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
           ELSE
              READ LOCK-FILE
                 AT END
                    PERFORM LCK-FILL-RECORD
                    CLOSE LOCK-FILE
                    OPEN OUTPUT LOCK-FILE
                    WRITE LCK-REC
                    SET LOCK-TAKEN TO TRUE
                 NOT AT END
                    PERFORM LCK-JUDGE-RECORD
              END-READ
              CLOSE LOCK-FILE
           END-IF.
       LCK-TRY-ONCE-END. EXIT.
      *
      *Anything that is not FREE counts as held - a garbled status
      *byte is an abend mid-write, and stomping it would be taking a
      *lock we cannot prove is ours to take. That is what the
      *IDXUNLK operator override is for.
       LCK-JUDGE-RECORD.
           IF LCK-FREE
              PERFORM LCK-FILL-RECORD
              REWRITE LCK-REC
              SET LOCK-TAKEN TO TRUE
           ELSE
              IF LCK-HOLDER-NOT-LOGGED
                 DISPLAY 'IDXFILE LOCK HELD BY ' LCK-HOLDER
                 SET LCK-HOLDER-LOGGED TO TRUE
                 END-IF
              ADD 1 TO WS-LCK-TRIES
              IF LOCK-DISP-ABEND OR
                 (WS-LCK-TRIES >= WS-LCK-TRY-MAX)
                 SET LOCK-GIVEN-UP TO TRUE
              ELSE
                 PERFORM LCK-PAUSE-BETWEEN-TRIES
              END-IF
           END-IF.
       LCK-JUDGE-RECORD-END. EXIT.
      *
      *There is no timer service to sleep on here, so the pause
      *between tries is counted off the time-of-day clock; the
      *midnight wrap gets the same adjustment the elapsed-seconds
      *figure makes.
       LCK-PAUSE-BETWEEN-TRIES.
           COMPUTE WS-LCK-PAUSE-START =
              FUNCTION SECONDS-PAST-MIDNIGHT.
           MOVE ZERO TO WS-LCK-ELAPSED.
           PERFORM LCK-PAUSE-TICK THRU LCK-PAUSE-TICK-END
              UNTIL WS-LCK-ELAPSED >= WS-LCK-PAUSE-SECS.
       LCK-PAUSE-BETWEEN-TRIES-END. EXIT.
      *
       LCK-PAUSE-TICK.
           COMPUTE WS-LCK-ELAPSED =
              FUNCTION SECONDS-PAST-MIDNIGHT - WS-LCK-PAUSE-START.
           IF WS-LCK-ELAPSED < ZERO
              ADD 86400 TO WS-LCK-ELAPSED
              END-IF.
       LCK-PAUSE-TICK-END. EXIT.
      *
       LCK-FILL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO LCK-REC.
           SET LCK-HELD TO TRUE.
           MOVE 'CURMIG  ' TO LCK-HOLDER.
           MOVE WS-TODAY-YMD TO LCK-BUS-DATE.
           MOVE WS-CURRENT-HHMMSS TO LCK-TIME.
       LCK-FILL-RECORD-END. EXIT.
      *
      *Only the lock this run actually took is freed - a run that
      *refused at the lock must not free the holder it refused for.
       LCK-RELEASE-RUN-LOCK.
           IF LOCK-TAKEN
              OPEN I-O LOCK-FILE
              IF (ST-LOCK-FILE = 0) OR (ST-LOCK-FILE = 97)
                 READ LOCK-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF LCK-HELD AND LCK-HOLDER = 'CURMIG  '
                          MOVE FUNCTION CURRENT-DATE
                             TO WS-CURRENT-DATE-DATA
                          SET LCK-FREE TO TRUE
                          MOVE WS-CURRENT-HHMMSS TO LCK-TIME
                          REWRITE LCK-REC
                          END-IF
                 END-READ
                 CLOSE LOCK-FILE
                 END-IF
              SET LOCK-NOT-TRIED TO TRUE
              END-IF.
       LCK-RELEASE-RUN-LOCK-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE INDEX-FILE.
           PERFORM LCK-RELEASE-RUN-LOCK.
           CLOSE LEDGER-FILE.
           CLOSE XREF-FILE.
           CLOSE REPORT-FILE.
       H999-END. EXIT.
      *

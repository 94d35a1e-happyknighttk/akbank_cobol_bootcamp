       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRPROOF.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT LEDGER-FILE   ASSIGN TO LGRFILE
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT REPORT-FILE   ASSIGN TO PRFRPT
                                STATUS ST-REPORT-FILE.
           SELECT CONTROL-FILE  ASSIGN TO PRFCTL
                                STATUS ST-CONTROL-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *LGRPROOF proves the ledger and the master agree. IDXFILE and
      *LGRFILE are both read in key order and matched account by
      *account; each account's movements are replayed from zero, the
      *way its opening add started it, and two things must hold:
      *every row's pre-balance is the post-balance of the row before
      *it (the first row's is zero), and the last post-balance is
      *the IDX-BALANCE on the master now. Each row's own arithmetic
      *(post = pre plus or minus the amount, in the row's direction)
      *is checked on the way. A direct update that bypassed the
      *ledger shows up as one of these breaks.
      *A master with no ledger history is listed - a break if it
      *carries a balance, since nothing explains the money, a note if
      *it is zero (a zero add moves no money and is never ledgered).
      *Ledger history with no master is listed the same way - a note
      *when the last row took the balance to zero (a delete), a
      *break otherwise.
      *PRFRPT is the break report: one line per break or note, then
      *the counts and the verdict. LCKFILE is the shared IDXFILE
      *run-lock (see LCKREC), taken so the two files are read as one
      *picture; PRFCTL is an optional card whose lock field (WAIT)
      *makes a held lock retry for a while instead of refusing.
      *
      *Return codes, for the scheduler (hold the nightly batch on 8):
      *   0 = ledger and master agree
      *   4 = agree, with notes only
      *   8 = breaks found
      *  12 = file open failure, or IDXFILE run-lock refused
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       COPY IDXREC.
      *
       FD  LEDGER-FILE.
       COPY LGRREC.
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  PRF-REC                 PIC X(100).
      *
       FD  CONTROL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 CTL-LOCK-DISP        PIC X(05).
              88 CTL-LOCK-WAIT           VALUE 'WAIT '.
      *
       FD  LOCK-FILE RECORDING MODE F.
       COPY LCKREC.
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-EOF                 VALUE 10.
              88 IDXFILE-SUCCESS             VALUE 00 97.
           03 ST-LEDGER-FILE       PIC 9(02).
              88 LGRFILE-EOF                 VALUE 10.
              88 LGRFILE-SUCCESS             VALUE 00 97.
              88 LGRFILE-NOTFOUND            VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 PRFRPT-SUCCESS              VALUE 00 97.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 PRFCTL-SUCCESS              VALUE 00 97.
              88 PRFCTL-NOTFOUND             VALUE 35.
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
      *WS-MATCH-CONTROL carries the two sides of the match as plain
      *display keys (id then currency), so the packed master key and
      *the zoned ledger key compare in the same order. An exhausted
      *file's key goes to all nines-plus-one, so the other side runs
      *out against it. WS-RUN-BALANCE is the replayed balance of the
      *account in hand.
       01  WS-MATCH-CONTROL.
           03 WS-MST-KEY           PIC 9(09) VALUE ZERO.
           03 WS-MST-KEY-PARTS REDEFINES WS-MST-KEY.
              05 FILLER            PIC 9(01).
              05 WS-MST-ID         PIC 9(05).
              05 WS-MST-CURRENCY   PIC 9(03).
           03 WS-LGR-ACCT-KEY      PIC 9(09) VALUE ZERO.
           03 WS-LGR-ACCT-PARTS REDEFINES WS-LGR-ACCT-KEY.
              05 FILLER            PIC 9(01).
              05 WS-LGR-ACCT-ID    PIC 9(05).
              05 WS-LGR-ACCT-CUR   PIC 9(03).
           03 WS-HIGH-KEY          PIC 9(09) VALUE 100000000.
           03 WS-CURR-KEY          PIC 9(09) VALUE ZERO.
           03 WS-CURR-KEY-PARTS REDEFINES WS-CURR-KEY.
              05 FILLER            PIC 9(01).
              05 WS-CURR-ID        PIC 9(05).
              05 WS-CURR-CURRENCY  PIC 9(03).
           03 WS-RUN-BALANCE       PIC 9(15) VALUE ZERO.
           03 WS-ROW-CHECK         PIC S9(16) VALUE ZERO.
           03 WS-ACCT-ROWS         PIC 9(07) VALUE ZERO.
           03 WS-MST-BALANCE       PIC S9(15) VALUE ZERO.
           03 WS-MST-TAKEN-SW      PIC X(01) VALUE 'N'.
              88 MASTER-TAKEN             VALUE 'Y'.
              88 MASTER-NOT-TAKEN         VALUE 'N'.
      *
       01  WS-PROOF-TOTALS.
           03 WS-MST-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-LGR-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-PROVEN-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-BREAK-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-NOTE-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-CHAIN-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-ARITH-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-MISMATCH-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-NOHIST-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-NOMASTER-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-BAD-MASTER-COUNT  PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(32) VALUE
               'LEDGER-TO-MASTER BALANCE PROOF '.
           05  FILLER         PIC X(68) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(07) VALUE 'ID     '.
           05  FILLER         PIC X(05) VALUE 'Cur  '.
           05  FILLER         PIC X(06) VALUE 'Kind  '.
           05  FILLER         PIC X(30) VALUE 'Finding'.
           05  FILLER         PIC X(20) VALUE '             Ledger '.
           05  FILLER         PIC X(20) VALUE '             Master '.
           05  FILLER         PIC X(12) VALUE ' Row date'.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
      *
      *PRF-MASTER carries the master figure signed, since a master
      *driven below zero outside the ledger is exactly what this run
      *is here to catch.
       01  BREAK-LINE.
           05  PRF-ID         PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PRF-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PRF-KIND       PIC X(05).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  PRF-FINDING    PIC X(30).
           05  PRF-LEDGER     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  PRF-MASTER     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  PRF-ROW-DATE   PIC 9(08).
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(61) VALUE SPACES.
      *
       01  VERDICT-CLEAN-REC.
           05  FILLER         PIC X(23) VALUE 'LEDGER AND MASTER AGREE'.
           05  FILLER         PIC X(77) VALUE SPACES.
      *
       01  VERDICT-DIRTY-REC.
           05  FILLER         PIC X(41) VALUE
               'LEDGER AND MASTER BREAK - HOLD THE BATCH'.
           05  FILLER         PIC X(59) VALUE SPACES.
      *My quality of life FILLERs and the supporting variables
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H090-READ-CONTROL
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-MATCH-ONE-KEY
              UNTIL (WS-MST-KEY = WS-HIGH-KEY) AND
                    (WS-LGR-ACCT-KEY = WS-HIGH-KEY)
           PERFORM H400-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF WS-BREAK-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NOTE-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *A missing PRFCTL is the normal case - the lock field is
      *opt-in and a held lock then refuses the run.
       H090-READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF PRFCTL-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-CONTROL-FILE NOT = 0) AND
                 (ST-CONTROL-FILE NOT = 97)
                 DISPLAY 'PRFCTL DID NOT OPEN PROPERLY: '
                    ST-CONTROL-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 READ CONTROL-FILE
                    AT END MOVE SPACES TO CTL-REC
                 END-READ
                 IF CTL-LOCK-WAIT
                    SET LOCK-DISP-WAIT TO TRUE
                    END-IF
                 CLOSE CONTROL-FILE
              END-IF
           END-IF.
       H090-END. EXIT.
      *
      *No ledger at all is a legal state (nothing has ever been
      *posted) and simply leaves every master to be judged as having
      *no history.
       H100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'PRFRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           PERFORM LCK-ACQUIRE-RUN-LOCK.
           OPEN INPUT INDEX-FILE.
           IF (ST-INDEX-FILE NOT = 0) AND (ST-INDEX-FILE NOT = 97)
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LGRFILE-NOTFOUND
              MOVE WS-HIGH-KEY TO WS-LGR-ACCT-KEY
           ELSE
              IF (ST-LEDGER-FILE NOT = 0) AND (ST-LEDGER-FILE NOT = 97)
                 DISPLAY 'LGRFILE DID NOT OPEN PROPERLY: '
                    ST-LEDGER-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 PERFORM H220-READ-LEDGER
              END-IF
           END-IF.
           PERFORM H210-READ-MASTER.
       H100-END. EXIT.
      *
       H150-WRITE-HEADERS.
           WRITE PRF-REC FROM HEADER-1.
           WRITE PRF-REC FROM RULER-LINE.
           WRITE PRF-REC FROM HEADER-2.
           WRITE PRF-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
      *The lower key goes first: a master below the ledger has no
      *history, a ledger account below the master has no master, and
      *equal keys are proven against each other.
       H200-MATCH-ONE-KEY.
           IF WS-MST-KEY < WS-LGR-ACCT-KEY
              PERFORM H300-NO-HISTORY
              PERFORM H210-READ-MASTER
           ELSE
              IF WS-MST-KEY > WS-LGR-ACCT-KEY
                 PERFORM H320-REPLAY-ACCOUNT
                 PERFORM H330-NO-MASTER
              ELSE
                 PERFORM H320-REPLAY-ACCOUNT
                 PERFORM H340-PROVE-ACCOUNT
                 PERFORM H210-READ-MASTER
              END-IF
           END-IF.
       H200-END. EXIT.
      *
      *A master whose packed key or balance will not read cannot be
      *matched or proven; it is a break in its own right (IDXSCAN
      *will have it too) and the next master is taken.
       H210-READ-MASTER.
           SET MASTER-NOT-TAKEN TO TRUE.
           PERFORM H211-TAKE-ONE-MASTER THRU H211-TAKE-ONE-MASTER-END
              UNTIL MASTER-TAKEN.
       H210-END. EXIT.
      *
       H211-TAKE-ONE-MASTER.
           READ INDEX-FILE.
           IF IDXFILE-EOF
              MOVE WS-HIGH-KEY TO WS-MST-KEY
              SET MASTER-TAKEN TO TRUE
           ELSE
              ADD 1 TO WS-MST-READ-COUNT
              IF (IDX-ID IS NOT NUMERIC) OR
                 (IDX-BALANCE IS NOT NUMERIC)
                 ADD 1 TO WS-BAD-MASTER-COUNT
                 ADD 1 TO WS-BREAK-COUNT
                 DISPLAY 'IDXFILE RECORD NOT NUMERIC - NOT PROVEN '
                    'AFTER KEY ' WS-MST-KEY
              ELSE
                 MOVE ZERO         TO WS-MST-KEY
                 MOVE IDX-ID       TO WS-MST-ID
                 MOVE IDX-CURRENCY TO WS-MST-CURRENCY
                 MOVE IDX-BALANCE  TO WS-MST-BALANCE
                 SET MASTER-TAKEN TO TRUE
              END-IF
           END-IF.
       H211-TAKE-ONE-MASTER-END. EXIT.
      *
       H220-READ-LEDGER.
           READ LEDGER-FILE.
           IF LGRFILE-EOF
              MOVE WS-HIGH-KEY TO WS-LGR-ACCT-KEY
           ELSE
              ADD 1 TO WS-LGR-READ-COUNT
              MOVE ZERO         TO WS-LGR-ACCT-KEY
              MOVE LGR-ID       TO WS-LGR-ACCT-ID
              MOVE LGR-CURRENCY TO WS-LGR-ACCT-CUR
              END-IF.
       H220-END. EXIT.
      *
       H300-NO-HISTORY.
           ADD 1 TO WS-NOHIST-COUNT.
           MOVE SPACES TO PRF-REC.
           MOVE WS-MST-ID       TO PRF-ID.
           MOVE WS-MST-CURRENCY TO PRF-CURRENCY.
           MOVE ZERO            TO PRF-LEDGER.
           MOVE WS-MST-BALANCE  TO PRF-MASTER.
           MOVE ZERO            TO PRF-ROW-DATE.
           IF WS-MST-BALANCE = ZERO
              ADD 1 TO WS-NOTE-COUNT
              MOVE 'NOTE' TO PRF-KIND
              MOVE 'NO LEDGER HISTORY - ZERO' TO PRF-FINDING
           ELSE
              ADD 1 TO WS-BREAK-COUNT
              MOVE 'BREAK' TO PRF-KIND
              MOVE 'NO LEDGER HISTORY' TO PRF-FINDING
              END-IF.
           WRITE PRF-REC FROM BREAK-LINE.
       H300-END. EXIT.
      *
      *H320-REPLAY-ACCOUNT consumes every ledger row of the account
      *in hand, from zero, checking each against the running balance
      *and its own arithmetic. After a break the replay carries on
      *from the row's post-balance, so one gap is reported once and
      *not again on every row after it.
       H320-REPLAY-ACCOUNT.
           MOVE WS-LGR-ACCT-KEY TO WS-CURR-KEY.
           MOVE ZERO TO WS-RUN-BALANCE.
           MOVE ZERO TO WS-ACCT-ROWS.
           PERFORM H321-REPLAY-ONE-ROW THRU H321-REPLAY-ONE-ROW-END
              UNTIL WS-LGR-ACCT-KEY NOT = WS-CURR-KEY.
       H320-END. EXIT.
      *
       H321-REPLAY-ONE-ROW.
           ADD 1 TO WS-ACCT-ROWS.
           IF LGR-PRE-BALANCE NOT = WS-RUN-BALANCE
              ADD 1 TO WS-CHAIN-COUNT
              IF WS-ACCT-ROWS = 1
                 MOVE 'FIRST ROW DOES NOT START AT 0' TO PRF-FINDING
              ELSE
                 MOVE 'PRE-BALANCE NE PRIOR POST' TO PRF-FINDING
              END-IF
              PERFORM H322-WRITE-ROW-BREAK
              END-IF.
           EVALUATE TRUE
              WHEN LGR-DIR-UP
                 COMPUTE WS-ROW-CHECK = LGR-PRE-BALANCE + LGR-AMOUNT
              WHEN LGR-DIR-DOWN
                 COMPUTE WS-ROW-CHECK = LGR-PRE-BALANCE - LGR-AMOUNT
              WHEN OTHER
                 MOVE -1 TO WS-ROW-CHECK
           END-EVALUATE.
           IF WS-ROW-CHECK NOT = LGR-POST-BALANCE
              ADD 1 TO WS-ARITH-COUNT
              MOVE 'ROW POST NE PRE +/- AMOUNT' TO PRF-FINDING
              PERFORM H322-WRITE-ROW-BREAK
              END-IF.
           MOVE LGR-POST-BALANCE TO WS-RUN-BALANCE.
           PERFORM H220-READ-LEDGER.
       H321-REPLAY-ONE-ROW-END. EXIT.
      *
      *A row break shows what the row says against what the replay
      *expected, with the row's business date to find it by.
       H322-WRITE-ROW-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE LGR-ID           TO PRF-ID.
           MOVE LGR-CURRENCY     TO PRF-CURRENCY.
           MOVE 'BREAK'          TO PRF-KIND.
           MOVE LGR-PRE-BALANCE  TO PRF-LEDGER.
           MOVE WS-RUN-BALANCE   TO PRF-MASTER.
           MOVE LGR-BUS-DATE     TO PRF-ROW-DATE.
           WRITE PRF-REC FROM BREAK-LINE.
       H322-END. EXIT.
      *
       H330-NO-MASTER.
           ADD 1 TO WS-NOMASTER-COUNT.
           MOVE SPACES TO PRF-REC.
           MOVE WS-CURR-ID       TO PRF-ID.
           MOVE WS-CURR-CURRENCY TO PRF-CURRENCY.
           MOVE WS-RUN-BALANCE  TO PRF-LEDGER.
           MOVE ZERO            TO PRF-MASTER.
           MOVE ZERO            TO PRF-ROW-DATE.
           IF WS-RUN-BALANCE = ZERO
              ADD 1 TO WS-NOTE-COUNT
              MOVE 'NOTE' TO PRF-KIND
              MOVE 'NO MASTER - LEDGER AT ZERO' TO PRF-FINDING
           ELSE
              ADD 1 TO WS-BREAK-COUNT
              MOVE 'BREAK' TO PRF-KIND
              MOVE 'LEDGER HISTORY WITH NO MASTER' TO PRF-FINDING
              END-IF.
           WRITE PRF-REC FROM BREAK-LINE.
       H330-END. EXIT.
      *
       H340-PROVE-ACCOUNT.
           IF WS-RUN-BALANCE = WS-MST-BALANCE
              ADD 1 TO WS-PROVEN-COUNT
           ELSE
              ADD 1 TO WS-MISMATCH-COUNT
              ADD 1 TO WS-BREAK-COUNT
              MOVE SPACES TO PRF-REC
              MOVE WS-MST-ID       TO PRF-ID
              MOVE WS-MST-CURRENCY TO PRF-CURRENCY
              MOVE 'BREAK'         TO PRF-KIND
              MOVE 'LAST POST NE IDX-BALANCE' TO PRF-FINDING
              MOVE WS-RUN-BALANCE  TO PRF-LEDGER
              MOVE WS-MST-BALANCE  TO PRF-MASTER
              MOVE ZERO            TO PRF-ROW-DATE
              WRITE PRF-REC FROM BREAK-LINE
              END-IF.
       H340-END. EXIT.
      *
       H400-WRITE-TOTALS.
           WRITE PRF-REC FROM RULER-LINE.
           MOVE 'Master records read           ' TO TOT-LABEL.
           MOVE WS-MST-READ-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Ledger rows read              ' TO TOT-LABEL.
           MOVE WS-LGR-READ-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Accounts proven               ' TO TOT-LABEL.
           MOVE WS-PROVEN-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Last post ne master balance   ' TO TOT-LABEL.
           MOVE WS-MISMATCH-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Rows breaking the chain       ' TO TOT-LABEL.
           MOVE WS-CHAIN-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Rows with bad arithmetic      ' TO TOT-LABEL.
           MOVE WS-ARITH-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Masters with no history       ' TO TOT-LABEL.
           MOVE WS-NOHIST-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Ledger keys with no master    ' TO TOT-LABEL.
           MOVE WS-NOMASTER-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Masters not numeric           ' TO TOT-LABEL.
           MOVE WS-BAD-MASTER-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Breaks                        ' TO TOT-LABEL.
           MOVE WS-BREAK-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE 'Notes                         ' TO TOT-LABEL.
           MOVE WS-NOTE-COUNT TO TOT-COUNT.
           WRITE PRF-REC FROM TOTAL-LINE.
           MOVE SPACES TO PRF-REC.
           WRITE PRF-REC.
           IF WS-BREAK-COUNT > ZERO
              WRITE PRF-REC FROM VERDICT-DIRTY-REC
           ELSE
              WRITE PRF-REC FROM VERDICT-CLEAN-REC
              END-IF.
       H400-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on a PRFCTL WAIT card, is retried a bounded
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
           MOVE 'LGRPROOF' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'LGRPROOF'
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
           CLOSE REPORT-FILE.
       H999-END. EXIT.
      *

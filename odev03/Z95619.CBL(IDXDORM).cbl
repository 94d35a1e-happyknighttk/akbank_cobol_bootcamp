       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXDORM.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO DRMCTL
                                STATUS ST-CONTROL-FILE.
           SELECT REACT-FILE    ASSIGN TO DRMREA
                                STATUS ST-REACT-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT LEDGER-FILE   ASSIGN TO LGRFILE
                                ORGANIZATION INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT DORM-TRAN     ASSIGN TO DRMTRAN
                                STATUS ST-DORM-TRAN.
           SELECT REPORT-FILE   ASSIGN TO DRMRPT
                                STATUS ST-REPORT-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *IDXDORM is the periodic dormancy run. Each active account's
      *last customer activity is worked out from its LGRFILE history,
      *and an account that has been inactive longer than the limit is
      *classified dormant ('D' on IDX-STATUS). The program itself
      *never writes IDXFILE: each classification comes out on DRMTRAN
      *as a CHANGE transaction in IDXMNT's TRANFILE layout, status
      *only, so it goes onto the master through the normal validated,
      *journalled, audited maintenance path and a bad run is backed
      *out with IDXBKOUT like any other maintenance.
      *Not every ledger row is the customer's doing. Bonus postings and
      *their tax rows, bonus clawbacks, capitalized interest and
      *currency migrations are the bank's own movements - a forgotten
      *account keeps collecting them - so they do not count as
      *activity; every other row does, IDXMNT's included (the
      *zero-amount row it writes when an account is put back to active
      *among them). An account whose rows are all the bank's is taken
      *as last active on its first row. An account with no ledger
      *history at all cannot be judged and is listed for review instead
      *of flagged. An account CURMIG moved to a new currency has its
      *customer history under the old key: when a key's first row is
      *the 'MIG<' row, the old key's rows up to the matching 'MIG>'
      *are judged first, so the cutover is not mistaken for the
      *customer's last visit.
      *DRMREA is the reactivation deck for when a customer comes
      *back: one card per key, with the user id of the branch user
      *who saw the customer. A key that is dormant on the master
      *comes out on DRMTRAN as a CHANGE back to 'A' under that user
      *as maker; a card for any other key is refused and reported.
      *DRMRPT is the dormant-accounts register: every account flagged
      *this run, every account already dormant, every reactivation
      *and refusal, and the accounts with no history to judge.
      *DRMCTL is an optional card: the inactivity limit in days
      *(default 730), the as-of date (default today) and the usual
      *WAIT lock field. LCKFILE is the shared IDXFILE run-lock (see
      *LCKREC), taken so the master is never read mid-update.
      *
      *Return codes, for the scheduler:
      *   0 = clean
      *   4 = a reactivation card was refused (displayed and
      *       reported)
      *   8 = DRMCTL limit or as-of date unusable
      *  12 = file open failure, or IDXFILE run-lock refused
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 CTL-LIMIT-DAYS       PIC X(05).
           03 FILLER               PIC X(02).
           03 CTL-ASOF-DATE        PIC X(08).
           03 FILLER               PIC X(02).
           03 CTL-LOCK-DISP        PIC X(05).
              88 CTL-LOCK-WAIT           VALUE 'WAIT '.
      *
       FD  REACT-FILE RECORDING MODE F.
       01  REA-REC.
           03 REAREC-ID            PIC X(05).
           03 FILLER               PIC X(02).
           03 REAREC-CURRENCY      PIC X(03).
           03 FILLER               PIC X(02).
           03 REAREC-MAKER         PIC X(08).
      *
       FD  INDEX-FILE.
       COPY IDXREC.
      *
       FD  LEDGER-FILE.
       COPY LGRREC.
      *
      *DTR-REC mirrors IDXMNT's TRAN-REC field-for-field so DRMTRAN
      *can be fed to IDXMNT as its TRANFILE without conversion. The
      *maker on a classification is this program; on a reactivation
      *it is the branch user from the DRMREA card.
       FD  DORM-TRAN RECORDING MODE F.
       01  DTR-REC.
           03 DTRREC-CODE          PIC X(01).
           03 DTRREC-ID            PIC X(05).
           03 DTRREC-CURRENCY      PIC X(03).
           03 DTRREC-NAME          PIC X(15).
           03 DTRREC-SURNAME       PIC X(15).
           03 DTRREC-BDAY          PIC X(07).
           03 DTRREC-BALANCE       PIC X(15).
           03 DTRREC-STATUS        PIC X(01).
           03 DTRREC-MAKER         PIC X(08).
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
              88 DRMCTL-SUCCESS              VALUE 00 97.
              88 DRMCTL-NOTFOUND             VALUE 35.
           03 ST-REACT-FILE        PIC 9(02).
              88 DRMREA-EOF                  VALUE 10.
              88 DRMREA-SUCCESS              VALUE 00 97.
              88 DRMREA-NOTFOUND             VALUE 35.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-EOF                 VALUE 10.
              88 IDXFILE-SUCCESS             VALUE 00 97.
           03 ST-LEDGER-FILE       PIC 9(02).
              88 LGRFILE-EOF                 VALUE 10.
              88 LGRFILE-SUCCESS             VALUE 00 97.
              88 LGRFILE-NOTFOUND            VALUE 35.
           03 ST-DORM-TRAN         PIC 9(02).
              88 DRMTRAN-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 DRMRPT-SUCCESS              VALUE 00 97.
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
      *WS-DRM-CONTROL holds the DRMCTL settings and the account in
      *hand. WS-LAST-ACTIVITY is the newest customer row found for
      *the account, WS-FIRST-SEEN its oldest row of any kind.
       01  WS-DRM-CONTROL.
           03 WS-LIMIT-DAYS        PIC 9(05) VALUE 730.
           03 WS-ASOF-DATE         PIC 9(08) VALUE ZERO.
           03 WS-ASOF-INT          PIC 9(07) VALUE ZERO.
           03 WS-ACC-ID            PIC 9(05) VALUE ZERO.
           03 WS-ACC-CURRENCY      PIC 9(03) VALUE ZERO.
           03 WS-LAST-ACTIVITY     PIC 9(08) VALUE ZERO.
           03 WS-FIRST-SEEN        PIC 9(08) VALUE ZERO.
           03 WS-ROW-INT           PIC 9(07) VALUE ZERO.
           03 WS-DAYS-IDLE         PIC S9(07) VALUE ZERO.
           03 WS-LEDGER-SW         PIC X(01) VALUE 'Y'.
              88 LEDGER-AVAILABLE         VALUE 'Y'.
              88 LEDGER-ABSENT            VALUE 'N'.
           03 WS-BROWSE-SW         PIC X(01) VALUE 'N'.
              88 BROWSE-DONE              VALUE 'Y'.
              88 BROWSE-GOING             VALUE 'N'.
           03 WS-OWN-ROW-SW        PIC X(01) VALUE 'N'.
              88 ROW-IS-BANKS             VALUE 'Y'.
              88 ROW-IS-CUSTOMERS         VALUE 'N'.
           03 WS-SRC-SUB           PIC 9(02) VALUE ZERO.
      *
      *WS-MIG-CONTROL carries the browse across a currency migration:
      *the new key's 'MIG<' row is kept whole while the old key is
      *read, so the new key's browse picks up again from it.
       01  WS-MIG-CONTROL.
           03 WS-MIG-IN-REC        PIC X(80) VALUE SPACES.
           03 WS-MIG-PARTNER       PIC 9(03) VALUE ZERO.
           03 WS-MIG-DATE          PIC 9(08) VALUE ZERO.
           03 WS-MIG-TIME          PIC 9(06) VALUE ZERO.
           03 WS-MIG-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-PTN-SW            PIC X(01) VALUE 'N'.
              88 PARTNER-DONE             VALUE 'Y'.
              88 PARTNER-GOING            VALUE 'N'.
      *
      *WS-BANK-SOURCES lists the LGR-SOURCE values that are the
      *bank's own movements rather than the customer's. CURMIG's
      *currency migration rows are the bank's as well; they carry the
      *partner currency in the source, so H325 tests them by tag.
       01  WS-BANK-SOURCES.
           03 FILLER               PIC X(32) VALUE
              'IDXPOST IDXPTAX BONCLAW INTCAP  '.
       01  WS-BANK-SOURCE-TABLE REDEFINES WS-BANK-SOURCES.
           03 WS-BANK-SOURCE       PIC X(08) OCCURS 4 TIMES.
       01  WS-BANK-SOURCE-COUNT    PIC 9(02) VALUE 4.
      *
      *WS-DRM-TOTALS: every account read lands in exactly one of not
      *valid, frozen or closed, already dormant, no history, still
      *active, or flagged.
       01  WS-DRM-TOTALS.
           03 WS-IDX-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-BAD-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-OTHER-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-DORMANT-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-NOHIST-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-ACTIVE-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-FLAGGED-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-CARD-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-REACT-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-REFUSED-COUNT     PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'DORMANT ACCOUNTS REGISTER'.
           05  FILLER         PIC X(07) VALUE 'As of: '.
           05  HDR-ASOF       PIC 9(08).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(25) VALUE
               'Inactivity limit (days): '.
           05  HDR-LIMIT      PIC ZZZZ9.
           05  FILLER         PIC X(21) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(07) VALUE 'ID     '.
           05  FILLER         PIC X(05) VALUE 'Cur  '.
           05  FILLER         PIC X(16) VALUE 'Name'.
           05  FILLER         PIC X(16) VALUE 'Surname'.
           05  FILLER         PIC X(21) VALUE
               '            Balance  '.
           05  FILLER         PIC X(10) VALUE 'Last act  '.
           05  FILLER         PIC X(09) VALUE '   Days  '.
           05  FILLER         PIC X(16) VALUE 'Result'.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
      *
       01  DETAIL-LINE.
           05  DTL-ID         PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-NAME       PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DTL-SURNAME    PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DTL-BALANCE    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-LAST       PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-DAYS       PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-RESULT     PIC X(16).
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
           PERFORM H500-TAKE-REACTIVATIONS
           PERFORM H450-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF WS-REFUSED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *A missing DRMCTL is the normal case: a 730-day limit as of
      *today, and a held lock refuses the run.
       H090-READ-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE.
           OPEN INPUT CONTROL-FILE.
           IF DRMCTL-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-CONTROL-FILE NOT = 0) AND
                 (ST-CONTROL-FILE NOT = 97)
                 DISPLAY 'DRMCTL DID NOT OPEN PROPERLY: '
                    ST-CONTROL-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 READ CONTROL-FILE
                    AT END MOVE SPACES TO CTL-REC
                 END-READ
                 PERFORM H095-TAKE-CONTROL
                 CLOSE CONTROL-FILE
              END-IF
           END-IF.
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           IF WS-ASOF-INT = ZERO
              DISPLAY 'DRMCTL AS-OF DATE NOT A REAL DATE: '
                 WS-ASOF-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
       H090-END. EXIT.
      *
       H095-TAKE-CONTROL.
           IF CTL-LIMIT-DAYS NOT = SPACES
              IF (CTL-LIMIT-DAYS IS NUMERIC) AND
                 (CTL-LIMIT-DAYS > '00000')
                 MOVE CTL-LIMIT-DAYS TO WS-LIMIT-DAYS
              ELSE
                 DISPLAY 'DRMCTL LIMIT DAYS NOT VALID: '
                    CTL-LIMIT-DAYS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF CTL-ASOF-DATE IS NUMERIC
              MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
              END-IF.
           IF CTL-LOCK-WAIT
              SET LOCK-DISP-WAIT TO TRUE
              END-IF.
       H095-END. EXIT.
      *
      *With no ledger there is no history to judge anyone by; every
      *active account is then listed for review and none is flagged.
       H100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'DRMRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           OPEN OUTPUT DORM-TRAN.
           IF (ST-DORM-TRAN NOT = 0) AND (ST-DORM-TRAN NOT = 97)
              DISPLAY 'DRMTRAN DID NOT OPEN PROPERLY: ' ST-DORM-TRAN
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
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
              SET LEDGER-ABSENT TO TRUE
              DISPLAY 'LGRFILE NOT PRESENT - NO HISTORY TO JUDGE'
           ELSE
              IF (ST-LEDGER-FILE NOT = 0) AND (ST-LEDGER-FILE NOT = 97)
                 DISPLAY 'LGRFILE DID NOT OPEN PROPERLY: '
                    ST-LEDGER-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
                 END-IF
              END-IF.
           READ INDEX-FILE NEXT RECORD
              AT END SET IDXFILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *
       H150-WRITE-HEADERS.
           MOVE WS-ASOF-DATE  TO HDR-ASOF.
           MOVE WS-LIMIT-DAYS TO HDR-LIMIT.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
      *Only an active account can go dormant; one already dormant is
      *carried on the register with its last activity. Frozen and
      *closed accounts have a status of their own and are passed.
       H210-TAKE-ONE-ACCOUNT.
           ADD 1 TO WS-IDX-READ-COUNT.
           IF (IDX-ID IS NOT NUMERIC) OR (IDX-BALANCE IS NOT NUMERIC)
              ADD 1 TO WS-BAD-COUNT
           ELSE
              EVALUATE TRUE
                 WHEN IDX-STATUS-ACTIVE
                    PERFORM H300-FIND-LAST-ACTIVITY
                    PERFORM H220-JUDGE-ACTIVE
                 WHEN IDX-STATUS-DORMANT
                    PERFORM H300-FIND-LAST-ACTIVITY
                    ADD 1 TO WS-DORMANT-COUNT
                    MOVE 'DORMANT' TO DTL-RESULT
                    PERFORM H390-WRITE-DETAIL
                 WHEN OTHER
                    ADD 1 TO WS-OTHER-COUNT
              END-EVALUATE
           END-IF.
           READ INDEX-FILE NEXT RECORD
              AT END SET IDXFILE-EOF TO TRUE
           END-READ.
       H210-TAKE-ONE-ACCOUNT-END. EXIT.
      *
      *Dormant means idle for longer than the limit: an account last
      *active exactly the limit's number of days ago is still active.
       H220-JUDGE-ACTIVE.
           IF WS-LAST-ACTIVITY = ZERO
              ADD 1 TO WS-NOHIST-COUNT
              MOVE 'NO HISTORY' TO DTL-RESULT
              PERFORM H390-WRITE-DETAIL
           ELSE
              IF WS-DAYS-IDLE > WS-LIMIT-DAYS
                 ADD 1 TO WS-FLAGGED-COUNT
                 MOVE 'FLAGGED DORMANT' TO DTL-RESULT
                 PERFORM H390-WRITE-DETAIL
                 MOVE 'D'        TO DTRREC-STATUS
                 MOVE 'IDXDORM ' TO DTRREC-MAKER
                 PERFORM H400-WRITE-TRAN
              ELSE
                 ADD 1 TO WS-ACTIVE-COUNT
              END-IF
           END-IF.
       H220-END. EXIT.
      *
      *The account's ledger rows are read in key order, oldest first,
      *so the last customer row read is its last activity.
       H300-FIND-LAST-ACTIVITY.
           MOVE IDX-ID       TO WS-ACC-ID.
           MOVE IDX-CURRENCY TO WS-ACC-CURRENCY.
           MOVE ZERO TO WS-LAST-ACTIVITY.
           MOVE ZERO TO WS-FIRST-SEEN.
           MOVE ZERO TO WS-DAYS-IDLE.
           IF LEDGER-AVAILABLE
              MOVE WS-ACC-ID       TO LGR-ID
              MOVE WS-ACC-CURRENCY TO LGR-CURRENCY
              MOVE ZERO TO LGR-BUS-DATE
              MOVE ZERO TO LGR-TIME
              MOVE ZERO TO LGR-SEQ
              START LEDGER-FILE KEY NOT LESS THAN LGR-KEY
                 INVALID KEY
                    SET BROWSE-DONE TO TRUE
                 NOT INVALID KEY
                    SET BROWSE-GOING TO TRUE
              END-START
              PERFORM H310-TAKE-ONE-ROW THRU H310-TAKE-ONE-ROW-END
                 UNTIL BROWSE-DONE
              END-IF.
           IF WS-LAST-ACTIVITY = ZERO
              MOVE WS-FIRST-SEEN TO WS-LAST-ACTIVITY
              END-IF.
           IF WS-LAST-ACTIVITY > ZERO
              COMPUTE WS-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
              COMPUTE WS-DAYS-IDLE = WS-ASOF-INT - WS-ROW-INT
              END-IF.
       H300-END. EXIT.
      *
       H310-TAKE-ONE-ROW.
           READ LEDGER-FILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
              NOT AT END
                 IF (LGR-ID = WS-ACC-ID) AND
                    (LGR-CURRENCY = WS-ACC-CURRENCY)
                    PERFORM H320-JUDGE-ROW
                 ELSE
                    SET BROWSE-DONE TO TRUE
                 END-IF
           END-READ.
       H310-TAKE-ONE-ROW-END. EXIT.
      *
      *A row dated after the as-of date has not happened yet as far
      *as this run is concerned. A first row that is a 'MIG<' sends
      *the browse to the old key before this row is judged.
       H320-JUDGE-ROW.
           IF LGR-BUS-DATE NOT > WS-ASOF-DATE
              IF (WS-FIRST-SEEN = ZERO) AND LGR-MIG-IN
                 PERFORM H330-BROWSE-OLD-KEY
                 END-IF
              PERFORM H325-CLASSIFY-ROW
              END-IF.
       H320-END. EXIT.
      *
       H325-CLASSIFY-ROW.
           IF WS-FIRST-SEEN = ZERO
              MOVE LGR-BUS-DATE TO WS-FIRST-SEEN
              END-IF.
           SET ROW-IS-CUSTOMERS TO TRUE.
           MOVE 1 TO WS-SRC-SUB.
           PERFORM H321-TEST-ONE-SOURCE THRU H321-TEST-ONE-SOURCE-END
              UNTIL WS-SRC-SUB > WS-BANK-SOURCE-COUNT.
           IF LGR-MIG-OUT OR LGR-MIG-IN
              SET ROW-IS-BANKS TO TRUE
              END-IF.
           IF ROW-IS-CUSTOMERS
              MOVE LGR-BUS-DATE TO WS-LAST-ACTIVITY
              END-IF.
       H325-END. EXIT.
      *
       H321-TEST-ONE-SOURCE.
           IF LGR-SOURCE = WS-BANK-SOURCE(WS-SRC-SUB)
              SET ROW-IS-BANKS TO TRUE
              END-IF.
           ADD 1 TO WS-SRC-SUB.
       H321-TEST-ONE-SOURCE-END. EXIT.
      *
      *The old key (same id, the partner currency the 'MIG<' row
      *names) is read from its first row up to the 'MIG>' row of
      *this pair, every row judged as if it were the new key's; its
      *oldest row becomes the account's first seen. The 'MIG<' row is
      *then put back in the record area and the new key's browse
      *restarted after it.
       H330-BROWSE-OLD-KEY.
           MOVE LGR-REC         TO WS-MIG-IN-REC.
           MOVE LGR-MIG-PARTNER TO WS-MIG-PARTNER.
           MOVE LGR-BUS-DATE    TO WS-MIG-DATE.
           MOVE LGR-TIME        TO WS-MIG-TIME.
           MOVE LGR-SEQ         TO WS-MIG-SEQ.
           MOVE WS-ACC-ID      TO LGR-ID.
           MOVE WS-MIG-PARTNER TO LGR-CURRENCY.
           MOVE ZERO TO LGR-BUS-DATE.
           MOVE ZERO TO LGR-TIME.
           MOVE ZERO TO LGR-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LGR-KEY
              INVALID KEY
                 SET PARTNER-DONE TO TRUE
              NOT INVALID KEY
                 SET PARTNER-GOING TO TRUE
           END-START.
           PERFORM H335-TAKE-OLD-KEY-ROW THRU H335-TAKE-OLD-KEY-ROW-END
              UNTIL PARTNER-DONE.
           MOVE WS-MIG-IN-REC TO LGR-REC.
           START LEDGER-FILE KEY GREATER THAN LGR-KEY
              INVALID KEY
                 SET BROWSE-DONE TO TRUE
           END-START.
       H330-END. EXIT.
      *
       H335-TAKE-OLD-KEY-ROW.
           READ LEDGER-FILE NEXT RECORD
              AT END
                 SET PARTNER-DONE TO TRUE
              NOT AT END
                 IF (LGR-ID NOT = WS-ACC-ID) OR
                    (LGR-CURRENCY NOT = WS-MIG-PARTNER)
                    SET PARTNER-DONE TO TRUE
                 ELSE
                    IF LGR-MIG-OUT AND (LGR-BUS-DATE = WS-MIG-DATE) AND
                       (LGR-TIME = WS-MIG-TIME) AND
                       (LGR-SEQ = WS-MIG-SEQ)
                       SET PARTNER-DONE TO TRUE
                    ELSE
                       IF LGR-BUS-DATE NOT > WS-ASOF-DATE
                          PERFORM H325-CLASSIFY-ROW
                          END-IF
                    END-IF
                 END-IF
           END-READ.
       H335-TAKE-OLD-KEY-ROW-END. EXIT.
      *
       H390-WRITE-DETAIL.
           MOVE WS-ACC-ID        TO DTL-ID.
           MOVE WS-ACC-CURRENCY  TO DTL-CURRENCY.
           MOVE IDX-NAME         TO DTL-NAME.
           MOVE IDX-SURNAME      TO DTL-SURNAME.
           MOVE IDX-BALANCE      TO DTL-BALANCE.
           MOVE WS-LAST-ACTIVITY TO DTL-LAST.
           MOVE WS-DAYS-IDLE     TO DTL-DAYS.
           WRITE RPT-REC FROM DETAIL-LINE.
       H390-END. EXIT.
      *
      *The transaction carries the key and the new status only; every
      *other field is left blank so IDXMNT changes nothing else.
      *Callers set DTRREC-STATUS and DTRREC-MAKER first.
       H400-WRITE-TRAN.
           MOVE 'C'             TO DTRREC-CODE.
           MOVE WS-ACC-ID       TO DTRREC-ID.
           MOVE WS-ACC-CURRENCY TO DTRREC-CURRENCY.
           MOVE SPACES          TO DTRREC-NAME.
           MOVE SPACES          TO DTRREC-SURNAME.
           MOVE SPACES          TO DTRREC-BDAY.
           MOVE SPACES          TO DTRREC-BALANCE.
           WRITE DTR-REC.
       H400-END. EXIT.
      *
      *A missing DRMREA means nobody came back this period.
       H500-TAKE-REACTIVATIONS.
           OPEN INPUT REACT-FILE.
           IF DRMREA-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-REACT-FILE NOT = 0) AND (ST-REACT-FILE NOT = 97)
                 DISPLAY 'DRMREA DID NOT OPEN PROPERLY: '
                    ST-REACT-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 WRITE RPT-REC FROM RULER-LINE
                 READ REACT-FILE
                    AT END SET DRMREA-EOF TO TRUE
                 END-READ
                 PERFORM H510-TAKE-ONE-CARD THRU H510-TAKE-ONE-CARD-END
                    UNTIL DRMREA-EOF
                 CLOSE REACT-FILE
              END-IF
           END-IF.
       H500-END. EXIT.
      *
      *Only a key that is dormant on the master right now can be
      *reactivated, and only on a card that names the branch user.
       H510-TAKE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF (REAREC-ID IS NOT NUMERIC) OR
              (REAREC-CURRENCY IS NOT NUMERIC) OR
              (REAREC-MAKER = SPACES)
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY 'DRMREA CARD NOT VALID: ' REA-REC
           ELSE
              MOVE REAREC-ID       TO WS-ACC-ID
              MOVE REAREC-CURRENCY TO WS-ACC-CURRENCY
              MOVE WS-ACC-ID       TO IDX-ID
              MOVE WS-ACC-CURRENCY TO IDX-CURRENCY
              READ INDEX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY 'DRMREA KEY NOT ON MASTER: ' WS-ACC-ID '/'
                       WS-ACC-CURRENCY
                 NOT INVALID KEY
                    PERFORM H520-JUDGE-CARD
              END-READ
           END-IF.
           READ REACT-FILE
              AT END SET DRMREA-EOF TO TRUE
           END-READ.
       H510-TAKE-ONE-CARD-END. EXIT.
      *
       H520-JUDGE-CARD.
           PERFORM H300-FIND-LAST-ACTIVITY.
           IF IDX-STATUS-DORMANT
              ADD 1 TO WS-REACT-COUNT
              MOVE 'REACTIVATED' TO DTL-RESULT
              PERFORM H390-WRITE-DETAIL
              MOVE 'A'          TO DTRREC-STATUS
              MOVE REAREC-MAKER TO DTRREC-MAKER
              PERFORM H400-WRITE-TRAN
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'NOT DORMANT' TO DTL-RESULT
              PERFORM H390-WRITE-DETAIL
              DISPLAY 'DRMREA KEY NOT DORMANT: ' WS-ACC-ID '/'
                 WS-ACC-CURRENCY ' STATUS ' IDX-STATUS
              END-IF.
       H520-END. EXIT.
      *
       H450-WRITE-TOTALS.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE 'Accounts read                 ' TO TOT-LABEL.
           MOVE WS-IDX-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  not valid                   ' TO TOT-LABEL.
           MOVE WS-BAD-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  frozen or closed            ' TO TOT-LABEL.
           MOVE WS-OTHER-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  already dormant             ' TO TOT-LABEL.
           MOVE WS-DORMANT-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  no history to judge         ' TO TOT-LABEL.
           MOVE WS-NOHIST-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  still active                ' TO TOT-LABEL.
           MOVE WS-ACTIVE-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  flagged dormant             ' TO TOT-LABEL.
           MOVE WS-FLAGGED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Reactivation cards read       ' TO TOT-LABEL.
           MOVE WS-CARD-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  reactivated                 ' TO TOT-LABEL.
           MOVE WS-REACT-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  refused                     ' TO TOT-LABEL.
           MOVE WS-REFUSED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
       H450-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on a DRMCTL WAIT card, is retried a bounded
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
           MOVE 'IDXDORM ' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'IDXDORM '
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
           CLOSE DORM-TRAN.
           CLOSE REPORT-FILE.
       H999-END. EXIT.
      *

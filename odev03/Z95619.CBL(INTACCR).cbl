       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO INTCTL
                                STATUS ST-CONTROL-FILE.
           SELECT RATE-FILE     ASSIGN TO INTRTE
                                STATUS ST-RATE-FILE.
           SELECT RATE-HISTORY  ASSIGN TO FXHFILE
                                STATUS ST-FXH-FILE.
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
           SELECT XREF-FILE     ASSIGN TO MIGXREF
                                ORGANIZATION INDEXED
                                ACCESS RANDOM
                                RECORD KEY XRF-OLD-KEY
                                STATUS ST-XREF-FILE.
           SELECT REPORT-FILE   ASSIGN TO INTRPT
                                STATUS ST-REPORT-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *INTACCR is the month-end interest run. Every active account on
      *IDXFILE earns interest for the INTCTL month, accrued day by
      *day off its own LGRFILE movement history, and the month's
      *interest is capitalized onto IDX-BALANCE with a ledger row of
      *its own under source 'INTCAP  ' - interest no longer comes
      *back through IDXMNT disguised as a balance correction.
      *The balance a day earns on is the balance at the end of that
      *day: the account's first ledger row on or after the first of
      *the month gives the opening balance (its pre-balance), and
      *each row inside the month moves the balance from its own
      *posting date on, so a bonus posted on the 20th earns from the
      *20th. An account with no row since the month began has
      *carried IDX-BALANCE all month.
      *An account CURMIG moved out of a retired currency on or after
      *the first of the month (its first row in the month is the
      *'MIG<' row) spent the days before the cutover under its old
      *key, which is closed now. Those days are taken from the old
      *key's rows up to its 'MIG>' row, each balance converted at the
      *MIGXREF rate, and earn on the new account's schedule; the
      *whole month is capitalized onto the new account. MIGXREF is
      *optional - no MIGXREF means no currency has been retired.
      *INTRTE is the rate parameter file: rows of currency, effective
      *date, the balance the tier starts at, and the annual rate in
      *percent with four decimals the way CMPREC-RATE is cut
      *(0150000 is 15 percent). On any one day the schedule in force
      *for the currency is the one with the latest effective date on
      *or before that day, and the whole balance earns the rate of
      *the highest tier at or under it - the same banding ODEVUC3
      *applies to CMPFILE. A day earns balance x rate / 365. The
      *file must be in currency, effective date, tier order.
      *The month's interest is capitalized truncated to whole units,
      *never rounded up. A later 'INTCAP  ' row than the month end
      *means the account has already been capitalized for this month
      *(or a later one), so a rerun never pays twice; months are
      *capitalized in order.
      *FXHFILE is the rate history ODEVUC3 keeps. INTRPT, the accrual
      *report, lists every capitalized account and then the month by
      *currency, each currency's interest priced in TRY at the last
      *rate recorded on or before the month end.
      *INTCTL is the month card (YYYYMM, which must be over) with the
      *usual WAIT lock field. LCKFILE is the shared IDXFILE run-lock
      *(see LCKREC): taken before the master opens, freed when it
      *closes.
      *
      *Return codes, for the scheduler:
      *   0 = clean
      *   4 = an account could not be capitalized or ledgered, an
      *       active currency has no INTRTE schedule, a currency
      *       has no FXHFILE rate, or a migrated account has no
      *       MIGXREF rate (all displayed and reported)
      *   8 = INTCTL month unusable or not over, INTRTE missing or
      *       out of order
      *  12 = file open failure, or IDXFILE run-lock refused
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 CTL-MONTH            PIC X(06).
           03 FILLER               PIC X(02).
           03 CTL-LOCK-DISP        PIC X(05).
              88 CTL-LOCK-WAIT           VALUE 'WAIT '.
      *
       FD  RATE-FILE RECORDING MODE F.
       01  IRT-REC.
           03 IRTREC-CURRENCY      PIC 9(03).
           03 FILLER               PIC X(02).
           03 IRTREC-EFF-DATE      PIC 9(08).
           03 FILLER               PIC X(02).
           03 IRTREC-TIER-LOW      PIC 9(15).
           03 FILLER               PIC X(02).
           03 IRTREC-RATE          PIC 9(03)V9(04).
      *
      *FXH-REC mirrors the FXH-REC ODEVUC3 writes, field for field.
       FD  RATE-HISTORY RECORDING MODE F.
       01  FXH-REC.
           03 FXHREC-BUS-DATE      PIC 9(08).
           03 FILLER               PIC X(02).
           03 FXHREC-CURRENCY      PIC 9(03).
           03 FILLER               PIC X(02).
           03 FXHREC-RATE          PIC 9(05)V9(04).
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
              88 INTCTL-SUCCESS              VALUE 00 97.
           03 ST-RATE-FILE         PIC 9(02).
              88 INTRTE-EOF                  VALUE 10.
              88 INTRTE-SUCCESS              VALUE 00 97.
              88 INTRTE-NOTFOUND             VALUE 35.
           03 ST-FXH-FILE          PIC 9(02).
              88 FXHFILE-EOF                 VALUE 10.
              88 FXHFILE-SUCCESS             VALUE 00 97.
              88 FXHFILE-NOTFOUND            VALUE 35.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-EOF                 VALUE 10.
              88 IDXFILE-SUCCESS             VALUE 00 97.
           03 ST-LEDGER-FILE       PIC 9(02).
              88 LGRFILE-EOF                 VALUE 10.
              88 LGRFILE-SUCCESS             VALUE 00 97.
              88 LGRFILE-NOTFOUND            VALUE 35.
           03 ST-XREF-FILE         PIC 9(02).
              88 MIGXREF-SUCCESS             VALUE 00 97.
              88 MIGXREF-NOTFOUND            VALUE 35.
           03 WS-XRF-OPEN-SW       PIC X(01) VALUE 'N'.
              88 MIGXREF-AVAILABLE        VALUE 'Y'.
              88 MIGXREF-ABSENT           VALUE 'N'.
           03 ST-REPORT-FILE       PIC 9(02).
              88 INTRPT-SUCCESS              VALUE 00 97.
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
      *way IDXPOST does: WS-LGR-SEQ ticks per row written so two
      *capitalizations in one second still key apart, and
      *WS-LGR-FAIL-COUNT turns a clean end into return code 4.
       01  WS-LGR-CONTROL.
           03 WS-LGR-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-LGR-FAIL-COUNT    PIC 9(07) VALUE ZERO.
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
      *WS-PERIOD holds the INTCTL month as its first and last day,
      *in the calendar and as day numbers for the day walk.
       01  WS-PERIOD.
           03 WS-PER-MONTH         PIC 9(06) VALUE ZERO.
           03 WS-PER-START-DATE    PIC 9(08) VALUE ZERO.
           03 WS-PER-START-PARTS REDEFINES WS-PER-START-DATE.
              05 WS-PER-START-YEAR PIC 9(04).
              05 WS-PER-START-MM   PIC 9(02).
              05 WS-PER-START-DD   PIC 9(02).
           03 WS-PER-END-DATE      PIC 9(08) VALUE ZERO.
           03 WS-PER-NEXT-DATE     PIC 9(08) VALUE ZERO.
           03 WS-PER-NEXT-PARTS REDEFINES WS-PER-NEXT-DATE.
              05 WS-PER-NEXT-YEAR  PIC 9(04).
              05 WS-PER-NEXT-MM    PIC 9(02).
              05 WS-PER-NEXT-DD    PIC 9(02).
           03 WS-PER-START-INT     PIC 9(07) VALUE ZERO.
           03 WS-PER-END-INT       PIC 9(07) VALUE ZERO.
           03 WS-RUN-DATE          PIC 9(08) VALUE ZERO.
      *
      *WS-IRT-TABLE holds INTRTE in file order; WS-IRC-TABLE gives
      *each currency's first and last row in it, so a day's rate is
      *found by walking back from the currency's last row: the first
      *row in force is the latest schedule, and walking on down that
      *schedule the first tier at or under the balance is the one.
       01  WS-IRT-TABLE.
           03 WS-IRT-COUNT         PIC 9(03) VALUE ZERO.
           03 WS-IRT-ENTRY OCCURS 200 TIMES.
              05 WS-IRT-CURRENCY   PIC 9(03).
              05 WS-IRT-EFF-DATE   PIC 9(08).
              05 WS-IRT-TIER-LOW   PIC 9(15).
              05 WS-IRT-RATE       PIC 9(03)V9(04).
           03 WS-IRT-SUB           PIC 9(03) VALUE ZERO.
           03 WS-IRT-PREV-KEY      PIC X(26) VALUE LOW-VALUES.
           03 WS-IRT-THIS-KEY.
              05 WS-IRT-KEY-CUR    PIC 9(03).
              05 WS-IRT-KEY-EFF    PIC 9(08).
              05 WS-IRT-KEY-TIER   PIC 9(15).
      *
       01  WS-IRC-TABLE.
           03 WS-IRC-COUNT         PIC 9(03) VALUE ZERO.
           03 WS-IRC-ENTRY OCCURS 50 TIMES.
              05 WS-IRC-CURRENCY   PIC 9(03).
              05 WS-IRC-FROM       PIC 9(03).
              05 WS-IRC-TO         PIC 9(03).
           03 WS-IRC-SUB           PIC 9(03) VALUE ZERO.
      *
      *WS-FXR-TABLE is, per currency, the last FXHFILE rate recorded
      *on or before the month end. WS-FXR-ENTRY only OCCURS 50 TIMES,
      *same as the rate table ODEVUC3 keeps.
       01  WS-FXR-TABLE.
           03 WS-FXR-COUNT         PIC 9(03) VALUE ZERO.
           03 WS-FXR-ENTRY OCCURS 50 TIMES.
              05 WS-FXR-CURRENCY   PIC 9(03).
              05 WS-FXR-DATE       PIC 9(08).
              05 WS-FXR-RATE       PIC 9(05)V9(04).
           03 WS-FXR-SUB           PIC 9(03) VALUE ZERO.
           03 WS-FXR-HIT           PIC 9(03) VALUE ZERO.
      *
      *WS-SUM-TABLE accumulates the month by currency for the end of
      *the report.
       01  WS-SUM-TABLE.
           03 WS-SUM-COUNT         PIC 9(03) VALUE ZERO.
           03 WS-SUM-ENTRY OCCURS 50 TIMES.
              05 WS-SUM-CURRENCY   PIC 9(03).
              05 WS-SUM-ACCOUNTS   PIC 9(07).
              05 WS-SUM-INTEREST   PIC 9(15).
           03 WS-SUM-SUB           PIC 9(03) VALUE ZERO.
           03 WS-SUM-HIT           PIC 9(03) VALUE ZERO.
           03 WS-SUM-TRY           PIC 9(15) VALUE ZERO.
           03 WS-SUM-TRY-TOTAL     PIC 9(15) VALUE ZERO.
      *
      *WS-ACC-CONTROL carries the account in hand through the day
      *walk. WS-ACCRUED keeps six decimals so a month of small days
      *adds up before it is truncated to WS-INTEREST.
       01  WS-ACC-CONTROL.
           03 WS-ACC-ID            PIC 9(05) VALUE ZERO.
           03 WS-ACC-CURRENCY      PIC 9(03) VALUE ZERO.
           03 WS-ACC-IRC-SUB       PIC 9(03) VALUE ZERO.
           03 WS-OPENING-BAL       PIC S9(15) VALUE ZERO.
           03 WS-DAY-BALANCE       PIC S9(15) VALUE ZERO.
           03 WS-DAY-INT           PIC 9(07) VALUE ZERO.
           03 WS-UPTO-INT          PIC S9(07) VALUE ZERO.
           03 WS-ROW-INT           PIC 9(07) VALUE ZERO.
           03 WS-DAY-DATE          PIC 9(08) VALUE ZERO.
           03 WS-DAY-RATE          PIC 9(03)V9(04) VALUE ZERO.
           03 WS-BEST-EFF          PIC 9(08) VALUE ZERO.
           03 WS-ACCRUED           PIC 9(13)V9(06) VALUE ZERO.
           03 WS-INTEREST          PIC 9(15) VALUE ZERO.
           03 WS-PRE-BALANCE       PIC 9(15) VALUE ZERO.
           03 WS-MOVE-COUNT        PIC 9(05) VALUE ZERO.
           03 WS-OPENING-SW        PIC X(01) VALUE 'N'.
              88 OPENING-TAKEN            VALUE 'Y'.
              88 OPENING-NOT-TAKEN        VALUE 'N'.
           03 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 ALREADY-CAPITALIZED      VALUE 'Y'.
              88 NOT-YET-CAPITALIZED      VALUE 'N'.
           03 WS-BROWSE-SW         PIC X(01) VALUE 'N'.
              88 BROWSE-DONE              VALUE 'Y'.
              88 BROWSE-GOING             VALUE 'N'.
           03 WS-RATE-SCAN-SW      PIC X(01) VALUE 'N'.
              88 RATE-SCAN-DONE           VALUE 'Y'.
              88 RATE-SCAN-GOING          VALUE 'N'.
      *
      *WS-MIG-CONTROL carries a migrated account across its cutover:
      *the new key's 'MIG<' row is kept whole while the old key is
      *browsed, so the new key's browse picks up again from it.
       01  WS-MIG-CONTROL.
           03 WS-MIG-IN-REC        PIC X(80) VALUE SPACES.
           03 WS-MIG-PARTNER       PIC 9(03) VALUE ZERO.
           03 WS-MIG-DATE          PIC 9(08) VALUE ZERO.
           03 WS-MIG-TIME          PIC 9(06) VALUE ZERO.
           03 WS-MIG-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-MIG-RATE          PIC 9(05)V9(06) VALUE ZERO.
           03 WS-PTN-SW            PIC X(01) VALUE 'N'.
              88 PARTNER-DONE             VALUE 'Y'.
              88 PARTNER-GOING            VALUE 'N'.
      *
      *WS-INT-TOTALS: every account read lands in exactly one of bad,
      *not active, no schedule, already capitalized, nothing earned,
      *capitalized or failed.
       01  WS-INT-TOTALS.
           03 WS-IDX-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-BAD-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-INACTIVE-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-NORATE-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-DONE-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-ZERO-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-CAP-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-FAILED-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-NOFX-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-NOXRF-COUNT       PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'INTEREST ACCRUAL AND CAPITALIZATION    '.
           05  FILLER         PIC X(08) VALUE 'Period: '.
           05  HDR-START      PIC 9(08).
           05  FILLER         PIC X(03) VALUE ' - '.
           05  HDR-END        PIC 9(08).
           05  FILLER         PIC X(33) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(07) VALUE 'ID     '.
           05  FILLER         PIC X(05) VALUE 'Cur  '.
           05  FILLER         PIC X(20) VALUE '     Opening balance'.
           05  FILLER         PIC X(07) VALUE '  Moves'.
           05  FILLER         PIC X(20) VALUE '            Interest'.
           05  FILLER         PIC X(20) VALUE '         New balance'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(19) VALUE 'Result'.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
      *
       01  DETAIL-LINE.
           05  DTL-ID         PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-OPENING    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-MOVES      PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DTL-INTEREST   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DTL-NEW-BAL    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-RESULT     PIC X(20).
      *
       01  CUR-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'INTEREST BY CURRENCY'.
           05  FILLER         PIC X(70) VALUE SPACES.
      *
       01  CUR-HEADER-2.
           05  FILLER         PIC X(05) VALUE 'Cur  '.
           05  FILLER         PIC X(10) VALUE '  Accounts'.
           05  FILLER         PIC X(20) VALUE '            Interest'.
           05  FILLER         PIC X(10) VALUE '  FX date '.
           05  FILLER         PIC X(13) VALUE '      FX rate'.
           05  FILLER         PIC X(20) VALUE '      TRY equivalent'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Note'.
      *
       01  CUR-LINE.
           05  CUR-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CUR-ACCOUNTS   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CUR-INTEREST   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CUR-FX-DATE    PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CUR-FX-RATE    PIC ZZ,ZZ9.9999.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CUR-TRY        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CUR-NOTE       PIC X(21).
      *
       01  CUR-TOTAL-LINE.
           05  FILLER         PIC X(30) VALUE
               'Total TRY equivalent          '.
           05  FILLER         PIC X(25) VALUE SPACES.
           05  CTL-TRY-TOTAL  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(26) VALUE SPACES.
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
           PERFORM H110-LOAD-RATES
           PERFORM H120-LOAD-FX-RATES
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H210-TAKE-ONE-ACCOUNT THRU H210-TAKE-ONE-ACCOUNT-END
              UNTIL IDXFILE-EOF
           PERFORM H400-WRITE-CURRENCIES
           PERFORM H450-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF (WS-FAILED-COUNT > ZERO) OR (WS-LGR-FAIL-COUNT > ZERO) OR
              (WS-NORATE-COUNT > ZERO) OR (WS-NOFX-COUNT > ZERO) OR
              (WS-NOXRF-COUNT > ZERO)
              MOVE 4 TO RETURN-CODE
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *INTCTL is required - there is no month to default to. The
      *month must be over before it is capitalized, so every row it
      *reads is final and the capitalization row, dated today, falls
      *after the month it pays for.
       H090-READ-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT CONTROL-FILE.
           IF (ST-CONTROL-FILE NOT = 0) AND (ST-CONTROL-FILE NOT = 97)
              DISPLAY 'INTCTL DID NOT OPEN PROPERLY: ' ST-CONTROL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           READ CONTROL-FILE
              AT END MOVE SPACES TO CTL-REC
           END-READ.
           CLOSE CONTROL-FILE.
           IF (CTL-MONTH IS NOT NUMERIC) OR
              (CTL-MONTH(5:2) < '01') OR (CTL-MONTH(5:2) > '12')
              DISPLAY 'INTCTL MONTH NOT VALID: ' CTL-MONTH
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF CTL-LOCK-WAIT
              SET LOCK-DISP-WAIT TO TRUE
              END-IF.
           MOVE CTL-MONTH TO WS-PER-MONTH.
           COMPUTE WS-PER-START-DATE = WS-PER-MONTH * 100 + 1.
           MOVE WS-PER-START-DATE TO WS-PER-NEXT-DATE.
           IF WS-PER-START-MM = 12
              ADD 1 TO WS-PER-NEXT-YEAR
              MOVE 1 TO WS-PER-NEXT-MM
           ELSE
              ADD 1 TO WS-PER-NEXT-MM
              END-IF.
           COMPUTE WS-PER-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-PER-START-DATE).
           COMPUTE WS-PER-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-PER-NEXT-DATE).
           IF (WS-PER-START-INT = ZERO) OR (WS-PER-END-INT = ZERO)
              DISPLAY 'INTCTL MONTH NOT A REAL MONTH: ' CTL-MONTH
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           SUBTRACT 1 FROM WS-PER-END-INT.
           COMPUTE WS-PER-END-DATE =
              FUNCTION DATE-OF-INTEGER(WS-PER-END-INT).
           IF WS-PER-END-DATE NOT < WS-RUN-DATE
              DISPLAY 'INTCTL MONTH NOT OVER YET: ' CTL-MONTH
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
       H090-END. EXIT.
      *
      *Every day's rate is looked up in this table, so a file out of
      *order, or one the table cannot hold, would pay the wrong rate
      *without a word; the run refuses instead.
       H110-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF INTRTE-NOTFOUND
              DISPLAY 'INTRTE NOT PRESENT - NO RATES TO PAY'
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF (ST-RATE-FILE NOT = 0) AND (ST-RATE-FILE NOT = 97)
              DISPLAY 'INTRTE DID NOT OPEN PROPERLY: ' ST-RATE-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           READ RATE-FILE
              AT END SET INTRTE-EOF TO TRUE
           END-READ.
           PERFORM H111-LOAD-RATE-ENTRY THRU H111-LOAD-RATE-ENTRY-END
              UNTIL INTRTE-EOF.
           CLOSE RATE-FILE.
           IF WS-IRT-COUNT = ZERO
              DISPLAY 'INTRTE HOLDS NO RATES'
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
       H110-END. EXIT.
      *
       H111-LOAD-RATE-ENTRY.
           IF (IRTREC-CURRENCY IS NOT NUMERIC) OR
              (IRTREC-EFF-DATE IS NOT NUMERIC) OR
              (IRTREC-TIER-LOW IS NOT NUMERIC) OR
              (IRTREC-RATE IS NOT NUMERIC)
              DISPLAY 'INTRTE ROW NOT VALID: ' IRT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           MOVE IRTREC-CURRENCY TO WS-IRT-KEY-CUR.
           MOVE IRTREC-EFF-DATE TO WS-IRT-KEY-EFF.
           MOVE IRTREC-TIER-LOW TO WS-IRT-KEY-TIER.
           IF WS-IRT-THIS-KEY NOT > WS-IRT-PREV-KEY
              DISPLAY 'INTRTE OUT OF SEQUENCE AT: ' IRT-REC
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF WS-IRT-COUNT >= 200
              DISPLAY 'INTRTE OVER 200 RATE ROWS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           ADD 1 TO WS-IRT-COUNT.
           MOVE IRTREC-CURRENCY TO WS-IRT-CURRENCY(WS-IRT-COUNT).
           MOVE IRTREC-EFF-DATE TO WS-IRT-EFF-DATE(WS-IRT-COUNT).
           MOVE IRTREC-TIER-LOW TO WS-IRT-TIER-LOW(WS-IRT-COUNT).
           MOVE IRTREC-RATE     TO WS-IRT-RATE(WS-IRT-COUNT).
           IF (WS-IRC-COUNT > ZERO) AND
              (WS-IRC-CURRENCY(WS-IRC-COUNT) = IRTREC-CURRENCY)
              MOVE WS-IRT-COUNT TO WS-IRC-TO(WS-IRC-COUNT)
           ELSE
              IF WS-IRC-COUNT >= 50
                 DISPLAY 'INTRTE OVER 50 CURRENCIES'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
                 END-IF
              ADD 1 TO WS-IRC-COUNT
              MOVE IRTREC-CURRENCY TO WS-IRC-CURRENCY(WS-IRC-COUNT)
              MOVE WS-IRT-COUNT    TO WS-IRC-FROM(WS-IRC-COUNT)
              MOVE WS-IRT-COUNT    TO WS-IRC-TO(WS-IRC-COUNT)
              END-IF.
           MOVE WS-IRT-THIS-KEY TO WS-IRT-PREV-KEY.
           READ RATE-FILE
              AT END SET INTRTE-EOF TO TRUE
           END-READ.
       H111-LOAD-RATE-ENTRY-END. EXIT.
      *
      *A missing FXHFILE only costs the TRY column; the interest is
      *still paid, and every currency shows up as having no rate.
       H120-LOAD-FX-RATES.
           OPEN INPUT RATE-HISTORY.
           IF FXHFILE-NOTFOUND
              DISPLAY 'FXHFILE NOT PRESENT - NO TRY EQUIVALENTS'
           ELSE
              IF (ST-FXH-FILE NOT = 0) AND (ST-FXH-FILE NOT = 97)
                 DISPLAY 'FXHFILE DID NOT OPEN PROPERLY: '
                    ST-FXH-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 READ RATE-HISTORY
                    AT END SET FXHFILE-EOF TO TRUE
                 END-READ
                 PERFORM H121-LOAD-FX-ENTRY THRU H121-LOAD-FX-ENTRY-END
                    UNTIL FXHFILE-EOF
                 CLOSE RATE-HISTORY
              END-IF
           END-IF.
       H120-END. EXIT.
      *
      *The history is taken in whatever order it comes; a currency
      *keeps the latest rate dated on or before the month end.
       H121-LOAD-FX-ENTRY.
           IF (FXHREC-BUS-DATE IS NUMERIC) AND
              (FXHREC-CURRENCY IS NUMERIC) AND
              (FXHREC-RATE IS NUMERIC) AND
              (FXHREC-BUS-DATE NOT > WS-PER-END-DATE)
              MOVE ZERO TO WS-FXR-HIT
              MOVE 1 TO WS-FXR-SUB
              PERFORM H122-FIND-FX-ENTRY THRU H122-FIND-FX-ENTRY-END
                 UNTIL WS-FXR-SUB > WS-FXR-COUNT
              IF (WS-FXR-HIT = ZERO) AND (WS-FXR-COUNT < 50)
                 ADD 1 TO WS-FXR-COUNT
                 MOVE WS-FXR-COUNT TO WS-FXR-HIT
                 MOVE FXHREC-CURRENCY TO WS-FXR-CURRENCY(WS-FXR-HIT)
                 MOVE ZERO TO WS-FXR-DATE(WS-FXR-HIT)
                 END-IF
              IF WS-FXR-HIT > ZERO
                 IF FXHREC-BUS-DATE NOT < WS-FXR-DATE(WS-FXR-HIT)
                    MOVE FXHREC-BUS-DATE TO WS-FXR-DATE(WS-FXR-HIT)
                    MOVE FXHREC-RATE     TO WS-FXR-RATE(WS-FXR-HIT)
                    END-IF
                 END-IF
              END-IF.
           READ RATE-HISTORY
              AT END SET FXHFILE-EOF TO TRUE
           END-READ.
       H121-LOAD-FX-ENTRY-END. EXIT.
      *
       H122-FIND-FX-ENTRY.
           IF WS-FXR-CURRENCY(WS-FXR-SUB) = FXHREC-CURRENCY
              MOVE WS-FXR-SUB TO WS-FXR-HIT
              END-IF.
           ADD 1 TO WS-FXR-SUB.
       H122-FIND-FX-ENTRY-END. EXIT.
      *
      *A missing LGRFILE is made empty, the way IDXPOST does, so the
      *capitalization rows have somewhere to go; every account then
      *carried its master balance all month. No MIGXREF just means no
      *currency has been retired.
       H100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'INTRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
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
           SET MIGXREF-ABSENT TO TRUE.
           OPEN INPUT XREF-FILE.
           IF MIGXREF-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-XREF-FILE NOT = 0) AND (ST-XREF-FILE NOT = 97)
                 DISPLAY 'MIGXREF DID NOT OPEN PROPERLY: '
                    ST-XREF-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 SET MIGXREF-AVAILABLE TO TRUE
              END-IF
           END-IF.
           READ INDEX-FILE NEXT RECORD
              AT END SET IDXFILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *
       H150-WRITE-HEADERS.
           MOVE WS-PER-START-DATE TO HDR-START.
           MOVE WS-PER-END-DATE   TO HDR-END.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
      *Only an active account earns. Frozen and closed accounts, and
      *records that do not read as numbers, are counted and passed.
       H210-TAKE-ONE-ACCOUNT.
           ADD 1 TO WS-IDX-READ-COUNT.
           IF (IDX-ID IS NOT NUMERIC) OR (IDX-BALANCE IS NOT NUMERIC)
              ADD 1 TO WS-BAD-COUNT
           ELSE
              IF IDX-STATUS-ACTIVE
                 PERFORM H300-ACCRUE-ACCOUNT
              ELSE
                 ADD 1 TO WS-INACTIVE-COUNT
              END-IF
           END-IF.
           READ INDEX-FILE NEXT RECORD
              AT END SET IDXFILE-EOF TO TRUE
           END-READ.
       H210-TAKE-ONE-ACCOUNT-END. EXIT.
      *
      *The account's ledger is browsed from the first of the month:
      *each row inside the month accrues the days before it at the
      *balance in hand and then moves the balance, and the days left
      *after the last row accrue at the balance it left.
       H300-ACCRUE-ACCOUNT.
           MOVE IDX-ID       TO WS-ACC-ID.
           MOVE IDX-CURRENCY TO WS-ACC-CURRENCY.
           MOVE ZERO TO WS-ACC-IRC-SUB.
           MOVE 1 TO WS-IRC-SUB.
           PERFORM H310-FIND-SCHEDULE THRU H310-FIND-SCHEDULE-END
              UNTIL WS-IRC-SUB > WS-IRC-COUNT.
           MOVE IDX-BALANCE TO WS-OPENING-BAL.
           MOVE IDX-BALANCE TO WS-DAY-BALANCE.
           MOVE ZERO TO WS-MOVE-COUNT.
           MOVE ZERO TO WS-ACCRUED.
           MOVE ZERO TO WS-INTEREST.
           MOVE WS-PER-START-INT TO WS-DAY-INT.
           SET OPENING-NOT-TAKEN TO TRUE.
           SET NOT-YET-CAPITALIZED TO TRUE.
           IF WS-ACC-IRC-SUB = ZERO
              ADD 1 TO WS-NORATE-COUNT
              MOVE 'NO RATE SCHEDULE' TO DTL-RESULT
              DISPLAY 'INTRTE HAS NO SCHEDULE FOR: ' WS-ACC-ID '/'
                 WS-ACC-CURRENCY
              PERFORM H390-WRITE-DETAIL
           ELSE
              PERFORM H320-START-LEDGER
              PERFORM H325-TAKE-ONE-MOVE THRU H325-TAKE-ONE-MOVE-END
                 UNTIL BROWSE-DONE
              IF ALREADY-CAPITALIZED
                 ADD 1 TO WS-DONE-COUNT
                 MOVE 'ALREADY CAPITALIZED' TO DTL-RESULT
                 PERFORM H390-WRITE-DETAIL
              ELSE
                 MOVE WS-PER-END-INT TO WS-UPTO-INT
                 PERFORM H330-ACCRUE-UPTO
                 MOVE WS-ACCRUED TO WS-INTEREST
                 IF WS-INTEREST = ZERO
                    ADD 1 TO WS-ZERO-COUNT
                 ELSE
                    PERFORM H340-CAPITALIZE
                    PERFORM H390-WRITE-DETAIL
                 END-IF
              END-IF
           END-IF.
       H300-END. EXIT.
      *
       H310-FIND-SCHEDULE.
           IF WS-IRC-CURRENCY(WS-IRC-SUB) = WS-ACC-CURRENCY
              MOVE WS-IRC-SUB TO WS-ACC-IRC-SUB
              END-IF.
           ADD 1 TO WS-IRC-SUB.
       H310-FIND-SCHEDULE-END. EXIT.
      *
       H320-START-LEDGER.
           MOVE WS-ACC-ID         TO LGR-ID.
           MOVE WS-ACC-CURRENCY   TO LGR-CURRENCY.
           MOVE WS-PER-START-DATE TO LGR-BUS-DATE.
           MOVE ZERO TO LGR-TIME.
           MOVE ZERO TO LGR-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LGR-KEY
              INVALID KEY
                 SET BROWSE-DONE TO TRUE
              NOT INVALID KEY
                 SET BROWSE-GOING TO TRUE
           END-START.
       H320-END. EXIT.
      *
       H325-TAKE-ONE-MOVE.
           READ LEDGER-FILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
              NOT AT END
                 IF (LGR-ID = WS-ACC-ID) AND
                    (LGR-CURRENCY = WS-ACC-CURRENCY)
                    PERFORM H326-JUDGE-MOVE
                 ELSE
                    SET BROWSE-DONE TO TRUE
                 END-IF
           END-READ.
       H325-TAKE-ONE-MOVE-END. EXIT.
      *
      *The first row on or after the first of the month says what the
      *balance was going into the month. A row after the month ends
      *the browse only when it is a capitalization - nothing else
      *later than the month can change what the month earned. A
      *first row that is a 'MIG<' means the days before it belong to
      *the old key, and they are accrued from there first.
       H326-JUDGE-MOVE.
           IF OPENING-NOT-TAKEN AND LGR-MIG-IN
              PERFORM H327-ACCRUE-BEFORE-CUTOVER
              END-IF.
           IF OPENING-NOT-TAKEN
              MOVE LGR-PRE-BALANCE TO WS-OPENING-BAL
              MOVE LGR-PRE-BALANCE TO WS-DAY-BALANCE
              SET OPENING-TAKEN TO TRUE
              END-IF.
           IF LGR-BUS-DATE NOT > WS-PER-END-DATE
              ADD 1 TO WS-MOVE-COUNT
              COMPUTE WS-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(LGR-BUS-DATE)
              COMPUTE WS-UPTO-INT = WS-ROW-INT - 1
              PERFORM H330-ACCRUE-UPTO
              MOVE LGR-POST-BALANCE TO WS-DAY-BALANCE
           ELSE
              IF LGR-SOURCE = 'INTCAP  '
                 SET ALREADY-CAPITALIZED TO TRUE
                 SET BROWSE-DONE TO TRUE
                 END-IF
              END-IF.
       H326-END. EXIT.
      *
      *The old key is browsed from the first of the month up to the
      *'MIG>' row of this pair, exactly as H326 browses an account,
      *with every balance converted at the MIGXREF rate and rounded
      *the way CURMIG converted the balance it moved. A capitalization
      *row on the old key after the month means the month was paid
      *there before the move. Without a MIGXREF rate nothing can be
      *converted; the days before the cutover then earn nothing and
      *the account is displayed and counted. The 'MIG<' row is put
      *back in the record area and the new key's browse restarted
      *after it, whichever way the old key went.
       H327-ACCRUE-BEFORE-CUTOVER.
           MOVE LGR-REC         TO WS-MIG-IN-REC.
           MOVE LGR-MIG-PARTNER TO WS-MIG-PARTNER.
           MOVE LGR-BUS-DATE    TO WS-MIG-DATE.
           MOVE LGR-TIME        TO WS-MIG-TIME.
           MOVE LGR-SEQ         TO WS-MIG-SEQ.
           MOVE ZERO TO WS-MIG-RATE.
           IF MIGXREF-AVAILABLE
              MOVE WS-ACC-ID      TO XRF-OLD-ID
              MOVE WS-MIG-PARTNER TO XRF-OLD-CURRENCY
              READ XREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF (XRF-NEW-ID = WS-ACC-ID) AND
                       (XRF-NEW-CURRENCY = WS-ACC-CURRENCY)
                       MOVE XRF-RATE TO WS-MIG-RATE
                       END-IF
              END-READ
              END-IF.
           IF WS-MIG-RATE = ZERO
              ADD 1 TO WS-NOXRF-COUNT
              DISPLAY 'MIGXREF HAS NO RATE FOR: ' WS-ACC-ID '/'
                 WS-MIG-PARTNER
           ELSE
              MOVE WS-ACC-ID         TO LGR-ID
              MOVE WS-MIG-PARTNER    TO LGR-CURRENCY
              MOVE WS-PER-START-DATE TO LGR-BUS-DATE
              MOVE ZERO TO LGR-TIME
              MOVE ZERO TO LGR-SEQ
              START LEDGER-FILE KEY NOT LESS THAN LGR-KEY
                 INVALID KEY
                    SET PARTNER-DONE TO TRUE
                 NOT INVALID KEY
                    SET PARTNER-GOING TO TRUE
              END-START
              PERFORM H328-TAKE-PARTNER-MOVE
                 THRU H328-TAKE-PARTNER-MOVE-END
                 UNTIL PARTNER-DONE
              END-IF.
           MOVE WS-MIG-IN-REC TO LGR-REC.
           IF ALREADY-CAPITALIZED
              SET BROWSE-DONE TO TRUE
           ELSE
              START LEDGER-FILE KEY GREATER THAN LGR-KEY
                 INVALID KEY
                    SET BROWSE-DONE TO TRUE
              END-START
              END-IF.
       H327-END. EXIT.
      *
       H328-TAKE-PARTNER-MOVE.
           READ LEDGER-FILE NEXT RECORD
              AT END
                 SET PARTNER-DONE TO TRUE
              NOT AT END
                 IF (LGR-ID = WS-ACC-ID) AND
                    (LGR-CURRENCY = WS-MIG-PARTNER)
                    PERFORM H329-JUDGE-PARTNER-MOVE
                 ELSE
                    SET PARTNER-DONE TO TRUE
                 END-IF
           END-READ.
       H328-TAKE-PARTNER-MOVE-END. EXIT.
      *
       H329-JUDGE-PARTNER-MOVE.
           IF OPENING-NOT-TAKEN
              COMPUTE WS-OPENING-BAL ROUNDED =
                 LGR-PRE-BALANCE * WS-MIG-RATE
              MOVE WS-OPENING-BAL TO WS-DAY-BALANCE
              SET OPENING-TAKEN TO TRUE
              END-IF.
           IF LGR-MIG-OUT AND (LGR-BUS-DATE = WS-MIG-DATE) AND
              (LGR-TIME = WS-MIG-TIME) AND (LGR-SEQ = WS-MIG-SEQ)
              SET PARTNER-DONE TO TRUE
           ELSE
              IF LGR-BUS-DATE NOT > WS-PER-END-DATE
                 ADD 1 TO WS-MOVE-COUNT
                 COMPUTE WS-ROW-INT =
                    FUNCTION INTEGER-OF-DATE(LGR-BUS-DATE)
                 COMPUTE WS-UPTO-INT = WS-ROW-INT - 1
                 PERFORM H330-ACCRUE-UPTO
                 COMPUTE WS-DAY-BALANCE ROUNDED =
                    LGR-POST-BALANCE * WS-MIG-RATE
              ELSE
                 IF LGR-SOURCE = 'INTCAP  '
                    SET ALREADY-CAPITALIZED TO TRUE
                    SET PARTNER-DONE TO TRUE
                    END-IF
              END-IF
           END-IF.
       H329-END. EXIT.
      *
       H330-ACCRUE-UPTO.
           PERFORM H331-ACCRUE-ONE-DAY THRU H331-ACCRUE-ONE-DAY-END
              UNTIL WS-DAY-INT > WS-UPTO-INT.
       H330-END. EXIT.
      *
      *A day earns only on a balance in credit: balance x annual
      *percent / 100 / 365, kept to six decimals until month end.
       H331-ACCRUE-ONE-DAY.
           IF WS-DAY-BALANCE > ZERO
              COMPUTE WS-DAY-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              PERFORM H335-FIND-DAY-RATE
              IF WS-DAY-RATE > ZERO
                 COMPUTE WS-ACCRUED = WS-ACCRUED +
                    (WS-DAY-BALANCE * WS-DAY-RATE / 36500)
                 END-IF
              END-IF.
           ADD 1 TO WS-DAY-INT.
       H331-ACCRUE-ONE-DAY-END. EXIT.
      *
      *Walking the currency's rows backwards, the first one in force
      *on the day fixes the schedule, and the first tier of that
      *schedule at or under the balance fixes the rate. A balance
      *under the lowest tier, or a day before any schedule, earns
      *nothing.
       H335-FIND-DAY-RATE.
           MOVE ZERO TO WS-DAY-RATE.
           MOVE ZERO TO WS-BEST-EFF.
           MOVE WS-IRC-TO(WS-ACC-IRC-SUB) TO WS-IRT-SUB.
           SET RATE-SCAN-GOING TO TRUE.
           PERFORM H336-TEST-ONE-RATE THRU H336-TEST-ONE-RATE-END
              UNTIL RATE-SCAN-DONE.
       H335-END. EXIT.
      *
       H336-TEST-ONE-RATE.
           IF WS-IRT-SUB < WS-IRC-FROM(WS-ACC-IRC-SUB)
              SET RATE-SCAN-DONE TO TRUE
           ELSE
              IF WS-IRT-EFF-DATE(WS-IRT-SUB) NOT > WS-DAY-DATE
                 IF WS-BEST-EFF = ZERO
                    MOVE WS-IRT-EFF-DATE(WS-IRT-SUB) TO WS-BEST-EFF
                    END-IF
                 IF WS-IRT-EFF-DATE(WS-IRT-SUB) NOT = WS-BEST-EFF
                    SET RATE-SCAN-DONE TO TRUE
                 ELSE
                    IF WS-IRT-TIER-LOW(WS-IRT-SUB) NOT > WS-DAY-BALANCE
                       MOVE WS-IRT-RATE(WS-IRT-SUB) TO WS-DAY-RATE
                       SET RATE-SCAN-DONE TO TRUE
                       END-IF
                 END-IF
              END-IF
              SUBTRACT 1 FROM WS-IRT-SUB
           END-IF.
       H336-TEST-ONE-RATE-END. EXIT.
      *
      *The interest goes onto the master first; a ledger row that
      *will not write after that is reported, not undone, exactly as
      *BONCLAW treats its reversals.
       H340-CAPITALIZE.
           MOVE IDX-BALANCE TO WS-PRE-BALANCE.
           ADD WS-INTEREST TO IDX-BALANCE.
           REWRITE IDX-REC
              INVALID KEY
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'REWRITE FAILED' TO DTL-RESULT
                 DISPLAY 'IDXFILE REWRITE FAILED: ' WS-ACC-ID '/'
                    WS-ACC-CURRENCY ' STATUS ' ST-INDEX-FILE
              NOT INVALID KEY
                 ADD 1 TO WS-CAP-COUNT
                 MOVE 'CAPITALIZED' TO DTL-RESULT
                 PERFORM H350-WRITE-LEDGER
                 PERFORM H360-ADD-TO-SUMMARY
           END-REWRITE.
       H340-END. EXIT.
      *
       H350-WRITE-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           ADD 1 TO WS-LGR-SEQ.
           MOVE SPACES TO LGR-REC.
           MOVE WS-ACC-ID           TO LGR-ID.
           MOVE WS-ACC-CURRENCY     TO LGR-CURRENCY.
           MOVE WS-TODAY-YMD        TO LGR-BUS-DATE.
           MOVE WS-CURRENT-HHMMSS   TO LGR-TIME.
           MOVE WS-LGR-SEQ          TO LGR-SEQ.
           MOVE 'INTCAP  '          TO LGR-SOURCE.
           MOVE WS-PRE-BALANCE      TO LGR-PRE-BALANCE.
           COMPUTE LGR-POST-BALANCE = WS-PRE-BALANCE + WS-INTEREST.
           SET LGR-DIR-UP TO TRUE.
           MOVE WS-INTEREST         TO LGR-AMOUNT.
           WRITE LGR-REC
              INVALID KEY
                 ADD 1 TO WS-LGR-FAIL-COUNT
                 DISPLAY 'LGRFILE ROW DID NOT WRITE: ' WS-ACC-ID '/'
                    WS-ACC-CURRENCY ' STATUS ' ST-LEDGER-FILE
           END-WRITE.
       H350-END. EXIT.
      *
       H360-ADD-TO-SUMMARY.
           MOVE ZERO TO WS-SUM-HIT.
           MOVE 1 TO WS-SUM-SUB.
           PERFORM H361-FIND-SUMMARY THRU H361-FIND-SUMMARY-END
              UNTIL WS-SUM-SUB > WS-SUM-COUNT.
           IF (WS-SUM-HIT = ZERO) AND (WS-SUM-COUNT < 50)
              ADD 1 TO WS-SUM-COUNT
              MOVE WS-SUM-COUNT TO WS-SUM-HIT
              MOVE WS-ACC-CURRENCY TO WS-SUM-CURRENCY(WS-SUM-HIT)
              MOVE ZERO TO WS-SUM-ACCOUNTS(WS-SUM-HIT)
              MOVE ZERO TO WS-SUM-INTEREST(WS-SUM-HIT)
              END-IF.
           IF WS-SUM-HIT > ZERO
              ADD 1           TO WS-SUM-ACCOUNTS(WS-SUM-HIT)
              ADD WS-INTEREST TO WS-SUM-INTEREST(WS-SUM-HIT)
              END-IF.
       H360-END. EXIT.
      *
       H361-FIND-SUMMARY.
           IF WS-SUM-CURRENCY(WS-SUM-SUB) = WS-ACC-CURRENCY
              MOVE WS-SUM-SUB TO WS-SUM-HIT
              END-IF.
           ADD 1 TO WS-SUM-SUB.
       H361-FIND-SUMMARY-END. EXIT.
      *
       H390-WRITE-DETAIL.
           MOVE WS-ACC-ID       TO DTL-ID.
           MOVE WS-ACC-CURRENCY TO DTL-CURRENCY.
           MOVE WS-OPENING-BAL  TO DTL-OPENING.
           MOVE WS-MOVE-COUNT   TO DTL-MOVES.
           MOVE WS-INTEREST     TO DTL-INTEREST.
           MOVE IDX-BALANCE     TO DTL-NEW-BAL.
           WRITE RPT-REC FROM DETAIL-LINE.
       H390-END. EXIT.
      *
      *Each currency's month is priced in TRY at the FXHFILE rate in
      *force at the month end; a currency with no such rate is shown
      *unpriced and left out of the TRY total.
       H400-WRITE-CURRENCIES.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM CUR-HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM CUR-HEADER-2.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE ZERO TO WS-SUM-TRY-TOTAL.
           MOVE 1 TO WS-SUM-SUB.
           PERFORM H410-WRITE-ONE-CURRENCY
              THRU H410-WRITE-ONE-CURRENCY-END
              UNTIL WS-SUM-SUB > WS-SUM-COUNT.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE WS-SUM-TRY-TOTAL TO CTL-TRY-TOTAL.
           WRITE RPT-REC FROM CUR-TOTAL-LINE.
       H400-END. EXIT.
      *
       H410-WRITE-ONE-CURRENCY.
           MOVE ZERO TO WS-FXR-HIT.
           MOVE 1 TO WS-FXR-SUB.
           PERFORM H411-FIND-CURRENCY-FX THRU H411-FIND-CURRENCY-FX-END
              UNTIL WS-FXR-SUB > WS-FXR-COUNT.
           MOVE WS-SUM-CURRENCY(WS-SUM-SUB) TO CUR-CURRENCY.
           MOVE WS-SUM-ACCOUNTS(WS-SUM-SUB) TO CUR-ACCOUNTS.
           MOVE WS-SUM-INTEREST(WS-SUM-SUB) TO CUR-INTEREST.
           IF WS-FXR-HIT = ZERO
              ADD 1 TO WS-NOFX-COUNT
              MOVE ZERO TO CUR-FX-DATE
              MOVE ZERO TO CUR-FX-RATE
              MOVE ZERO TO CUR-TRY
              MOVE 'NO FX RATE' TO CUR-NOTE
              DISPLAY 'FXHFILE HAS NO RATE FOR CURRENCY: '
                 WS-SUM-CURRENCY(WS-SUM-SUB)
           ELSE
              COMPUTE WS-SUM-TRY ROUNDED =
                 WS-SUM-INTEREST(WS-SUM-SUB) * WS-FXR-RATE(WS-FXR-HIT)
              ADD WS-SUM-TRY TO WS-SUM-TRY-TOTAL
              MOVE WS-FXR-DATE(WS-FXR-HIT) TO CUR-FX-DATE
              MOVE WS-FXR-RATE(WS-FXR-HIT) TO CUR-FX-RATE
              MOVE WS-SUM-TRY TO CUR-TRY
              MOVE SPACES TO CUR-NOTE
              END-IF.
           WRITE RPT-REC FROM CUR-LINE.
           ADD 1 TO WS-SUM-SUB.
       H410-WRITE-ONE-CURRENCY-END. EXIT.
      *
       H411-FIND-CURRENCY-FX.
           IF WS-FXR-CURRENCY(WS-FXR-SUB) = WS-SUM-CURRENCY(WS-SUM-SUB)
              MOVE WS-FXR-SUB TO WS-FXR-HIT
              END-IF.
           ADD 1 TO WS-FXR-SUB.
       H411-FIND-CURRENCY-FX-END. EXIT.
      *
       H450-WRITE-TOTALS.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE 'Accounts read                 ' TO TOT-LABEL.
           MOVE WS-IDX-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  not valid                   ' TO TOT-LABEL.
           MOVE WS-BAD-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  not active                  ' TO TOT-LABEL.
           MOVE WS-INACTIVE-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  no rate schedule            ' TO TOT-LABEL.
           MOVE WS-NORATE-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  already capitalized         ' TO TOT-LABEL.
           MOVE WS-DONE-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  earned nothing              ' TO TOT-LABEL.
           MOVE WS-ZERO-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  capitalized                 ' TO TOT-LABEL.
           MOVE WS-CAP-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  failed                      ' TO TOT-LABEL.
           MOVE WS-FAILED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Ledger rows not written       ' TO TOT-LABEL.
           MOVE WS-LGR-FAIL-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Currencies without FX rate    ' TO TOT-LABEL.
           MOVE WS-NOFX-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Migrated without MIGXREF rate ' TO TOT-LABEL.
           MOVE WS-NOXRF-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
       H450-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on an INTCTL WAIT card, is retried a bounded
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
           MOVE 'INTACCR ' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'INTACCR '
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

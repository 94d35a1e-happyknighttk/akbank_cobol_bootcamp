       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXSNAP.
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
                                ACCESS DYNAMIC
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT QUARANTINE-FILE ASSIGN TO QRNFILE
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY QRN-KEY
                                STATUS ST-QUARANTINE-FILE.
           SELECT RECYCLE-FILE  ASSIGN TO RCYOUT
                                STATUS ST-RECYCLE-FILE.
           SELECT INVALID-FILE  ASSIGN TO INVFILE
                                STATUS ST-INVALID-FILE.
           SELECT INQUIRY-FILE  ASSIGN TO INQFILE
                                ORGANIZATION INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY INQ-KEY
                                STATUS ST-INQUIRY-FILE.
           SELECT REPORT-FILE   ASSIGN TO SNPRPT
                                STATUS ST-REPORT-FILE.
           SELECT CONTROL-FILE  ASSIGN TO SNPCTL
                                STATUS ST-CONTROL-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *IDXSNAP builds the branch inquiry picture. It runs at the end
      *of the nightly stream, after ODEVUC3 and IDXPOST, and rebuilds
      *INQFILE (see INQREC) from scratch: one row per master account
      *with its name, balance and status and its five newest LGRFILE
      *movements, plus a row for every key in QRNFILE quarantine, on
      *the night's RCYOUT recycle carry or on the night's INVFILE
      *rejects - those keys are usually not on the master at all,
      *and they are exactly the ones a branch rings about. RCYOUT and
      *INVFILE are the datasets ODEVUC3 has just written; a missing
      *one (or a missing QRNFILE or LGRFILE) only means nothing of
      *that kind tonight.
      *The online inquiry IDXINQ reads the live files while the
      *IDXFILE run-lock is FREE and falls back to INQFILE while the
      *nightly batch holds it, so this picture is what a branch sees
      *until the next run of this job. While this job itself holds
      *the lock IDXINQ keeps reading the master live and shows the
      *carry and reject facts as not available. A master whose
      *packed fields will not read is left out (IDXSCAN reports it) -
      *its key then inquires as not on the master.
      *LCKFILE is the shared IDXFILE run-lock (see LCKREC): the
      *master and ledger are read under it so the picture is never
      *taken mid-APPLY, and SNPCTL is an optional card whose lock
      *field (WAIT) makes a held lock retry instead of refusing.
      *SNPRPT is the run summary.
      *
      *Return codes, for the scheduler:
      *   0 = picture rebuilt
      *   4 = rebuilt, but some rows could not be keyed (see SNPRPT)
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
       FD  QUARANTINE-FILE.
       COPY QRNREC.
      *
      *RCY-REC and INV-REC mirror ODEVUC3's RCYO-REC and INV-REC; the
      *keys are taken as characters and tested before use.
       FD  RECYCLE-FILE RECORDING MODE F.
       01  RCY-REC.
           03 RCYREC-ID            PIC X(05).
           03 FILLER               PIC X(02).
           03 RCYREC-CURRENCY      PIC X(03).
           03 FILLER               PIC X(02).
           03 RCYREC-AGE           PIC X(02).
           03 FILLER               PIC X(02).
           03 RCYREC-ORIG-DATE     PIC X(08).
      *
       FD  INVALID-FILE RECORDING MODE F.
       01  INV-REC.
           03 INVREC-ID            PIC X(05).
           03 FILLER               PIC X(02).
           03 INVREC-CURRENCY      PIC X(03).
           03 FILLER               PIC X(02).
           03 INVREC-REASON        PIC X(01).
           03 FILLER               PIC X(02).
           03 INVREC-REASON-TEXT   PIC X(15).
           03 FILLER               PIC X(05).
      *
       FD  INQUIRY-FILE.
       COPY INQREC.
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                 PIC X(100).
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
           03 ST-QUARANTINE-FILE   PIC 9(02).
              88 QRNFILE-EOF                 VALUE 10.
              88 QRNFILE-SUCCESS             VALUE 00 97.
              88 QRNFILE-NOTFOUND            VALUE 35.
           03 ST-RECYCLE-FILE      PIC 9(02).
              88 RCYOUT-EOF                  VALUE 10.
              88 RCYOUT-SUCCESS              VALUE 00 97.
              88 RCYOUT-NOTFOUND             VALUE 35.
           03 ST-INVALID-FILE      PIC 9(02).
              88 INVFILE-EOF                 VALUE 10.
              88 INVFILE-SUCCESS             VALUE 00 97.
              88 INVFILE-NOTFOUND            VALUE 35.
           03 ST-INQUIRY-FILE      PIC 9(02).
              88 INQFILE-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 SNPRPT-SUCCESS              VALUE 00 97.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 SNPCTL-SUCCESS              VALUE 00 97.
              88 SNPCTL-NOTFOUND             VALUE 35.
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
      *WS-SNAP-CONTROL carries the one as-of stamp every row of the
      *night's picture gets, and the ledger walk for one account.
       01  WS-SNAP-CONTROL.
           03 WS-ASOF-DATE         PIC 9(08) VALUE ZERO.
           03 WS-ASOF-TIME         PIC 9(06) VALUE ZERO.
           03 WS-KEY-ID            PIC 9(05) VALUE ZERO.
           03 WS-KEY-CURRENCY      PIC 9(03) VALUE ZERO.
           03 WS-MV-SUB            PIC 9(01) VALUE ZERO.
           03 WS-LGR-OPEN-SW       PIC X(01) VALUE 'N'.
              88 LEDGER-AVAILABLE         VALUE 'Y'.
              88 LEDGER-MISSING           VALUE 'N'.
           03 WS-LGR-DONE-SW       PIC X(01) VALUE 'N'.
              88 LEDGER-WALK-DONE         VALUE 'Y'.
              88 LEDGER-WALK-GOING        VALUE 'N'.
           03 WS-ROW-FOUND-SW      PIC X(01) VALUE 'N'.
              88 INQ-ROW-FOUND            VALUE 'Y'.
              88 INQ-ROW-NEW              VALUE 'N'.
      *
       01  WS-SNAP-TOTALS.
           03 WS-MST-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-MST-SKIP-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-MOVE-READ-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-QRN-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-RCY-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-REJ-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-UNKEYED-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-ROW-COUNT         PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(36) VALUE
               'BRANCH INQUIRY PICTURE - AS OF     '.
           05  HDR-DATE       PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  HDR-TIME       PIC 9(06).
           05  FILLER         PIC X(49) VALUE SPACES.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
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
           PERFORM H200-TAKE-MASTERS
           PERFORM H300-TAKE-QUARANTINE
           PERFORM H400-TAKE-RECYCLE-CARRY
           PERFORM H500-TAKE-REJECTS
           PERFORM H600-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF WS-UNKEYED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *A missing SNPCTL is the normal case - the lock field is
      *opt-in and a held lock then refuses the run.
       H090-READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF SNPCTL-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-CONTROL-FILE NOT = 0) AND
                 (ST-CONTROL-FILE NOT = 97)
                 DISPLAY 'SNPCTL DID NOT OPEN PROPERLY: '
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
      *The run-lock is taken before INQFILE is touched: a run that
      *refuses at the lock leaves the last good picture in place for
      *the branches. INQFILE is then emptied by the OUTPUT open and
      *turned around to I-O, because the quarantine, carry and reject
      *passes land on rows the master pass may already have written.
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-TODAY-YMD      TO WS-ASOF-DATE.
           MOVE WS-CURRENT-HHMMSS TO WS-ASOF-TIME.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'SNPRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           PERFORM LCK-ACQUIRE-RUN-LOCK.
           OPEN OUTPUT INQUIRY-FILE.
           IF (ST-INQUIRY-FILE NOT = 0) AND (ST-INQUIRY-FILE NOT = 97)
              DISPLAY 'INQFILE DID NOT OPEN PROPERLY: ' ST-INQUIRY-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           CLOSE INQUIRY-FILE.
           OPEN I-O INQUIRY-FILE.
           IF (ST-INQUIRY-FILE NOT = 0) AND (ST-INQUIRY-FILE NOT = 97)
              DISPLAY 'INQFILE DID NOT REOPEN PROPERLY: '
                 ST-INQUIRY-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           OPEN INPUT INDEX-FILE.
           IF (ST-INDEX-FILE NOT = 0) AND (ST-INDEX-FILE NOT = 97)
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           SET LEDGER-MISSING TO TRUE.
           OPEN INPUT LEDGER-FILE.
           IF LGRFILE-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-LEDGER-FILE NOT = 0) AND (ST-LEDGER-FILE NOT = 97)
                 DISPLAY 'LGRFILE DID NOT OPEN PROPERLY: '
                    ST-LEDGER-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 SET LEDGER-AVAILABLE TO TRUE
              END-IF
           END-IF.
           MOVE WS-ASOF-DATE TO HDR-DATE.
           MOVE WS-ASOF-TIME TO HDR-TIME.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
       H100-END. EXIT.
      *
      *The master is read in key order; every readable record becomes
      *a fresh row with its ledger tail.
       H200-TAKE-MASTERS.
           READ INDEX-FILE.
           PERFORM H210-TAKE-ONE-MASTER THRU H210-TAKE-ONE-MASTER-END
              UNTIL IDXFILE-EOF.
       H200-END. EXIT.
      *
       H210-TAKE-ONE-MASTER.
           ADD 1 TO WS-MST-READ-COUNT.
           IF (IDX-ID IS NOT NUMERIC) OR (IDX-BALANCE IS NOT NUMERIC)
              ADD 1 TO WS-MST-SKIP-COUNT
           ELSE
              MOVE IDX-ID       TO WS-KEY-ID
              MOVE IDX-CURRENCY TO WS-KEY-CURRENCY
              PERFORM H800-NEW-ROW
              SET INQ-ON-MASTER TO TRUE
              MOVE IDX-NAME     TO INQ-NAME
              MOVE IDX-SURNAME  TO INQ-SURNAME
              MOVE IDX-BALANCE  TO INQ-BALANCE
              MOVE IDX-STATUS   TO INQ-STATUS
              IF LEDGER-AVAILABLE
                 PERFORM H220-TAKE-LEDGER-TAIL
                 END-IF
              WRITE INQ-REC
                 INVALID KEY
                    DISPLAY 'INQFILE DUPLICATE MASTER KEY: '
                       INQ-ID '/' INQ-CURRENCY
                 NOT INVALID KEY
                    ADD 1 TO WS-ROW-COUNT
              END-WRITE
              END-IF.
           READ INDEX-FILE.
       H210-TAKE-ONE-MASTER-END. EXIT.
      *
      *The ledger key leads with id and currency, so one START at the
      *account's first possible key and a READ NEXT walk until the
      *account changes returns the history oldest first; each row is
      *pushed in at the front, so the newest five are what is left.
       H220-TAKE-LEDGER-TAIL.
           MOVE WS-KEY-ID       TO LGR-ID.
           MOVE WS-KEY-CURRENCY TO LGR-CURRENCY.
           MOVE ZERO TO LGR-BUS-DATE.
           MOVE ZERO TO LGR-TIME.
           MOVE ZERO TO LGR-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LGR-KEY
              INVALID KEY
                 SET LEDGER-WALK-DONE TO TRUE
              NOT INVALID KEY
                 SET LEDGER-WALK-GOING TO TRUE
           END-START.
           PERFORM H230-TAKE-ONE-MOVE THRU H230-TAKE-ONE-MOVE-END
              UNTIL LEDGER-WALK-DONE.
       H220-END. EXIT.
      *
       H230-TAKE-ONE-MOVE.
           READ LEDGER-FILE NEXT RECORD
              AT END
                 SET LEDGER-WALK-DONE TO TRUE
              NOT AT END
                 IF (LGR-ID = WS-KEY-ID) AND
                    (LGR-CURRENCY = WS-KEY-CURRENCY)
                    ADD 1 TO WS-MOVE-READ-COUNT
                    ADD 1 TO INQ-MOVE-TOTAL
                    IF INQ-MOVE-COUNT < 5
                       ADD 1 TO INQ-MOVE-COUNT
                       END-IF
                    MOVE 5 TO WS-MV-SUB
                    PERFORM H240-SHIFT-ONE-MOVE
                       THRU H240-SHIFT-ONE-MOVE-END
                       UNTIL WS-MV-SUB < 2
                    MOVE LGR-BUS-DATE     TO INQ-MV-DATE(1)
                    MOVE LGR-TIME         TO INQ-MV-TIME(1)
                    MOVE LGR-SOURCE       TO INQ-MV-SOURCE(1)
                    MOVE LGR-DIRECTION    TO INQ-MV-DIRECTION(1)
                    MOVE LGR-AMOUNT       TO INQ-MV-AMOUNT(1)
                    MOVE LGR-POST-BALANCE TO INQ-MV-POST(1)
                 ELSE
                    SET LEDGER-WALK-DONE TO TRUE
                 END-IF
           END-READ.
       H230-TAKE-ONE-MOVE-END. EXIT.
      *
       H240-SHIFT-ONE-MOVE.
           MOVE INQ-MOVE(WS-MV-SUB - 1) TO INQ-MOVE(WS-MV-SUB).
           SUBTRACT 1 FROM WS-MV-SUB.
       H240-SHIFT-ONE-MOVE-END. EXIT.
      *
      *A quarantined key is off the master by definition; its name
      *is shown from the raw body, which IDXQRTN moved byte for byte.
      *A missing QRNFILE means nothing is quarantined.
       H300-TAKE-QUARANTINE.
           OPEN INPUT QUARANTINE-FILE.
           IF QRNFILE-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-QUARANTINE-FILE NOT = 0) AND
                 (ST-QUARANTINE-FILE NOT = 97)
                 DISPLAY 'QRNFILE DID NOT OPEN PROPERLY: '
                    ST-QUARANTINE-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 READ QUARANTINE-FILE
                 PERFORM H310-TAKE-ONE-QUARANTINE
                    THRU H310-TAKE-ONE-QUARANTINE-END
                    UNTIL QRNFILE-EOF
                 CLOSE QUARANTINE-FILE
              END-IF
           END-IF.
       H300-END. EXIT.
      *
       H310-TAKE-ONE-QUARANTINE.
           IF QRN-ID IS NOT NUMERIC
              ADD 1 TO WS-UNKEYED-COUNT
              DISPLAY 'QRNFILE KEY NOT READABLE - NOT PICTURED'
           ELSE
              MOVE QRN-ID       TO WS-KEY-ID
              MOVE QRN-CURRENCY TO WS-KEY-CURRENCY
              PERFORM H810-FIND-ROW
              ADD 1 TO WS-QRN-COUNT
              SET INQ-QUARANTINED TO TRUE
              IF INQ-ROW-NEW
                 MOVE QRN-NAME    TO INQ-NAME
                 MOVE QRN-SURNAME TO INQ-SURNAME
                 END-IF
              PERFORM H820-PUT-ROW
              END-IF.
           READ QUARANTINE-FILE.
       H310-TAKE-ONE-QUARANTINE-END. EXIT.
      *
      *RCYOUT is the carry ODEVUC3 has just written for tonight's
      *run; a missing one means nothing is carried.
       H400-TAKE-RECYCLE-CARRY.
           OPEN INPUT RECYCLE-FILE.
           IF RCYOUT-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-RECYCLE-FILE NOT = 0) AND
                 (ST-RECYCLE-FILE NOT = 97)
                 DISPLAY 'RCYOUT DID NOT OPEN PROPERLY: '
                    ST-RECYCLE-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 READ RECYCLE-FILE
                    AT END SET RCYOUT-EOF TO TRUE
                 END-READ
                 PERFORM H410-TAKE-ONE-CARRY
                    THRU H410-TAKE-ONE-CARRY-END
                    UNTIL RCYOUT-EOF
                 CLOSE RECYCLE-FILE
              END-IF
           END-IF.
       H400-END. EXIT.
      *
       H410-TAKE-ONE-CARRY.
           IF (RCYREC-ID IS NOT NUMERIC) OR
              (RCYREC-CURRENCY IS NOT NUMERIC)
              ADD 1 TO WS-UNKEYED-COUNT
              DISPLAY 'RCYOUT KEY NOT USABLE - NOT PICTURED: '
                 RCYREC-ID '/' RCYREC-CURRENCY
           ELSE
              MOVE RCYREC-ID       TO WS-KEY-ID
              MOVE RCYREC-CURRENCY TO WS-KEY-CURRENCY
              PERFORM H810-FIND-ROW
              ADD 1 TO WS-RCY-COUNT
              SET INQ-ON-CARRY TO TRUE
              IF RCYREC-AGE IS NUMERIC
                 MOVE RCYREC-AGE TO INQ-RCY-AGE
                 END-IF
              IF RCYREC-ORIG-DATE IS NUMERIC
                 MOVE RCYREC-ORIG-DATE TO INQ-RCY-ORIG-DATE
                 END-IF
              PERFORM H820-PUT-ROW
              END-IF.
           READ RECYCLE-FILE
              AT END SET RCYOUT-EOF TO TRUE
           END-READ.
       H410-TAKE-ONE-CARRY-END. EXIT.
      *
      *INVFILE is the night's reject file. A bad-format reject whose
      *key will not read cannot be pictured - the branch keyed
      *something that is not a key. A key rejected twice keeps the
      *later reason.
       H500-TAKE-REJECTS.
           OPEN INPUT INVALID-FILE.
           IF INVFILE-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-INVALID-FILE NOT = 0) AND
                 (ST-INVALID-FILE NOT = 97)
                 DISPLAY 'INVFILE DID NOT OPEN PROPERLY: '
                    ST-INVALID-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 READ INVALID-FILE
                    AT END SET INVFILE-EOF TO TRUE
                 END-READ
                 PERFORM H510-TAKE-ONE-REJECT
                    THRU H510-TAKE-ONE-REJECT-END
                    UNTIL INVFILE-EOF
                 CLOSE INVALID-FILE
              END-IF
           END-IF.
       H500-END. EXIT.
      *
       H510-TAKE-ONE-REJECT.
           IF (INVREC-ID IS NOT NUMERIC) OR
              (INVREC-CURRENCY IS NOT NUMERIC)
              ADD 1 TO WS-UNKEYED-COUNT
           ELSE
              MOVE INVREC-ID       TO WS-KEY-ID
              MOVE INVREC-CURRENCY TO WS-KEY-CURRENCY
              PERFORM H810-FIND-ROW
              ADD 1 TO WS-REJ-COUNT
              SET INQ-REJECTED TO TRUE
              MOVE INVREC-REASON      TO INQ-REJ-REASON
              MOVE INVREC-REASON-TEXT TO INQ-REJ-TEXT
              PERFORM H820-PUT-ROW
              END-IF.
           READ INVALID-FILE
              AT END SET INVFILE-EOF TO TRUE
           END-READ.
       H510-TAKE-ONE-REJECT-END. EXIT.
      *
       H600-WRITE-TOTALS.
           MOVE 'Master records read           ' TO TOT-LABEL.
           MOVE WS-MST-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Masters not readable          ' TO TOT-LABEL.
           MOVE WS-MST-SKIP-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Ledger rows read              ' TO TOT-LABEL.
           MOVE WS-MOVE-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Quarantined keys              ' TO TOT-LABEL.
           MOVE WS-QRN-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Recycle carry keys            ' TO TOT-LABEL.
           MOVE WS-RCY-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Rejected keys                 ' TO TOT-LABEL.
           MOVE WS-REJ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Rows not keyable              ' TO TOT-LABEL.
           MOVE WS-UNKEYED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Inquiry rows written          ' TO TOT-LABEL.
           MOVE WS-ROW-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
       H600-END. EXIT.
      *
      *A fresh row: everything off until a pass says otherwise.
       H800-NEW-ROW.
           MOVE SPACES          TO INQ-REC.
           MOVE WS-KEY-ID       TO INQ-ID.
           MOVE WS-KEY-CURRENCY TO INQ-CURRENCY.
           MOVE WS-ASOF-DATE    TO INQ-ASOF-DATE.
           MOVE WS-ASOF-TIME    TO INQ-ASOF-TIME.
           SET INQ-NOT-ON-MASTER   TO TRUE.
           SET INQ-NOT-QUARANTINED TO TRUE.
           SET INQ-NOT-ON-CARRY    TO TRUE.
           SET INQ-NOT-REJECTED    TO TRUE.
           MOVE ZERO TO INQ-BALANCE.
           MOVE ZERO TO INQ-MOVE-TOTAL.
           MOVE ZERO TO INQ-MOVE-COUNT.
           MOVE ZERO TO INQ-RCY-AGE.
           MOVE ZERO TO INQ-RCY-ORIG-DATE.
           MOVE 1 TO WS-MV-SUB.
           PERFORM H801-CLEAR-ONE-MOVE THRU H801-CLEAR-ONE-MOVE-END
              UNTIL WS-MV-SUB > 5.
       H800-END. EXIT.
      *
       H801-CLEAR-ONE-MOVE.
           MOVE ZERO TO INQ-MV-DATE(WS-MV-SUB).
           MOVE ZERO TO INQ-MV-TIME(WS-MV-SUB).
           MOVE ZERO TO INQ-MV-AMOUNT(WS-MV-SUB).
           MOVE ZERO TO INQ-MV-POST(WS-MV-SUB).
           ADD 1 TO WS-MV-SUB.
       H801-CLEAR-ONE-MOVE-END. EXIT.
      *
      *The row for WS-KEY-ID/WS-KEY-CURRENCY: the one already written
      *if there is one, otherwise a fresh one off the master.
       H810-FIND-ROW.
           MOVE WS-KEY-ID       TO INQ-ID.
           MOVE WS-KEY-CURRENCY TO INQ-CURRENCY.
           READ INQUIRY-FILE KEY IS INQ-KEY
              INVALID KEY
                 SET INQ-ROW-NEW TO TRUE
                 PERFORM H800-NEW-ROW
              NOT INVALID KEY
                 SET INQ-ROW-FOUND TO TRUE
           END-READ.
       H810-END. EXIT.
      *
       H820-PUT-ROW.
           IF INQ-ROW-FOUND
              REWRITE INQ-REC
                 INVALID KEY
                    DISPLAY 'INQFILE REWRITE FAILED: '
                       INQ-ID '/' INQ-CURRENCY
              END-REWRITE
           ELSE
              WRITE INQ-REC
                 INVALID KEY
                    DISPLAY 'INQFILE WRITE FAILED: '
                       INQ-ID '/' INQ-CURRENCY
                 NOT INVALID KEY
                    ADD 1 TO WS-ROW-COUNT
              END-WRITE
              END-IF.
       H820-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on a SNPCTL WAIT card, is retried a bounded
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
           MOVE 'IDXSNAP ' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'IDXSNAP '
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
           CLOSE LEDGER-FILE.
           PERFORM LCK-RELEASE-RUN-LOCK.
           CLOSE INQUIRY-FILE.
           CLOSE REPORT-FILE.
       H999-END. EXIT.
      *

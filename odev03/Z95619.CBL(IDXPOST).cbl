                                STATUS ST-LEDGER-FILE.
           SELECT CONTROL-FILE  ASSIGN TO PSTCTL
                                STATUS ST-CONTROL-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *IDXPOST is the settlement step that runs after ODEVUC3: it takes
      *the before/after audit trail ODEVUC3 wrote to AUDFILE and posts
      *LGRFILE is the permanent balance-movement ledger: one keyed row
      *per balance this program actually rewrites, so an account's
      *movement history survives after the night's AUDFILE is gone.
      *A bonus taxed at source is two movements: the gross bonus is
      *credited under LGR-SOURCE 'IDXPOST ' and the tax withheld is
      *debited straight after it under 'IDXPTAX ', so the pair nets
      *to the amount actually credited, each row's pre-balance
      *follows on from the last row's post-balance, and TAXRPT can
      *total the withholding off the ledger at month end.
      *LCKFILE is the shared IDXFILE run-lock (see LCKREC): taken
      *before the master opens, freed when it closes. PSTCTL is an
      *optional card whose lock field (WAIT) makes a held lock retry
           03 AUDREC-BAND          PIC 9(02).
           03 FILLER               PIC X(02).
           03 AUDREC-BUS-DATE      PIC 9(08).
           03 FILLER               PIC X(02).
           03 AUDREC-TAX           PIC 9(09).
           03 FILLER               PIC X(02).
           03 AUDREC-NET           PIC 9(09).
      *
       FD  INDEX-FILE.
       COPY IDXREC.
           03 PSTREC-BONUS         PIC X(09).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 PSTREC-RESULT        PIC X(30).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 PSTREC-TAX           PIC X(09).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 PSTREC-NET           PIC X(09).
      *
       FD  LEDGER-FILE.
       COPY LGRREC.
       01  WS-LGR-CONTROL.
           03 WS-LGR-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-LGR-FAIL-COUNT    PIC 9(07) VALUE ZERO.
      *WS-LGR-GROSS-BALANCE is the balance between the two rows of a
      *taxed bonus: the pre-balance plus the gross, before the tax
      *comes off.
           03 WS-LGR-GROSS-BALANCE PIC 9(15) VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
           05  FILLER         PIC X(09) VALUE 'Bonus    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Result'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'Tax      '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'Net      '.
      *
       01  HEADER-3.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE
               '------------------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '---------'.
      *
       01  TRAILER-REC.
           05  FILLER         PIC X(20) VALUE 'Audit rows read     '.
      *settled by an earlier (e.g. abended-and-rerun) posting pass and
      *is left alone; anything else means the master moved since the
      *bonus run and is reported as failed for ops to investigate
      *rather than silently adjusted. AUDREC-BONUS is the gross; the
      *master is credited AUDREC-NET, the gross less the withholding.
       POST-ONE-BONUS.
           MOVE SPACES TO PST-REC.
           MOVE AUDREC-ID       TO PSTREC-ID.
           MOVE AUDREC-CURRENCY TO PSTREC-CURRENCY.
           MOVE AUDREC-BONUS    TO PSTREC-BONUS.
           MOVE AUDREC-TAX      TO PSTREC-TAX.
           MOVE AUDREC-NET      TO PSTREC-NET.
           IF AUDREC-BONUS = ZERO
              ADD 1 TO WS-NOBONUS-COUNT
              MOVE 'NO BONUS - NOTHING TO POST' TO PSTREC-RESULT
              MOVE 'ALREADY POSTED' TO PSTREC-RESULT
           ELSE
              IF IDX-BALANCE = AUDREC-PRE-BALANCE
                 COMPUTE IDX-BALANCE = IDX-BALANCE + AUDREC-NET
                 REWRITE IDX-REC
                    INVALID KEY
                       ADD 1 TO WS-FAILED-COUNT
      *A ledger row that will not write does not undo the posting -
      *the master is already right - but it is reported and the run
      *ends with return code 4 so ops know the history has a gap.
      *The gross credit and the tax debit share the time stamp and
      *take consecutive sequence numbers, so they read back as a
      *pair in key order.
       POST-WRITE-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-LGR-GROSS-BALANCE =
              AUDREC-PRE-BALANCE + AUDREC-BONUS.
           ADD 1 TO WS-LGR-SEQ.
           MOVE SPACES TO LGR-REC.
           MOVE AUDREC-ID           TO LGR-ID.
           MOVE WS-LGR-SEQ          TO LGR-SEQ.
           MOVE 'IDXPOST '          TO LGR-SOURCE.
           MOVE AUDREC-PRE-BALANCE  TO LGR-PRE-BALANCE.
           MOVE WS-LGR-GROSS-BALANCE TO LGR-POST-BALANCE.
           SET LGR-DIR-UP TO TRUE.
           MOVE AUDREC-BONUS        TO LGR-AMOUNT.
           PERFORM POST-WRITE-LEDGER-ROW.
           IF AUDREC-TAX > ZERO
              ADD 1 TO WS-LGR-SEQ
              MOVE WS-LGR-SEQ           TO LGR-SEQ
              MOVE 'IDXPTAX '           TO LGR-SOURCE
              MOVE WS-LGR-GROSS-BALANCE TO LGR-PRE-BALANCE
              MOVE IDX-BALANCE          TO LGR-POST-BALANCE
              SET LGR-DIR-DOWN TO TRUE
              MOVE AUDREC-TAX           TO LGR-AMOUNT
              PERFORM POST-WRITE-LEDGER-ROW
              END-IF.
       POST-WRITE-LEDGER-END. EXIT.
      *
       POST-WRITE-LEDGER-ROW.
           WRITE LGR-REC
              INVALID KEY
                 ADD 1 TO WS-LGR-FAIL-COUNT
                 DISPLAY 'LGRFILE ROW DID NOT WRITE: ' AUDREC-ID '/'
                    AUDREC-CURRENCY ' STATUS ' ST-LEDGER-FILE
           END-WRITE.
       POST-WRITE-LEDGER-ROW-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on a PSTCTL WAIT card, is retried a bounded
      *number of times; otherwise, or when the tries run out, the run
      *refuses with return code 12 and never touches the master.
       LCK-ACQUIRE-RUN-LOCK.
           MOVE ZERO TO WS-LCK-TRIES.
           PERFORM LCK-TRY-ONCE THRU LCK-TRY-ONCE-END
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXINQ.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
      *IDXINQ is the branches' online account inquiry, transaction
      *IINQ. Branch staff clear the screen and key
      *    IINQ nnnnn ccc
      *(the five-digit id and three-digit currency, as INPFILE quotes
      *them) and get one screen: the master record with its status,
      *whether the key sits in QRNFILE quarantine, the newest LGRFILE
      *movements, and whether the key is on tonight's recycle carry
      *or was rejected last night and why - the questions that used
      *to come to us as an INQCTL card and an LGRINQ job.
      *The transaction is read-only: no file is read for update and
      *nothing is written, so it can never hold a record the batch
      *is waiting for.
      *The run-lock decides where the picture comes from. LCKFILE is
      *defined to the region as the ESDS it is, and its one record
      *is read at RBA zero. While the lock is FREE the master,
      *quarantine and ledger are read live. While a batch program
      *HOLDS it the master may be half way through a night's update
      *(or closed to the region altogether), so the screen is built
      *from IDXSNAP's INQFILE picture instead - the last known
      *picture - with a warning naming the holder and the time the
      *picture was taken; the terminal never waits on the batch. A
      *master found closed while the lock reads FREE is treated the
      *same way. The carry and reject facts always come from INQFILE,
      *because RCYOUT and INVFILE are sequential datasets the region
      *cannot open.
      *IDXSNAP is the one holder that does not send the screen to the
      *picture: it only reads the master, so the master, quarantine
      *and ledger are still read live, but INQFILE is the file it is
      *rebuilding, so the carry and reject facts show as not
      *available until it finishes.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY IDXREC.
      *
       COPY LGRREC.
      *
       COPY QRNREC.
      *
       COPY LCKREC.
      *
       COPY INQREC.
      *
      *WS-CICS-CONTROL carries the command responses and the keys the
      *file commands are given.
       01  WS-CICS-CONTROL.
           03 WS-RESP              PIC S9(08) COMP VALUE ZERO.
           03 WS-LCK-RBA           PIC S9(08) COMP VALUE ZERO.
           03 WS-INPUT-LEN         PIC S9(04) COMP VALUE ZERO.
           03 WS-SCREEN-LEN        PIC S9(04) COMP VALUE ZERO.
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
      *WS-INQ-INPUT is what was keyed after the transaction code.
       01  WS-INQ-INPUT.
           03 WS-INPUT-TEXT        PIC X(40) VALUE SPACES.
           03 WS-IN-TRAN           PIC X(04) VALUE SPACES.
           03 WS-IN-ID             PIC X(05) VALUE SPACES.
           03 WS-IN-CURRENCY       PIC X(03) VALUE SPACES.
           03 WS-IN-EXTRA          PIC X(10) VALUE SPACES.
      *
       01  WS-INQ-CONTROL.
           03 WS-INQ-ID            PIC 9(05) VALUE ZERO.
           03 WS-INQ-CURRENCY      PIC 9(03) VALUE ZERO.
           03 WS-KEY-SW            PIC X(01) VALUE 'N'.
              88 INQ-KEY-VALID            VALUE 'Y'.
              88 INQ-KEY-NOT-VALID        VALUE 'N'.
           03 WS-PICTURE-SW        PIC X(01) VALUE 'L'.
              88 PICTURE-LIVE             VALUE 'L'.
              88 PICTURE-LAST-KNOWN       VALUE 'K'.
           03 WS-ROW-SW            PIC X(01) VALUE 'N'.
              88 INQ-ROW-PRESENT          VALUE 'Y'.
              88 INQ-ROW-ABSENT           VALUE 'N'.
              88 INQ-ROW-UNAVAILABLE      VALUE 'U'.
           03 WS-DIRTY-SW          PIC X(01) VALUE 'N'.
              88 MASTER-DIRTY             VALUE 'Y'.
              88 MASTER-CLEAN             VALUE 'N'.
           03 WS-LGR-SW            PIC X(01) VALUE 'Y'.
              88 LEDGER-READ              VALUE 'Y'.
              88 LEDGER-UNAVAILABLE       VALUE 'N'.
           03 WS-QRN-SW            PIC X(01) VALUE 'Y'.
              88 QUARANTINE-READ          VALUE 'Y'.
              88 QUARANTINE-UNAVAILABLE   VALUE 'N'.
           03 WS-LCK-SEEN-SW       PIC X(01) VALUE 'N'.
              88 LOCK-SEEN-HELD           VALUE 'Y'.
              88 LOCK-NOT-SEEN-HELD       VALUE 'N'.
           03 WS-REBUILD-SW        PIC X(01) VALUE 'N'.
              88 PICTURE-BEING-REBUILT    VALUE 'Y'.
              88 PICTURE-NOT-REBUILDING   VALUE 'N'.
           03 WS-BROWSE-SW         PIC X(01) VALUE 'N'.
              88 BROWSE-DONE              VALUE 'Y'.
              88 BROWSE-GOING             VALUE 'N'.
           03 WS-WHY-LAST-KNOWN    PIC X(40) VALUE SPACES.
           03 WS-MV-SUB            PIC 9(01) VALUE ZERO.
           03 WS-LINE-SUB          PIC 9(02) VALUE ZERO.
      *
      *WS-SCREEN is sent as text, one 80-byte line per row of the
      *screen; every line keeps its last byte blank so the text never
      *wraps on to the next row.
       01  WS-SCREEN.
           03 WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
      *
       01  HEADER-LINE.
           05  FILLER         PIC X(26) VALUE
               'IINQ  ACCOUNT INQUIRY     '.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  HDR-ID         PIC 9(05).
           05  FILLER         PIC X(01) VALUE '/'.
           05  HDR-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(10) VALUE SPACES.
           05  HDR-DATE       PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  HDR-TIME       PIC 9(06).
           05  FILLER         PIC X(12) VALUE SPACES.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(68) VALUE ALL '-'.
           05  FILLER         PIC X(12) VALUE SPACES.
      *
       01  WARNING-LINE-1.
           05  FILLER         PIC X(27) VALUE
               '*** NIGHTLY BATCH RUNNING -'.
           05  FILLER         PIC X(19) VALUE
               ' LOCK HELD BY      '.
           05  WRN-HOLDER     PIC X(08).
           05  FILLER         PIC X(04) VALUE ' ***'.
           05  FILLER         PIC X(22) VALUE SPACES.
      *
       01  WARNING-LINE-2.
           05  FILLER         PIC X(04) VALUE '*** '.
           05  WRN-WHY        PIC X(40).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'AS OF '.
           05  WRN-DATE       PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  WRN-TIME       PIC 9(06).
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  MASTER-LINE-1.
           05  FILLER         PIC X(17) VALUE 'Customer       : '.
           05  MST-NAME       PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MST-SURNAME    PIC X(15).
           05  FILLER         PIC X(32) VALUE SPACES.
      *
       01  MASTER-LINE-2.
           05  FILLER         PIC X(17) VALUE 'Status         : '.
           05  MST-STATUS     PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MST-STATUS-TEXT
                              PIC X(15).
           05  FILLER         PIC X(46) VALUE SPACES.
      *
       01  MASTER-LINE-3.
           05  FILLER         PIC X(17) VALUE 'Balance        : '.
           05  MST-BALANCE    PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(43) VALUE SPACES.
      *
       01  FACT-LINE.
           05  FCT-LABEL      PIC X(17).
           05  FCT-TEXT       PIC X(50).
           05  FILLER         PIC X(13) VALUE SPACES.
      *
       01  CARRY-TEXT.
           05  FILLER         PIC X(22) VALUE
               'ON RECYCLE CARRY, TRY '.
           05  CRY-AGE        PIC Z9.
           05  FILLER         PIC X(16) VALUE
               ' - FIRST SEEN   '.
           05  CRY-ORIG-DATE  PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
      *
       01  REJECT-TEXT.
           05  FILLER         PIC X(17) VALUE
               'REJECTED, REASON '.
           05  REJ-REASON     PIC X(01).
           05  FILLER         PIC X(03) VALUE ' - '.
           05  REJ-TEXT       PIC X(15).
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  MOVE-HEADER.
           05  FILLER         PIC X(10) VALUE 'Date      '.
           05  FILLER         PIC X(08) VALUE 'Time    '.
           05  FILLER         PIC X(10) VALUE 'Source    '.
           05  FILLER         PIC X(02) VALUE 'D '.
           05  FILLER         PIC X(20) VALUE 'Amount              '.
           05  FILLER         PIC X(20) VALUE 'Balance after       '.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  MOVE-LINE.
           05  MOV-DATE       PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MOV-TIME       PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MOV-SOURCE     PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MOV-DIR        PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MOV-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MOV-POST       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(11) VALUE SPACES.
      *
       01  MOVE-COUNT-LINE.
           05  FILLER         PIC X(16) VALUE 'Newest shown    '.
           05  MVC-SHOWN      PIC 9(01).
           05  MVC-OF-PART.
               10  FILLER     PIC X(04) VALUE ' of '.
               10  MVC-TOTAL  PIC ZZZZ9.
           05  FILLER         PIC X(54) VALUE SPACES.
      *
       01  MESSAGE-LINE.
           05  MSG-TEXT       PIC X(79).
           05  FILLER         PIC X(01) VALUE SPACES.
      *My quality of life FILLERs and the supporting variables
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACES TO WS-SCREEN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM H100-RECEIVE-KEY
           IF INQ-KEY-VALID
              PERFORM H200-CHECK-RUN-LOCK
              PERFORM H300-READ-PICTURE-ROW
              IF PICTURE-LIVE
                 PERFORM H400-READ-LIVE-MASTER
                 END-IF
              IF PICTURE-LIVE
                 PERFORM H500-READ-LIVE-QUARANTINE
                 PERFORM H600-BROWSE-LIVE-LEDGER
                 END-IF
              PERFORM H700-BUILD-SCREEN
              END-IF.
           PERFORM H900-SEND-SCREEN.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
       0000-END. EXIT.
      *
      *The key is whatever follows the transaction code on the
      *cleared screen. A screen longer than the input area is simply
      *cut (LENGERR), which still leaves the key where it was keyed.
       H100-RECEIVE-KEY.
           SET INQ-KEY-NOT-VALID TO TRUE.
           MOVE LENGTH OF WS-INPUT-TEXT TO WS-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO(WS-INPUT-TEXT)
                LENGTH(WS-INPUT-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF (WS-RESP NOT = DFHRESP(NORMAL)) AND
              (WS-RESP NOT = DFHRESP(LENGERR))
              MOVE SPACES TO WS-INPUT-TEXT
              END-IF.
           UNSTRING WS-INPUT-TEXT DELIMITED BY ALL SPACE
              INTO WS-IN-TRAN WS-IN-ID WS-IN-CURRENCY WS-IN-EXTRA
           END-UNSTRING.
           IF (WS-IN-ID IS NOT NUMERIC) OR
              (WS-IN-CURRENCY IS NOT NUMERIC)
              MOVE 'KEY AS: IINQ nnnnn ccc (ID, CURRENCY)' TO MSG-TEXT
              MOVE MESSAGE-LINE TO WS-SCREEN-LINE(1)
              MOVE 1 TO WS-LINE-SUB
           ELSE
              COMPUTE WS-INQ-ID = FUNCTION NUMVAL(WS-IN-ID)
              COMPUTE WS-INQ-CURRENCY = FUNCTION NUMVAL(WS-IN-CURRENCY)
              SET INQ-KEY-VALID TO TRUE
              END-IF.
       H100-END. EXIT.
      *
      *Only a lock that reads FREE - or an empty lock file, before the
      *first batch run ever - lets the live files be read. Anything
      *else, an unreadable lock included, gets the last known
      *picture: guessing the batch is not running is the one mistake
      *this screen must not make. A lock held by IDXSNAP is the
      *exception - that job never writes the master.
       H200-CHECK-RUN-LOCK.
           SET PICTURE-LIVE TO TRUE.
           SET PICTURE-NOT-REBUILDING TO TRUE.
           MOVE SPACES TO LCK-REC.
           MOVE ZERO TO WS-LCK-RBA.
           EXEC CICS READ FILE('LCKFILE')
                INTO(LCK-REC)
                RIDFLD(WS-LCK-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF NOT LCK-FREE
                 IF LCK-HOLDER = 'IDXSNAP '
                    SET PICTURE-BEING-REBUILT TO TRUE
                 ELSE
                    SET PICTURE-LAST-KNOWN TO TRUE
                    SET LOCK-SEEN-HELD TO TRUE
                    MOVE 'RUN-LOCK HELD - LAST KNOWN PICTURE'
                       TO WS-WHY-LAST-KNOWN
                 END-IF
                 END-IF
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 SET PICTURE-LAST-KNOWN TO TRUE
                 MOVE 'LOCK UNREADABLE - LAST KNOWN PICTURE'
                    TO WS-WHY-LAST-KNOWN
                 END-IF
              END-IF.
       H200-END. EXIT.
      *
      *The INQFILE row is read in either case: it is the whole
      *picture while the lock is held, and the carry and reject facts
      *while it is not. No row means the key was nowhere last night -
      *not on the master, not quarantined, not carried, not rejected.
      *While IDXSNAP is rebuilding the picture a missing row proves
      *nothing, so the row is not read at all.
       H300-READ-PICTURE-ROW.
           IF PICTURE-BEING-REBUILT
              SET INQ-ROW-UNAVAILABLE TO TRUE
              PERFORM H310-EMPTY-PICTURE-ROW
           ELSE
              MOVE WS-INQ-ID       TO INQ-ID
              MOVE WS-INQ-CURRENCY TO INQ-CURRENCY
              EXEC CICS READ FILE('INQFILE')
                   INTO(INQ-REC)
                   RIDFLD(INQ-KEY)
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    SET INQ-ROW-PRESENT TO TRUE
                 WHEN WS-RESP = DFHRESP(NOTFND)
                    SET INQ-ROW-ABSENT TO TRUE
                    PERFORM H310-EMPTY-PICTURE-ROW
                 WHEN OTHER
                    SET INQ-ROW-UNAVAILABLE TO TRUE
                    PERFORM H310-EMPTY-PICTURE-ROW
              END-EVALUATE
              END-IF.
       H300-END. EXIT.
      *
       H310-EMPTY-PICTURE-ROW.
           MOVE SPACES          TO INQ-REC.
           MOVE WS-INQ-ID       TO INQ-ID.
           MOVE WS-INQ-CURRENCY TO INQ-CURRENCY.
           MOVE ZERO            TO INQ-ASOF-DATE.
           MOVE ZERO            TO INQ-ASOF-TIME.
           SET INQ-NOT-ON-MASTER   TO TRUE.
           SET INQ-NOT-QUARANTINED TO TRUE.
           SET INQ-NOT-ON-CARRY    TO TRUE.
           SET INQ-NOT-REJECTED    TO TRUE.
           MOVE ZERO TO INQ-BALANCE.
           MOVE ZERO TO INQ-MOVE-TOTAL.
           MOVE ZERO TO INQ-MOVE-COUNT.
           MOVE ZERO TO INQ-RCY-AGE.
           MOVE ZERO TO INQ-RCY-ORIG-DATE.
       H310-END. EXIT.
      *
      *The live master replaces the picture's master fields. A master
      *closed to the region (the batch has it) turns the whole screen
      *over to the last known picture, exactly as a held lock does.
       H400-READ-LIVE-MASTER.
           MOVE WS-INQ-ID       TO IDX-ID.
           MOVE WS-INQ-CURRENCY TO IDX-CURRENCY.
           EXEC CICS READ FILE('IDXFILE')
                INTO(IDX-REC)
                RIDFLD(IDX-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 SET INQ-ON-MASTER TO TRUE
                 MOVE IDX-NAME    TO INQ-NAME
                 MOVE IDX-SURNAME TO INQ-SURNAME
                 MOVE IDX-STATUS  TO INQ-STATUS
                 IF IDX-BALANCE IS NUMERIC
                    MOVE IDX-BALANCE TO INQ-BALANCE
                 ELSE
                    SET MASTER-DIRTY TO TRUE
                    MOVE ZERO TO INQ-BALANCE
                    END-IF
              WHEN WS-RESP = DFHRESP(NOTFND)
                 SET INQ-NOT-ON-MASTER TO TRUE
                 MOVE SPACES TO INQ-NAME
                 MOVE SPACES TO INQ-SURNAME
                 MOVE SPACES TO INQ-STATUS
                 MOVE ZERO   TO INQ-BALANCE
              WHEN OTHER
                 SET PICTURE-LAST-KNOWN TO TRUE
                 MOVE 'MASTER CLOSED - LAST KNOWN PICTURE'
                    TO WS-WHY-LAST-KNOWN
           END-EVALUATE.
       H400-END. EXIT.
      *
       H500-READ-LIVE-QUARANTINE.
           MOVE WS-INQ-ID       TO QRN-ID.
           MOVE WS-INQ-CURRENCY TO QRN-CURRENCY.
           EXEC CICS READ FILE('QRNFILE')
                INTO(QRN-REC)
                RIDFLD(QRN-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 SET INQ-QUARANTINED TO TRUE
                 IF INQ-NOT-ON-MASTER
                    MOVE QRN-NAME    TO INQ-NAME
                    MOVE QRN-SURNAME TO INQ-SURNAME
                    END-IF
              WHEN WS-RESP = DFHRESP(NOTFND)
                 SET INQ-NOT-QUARANTINED TO TRUE
              WHEN OTHER
                 SET QUARANTINE-UNAVAILABLE TO TRUE
           END-EVALUATE.
       H500-END. EXIT.
      *
      *The newest movements are read backwards. The browse starts at
      *the account's highest possible key, which is never a real
      *key, and a READPREV straight after STARTBR wants a key that
      *exists - so one READNEXT first picks up the next account's
      *oldest row and its real key. The first READPREV returns that
      *same row again (skipped), and the walk back continues through
      *this account's rows, newest first. An account at the very end
      *of the ledger has nothing past it, so the browse is restarted
      *at the end of the file instead (a key of all HIGH-VALUES),
      *where READPREV may follow STARTBR directly.
       H600-BROWSE-LIVE-LEDGER.
           MOVE ZERO TO INQ-MOVE-COUNT.
           MOVE ZERO TO INQ-MOVE-TOTAL.
           MOVE WS-INQ-ID       TO LGR-ID.
           MOVE WS-INQ-CURRENCY TO LGR-CURRENCY.
           MOVE 99999999        TO LGR-BUS-DATE.
           MOVE 999999          TO LGR-TIME.
           MOVE 9999            TO LGR-SEQ.
           EXEC CICS STARTBR FILE('LGRFILE')
                RIDFLD(LGR-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE('LGRFILE')
                   INTO(LGR-REC)
                   RIDFLD(LGR-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS ENDBR FILE('LGRFILE')
                 END-EXEC
                 END-IF
           ELSE
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE HIGH-VALUES TO LGR-KEY
                 EXEC CICS STARTBR FILE('LGRFILE')
                      RIDFLD(LGR-KEY)
                      GTEQ
                      RESP(WS-RESP)
                 END-EXEC
                 END-IF
              END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              SET BROWSE-GOING TO TRUE
              PERFORM H610-READ-ONE-PREVIOUS
                 THRU H610-READ-ONE-PREVIOUS-END
                 UNTIL BROWSE-DONE
              EXEC CICS ENDBR FILE('LGRFILE')
              END-EXEC
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 SET LEDGER-UNAVAILABLE TO TRUE
                 END-IF
              END-IF.
           MOVE INQ-MOVE-COUNT TO INQ-MOVE-TOTAL.
       H600-END. EXIT.
      *
       H610-READ-ONE-PREVIOUS.
           EXEC CICS READPREV FILE('LGRFILE')
                INTO(LGR-REC)
                RIDFLD(LGR-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-DONE TO TRUE
              IF WS-RESP NOT = DFHRESP(ENDFILE)
                 SET LEDGER-UNAVAILABLE TO TRUE
                 END-IF
           ELSE
              IF (LGR-ID > WS-INQ-ID) OR
                 ((LGR-ID = WS-INQ-ID) AND
                  (LGR-CURRENCY > WS-INQ-CURRENCY))
                 CONTINUE
              ELSE
                 IF (LGR-ID = WS-INQ-ID) AND
                    (LGR-CURRENCY = WS-INQ-CURRENCY)
                    ADD 1 TO INQ-MOVE-COUNT
                    MOVE LGR-BUS-DATE  TO INQ-MV-DATE(INQ-MOVE-COUNT)
                    MOVE LGR-TIME      TO INQ-MV-TIME(INQ-MOVE-COUNT)
                    MOVE LGR-SOURCE    TO INQ-MV-SOURCE(INQ-MOVE-COUNT)
                    MOVE LGR-DIRECTION
                       TO INQ-MV-DIRECTION(INQ-MOVE-COUNT)
                    MOVE LGR-AMOUNT    TO INQ-MV-AMOUNT(INQ-MOVE-COUNT)
                    MOVE LGR-POST-BALANCE
                       TO INQ-MV-POST(INQ-MOVE-COUNT)
                    IF INQ-MOVE-COUNT >= 5
                       SET BROWSE-DONE TO TRUE
                       END-IF
                 ELSE
                    SET BROWSE-DONE TO TRUE
                 END-IF
              END-IF
              END-IF.
       H610-READ-ONE-PREVIOUS-END. EXIT.
      *
      *One screen, top to bottom: the key, any last-known warning,
      *the master, the three facts, the movements.
       H700-BUILD-SCREEN.
           MOVE WS-INQ-ID         TO HDR-ID.
           MOVE WS-INQ-CURRENCY   TO HDR-CURRENCY.
           MOVE WS-TODAY-YMD      TO HDR-DATE.
           MOVE WS-CURRENT-HHMMSS TO HDR-TIME.
           MOVE 1 TO WS-LINE-SUB.
           MOVE HEADER-LINE TO WS-SCREEN-LINE(WS-LINE-SUB).
           ADD 1 TO WS-LINE-SUB.
           MOVE RULER-LINE TO WS-SCREEN-LINE(WS-LINE-SUB).
           IF PICTURE-LAST-KNOWN
              PERFORM H710-ADD-WARNING
              END-IF.
           ADD 1 TO WS-LINE-SUB.
           IF PICTURE-LAST-KNOWN AND (NOT INQ-ROW-PRESENT)
              PERFORM H715-ADD-NO-PICTURE
           ELSE
              PERFORM H720-ADD-MASTER
              PERFORM H730-ADD-FACTS
              PERFORM H740-ADD-MOVEMENTS
              END-IF.
       H700-END. EXIT.
      *
       H710-ADD-WARNING.
           IF LOCK-SEEN-HELD
              MOVE LCK-HOLDER TO WRN-HOLDER
              ADD 1 TO WS-LINE-SUB
              MOVE WARNING-LINE-1 TO WS-SCREEN-LINE(WS-LINE-SUB)
              END-IF.
           MOVE WS-WHY-LAST-KNOWN TO WRN-WHY.
           MOVE INQ-ASOF-DATE TO WRN-DATE.
           MOVE INQ-ASOF-TIME TO WRN-TIME.
           ADD 1 TO WS-LINE-SUB.
           MOVE WARNING-LINE-2 TO WS-SCREEN-LINE(WS-LINE-SUB).
       H710-END. EXIT.
      *
       H715-ADD-NO-PICTURE.
           ADD 1 TO WS-LINE-SUB.
           IF INQ-ROW-UNAVAILABLE
              MOVE 'INQUIRY PICTURE BEING REBUILT - TRY AGAIN SHORTLY'
                 TO MSG-TEXT
           ELSE
              MOVE 'NOT IN LAST NIGHT''S PICTURE AT ALL' TO MSG-TEXT
              END-IF.
           MOVE MESSAGE-LINE TO WS-SCREEN-LINE(WS-LINE-SUB).
       H715-END. EXIT.
      *
       H720-ADD-MASTER.
           ADD 1 TO WS-LINE-SUB.
           IF INQ-NOT-ON-MASTER
              MOVE 'Master         : NOT ON THE MASTER' TO MSG-TEXT
              MOVE MESSAGE-LINE TO WS-SCREEN-LINE(WS-LINE-SUB)
              IF INQ-NAME NOT = SPACES
                 MOVE INQ-NAME    TO MST-NAME
                 MOVE INQ-SURNAME TO MST-SURNAME
                 ADD 1 TO WS-LINE-SUB
                 MOVE MASTER-LINE-1 TO WS-SCREEN-LINE(WS-LINE-SUB)
                 END-IF
           ELSE
              MOVE INQ-NAME    TO MST-NAME
              MOVE INQ-SURNAME TO MST-SURNAME
              MOVE MASTER-LINE-1 TO WS-SCREEN-LINE(WS-LINE-SUB)
              MOVE INQ-STATUS  TO MST-STATUS
              EVALUATE INQ-STATUS
                 WHEN 'A'
                    MOVE 'ACTIVE'  TO MST-STATUS-TEXT
                 WHEN 'F'
                    MOVE 'FROZEN'  TO MST-STATUS-TEXT
                 WHEN 'C'
                    MOVE 'CLOSED'  TO MST-STATUS-TEXT
                 WHEN 'D'
                    MOVE 'DORMANT' TO MST-STATUS-TEXT
                 WHEN OTHER
                    MOVE 'UNKNOWN' TO MST-STATUS-TEXT
              END-EVALUATE
              ADD 1 TO WS-LINE-SUB
              MOVE MASTER-LINE-2 TO WS-SCREEN-LINE(WS-LINE-SUB)
              ADD 1 TO WS-LINE-SUB
              IF MASTER-DIRTY
                 MOVE 'Balance        : NOT DISPLAYABLE - DIRTY RECORD'
                    TO MSG-TEXT
                 MOVE MESSAGE-LINE TO WS-SCREEN-LINE(WS-LINE-SUB)
              ELSE
                 MOVE INQ-BALANCE TO MST-BALANCE
                 MOVE MASTER-LINE-3 TO WS-SCREEN-LINE(WS-LINE-SUB)
              END-IF
              END-IF.
       H720-END. EXIT.
      *
       H730-ADD-FACTS.
           ADD 1 TO WS-LINE-SUB.
           MOVE 'Quarantine     : ' TO FCT-LABEL.
           EVALUATE TRUE
              WHEN QUARANTINE-UNAVAILABLE
                 MOVE 'NOT AVAILABLE NOW' TO FCT-TEXT
              WHEN INQ-QUARANTINED
                 MOVE 'QUARANTINED - HELD FOR REPAIR' TO FCT-TEXT
              WHEN OTHER
                 MOVE 'NOT QUARANTINED' TO FCT-TEXT
           END-EVALUATE.
           MOVE FACT-LINE TO WS-SCREEN-LINE(WS-LINE-SUB).
           ADD 1 TO WS-LINE-SUB.
           MOVE 'Recycle carry  : ' TO FCT-LABEL.
           EVALUATE TRUE
              WHEN INQ-ROW-UNAVAILABLE
                 MOVE 'NOT AVAILABLE NOW' TO FCT-TEXT
              WHEN INQ-ON-CARRY
                 MOVE INQ-RCY-AGE       TO CRY-AGE
                 MOVE INQ-RCY-ORIG-DATE TO CRY-ORIG-DATE
                 MOVE CARRY-TEXT        TO FCT-TEXT
              WHEN OTHER
                 MOVE 'NOT ON TONIGHT''S CARRY' TO FCT-TEXT
           END-EVALUATE.
           MOVE FACT-LINE TO WS-SCREEN-LINE(WS-LINE-SUB).
           ADD 1 TO WS-LINE-SUB.
           MOVE 'Last night     : ' TO FCT-LABEL.
           EVALUATE TRUE
              WHEN INQ-ROW-UNAVAILABLE
                 MOVE 'NOT AVAILABLE NOW' TO FCT-TEXT
              WHEN INQ-REJECTED
                 MOVE INQ-REJ-REASON TO REJ-REASON
                 MOVE INQ-REJ-TEXT   TO REJ-TEXT
                 MOVE REJECT-TEXT    TO FCT-TEXT
              WHEN OTHER
                 MOVE 'NOT REJECTED' TO FCT-TEXT
           END-EVALUATE.
           MOVE FACT-LINE TO WS-SCREEN-LINE(WS-LINE-SUB).
       H730-END. EXIT.
      *
       H740-ADD-MOVEMENTS.
           ADD 2 TO WS-LINE-SUB.
           MOVE MOVE-HEADER TO WS-SCREEN-LINE(WS-LINE-SUB).
           IF LEDGER-UNAVAILABLE
              ADD 1 TO WS-LINE-SUB
              MOVE 'LEDGER NOT AVAILABLE NOW' TO MSG-TEXT
              MOVE MESSAGE-LINE TO WS-SCREEN-LINE(WS-LINE-SUB)
           ELSE
              IF INQ-MOVE-COUNT = ZERO
                 ADD 1 TO WS-LINE-SUB
                 MOVE 'NO MOVEMENTS ON THE LEDGER' TO MSG-TEXT
                 MOVE MESSAGE-LINE TO WS-SCREEN-LINE(WS-LINE-SUB)
              ELSE
                 MOVE 1 TO WS-MV-SUB
                 PERFORM H741-ADD-ONE-MOVEMENT
                    THRU H741-ADD-ONE-MOVEMENT-END
                    UNTIL WS-MV-SUB > INQ-MOVE-COUNT
                 ADD 1 TO WS-LINE-SUB
                 MOVE INQ-MOVE-COUNT TO MVC-SHOWN
                 MOVE INQ-MOVE-TOTAL TO MVC-TOTAL
                 IF PICTURE-LIVE
                    MOVE SPACES TO MVC-OF-PART
                    END-IF
                 MOVE MOVE-COUNT-LINE TO WS-SCREEN-LINE(WS-LINE-SUB)
              END-IF
              END-IF.
       H740-END. EXIT.
      *
       H741-ADD-ONE-MOVEMENT.
           MOVE INQ-MV-DATE(WS-MV-SUB)      TO MOV-DATE.
           MOVE INQ-MV-TIME(WS-MV-SUB)      TO MOV-TIME.
           MOVE INQ-MV-SOURCE(WS-MV-SUB)    TO MOV-SOURCE.
           MOVE INQ-MV-DIRECTION(WS-MV-SUB) TO MOV-DIR.
           MOVE INQ-MV-AMOUNT(WS-MV-SUB)    TO MOV-AMOUNT.
           MOVE INQ-MV-POST(WS-MV-SUB)      TO MOV-POST.
           ADD 1 TO WS-LINE-SUB.
           MOVE MOVE-LINE TO WS-SCREEN-LINE(WS-LINE-SUB).
           ADD 1 TO WS-MV-SUB.
       H741-ADD-ONE-MOVEMENT-END. EXIT.
      *
      *Only the lines used are sent; ERASE clears the rest.
       H900-SEND-SCREEN.
           COMPUTE WS-SCREEN-LEN = WS-LINE-SUB * 80.
           EXEC CICS SEND TEXT
                FROM(WS-SCREEN)
                LENGTH(WS-SCREEN-LEN)
                ERASE
                FREEKB
           END-EXEC.
       H900-END. EXIT.
      *

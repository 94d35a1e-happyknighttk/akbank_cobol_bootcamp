                                ACCESS RANDOM
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
           SELECT PEND-IN       ASSIGN TO PNDIN
                                STATUS ST-PEND-IN.
           SELECT PEND-OUT      ASSIGN TO PNDOUT
                                STATUS ST-PEND-OUT.
           SELECT AUTH-FILE     ASSIGN TO AUTHFILE
                                STATUS ST-AUTH-FILE.
           SELECT AGING-REPORT  ASSIGN TO PNDRPT
                                STATUS ST-AGING-REPORT.
      *TRANFILE carries the add/change/delete transactions to be
      *applied against IDXFILE. MNTFILE is the audit report of what
      *happened to each transaction (applied or rejected, and why),
      *IDX-BALANCE it actually moves (an add from zero, a change that
      *alters the balance, a delete of a carried balance), so a
      *maintenance correction shows in the same movement history a
      *bonus posting does. Taking an account out of dormant status
      *writes a zero-amount row too, so the reactivation counts as
      *activity the next time IDXDORM looks.
      *LCKFILE is the shared IDXFILE run-lock (see LCKREC): taken
      *before the master opens, freed when it closes, so this
      *program can no longer APPLY into the middle of the bonus
      *batch. A lock already HELD is logged with its holder and the
      *run waits or refuses per the MNTCTL lock field.
      *PNDIN/PNDOUT is the pending-authorization file, carried
      *generation to generation the way ODEVUC3 carries RCYIN/RCYOUT.
      *No one person may move money or open and shut accounts alone:
      *a balance movement above the MNTCTL limit (an add counts as a
      *movement from zero), a status change to or from C or F, and
      *every delete is parked there under a reference of its own
      *instead of being applied. AUTHFILE is the approval deck that
      *quotes those references; the apply pass posts a parked item
      *only once a user other than its maker has approved it. What
      *is declined is dropped, what nobody has approved stays
      *pending, and what has waited longer than the MNTCTL expiry
      *days lapses. An approved change or delete whose master balance
      *or status has moved since it was parked is dropped unapplied.
      *PNDRPT is the aging report: every pending item with its age,
      *maker and what became of it this run.
      *
      *Return codes, for the scheduler:
      *   0 = clean
      *   4 = clean with warnings (pending table rows dropped, an
      *       approval refused or matching nothing, an approved item
      *       that no longer applies)
      *   8 = control abend (bad MNTCTL mode, validation rejects,
      *       batch refused)
      *  12 = file open failure (file status displayed and logged)
           03 TRAN-BDAY            PIC X(07).
           03 TRAN-BALANCE         PIC X(15).
           03 TRAN-STATUS          PIC X(01).
      *TRAN-MAKER is the user id of whoever keyed the transaction. It
      *rides through to MNTFILE and JRNFILE, and it is what a second
      *user's approval on AUTHFILE is checked against.
           03 TRAN-MAKER           PIC X(08).
      *
       FD  INDEX-FILE.
       COPY IDXREC.
           03 MREC-CURRENCY        PIC X(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 MREC-RESULT          PIC X(30).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 MREC-MAKER           PIC X(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 MREC-APPROVER        PIC X(08).
      *
       FD  CONTROL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 FILLER               PIC X(02).
           03 CTL-LOCK-DISP        PIC X(05).
              88 CTL-LOCK-WAIT           VALUE 'WAIT '.
      *CTL-AUTH-LIMIT is the balance movement above which a change or
      *an add needs a second user's approval; CTL-EXPIRE-DAYS is how
      *many days an unapproved item may wait on the pending file. A
      *blank or non-numeric field leaves the WS-AUT-CONTROL default.
           03 FILLER               PIC X(02).
           03 CTL-AUTH-LIMIT       PIC X(15).
           03 FILLER               PIC X(02).
           03 CTL-EXPIRE-DAYS      PIC X(03).
      *
      *JRN-REC deliberately mirrors TRAN-REC field-for-field in
      *display format: the same leading 62 bytes IDXBKOUT reads back
      *to build reversing transactions, with the code byte saying
      *what the apply pass did (not what the reversal will do). The
      *date after it says which calendar date the apply ran, so
      *the FILARCH retention job can age journal rows; IDXBKOUT
      *ignores it. The maker and approver on the end say who keyed
      *the change and who authorized it (blank when the change did
      *not need a second user).
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRNREC-CODE          PIC X(01).
           03 JRNREC-BALANCE       PIC 9(15).
           03 JRNREC-STATUS        PIC X(01).
           03 JRNREC-BUS-DATE      PIC 9(08).
           03 JRNREC-MAKER         PIC X(08).
           03 JRNREC-APPROVER      PIC X(08).
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-REC                 PIC X(80).
      *
       FD  LOCK-FILE RECORDING MODE F.
       COPY LCKREC.
      *
      *PND-REC is one parked transaction: the reference AUTHFILE
      *quotes (the run date and time it was parked, and a sequence
      *within that run), the maker, why it needs approval, and the
      *TRANFILE image as keyed. The date in the reference is also
      *what the item is aged from. A parked change or delete also
      *carries the master's balance and status as they stood when it
      *was parked, because the approval is given against that
      *picture (zero and blank for a parked add).
       FD  PEND-IN RECORDING MODE F.
       01  PND-REC.
           03 PNDREC-REF.
              05 PNDREC-REF-DATE   PIC 9(08).
              05 PNDREC-REF-TIME   PIC 9(06).
              05 PNDREC-REF-SEQ    PIC 9(04).
           03 PNDREC-MAKER         PIC X(08).
           03 PNDREC-REASON        PIC X(01).
              88 PND-FOR-BALANCE         VALUE 'B'.
              88 PND-FOR-STATUS          VALUE 'S'.
              88 PND-FOR-DELETE          VALUE 'D'.
           03 PNDREC-TRAN          PIC X(62).
           03 PNDREC-MST-BALANCE   PIC S9(15).
           03 PNDREC-MST-STATUS    PIC X(01).
      *
       FD  PEND-OUT RECORDING MODE F.
       01  PNDO-REC.
           03 PNDOREC-REF.
              05 PNDOREC-REF-DATE  PIC 9(08).
              05 PNDOREC-REF-TIME  PIC 9(06).
              05 PNDOREC-REF-SEQ   PIC 9(04).
           03 PNDOREC-MAKER        PIC X(08).
           03 PNDOREC-REASON       PIC X(01).
           03 PNDOREC-TRAN         PIC X(62).
           03 PNDOREC-MST-BALANCE  PIC S9(15).
           03 PNDOREC-MST-STATUS   PIC X(01).
      *
      *AUT-REC is one approval: the pending reference, the approving
      *user, and A to approve or R to decline.
       FD  AUTH-FILE RECORDING MODE F.
       01  AUT-REC.
           03 AUTREC-REF           PIC X(18).
           03 FILLER               PIC X(02).
           03 AUTREC-APPROVER      PIC X(08).
           03 FILLER               PIC X(02).
           03 AUTREC-DECISION      PIC X(01).
      *
       FD  AGING-REPORT RECORDING MODE F.
       01  AGE-RPT-REC             PIC X(100).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-LOCK-FILE         PIC 9(02).
              88 LCKFILE-SUCCESS             VALUE 00 97.
              88 LCKFILE-NOTFOUND            VALUE 35.
           03 ST-PEND-IN           PIC 9(02).
              88 PNDIN-EOF                   VALUE 10.
              88 PNDIN-SUCCESS               VALUE 00 97.
              88 PNDIN-NOTFOUND              VALUE 35.
           03 ST-PEND-OUT          PIC 9(02).
              88 PNDOUT-SUCCESS              VALUE 00 97.
           03 ST-AUTH-FILE         PIC 9(02).
              88 AUTHFILE-EOF                VALUE 10.
              88 AUTHFILE-SUCCESS            VALUE 00 97.
              88 AUTHFILE-NOTFOUND           VALUE 35.
           03 ST-AGING-REPORT      PIC 9(02).
              88 PNDRPT-SUCCESS              VALUE 00 97.
      *
      *WS-LCK-CONTROL drives the IDXFILE run-lock. WAIT re-reads the
      *lock on a paced loop - WS-LCK-PAUSE-SECS between tries,
              05 FILLER            PIC X(21) VALUE SPACES.
      *
      *WS-LGR-SEQ ticks per ledger row written so two movements of
      *one account in one second still key apart. WS-LGR-MARK-SW
      *asks for a row even though no money moved - a dormant account
      *put back to active is customer activity IDXDORM must see.
       01  WS-LGR-CONTROL.
           03 WS-LGR-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-LGR-MARK-SW       PIC X(01) VALUE 'N'.
              88 LGR-MARK-ROW             VALUE 'Y'.
              88 LGR-MOVES-ONLY           VALUE 'N'.
           03 WS-TODAY-YMD         PIC 9(08) VALUE ZERO.
           03 WS-NOW-HHMMSS        PIC 9(06) VALUE ZERO.
      *
           03 WS-PEND-FOUND-SW     PIC X(01) VALUE 'N'.
              88 PEND-KEY-FOUND           VALUE 'Y'.
              88 PEND-KEY-NOT-FOUND       VALUE 'N'.
      *
      *WS-AUT-CONTROL drives the maker-checker rule. The limit
      *defaults to zero - any balance movement at all waits for a
      *second user - so a control card that forgets the field errs
      *on the side of the control. AUT-IN-FORCE is set only while an
      *approved pending item is going through the apply path, and
      *WS-CUR-APPROVER is the user who approved it; an ordinary
      *transaction runs with it blank. WS-PND-RUN-DATE/TIME are
      *taken once at the start so every item this run parks shares
      *one reference stem.
       01  WS-AUT-CONTROL.
           03 WS-AUT-LIMIT         PIC 9(15) VALUE ZERO.
           03 WS-AUT-EXPIRE-DAYS   PIC 9(03) VALUE 14.
           03 WS-AUT-NEED-SW       PIC X(01) VALUE 'N'.
              88 AUT-NEEDED               VALUE 'Y'.
              88 AUT-NOT-NEEDED           VALUE 'N'.
           03 WS-AUT-REASON        PIC X(01) VALUE SPACE.
           03 WS-AUT-FORCE-SW      PIC X(01) VALUE 'N'.
              88 AUT-IN-FORCE             VALUE 'Y'.
              88 AUT-NOT-IN-FORCE         VALUE 'N'.
           03 WS-CUR-APPROVER      PIC X(08) VALUE SPACES.
           03 WS-PARK-SW           PIC X(01) VALUE 'N'.
              88 TRAN-PARKED              VALUE 'Y'.
              88 TRAN-NOT-PARKED          VALUE 'N'.
           03 WS-AUT-NEW-BALANCE   PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-AUT-MOVE          PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-PND-RUN-DATE      PIC 9(08) VALUE ZERO.
           03 WS-PND-RUN-TIME      PIC 9(06) VALUE ZERO.
           03 WS-PND-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-PND-MASTER-SW     PIC X(01) VALUE 'N'.
              88 PND-MASTER-CHANGED       VALUE 'Y'.
              88 PND-MASTER-AS-PARKED     VALUE 'N'.
      *
      *WS-AUT-TABLE is the AUTHFILE deck, one entry per reference
      *with the last card for a reference winning. The used switch
      *is how an approval that matched no pending item is found.
       01  WS-AUT-TABLE.
           03 WS-AUT-COUNT         PIC 9(05) COMP VALUE ZERO.
           03 WS-AUT-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-AUT-COUNT
                            INDEXED BY AUT-IDX.
              05 WS-AUT-REF        PIC X(18).
              05 WS-AUT-APPROVER   PIC X(08).
              05 WS-AUT-DECISION   PIC X(01).
                 88 AUT-APPROVE          VALUE 'A'.
                 88 AUT-DECLINE          VALUE 'R'.
              05 WS-AUT-USED-SW    PIC X(01).
                 88 AUT-ENTRY-USED       VALUE 'Y'.
                 88 AUT-ENTRY-UNUSED     VALUE 'N'.
           03 WS-AUT-FOUND-SW      PIC X(01) VALUE 'N'.
              88 AUT-REF-FOUND            VALUE 'Y'.
              88 AUT-REF-NOT-FOUND        VALUE 'N'.
           03 WS-AUT-KEY-REF       PIC X(18).
           03 WS-AUT-SUB           PIC 9(05) COMP VALUE ZERO.
      *
      *WS-PND-STAGE is the pending item PND-REPORT-ITEM prints,
      *staged from PNDIN or from an item parked this run. The image
      *view picks the code and key out of the TRANFILE image.
       01  WS-PND-STAGE.
           03 WS-PND-REF           PIC X(18).
           03 WS-PND-MAKER         PIC X(08).
           03 WS-PND-REASON        PIC X(01).
           03 WS-PND-AGE           PIC S9(05) COMP-3 VALUE ZERO.
           03 WS-PND-OUTCOME       PIC X(20).
           03 WS-PND-APPROVER      PIC X(08).
           03 WS-PND-DECIDED-SW    PIC X(01) VALUE 'N'.
              88 PND-DECIDED              VALUE 'Y'.
              88 PND-NOT-DECIDED          VALUE 'N'.
           03 WS-PND-IMAGE         PIC X(62).
           03 WS-PND-IMAGE-VIEW REDEFINES WS-PND-IMAGE.
              05 WS-PNI-CODE       PIC X(01).
              05 WS-PNI-ID         PIC X(05).
              05 WS-PNI-CURRENCY   PIC X(03).
              05 FILLER            PIC X(53).
      *
      *WS-AUT-TOTALS are the PNDRPT and MNTLOG control counts for
      *the authorization side of the run.
       01  WS-AUT-TOTALS.
           03 WS-AUT-PARKED-COUNT  PIC 9(07) VALUE ZERO.
           03 WS-AUT-APPLIED-COUNT PIC 9(07) VALUE ZERO.
           03 WS-AUT-APPREJ-COUNT  PIC 9(07) VALUE ZERO.
           03 WS-AUT-DECLINED-COUNT PIC 9(07) VALUE ZERO.
           03 WS-AUT-REFUSED-COUNT PIC 9(07) VALUE ZERO.
           03 WS-AUT-EXPIRED-COUNT PIC 9(07) VALUE ZERO.
           03 WS-AUT-KEPT-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-AUT-UNUSED-COUNT  PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(23) VALUE 'IDXFILE Maintenance Run'.
           05  FILLER         PIC X(03) VALUE 'Cur'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Result'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Maker'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Approver'.
      *
       01  HEADER-3.
           05  FILLER         PIC X(01) VALUE '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE
               '------------------------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE '--------'.
      *
       01  VAL-PASS-REC.
           05  FILLER         PIC X(15) VALUE 'VALIDATION PASS'.
           05  FILLER         PIC X(35) VALUE
               'VALIDATE ONLY - IDXFILE NOT TOUCHED'.
           05  FILLER         PIC X(20) VALUE SPACES.
      *
       01  AUTH-PASS-REC.
           05  FILLER         PIC X(30) VALUE
               'AUTHORIZED PENDING ITEMS'.
           05  FILLER         PIC X(25) VALUE SPACES.
      *
       01  AGE-HEADER-1.
           05  FILLER         PIC X(37) VALUE
               'IDXMNT Pending Authorization Aging - '.
           05  AGH-RUN-DATE   PIC 9(08).
           05  FILLER         PIC X(55) VALUE SPACES.
      *
       01  AGE-HEADER-2.
           05  FILLER         PIC X(07) VALUE 'Limit: '.
           05  AGH-LIMIT      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(15) VALUE '  Expiry days: '.
           05  AGH-EXPIRE     PIC ZZ9.
           05  FILLER         PIC X(56) VALUE SPACES.
      *
       01  AGE-HEADER-3.
           05  FILLER         PIC X(20) VALUE 'Reference'.
           05  FILLER         PIC X(06) VALUE '  Age'.
           05  FILLER         PIC X(10) VALUE 'Maker'.
           05  FILLER         PIC X(03) VALUE 'T'.
           05  FILLER         PIC X(11) VALUE 'ID    Cur'.
           05  FILLER         PIC X(09) VALUE 'Reason'.
           05  FILLER         PIC X(22) VALUE 'Outcome'.
           05  FILLER         PIC X(08) VALUE 'Approver'.
           05  FILLER         PIC X(11) VALUE SPACES.
      *
       01  AGE-LINE.
           05  AGL-REF        PIC X(18).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AGL-AGE        PIC ZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AGL-MAKER      PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AGL-CODE       PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AGL-ID         PIC X(05).
           05  FILLER         PIC X(01) VALUE '/'.
           05  AGL-CURRENCY   PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AGL-REASON     PIC X(07).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AGL-OUTCOME    PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  AGL-APPROVER   PIC X(08).
           05  FILLER         PIC X(11) VALUE SPACES.
      *
       01  AGE-TRAILER.
           05  AGT-LABEL      PIC X(30).
           05  AGT-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(61) VALUE SPACES.
      *My quality of life FILLERs and the supporting variables
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 MOVE 'APPLY PASS DONE - TRANS APPLIED' TO WS-LOG-TEXT
                 MOVE WS-APPLY-COUNT TO WS-LOG-COUNT-VAL
                 PERFORM LOG-WRITE-COUNT
                 MOVE 'APPLY PASS - TRANS PARKED FOR APPROVAL'
                    TO WS-LOG-TEXT
                 MOVE WS-AUT-PARKED-COUNT TO WS-LOG-COUNT-VAL
                 PERFORM LOG-WRITE-COUNT
                 IF WS-APPLY-REJECT-COUNT > ZERO
                    MOVE 'APPLY PASS REJECTS - BATCH HALF-APPLIED'
                       TO WS-LOG-TEXT
                    PERFORM LOG-WRITE-COUNT
                    MOVE 8 TO RETURN-CODE
                    END-IF
                 PERFORM H300-START-PENDING
                 PERFORM H310-WORK-PENDING UNTIL PNDIN-EOF
                 PERFORM H330-CHECK-UNUSED-AUTHS
              ELSE
                 WRITE MNT-REC FROM BATCH-REJECT-REC
                 MOVE 'BATCH REJECTED - IDXFILE NOT UPDATED'
                    TO WS-LOG-TEXT
                 PERFORM LOG-WRITE
                 MOVE 8 TO RETURN-CODE
                 PERFORM H350-CARRY-PENDING UNTIL PNDIN-EOF
              END-IF
           ELSE
              WRITE MNT-REC FROM VAL-ONLY-REC
              IF WS-VAL-REJECT-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
                 END-IF
              PERFORM H350-CARRY-PENDING UNTIL PNDIN-EOF
           END-IF
           PERFORM H380-WRITE-AGING-TOTALS
           IF (WS-WARNING-COUNT > ZERO) AND (RETURN-CODE = ZERO)
              MOVE 'RUN COMPLETE WITH WARNINGS' TO WS-LOG-TEXT
              MOVE WS-WARNING-COUNT TO WS-LOG-COUNT-VAL
              MOVE 'LOCK DISPOSITION WAIT FROM MNTCTL' TO WS-LOG-TEXT
              PERFORM LOG-WRITE
              END-IF.
           IF CTL-AUTH-LIMIT IS NUMERIC
              MOVE CTL-AUTH-LIMIT TO WS-AUT-LIMIT
              END-IF.
           IF CTL-EXPIRE-DAYS IS NUMERIC
              MOVE CTL-EXPIRE-DAYS TO WS-AUT-EXPIRE-DAYS
              END-IF.
           MOVE 'PENDING ITEMS EXPIRE AFTER DAYS' TO WS-LOG-TEXT.
           MOVE WS-AUT-EXPIRE-DAYS TO WS-LOG-COUNT-VAL.
           PERFORM LOG-WRITE-COUNT.
           CLOSE CONTROL-FILE.
       H090-END. EXIT.
      *
              MOVE 12 TO RETURN-CODE
              PERFORM H998-ABEND-EXIT
              END-IF.
           PERFORM H110-OPEN-PENDING-FILES.
           READ TRAN-FILE.
       H100-END. EXIT.
      *
      *PNDIN and AUTHFILE are both absent on the very first run (and
      *AUTHFILE on any night nobody approved anything); that is an
      *empty pending file and an empty deck, not a failure. PNDOUT
      *and PNDRPT are written every run, whatever the mode, so the
      *pending generation always rolls forward intact.
       H110-OPEN-PENDING-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-PND-RUN-DATE.
           MOVE WS-CURRENT-TIME TO WS-PND-RUN-TIME.
           OPEN OUTPUT PEND-OUT.
           IF (ST-PEND-OUT NOT = 0) AND (ST-PEND-OUT NOT = 97)
              DISPLAY 'PNDOUT DID NOT OPEN PROPERLY: ' ST-PEND-OUT
              MOVE 'PNDOUT DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
              MOVE 12 TO RETURN-CODE
              PERFORM H998-ABEND-EXIT
              END-IF.
           OPEN OUTPUT AGING-REPORT.
           IF (ST-AGING-REPORT NOT = 0) AND (ST-AGING-REPORT NOT = 97)
              DISPLAY 'PNDRPT DID NOT OPEN PROPERLY: ' ST-AGING-REPORT
              MOVE 'PNDRPT DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
              MOVE 12 TO RETURN-CODE
              PERFORM H998-ABEND-EXIT
              END-IF.
           PERFORM H115-WRITE-AGING-HEADERS.
           OPEN INPUT PEND-IN.
           IF PNDIN-NOTFOUND
              MOVE 'NO PNDIN - NO ITEMS PENDING' TO WS-LOG-TEXT
              PERFORM LOG-WRITE
              MOVE 10 TO ST-PEND-IN
           ELSE
              IF (ST-PEND-IN NOT = 0) AND (ST-PEND-IN NOT = 97)
                 DISPLAY 'PNDIN DID NOT OPEN PROPERLY: ' ST-PEND-IN
                 MOVE 'PNDIN DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
                 MOVE 12 TO RETURN-CODE
                 PERFORM H998-ABEND-EXIT
                 END-IF
              READ PEND-IN
           END-IF.
           OPEN INPUT AUTH-FILE.
           IF AUTHFILE-NOTFOUND
              MOVE 'NO AUTHFILE - NO APPROVALS' TO WS-LOG-TEXT
              PERFORM LOG-WRITE
           ELSE
              IF (ST-AUTH-FILE NOT = 0) AND (ST-AUTH-FILE NOT = 97)
                 DISPLAY 'AUTHFILE DID NOT OPEN PROPERLY: '
                    ST-AUTH-FILE
                 MOVE 'AUTHFILE DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
                 MOVE 12 TO RETURN-CODE
                 PERFORM H998-ABEND-EXIT
                 END-IF
              READ AUTH-FILE
              PERFORM H111-LOAD-ONE-AUTH UNTIL AUTHFILE-EOF
              CLOSE AUTH-FILE
              MOVE 'APPROVAL CARDS LOADED' TO WS-LOG-TEXT
              MOVE WS-AUT-COUNT TO WS-LOG-COUNT-VAL
              PERFORM LOG-WRITE-COUNT
           END-IF.
       H110-END. EXIT.
      *
      *A card with a decision that is neither A nor R approves
      *nothing; it is flagged and skipped. A second card for the same
      *reference replaces the first, so a corrected deck needs no
      *hand editing. WS-AUT-ENTRY only OCCURS UP TO 5000 TIMES; past
      *that the card is flagged and its item simply stays pending.
       H111-LOAD-ONE-AUTH.
           IF (AUTREC-DECISION NOT = 'A') AND
              (AUTREC-DECISION NOT = 'R')
              DISPLAY 'AUTHFILE CARD SKIPPED - BAD DECISION: '
                 AUTREC-REF ' ' AUTREC-DECISION
              ADD 1 TO WS-WARNING-COUNT
           ELSE
              MOVE AUTREC-REF TO WS-AUT-KEY-REF
              PERFORM AUT-LOOKUP
              IF AUT-REF-NOT-FOUND
                 IF WS-AUT-COUNT >= 5000
                    DISPLAY 'WS-AUT-TABLE FULL - CARD SKIPPED: '
                       AUTREC-REF
                    ADD 1 TO WS-WARNING-COUNT
                 ELSE
                    ADD 1 TO WS-AUT-COUNT
                    SET AUT-IDX TO WS-AUT-COUNT
                    SET AUT-REF-FOUND TO TRUE
                    END-IF
                 END-IF
              IF AUT-REF-FOUND
                 MOVE AUTREC-REF      TO WS-AUT-REF(AUT-IDX)
                 MOVE AUTREC-APPROVER TO WS-AUT-APPROVER(AUT-IDX)
                 MOVE AUTREC-DECISION TO WS-AUT-DECISION(AUT-IDX)
                 SET AUT-ENTRY-UNUSED(AUT-IDX) TO TRUE
                 END-IF
              END-IF.
           READ AUTH-FILE.
       H111-END. EXIT.
      *
       H115-WRITE-AGING-HEADERS.
           MOVE WS-PND-RUN-DATE    TO AGH-RUN-DATE.
           MOVE WS-AUT-LIMIT       TO AGH-LIMIT.
           MOVE WS-AUT-EXPIRE-DAYS TO AGH-EXPIRE.
           WRITE AGE-RPT-REC FROM AGE-HEADER-1.
           WRITE AGE-RPT-REC FROM AGE-HEADER-2.
           MOVE SPACES TO AGE-RPT-REC.
           WRITE AGE-RPT-REC.
           WRITE AGE-RPT-REC FROM AGE-HEADER-3.
       H115-END. EXIT.
      *
       H150-WRITE-HEADERS.
           MOVE WS-MODE-NAME TO HDR-MODE.
              PERFORM TRAN-PREVALIDATION
           ELSE
              SET EDIT-ACCEPTED TO TRUE
              SET TRAN-NOT-PARKED TO TRUE
              PERFORM TRAN-VALIDATION
              IF EDIT-REJECTED
                 ADD 1 TO WS-APPLY-REJECT-COUNT
              ELSE
                 IF TRAN-PARKED
                    ADD 1 TO WS-AUT-PARKED-COUNT
                 ELSE
                    ADD 1 TO WS-APPLY-COUNT
                 END-IF
              END-IF
              END-IF.
           READ TRAN-FILE.
       H200-END. EXIT.
      *
      *H300-START-PENDING opens the authorized-items section of
      *MNTFILE. The pending items are worked while TRANFILE is still
      *open: each approved item is loaded into the TRAN-REC area and
      *sent down the ordinary apply path, so it is edited, journalled
      *and ledgered exactly as a fresh transaction would be. They go
      *through after the batch so the batch applies exactly as it
      *validated.
       H300-START-PENDING.
           MOVE SPACES TO MNT-REC.
           WRITE MNT-REC.
           WRITE MNT-REC FROM AUTH-PASS-REC.
       H300-END. EXIT.
      *
      *H310-WORK-PENDING settles one PNDIN item. An approval by its
      *own maker (or by nobody) is no approval: it is flagged and the
      *item carries on waiting. A proper approval posts the item, a
      *proper decline drops it, and an item left undecided either
      *stays pending or, once older than the expiry days, lapses.
       H310-WORK-PENDING.
           PERFORM PND-STAGE-FROM-PNDIN.
           MOVE 'STILL PENDING' TO WS-PND-OUTCOME.
           SET PND-NOT-DECIDED TO TRUE.
           MOVE PNDREC-REF TO WS-AUT-KEY-REF.
           PERFORM AUT-LOOKUP.
           IF AUT-REF-FOUND
              SET AUT-ENTRY-USED(AUT-IDX) TO TRUE
              MOVE WS-AUT-APPROVER(AUT-IDX) TO WS-PND-APPROVER
              IF (WS-PND-APPROVER = SPACES) OR
                 (WS-PND-APPROVER = PNDREC-MAKER)
                 DISPLAY 'APPROVAL REFUSED - NOT A SECOND USER: '
                    PNDREC-REF
                 MOVE 'REFUSED - SAME USER' TO WS-PND-OUTCOME
                 ADD 1 TO WS-AUT-REFUSED-COUNT
                 ADD 1 TO WS-WARNING-COUNT
              ELSE
                 SET PND-DECIDED TO TRUE
                 IF AUT-DECLINE(AUT-IDX)
                    MOVE 'DECLINED' TO WS-PND-OUTCOME
                    ADD 1 TO WS-AUT-DECLINED-COUNT
                 ELSE
                    PERFORM PND-APPLY-AUTHORIZED
                 END-IF
              END-IF
              END-IF.
           IF PND-NOT-DECIDED
              IF WS-PND-AGE > WS-AUT-EXPIRE-DAYS
                 MOVE 'EXPIRED' TO WS-PND-OUTCOME
                 ADD 1 TO WS-AUT-EXPIRED-COUNT
              ELSE
                 PERFORM PND-KEEP-ITEM
              END-IF
              END-IF.
           PERFORM PND-REPORT-ITEM.
           READ PEND-IN.
       H310-END. EXIT.
      *
      *An approval that matched no pending item is most likely a
      *mistyped reference, and the item it meant is still waiting.
       H330-CHECK-UNUSED-AUTHS.
           MOVE 1 TO WS-AUT-SUB.
           PERFORM H331-CHECK-ONE-AUTH THRU H331-CHECK-ONE-AUTH-END
              UNTIL WS-AUT-SUB > WS-AUT-COUNT.
           MOVE 'AUTHORIZED ITEMS APPLIED' TO WS-LOG-TEXT.
           MOVE WS-AUT-APPLIED-COUNT TO WS-LOG-COUNT-VAL.
           PERFORM LOG-WRITE-COUNT.
           IF WS-AUT-UNUSED-COUNT > ZERO
              MOVE 'APPROVALS MATCHING NO PENDING ITEM' TO WS-LOG-TEXT
              MOVE WS-AUT-UNUSED-COUNT TO WS-LOG-COUNT-VAL
              PERFORM LOG-WRITE-COUNT
              END-IF.
       H330-END. EXIT.
      *
       H331-CHECK-ONE-AUTH.
           SET AUT-IDX TO WS-AUT-SUB.
           IF AUT-ENTRY-UNUSED(AUT-IDX)
              DISPLAY 'APPROVAL MATCHES NO PENDING ITEM: '
                 WS-AUT-REF(AUT-IDX)
              ADD 1 TO WS-AUT-UNUSED-COUNT
              ADD 1 TO WS-WARNING-COUNT
              END-IF.
           ADD 1 TO WS-AUT-SUB.
       H331-CHECK-ONE-AUTH-END. EXIT.
      *
      *H350-CARRY-PENDING is the pending file on a run that applies
      *nothing - a VALIDATE run or a rejected batch. Every item goes
      *forward untouched and unexpired, and approvals are left for
      *the run that does apply; the aging report still shows what is
      *waiting and what is already past its expiry.
       H350-CARRY-PENDING.
           PERFORM PND-STAGE-FROM-PNDIN.
           IF WS-PND-AGE > WS-AUT-EXPIRE-DAYS
              MOVE 'PAST EXPIRY' TO WS-PND-OUTCOME
           ELSE
              MOVE 'STILL PENDING' TO WS-PND-OUTCOME
              END-IF.
           PERFORM PND-KEEP-ITEM.
           PERFORM PND-REPORT-ITEM.
           READ PEND-IN.
       H350-END. EXIT.
      *
       H380-WRITE-AGING-TOTALS.
           MOVE SPACES TO AGE-RPT-REC.
           WRITE AGE-RPT-REC.
           MOVE 'Parked this run' TO AGT-LABEL.
           MOVE WS-AUT-PARKED-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'Approved and applied' TO AGT-LABEL.
           MOVE WS-AUT-APPLIED-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'Approved but rejected' TO AGT-LABEL.
           MOVE WS-AUT-APPREJ-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'Declined' TO AGT-LABEL.
           MOVE WS-AUT-DECLINED-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'Refused - approver is maker' TO AGT-LABEL.
           MOVE WS-AUT-REFUSED-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'Expired' TO AGT-LABEL.
           MOVE WS-AUT-EXPIRED-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'Carried forward pending' TO AGT-LABEL.
           MOVE WS-AUT-KEPT-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'Approvals matching nothing' TO AGT-LABEL.
           MOVE WS-AUT-UNUSED-COUNT TO AGT-COUNT.
           WRITE AGE-RPT-REC FROM AGE-TRAILER.
           MOVE 'ITEMS PENDING AUTHORIZATION ON PNDOUT' TO WS-LOG-TEXT.
           COMPUTE WS-LOG-COUNT-VAL =
              WS-AUT-KEPT-COUNT + WS-AUT-PARKED-COUNT.
           PERFORM LOG-WRITE-COUNT.
       H380-END. EXIT.
      *
      *TRAN-PREVALIDATION runs one transaction through the same edits
      *as the apply path without touching IDXFILE: every outcome is
      *reported as WOULD ADD/CHANGE/DELETE, WOULD PARK (for a second
      *user's approval) or REJECTED, and the reject count decides
      *whether an APPLY run gets its second pass. A transaction with
      *no maker cannot be held to the maker-checker rule, so it is
      *rejected outright.
       TRAN-PREVALIDATION.
           ADD 1 TO WS-TRAN-COUNT.
           SET EDIT-ACCEPTED TO TRUE.
           MOVE TRAN-CODE     TO MREC-CODE.
           MOVE TRAN-ID       TO MREC-ID.
           MOVE TRAN-CURRENCY TO MREC-CURRENCY.
           MOVE TRAN-MAKER    TO MREC-MAKER.
           IF (TRAN-ID IS NOT NUMERIC) OR (TRAN-CURRENCY IS NOT NUMERIC)
              SET EDIT-REJECTED TO TRUE
              MOVE 'REJECTED - BAD KEY FORMAT' TO MREC-RESULT
                 END-IF
              END-IF
           END-IF.
           IF EDIT-ACCEPTED AND (TRAN-MAKER = SPACES)
              SET EDIT-REJECTED TO TRUE
              MOVE 'REJECTED - NO MAKER ID' TO MREC-RESULT
              END-IF.
           IF EDIT-REJECTED
              ADD 1 TO WS-VAL-REJECT-COUNT
              END-IF.
              MOVE 'REJECTED - BAD DATA FORMAT' TO MREC-RESULT
           ELSE
              IF (TRAN-STATUS NOT = 'A') AND (TRAN-STATUS NOT = 'F')
                 AND (TRAN-STATUS NOT = 'C') AND (TRAN-STATUS NOT = 'D')
                 SET EDIT-REJECTED TO TRUE
                 MOVE 'REJECTED - BAD STATUS CODE' TO MREC-RESULT
              ELSE
                    SET EDIT-REJECTED TO TRUE
                    MOVE 'REJECTED - ALREADY ON FILE' TO MREC-RESULT
                 ELSE
                    PERFORM AUT-JUDGE-ADD
                    IF AUT-NEEDED
                       MOVE 'WOULD PARK FOR APPROVAL' TO MREC-RESULT
                    ELSE
                       MOVE 'WOULD ADD' TO MREC-RESULT
                       MOVE 'A' TO WS-PEND-SET-ACTION
                       PERFORM REMEMBER-PEND-ACTION
                    END-IF
                 END-IF
              END-IF
              END-IF.
                 IF (TRAN-STATUS NOT = SPACE) AND
                    (TRAN-STATUS NOT = 'A') AND
                    (TRAN-STATUS NOT = 'F') AND
                    (TRAN-STATUS NOT = 'C') AND
                    (TRAN-STATUS NOT = 'D')
                    SET EDIT-REJECTED TO TRUE
                    MOVE 'REJECTED - BAD STATUS CODE' TO MREC-RESULT
                 ELSE
                    PERFORM CHECK-KEY-EXISTS
                    IF KEY-EXISTS
                       PERFORM VAL-JUDGE-CHANGE
                    ELSE
                       SET EDIT-REJECTED TO TRUE
                       MOVE 'REJECTED - NOT ON FILE' TO MREC-RESULT
           END-IF.
       VAL-CHANGE-REC-END. EXIT.
      *
      *Only a key read from the master has a before-image to judge
      *the change against. A key this batch adds was never read, so
      *the verdict there waits for the apply pass, which judges every
      *change against the record as it actually stands.
       VAL-JUDGE-CHANGE.
           MOVE 'WOULD CHANGE' TO MREC-RESULT.
           IF PEND-KEY-NOT-FOUND
              PERFORM AUT-JUDGE-CHANGE
              IF AUT-NEEDED
                 MOVE 'WOULD PARK FOR APPROVAL' TO MREC-RESULT
                 END-IF
              END-IF.
       VAL-JUDGE-CHANGE-END. EXIT.
      *
      *Every delete waits for a second user, so a delete is never
      *remembered as done: later transactions in the batch still see
      *the key on file, as the apply pass will.
       VAL-DELETE-REC.
           PERFORM CHECK-KEY-EXISTS.
           IF KEY-EXISTS
              MOVE 'WOULD PARK FOR APPROVAL' TO MREC-RESULT
           ELSE
              SET EDIT-REJECTED TO TRUE
              MOVE 'REJECTED - NOT ON FILE' TO MREC-RESULT
           MOVE TRAN-CODE     TO MREC-CODE.
           MOVE TRAN-ID       TO MREC-ID.
           MOVE TRAN-CURRENCY TO MREC-CURRENCY.
           MOVE TRAN-MAKER    TO MREC-MAKER.
           MOVE WS-CUR-APPROVER TO MREC-APPROVER.
           IF (TRAN-ID IS NOT NUMERIC) OR (TRAN-CURRENCY IS NOT NUMERIC)
              SET EDIT-REJECTED TO TRUE
              MOVE 'REJECTED - BAD KEY FORMAT' TO MREC-RESULT
              MOVE 'REJECTED - BAD DATA FORMAT' TO MREC-RESULT
           ELSE
              IF (TRAN-STATUS NOT = 'A') AND (TRAN-STATUS NOT = 'F')
                 AND (TRAN-STATUS NOT = 'C') AND (TRAN-STATUS NOT = 'D')
                 SET EDIT-REJECTED TO TRUE
                 MOVE 'REJECTED - BAD STATUS CODE' TO MREC-RESULT
              ELSE
                 PERFORM AUT-JUDGE-ADD
                 IF AUT-NEEDED AND AUT-NOT-IN-FORCE
                    PERFORM PND-PARK-TRAN
                 ELSE
                    PERFORM TRAN-ADD-WRITE
                 END-IF
              END-IF
              END-IF.
           WRITE MNT-REC.
       TRAN-ADD-REC-END. EXIT.
      *
       TRAN-ADD-WRITE.
           MOVE TRAN-NAME       TO IDX-NAME.
           MOVE TRAN-SURNAME    TO IDX-SURNAME.
           COMPUTE IDX-BDAY     = FUNCTION NUMVAL(TRAN-BDAY).
           COMPUTE IDX-BALANCE  = FUNCTION NUMVAL(TRAN-BALANCE).
           MOVE TRAN-STATUS     TO IDX-STATUS.
           WRITE IDX-REC
              INVALID KEY
                 SET EDIT-REJECTED TO TRUE
                 MOVE 'REJECTED - ALREADY ON FILE' TO MREC-RESULT
              NOT INVALID KEY
                 MOVE 'ADDED' TO MREC-RESULT
                 PERFORM JRN-WRITE-ADD
                 PERFORM LGR-NOTE-ADD
           END-WRITE.
       TRAN-ADD-WRITE-END. EXIT.
      *
       TRAN-CHANGE-REC.
           READ INDEX-FILE KEY IS IDX-KEY
                 SET EDIT-REJECTED TO TRUE
                 MOVE 'REJECTED - NOT ON FILE' TO MREC-RESULT
              NOT INVALID KEY
                 PERFORM AUT-JUDGE-CHANGE
                 IF AUT-NEEDED AND AUT-NOT-IN-FORCE
                    PERFORM PND-PARK-TRAN
                 ELSE
                    PERFORM JRN-CAPTURE-BEFORE
                    PERFORM TRAN-CHANGE-REWRITE
                 END-IF
           END-READ.
           IF (MREC-RESULT = 'REJECTED - NOT ON FILE') OR TRAN-PARKED
              WRITE MNT-REC
              END-IF.
       TRAN-CHANGE-REC-END. EXIT.
                 IF (TRAN-STATUS NOT = SPACE) AND
                    (TRAN-STATUS NOT = 'A') AND
                    (TRAN-STATUS NOT = 'F') AND
                    (TRAN-STATUS NOT = 'C') AND
                    (TRAN-STATUS NOT = 'D')
                    SET EDIT-REJECTED TO TRUE
                    MOVE 'REJECTED - BAD STATUS CODE' TO MREC-RESULT
                 ELSE
      *
      *TRAN-DELETE-REC reads the record before deleting it so the
      *journal gets a complete before-image; the read doubles as the
      *not-on-file check the DELETE used to make. A delete is only
      *ever made on a second user's approval.
       TRAN-DELETE-REC.
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 SET EDIT-REJECTED TO TRUE
                 MOVE 'REJECTED - NOT ON FILE' TO MREC-RESULT
              NOT INVALID KEY
                 IF AUT-NOT-IN-FORCE
                    MOVE 'D' TO WS-AUT-REASON
                    PERFORM PND-PARK-TRAN
                 ELSE
                    PERFORM JRN-CAPTURE-BEFORE
                    PERFORM TRAN-DELETE-APPLY
                 END-IF
           END-READ.
           IF (MREC-RESULT = 'REJECTED - NOT ON FILE') OR TRAN-PARKED
              WRITE MNT-REC
              END-IF.
       TRAN-DELETE-REC-END. EXIT.
           MOVE IDX-CURRENCY TO JRNREC-CURRENCY.
           MOVE ZERO         TO JRNREC-BDAY.
           MOVE ZERO         TO JRNREC-BALANCE.
           PERFORM JRN-STAMP-ROW.
           WRITE JRN-REC.
       JRN-WRITE-ADD-END. EXIT.
      *
       JRN-WRITE-CHANGE.
           MOVE 'C' TO JRNREC-CODE.
           PERFORM JRN-STAMP-ROW.
           WRITE JRN-REC.
       JRN-WRITE-CHANGE-END. EXIT.
      *
       JRN-WRITE-DELETE.
           MOVE 'D' TO JRNREC-CODE.
           PERFORM JRN-STAMP-ROW.
           WRITE JRN-REC.
       JRN-WRITE-DELETE-END. EXIT.
      *
      *JRN-STAMP-ROW puts the apply date and the maker and approver
      *on the journal row about to be written.
       JRN-STAMP-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-TODAY-YMD.
           MOVE WS-TODAY-YMD TO JRNREC-BUS-DATE.
           MOVE TRAN-MAKER TO JRNREC-MAKER.
           MOVE WS-CUR-APPROVER TO JRNREC-APPROVER.
       JRN-STAMP-ROW-END. EXIT.
      *
      *The LGR-NOTE paragraphs stage the before/after balances of the
      *update that just landed and hand them to LGR-WRITE-MOVEMENT.
       LGR-NOTE-CHANGE.
           MOVE JRNREC-BALANCE TO LGR-PRE-BALANCE.
           MOVE IDX-BALANCE    TO LGR-POST-BALANCE.
           IF (JRNREC-STATUS = 'D') AND (NOT IDX-STATUS-DORMANT)
              SET LGR-MARK-ROW TO TRUE
              END-IF.
           PERFORM LGR-WRITE-MOVEMENT.
       LGR-NOTE-CHANGE-END. EXIT.
      *
       LGR-NOTE-DELETE-END. EXIT.
      *
      *Only an actual movement is ledgered - a name-only change or a
      *delete of a zero balance moved no money - apart from the
      *zero-amount row that marks a reactivation. A ledger row that
      *will not write does not undo the update the master already
      *took; it is flagged and the run ends with a warning instead.
       LGR-WRITE-MOVEMENT.
           IF (LGR-PRE-BALANCE = LGR-POST-BALANCE) AND LGR-MOVES-ONLY
              CONTINUE
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                    ADD 1 TO WS-WARNING-COUNT
              END-WRITE
           END-IF.
           SET LGR-MOVES-ONLY TO TRUE.
       LGR-WRITE-MOVEMENT-END. EXIT.
      *
      *AUT-JUDGE-ADD and AUT-JUDGE-CHANGE decide whether a
      *transaction needs a second user. An add is a movement from
      *zero; a change is judged against the record as it stands in
      *IDX-REC (the balance moved either way, and a status that
      *goes into or comes out of C or F). A field the edits will
      *reject anyway is left for the edits.
       AUT-JUDGE-ADD.
           SET AUT-NOT-NEEDED TO TRUE.
           IF TRAN-BALANCE IS NUMERIC
              COMPUTE WS-AUT-MOVE = FUNCTION NUMVAL(TRAN-BALANCE)
              IF WS-AUT-MOVE > WS-AUT-LIMIT
                 SET AUT-NEEDED TO TRUE
                 MOVE 'B' TO WS-AUT-REASON
                 END-IF
              END-IF.
       AUT-JUDGE-ADD-END. EXIT.
      *
       AUT-JUDGE-CHANGE.
           SET AUT-NOT-NEEDED TO TRUE.
           IF (TRAN-BALANCE NOT = SPACES) AND (TRAN-BALANCE IS NUMERIC)
              COMPUTE WS-AUT-NEW-BALANCE = FUNCTION NUMVAL(TRAN-BALANCE)
              IF WS-AUT-NEW-BALANCE > IDX-BALANCE
                 COMPUTE WS-AUT-MOVE = WS-AUT-NEW-BALANCE - IDX-BALANCE
              ELSE
                 COMPUTE WS-AUT-MOVE = IDX-BALANCE - WS-AUT-NEW-BALANCE
              END-IF
              IF WS-AUT-MOVE > WS-AUT-LIMIT
                 SET AUT-NEEDED TO TRUE
                 MOVE 'B' TO WS-AUT-REASON
                 END-IF
              END-IF.
           IF AUT-NOT-NEEDED AND (TRAN-STATUS NOT = SPACE) AND
              (TRAN-STATUS NOT = IDX-STATUS)
              IF (TRAN-STATUS = 'C') OR (TRAN-STATUS = 'F') OR
                 (IDX-STATUS = 'C') OR (IDX-STATUS = 'F')
                 SET AUT-NEEDED TO TRUE
                 MOVE 'S' TO WS-AUT-REASON
                 END-IF
              END-IF.
       AUT-JUDGE-CHANGE-END. EXIT.
      *
       AUT-LOOKUP.
           SET AUT-REF-NOT-FOUND TO TRUE.
           IF WS-AUT-COUNT > 0
              SET AUT-IDX TO 1
              SEARCH WS-AUT-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-AUT-REF(AUT-IDX) = WS-AUT-KEY-REF
                    SET AUT-REF-FOUND TO TRUE
              END-SEARCH
              END-IF.
       AUT-LOOKUP-END. EXIT.
      *
      *PND-PARK-TRAN puts the transaction on PNDOUT instead of
      *applying it, under a new reference, and the MNTFILE line
      *quotes that reference for the approver.
       PND-PARK-TRAN.
           ADD 1 TO WS-PND-SEQ.
           MOVE WS-PND-RUN-DATE TO PNDOREC-REF-DATE.
           MOVE WS-PND-RUN-TIME TO PNDOREC-REF-TIME.
           MOVE WS-PND-SEQ      TO PNDOREC-REF-SEQ.
           MOVE TRAN-MAKER      TO PNDOREC-MAKER.
           MOVE WS-AUT-REASON   TO PNDOREC-REASON.
           MOVE TRAN-REC(1:62)  TO PNDOREC-TRAN.
           IF TRAN-ADD
              MOVE ZERO        TO PNDOREC-MST-BALANCE
              MOVE SPACE       TO PNDOREC-MST-STATUS
           ELSE
              MOVE IDX-BALANCE TO PNDOREC-MST-BALANCE
              MOVE IDX-STATUS  TO PNDOREC-MST-STATUS
              END-IF.
           WRITE PNDO-REC.
           SET TRAN-PARKED TO TRUE.
           MOVE SPACES TO MREC-RESULT.
           STRING 'PARKED ' PNDOREC-REF DELIMITED BY SIZE
              INTO MREC-RESULT
           END-STRING.
           MOVE PNDOREC-REF     TO WS-PND-REF.
           MOVE TRAN-MAKER      TO WS-PND-MAKER.
           MOVE WS-AUT-REASON   TO WS-PND-REASON.
           MOVE TRAN-REC(1:62)  TO WS-PND-IMAGE.
           MOVE ZERO            TO WS-PND-AGE.
           MOVE 'PARKED THIS RUN' TO WS-PND-OUTCOME.
           MOVE SPACES          TO WS-PND-APPROVER.
           PERFORM PND-REPORT-ITEM.
       PND-PARK-TRAN-END. EXIT.
      *
      *An item is aged in calendar days from the date in its
      *reference.
       PND-STAGE-FROM-PNDIN.
           MOVE PNDREC-REF    TO WS-PND-REF.
           MOVE PNDREC-MAKER  TO WS-PND-MAKER.
           MOVE PNDREC-REASON TO WS-PND-REASON.
           MOVE PNDREC-TRAN   TO WS-PND-IMAGE.
           MOVE SPACES        TO WS-PND-APPROVER.
           IF (PNDREC-REF-DATE IS NUMERIC) AND
              (PNDREC-REF-DATE > ZERO)
              COMPUTE WS-PND-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-PND-RUN-DATE) -
                 FUNCTION INTEGER-OF-DATE(PNDREC-REF-DATE)
           ELSE
              MOVE ZERO TO WS-PND-AGE
              END-IF.
       PND-STAGE-FROM-PNDIN-END. EXIT.
      *
      *PND-APPLY-AUTHORIZED sends an approved item down the apply
      *path with the approver in force, so nothing parks it again
      *and the MNTFILE line and the journal row both name the two
      *users. TRANFILE is still open, so its record area is there to
      *load the item into. An approved item that no longer applies
      *(its key deleted meanwhile, say) is reported on MNTFILE like
      *any reject and dropped - approving it again would not help.
      *So is a change or delete whose master balance or status has
      *moved since it was parked: a change carries an absolute
      *balance, and applying it now would wipe out whatever was
      *posted in between, so it has to be keyed and approved again
      *against the master as it stands.
       PND-APPLY-AUTHORIZED.
           MOVE PNDREC-TRAN     TO TRAN-REC(1:62).
           MOVE PNDREC-MAKER    TO TRAN-MAKER.
           MOVE WS-PND-APPROVER TO WS-CUR-APPROVER.
           SET AUT-IN-FORCE TO TRUE.
           SET EDIT-ACCEPTED TO TRUE.
           SET TRAN-NOT-PARKED TO TRUE.
           PERFORM PND-CHECK-MASTER.
           IF PND-MASTER-CHANGED
              DISPLAY 'APPROVED ITEM MASTER CHANGED SINCE PARKED: '
                 PNDREC-REF
              MOVE SPACES          TO MNT-REC
              MOVE TRAN-CODE       TO MREC-CODE
              MOVE TRAN-ID         TO MREC-ID
              MOVE TRAN-CURRENCY   TO MREC-CURRENCY
              MOVE TRAN-MAKER      TO MREC-MAKER
              MOVE WS-CUR-APPROVER TO MREC-APPROVER
              MOVE 'REJECTED - MASTER CHANGED' TO MREC-RESULT
              WRITE MNT-REC
              MOVE 'CHANGED SINCE PARKED' TO WS-PND-OUTCOME
              ADD 1 TO WS-AUT-APPREJ-COUNT
              ADD 1 TO WS-WARNING-COUNT
           ELSE
              PERFORM TRAN-VALIDATION
              IF EDIT-REJECTED
                 DISPLAY 'APPROVED ITEM NO LONGER APPLIES: '
                    PNDREC-REF
                 MOVE 'APPROVED - REJECTED' TO WS-PND-OUTCOME
                 ADD 1 TO WS-AUT-APPREJ-COUNT
                 ADD 1 TO WS-WARNING-COUNT
              ELSE
                 MOVE 'APPROVED - APPLIED' TO WS-PND-OUTCOME
                 ADD 1 TO WS-AUT-APPLIED-COUNT
              END-IF
              END-IF.
           SET AUT-NOT-IN-FORCE TO TRUE.
           MOVE SPACES TO WS-CUR-APPROVER.
       PND-APPLY-AUTHORIZED-END. EXIT.
      *
      *PND-CHECK-MASTER re-reads the master a parked change or delete
      *was approved against. A key no longer on file is left for the
      *apply path to reject as not on file. A pending record whose
      *balance or status picture will not read proves nothing about
      *the master, so it is taken as changed and refused rather than
      *applied unchecked.
       PND-CHECK-MASTER.
           SET PND-MASTER-AS-PARKED TO TRUE.
           IF (TRAN-CHANGE OR TRAN-DELETE) AND
              (TRAN-ID IS NUMERIC) AND (TRAN-CURRENCY IS NUMERIC)
              IF (PNDREC-MST-BALANCE IS NOT NUMERIC) OR
                 (PNDREC-MST-STATUS = SPACE)
                 SET PND-MASTER-CHANGED TO TRUE
              ELSE
                 COMPUTE IDX-ID = FUNCTION NUMVAL(TRAN-ID)
                 COMPUTE IDX-CURRENCY = FUNCTION NUMVAL(TRAN-CURRENCY)
                 READ INDEX-FILE KEY IS IDX-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF (IDX-BALANCE NOT = PNDREC-MST-BALANCE) OR
                          (IDX-STATUS NOT = PNDREC-MST-STATUS)
                          SET PND-MASTER-CHANGED TO TRUE
                          END-IF
                 END-READ
              END-IF
              END-IF.
       PND-CHECK-MASTER-END. EXIT.
      *
       PND-KEEP-ITEM.
           WRITE PNDO-REC FROM PND-REC.
           ADD 1 TO WS-AUT-KEPT-COUNT.
       PND-KEEP-ITEM-END. EXIT.
      *
       PND-REPORT-ITEM.
           MOVE WS-PND-REF      TO AGL-REF.
           MOVE WS-PND-AGE      TO AGL-AGE.
           MOVE WS-PND-MAKER    TO AGL-MAKER.
           MOVE WS-PNI-CODE     TO AGL-CODE.
           MOVE WS-PNI-ID       TO AGL-ID.
           MOVE WS-PNI-CURRENCY TO AGL-CURRENCY.
           IF WS-PND-REASON = 'B'
              MOVE 'BALANCE' TO AGL-REASON
           ELSE
              IF WS-PND-REASON = 'S'
                 MOVE 'STATUS' TO AGL-REASON
              ELSE
                 MOVE 'DELETE' TO AGL-REASON
              END-IF
              END-IF.
           MOVE WS-PND-OUTCOME  TO AGL-OUTCOME.
           MOVE WS-PND-APPROVER TO AGL-APPROVER.
           WRITE AGE-RPT-REC FROM AGE-LINE.
       PND-REPORT-ITEM-END. EXIT.
      *
      *LOG-WRITE stamps and writes a plain run-log line; callers that
      *have a figure to show set WS-LOG-COUNT-VAL and come in through
      *LOG-WRITE-COUNT instead.
           WRITE LOG-REC FROM WS-LOG-LINE.
       LOG-STAMP-AND-WRITE-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock logs its holder
      *once and, on a WAIT card, is retried a bounded number of times;
      *otherwise, or when the tries run out, the run refuses with
      *return code 12 and never touches the master.
       LCK-ACQUIRE-RUN-LOCK.
           MOVE ZERO TO WS-LCK-TRIES.
           PERFORM LCK-TRY-ONCE THRU LCK-TRY-ONCE-END
      *
       LCK-TRY-ONCE.
           OPEN I-O LOCK-FILE.
           IF (ST-LOCK-FILE NOT = 0) AND (ST-LOCK-FILE NOT = 97)
              DISPLAY 'LCKFILE DID NOT OPEN PROPERLY: '
                 ST-LOCK-FILE
              MOVE 'LCKFILE DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
              MOVE 12 TO RETURN-CODE
              PERFORM H998-ABEND-EXIT
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
           CLOSE MAINT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE LEDGER-FILE.
           CLOSE PEND-IN.
           CLOSE PEND-OUT.
           CLOSE AGING-REPORT.
           CLOSE RUN-LOG.
       H999-END. EXIT.
      *

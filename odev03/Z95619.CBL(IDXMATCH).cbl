       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXMATCH.
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
           SELECT SORT-FILE     ASSIGN TO SORTWK1.
           SELECT DECISION-FILE ASSIGN TO LNKCNF
                                STATUS ST-DECISION-FILE.
           SELECT LINK-FILE     ASSIGN TO LNKFILE
                                STATUS ST-LINK-FILE.
           SELECT REPORT-FILE   ASSIGN TO IDMRPT
                                STATUS ST-REPORT-FILE.
           SELECT CONTROL-FILE  ASSIGN TO IDMCTL
                                STATUS ST-CONTROL-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *IDXMATCH finds one person holding several customer ids. The
      *per-customer cap and the campaign bonus are counted per IDX-ID,
      *so a customer opened under two or three ids collects each of
      *them in full. Every IDX-REC is put through SORT-FILE on a
      *matching key - name and surname upper-cased with every space
      *squeezed out, so 'Ali  Veli', 'ALI VELI' and ' ali veli' all
      *key alike, plus the birthday - and a run of records on one
      *key carrying two or more distinct ids is an identity group.
      *The lowest id in the group is its principal; every other id is
      *linked to it. A link whose name and surname match the
      *principal's byte for byte is an exact match (E), one that only
      *matches after the squeeze is a near match (N).
      *LNKCNF is compliance's decision file, kept by them and read
      *whole every run: principal, linked id, C (same person,
      *confirmed) or R (different people, rejected), who decided and
      *when. The last decision for a pair wins. A pair with no
      *decision is pending (P). A new lower id joining a group moves
      *its principal, and the group comes back as pending for review.
      *LNKFILE is the linked-customer file: one row per linked id
      *with its principal, match type and review status. ODEVUC3
      *loads the confirmed rows and counts the whole group as one
      *customer against the cap. IDMRPT is the compliance review
      *report, group by group. IDXFILE is read only; LCKFILE is the
      *shared run-lock (see LCKREC) and IDMCTL an optional card whose
      *lock field (WAIT) makes a held lock retry instead of refusing.
      *
      *Return codes, for the scheduler:
      *   0 = clean - every group decided
      *   4 = groups waiting for a compliance decision
      *  12 = file open failure, or IDXFILE run-lock refused
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       COPY IDXREC.
      *
       SD  SORT-FILE.
       01  SORT-REC.
           03 SREC-NAME-KEY        PIC X(15).
           03 SREC-SURNAME-KEY     PIC X(15).
           03 SREC-BDAY            PIC 9(07).
           03 SREC-ID              PIC 9(05).
           03 SREC-CURRENCY        PIC 9(03).
           03 SREC-NAME            PIC X(15).
           03 SREC-SURNAME         PIC X(15).
      *
       FD  DECISION-FILE RECORDING MODE F.
       01  CNF-REC.
           03 CNFREC-PRINCIPAL     PIC 9(05).
           03 FILLER               PIC X(02).
           03 CNFREC-ID            PIC 9(05).
           03 FILLER               PIC X(02).
           03 CNFREC-DECISION      PIC X(01).
              88 CNFREC-CONFIRMED        VALUE 'C'.
              88 CNFREC-REJECTED         VALUE 'R'.
           03 FILLER               PIC X(02).
           03 CNFREC-REVIEWER      PIC X(08).
           03 FILLER               PIC X(02).
           03 CNFREC-DATE          PIC 9(08).
      *
      *LNK-REC is mirrored in ODEVUC3, which reads it for the cap -
      *if the layout changes here it changes there.
       FD  LINK-FILE RECORDING MODE F.
       01  LNK-REC.
           03 LNKREC-PRINCIPAL     PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LNKREC-ID            PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LNKREC-STATUS        PIC X(01).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LNKREC-MATCH         PIC X(01).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LNKREC-NAME          PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 LNKREC-SURNAME       PIC X(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LNKREC-BDAY          PIC 9(07).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LNKREC-REVIEWER      PIC X(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 LNKREC-REVIEW-DATE   PIC 9(08).
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
           03 ST-DECISION-FILE     PIC 9(02).
              88 LNKCNF-EOF                  VALUE 10.
              88 LNKCNF-SUCCESS              VALUE 00 97.
              88 LNKCNF-NOTFOUND             VALUE 35.
           03 ST-LINK-FILE         PIC 9(02).
              88 LNKFILE-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 IDMRPT-SUCCESS              VALUE 00 97.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 IDMCTL-SUCCESS              VALUE 00 97.
              88 IDMCTL-NOTFOUND             VALUE 35.
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
      *WS-NORM-CONTROL builds a matching key out of one name field:
      *upper-cased, then copied a byte at a time with the spaces
      *dropped, so leading, trailing and doubled spaces all vanish.
       01  WS-NORM-CONTROL.
           03 WS-NORM-IN           PIC X(15) VALUE SPACES.
           03 WS-NORM-OUT          PIC X(15) VALUE SPACES.
           03 WS-NORM-SUB          PIC 9(02) VALUE ZERO.
           03 WS-NORM-OUT-LEN      PIC 9(02) VALUE ZERO.
           03 WS-LOWER-CASE        PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           03 WS-UPPER-CASE        PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *WS-DCN-TABLE holds compliance's decisions from LNKCNF.
       01  WS-DCN-TABLE.
           03 WS-DCN-COUNT         PIC 9(05) COMP VALUE ZERO.
           03 WS-DCN-ENTRY OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-DCN-COUNT
                           INDEXED BY DCN-IDX.
              05 WS-DCN-PRINCIPAL  PIC 9(05).
              05 WS-DCN-ID         PIC 9(05).
              05 WS-DCN-DECISION   PIC X(01).
              05 WS-DCN-REVIEWER   PIC X(08).
              05 WS-DCN-DATE       PIC 9(08).
           03 WS-DCN-SUB           PIC 9(05) VALUE ZERO.
           03 WS-DCN-HIT           PIC 9(05) VALUE ZERO.
      *
      *WS-GRP-TABLE collects one matching key's distinct ids as they
      *come off the SORT (ids arrive ascending, so entry 1 is the
      *principal). A group past 50 ids is flagged, and the ids past
      *the 50th are left out of it.
       01  WS-GRP-TABLE.
           03 WS-GRP-COUNT         PIC 9(03) VALUE ZERO.
           03 WS-GRP-ENTRY OCCURS 50 TIMES
                           INDEXED BY GRP-IDX.
              05 WS-GRP-ID         PIC 9(05).
              05 WS-GRP-NAME       PIC X(15).
              05 WS-GRP-SURNAME    PIC X(15).
           03 WS-GRP-SUB           PIC 9(03) VALUE ZERO.
           03 WS-GRP-NAME-KEY      PIC X(15) VALUE SPACES.
           03 WS-GRP-SURNAME-KEY   PIC X(15) VALUE SPACES.
           03 WS-GRP-BDAY          PIC 9(07) VALUE ZERO.
           03 WS-GRP-OVERSIZE-SW   PIC X(01) VALUE 'N'.
              88 GROUP-OVERSIZE           VALUE 'Y'.
              88 GROUP-NOT-OVERSIZE       VALUE 'N'.
           03 WS-GRP-SORT-SW       PIC X(01) VALUE 'N'.
              88 SORT-EOF                 VALUE 'Y'.
              88 SORT-NOT-EOF             VALUE 'N'.
           03 WS-GRP-FIRST-SW      PIC X(01) VALUE 'Y'.
              88 FIRST-SORT-REC           VALUE 'Y'.
              88 NOT-FIRST-SORT-REC       VALUE 'N'.
      *
       01  WS-MATCH-TOTALS.
           03 WS-MST-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-MST-SKIP-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-GROUP-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-LINK-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-EXACT-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-NEAR-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-CONFIRM-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-REJECT-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-PENDING-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-OVERSIZE-COUNT    PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'IDENTITY MATCH - COMPLIANCE REVIEW'.
           05  FILLER         PIC X(60) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'ID     '.
           05  FILLER         PIC X(07) VALUE 'Match  '.
           05  FILLER         PIC X(16) VALUE 'Name'.
           05  FILLER         PIC X(17) VALUE 'Surname'.
           05  FILLER         PIC X(11) VALUE 'Review'.
           05  FILLER         PIC X(10) VALUE 'By'.
           05  FILLER         PIC X(22) VALUE 'On'.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
      *
       01  GROUP-LINE.
           05  FILLER         PIC X(10) VALUE 'Group of  '.
           05  GRP-PRINCIPAL  PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GRP-NAME       PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GRP-SURNAME    PIC X(15).
           05  FILLER         PIC X(11) VALUE '  Birthday '.
           05  GRP-BDAY       PIC 9(07).
           05  FILLER         PIC X(06) VALUE '  Ids '.
           05  GRP-IDS        PIC ZZ9.
           05  FILLER         PIC X(25) VALUE SPACES.
      *
       01  MEMBER-LINE.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  MBR-ID         PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MBR-MATCH      PIC X(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MBR-NAME       PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  MBR-SURNAME    PIC X(15).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MBR-STATUS     PIC X(09).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MBR-REVIEWER   PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  MBR-DATE       PIC X(08).
           05  FILLER         PIC X(14) VALUE SPACES.
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
           PERFORM H110-LOAD-DECISIONS
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           SORT SORT-FILE
              ASCENDING KEY SREC-NAME-KEY SREC-SURNAME-KEY
                            SREC-BDAY SREC-ID
              INPUT PROCEDURE H200-RELEASE-MASTERS
                          THRU H200-RELEASE-MASTERS-END
              OUTPUT PROCEDURE H300-GROUP-MATCHES
                          THRU H300-GROUP-MATCHES-END
           PERFORM H400-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF WS-PENDING-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *A missing IDMCTL is the normal case - the lock field is
      *opt-in and a held lock then refuses the run.
       H090-READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF IDMCTL-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-CONTROL-FILE NOT = 0) AND
                 (ST-CONTROL-FILE NOT = 97)
                 DISPLAY 'IDMCTL DID NOT OPEN PROPERLY: '
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
      *A missing LNKCNF is the first run ever: nothing has been
      *reviewed yet, so every group found is pending.
       H110-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF LNKCNF-NOTFOUND
              DISPLAY 'LNKCNF NOT PRESENT - NO DECISIONS YET'
           ELSE
              IF (ST-DECISION-FILE NOT = 0) AND
                 (ST-DECISION-FILE NOT = 97)
                 DISPLAY 'LNKCNF DID NOT OPEN PROPERLY: '
                    ST-DECISION-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 READ DECISION-FILE
                    AT END SET LNKCNF-EOF TO TRUE
                 END-READ
                 PERFORM H111-LOAD-DECISION-ENTRY
                    THRU H111-LOAD-DECISION-ENTRY-END
                    UNTIL LNKCNF-EOF
                 CLOSE DECISION-FILE
              END-IF
           END-IF.
       H110-END. EXIT.
      *
      *WS-DCN-ENTRY only OCCURS UP TO 9999 TIMES; once full, further
      *decisions are flagged and skipped - those pairs come back as
      *pending, which is the safe way round.
       H111-LOAD-DECISION-ENTRY.
           IF WS-DCN-COUNT >= 9999
              DISPLAY 'LNKCNF ROW IGNORED - TABLE FULL: '
                 CNFREC-PRINCIPAL ' ' CNFREC-ID
           ELSE
              IF (CNFREC-PRINCIPAL IS NOT NUMERIC) OR
                 (CNFREC-ID IS NOT NUMERIC) OR
                 ((NOT CNFREC-CONFIRMED) AND (NOT CNFREC-REJECTED))
                 DISPLAY 'LNKCNF ROW IGNORED - NOT USABLE: '
                    CNFREC-PRINCIPAL ' ' CNFREC-ID
              ELSE
                 ADD 1 TO WS-DCN-COUNT
                 SET DCN-IDX TO WS-DCN-COUNT
                 MOVE CNFREC-PRINCIPAL TO WS-DCN-PRINCIPAL(DCN-IDX)
                 MOVE CNFREC-ID        TO WS-DCN-ID(DCN-IDX)
                 MOVE CNFREC-DECISION  TO WS-DCN-DECISION(DCN-IDX)
                 MOVE CNFREC-REVIEWER  TO WS-DCN-REVIEWER(DCN-IDX)
                 MOVE CNFREC-DATE      TO WS-DCN-DATE(DCN-IDX)
              END-IF
           END-IF.
           READ DECISION-FILE
              AT END SET LNKCNF-EOF TO TRUE
           END-READ.
       H111-LOAD-DECISION-ENTRY-END. EXIT.
      *
      *LNKFILE is only emptied once the lock is taken and the master
      *is open: a run refused at the lock, or one that cannot read
      *the master, leaves the last good links for ODEVUC3.
       H100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'IDMRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
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
           OPEN OUTPUT LINK-FILE.
           IF (ST-LINK-FILE NOT = 0) AND (ST-LINK-FILE NOT = 97)
              DISPLAY 'LNKFILE DID NOT OPEN PROPERLY: ' ST-LINK-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
       H100-END. EXIT.
      *
       H150-WRITE-HEADERS.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
      *H200-RELEASE-MASTERS is the SORT's INPUT PROCEDURE: every
      *master goes in under its matching key. A record whose packed
      *id or birthday will not read cannot be keyed and is left out
      *(IDXSCAN reports it); a blank name and surname is no identity
      *to match on and is left out too.
       H200-RELEASE-MASTERS.
           READ INDEX-FILE.
           PERFORM H210-RELEASE-ONE-MASTER
              THRU H210-RELEASE-ONE-MASTER-END
              UNTIL IDXFILE-EOF.
       H200-RELEASE-MASTERS-END. EXIT.
      *
       H210-RELEASE-ONE-MASTER.
           ADD 1 TO WS-MST-READ-COUNT.
           IF (IDX-ID IS NOT NUMERIC) OR (IDX-BDAY IS NOT NUMERIC) OR
              ((IDX-NAME = SPACES) AND (IDX-SURNAME = SPACES))
              ADD 1 TO WS-MST-SKIP-COUNT
           ELSE
              MOVE SPACES       TO SORT-REC
              MOVE IDX-NAME     TO WS-NORM-IN
              PERFORM H220-NORMALIZE-NAME
              MOVE WS-NORM-OUT  TO SREC-NAME-KEY
              MOVE IDX-SURNAME  TO WS-NORM-IN
              PERFORM H220-NORMALIZE-NAME
              MOVE WS-NORM-OUT  TO SREC-SURNAME-KEY
              MOVE IDX-BDAY     TO SREC-BDAY
              MOVE IDX-ID       TO SREC-ID
              MOVE IDX-CURRENCY TO SREC-CURRENCY
              MOVE IDX-NAME     TO SREC-NAME
              MOVE IDX-SURNAME  TO SREC-SURNAME
              RELEASE SORT-REC
              END-IF.
           READ INDEX-FILE.
       H210-RELEASE-ONE-MASTER-END. EXIT.
      *
       H220-NORMALIZE-NAME.
           INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO WS-NORM-OUT-LEN.
           MOVE 1 TO WS-NORM-SUB.
           PERFORM H221-SQUEEZE-ONE-BYTE THRU H221-SQUEEZE-ONE-BYTE-END
              UNTIL WS-NORM-SUB > 15.
       H220-END. EXIT.
      *
       H221-SQUEEZE-ONE-BYTE.
           IF WS-NORM-IN(WS-NORM-SUB:1) NOT = SPACE
              ADD 1 TO WS-NORM-OUT-LEN
              MOVE WS-NORM-IN(WS-NORM-SUB:1)
                 TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
              END-IF.
           ADD 1 TO WS-NORM-SUB.
       H221-SQUEEZE-ONE-BYTE-END. EXIT.
      *
      *H300-GROUP-MATCHES is the SORT's OUTPUT PROCEDURE: records come
      *back grouped by matching key, and each key's distinct ids are
      *collected; a key closing with two or more ids is a group.
       H300-GROUP-MATCHES.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORT-FILE
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H310-RETURN-ONE-REC THRU H310-RETURN-ONE-REC-END
              UNTIL SORT-EOF.
           IF NOT-FIRST-SORT-REC
              PERFORM H320-CLOSE-GROUP
              END-IF.
       H300-GROUP-MATCHES-END. EXIT.
      *
       H310-RETURN-ONE-REC.
           IF FIRST-SORT-REC
              PERFORM H315-OPEN-GROUP
              SET NOT-FIRST-SORT-REC TO TRUE
           ELSE
              IF (SREC-NAME-KEY NOT = WS-GRP-NAME-KEY) OR
                 (SREC-SURNAME-KEY NOT = WS-GRP-SURNAME-KEY) OR
                 (SREC-BDAY NOT = WS-GRP-BDAY)
                 PERFORM H320-CLOSE-GROUP
                 PERFORM H315-OPEN-GROUP
                 END-IF
              END-IF.
      *One customer's accounts in several currencies share an id and
      *come back together; the id is taken once.
           IF (WS-GRP-COUNT = ZERO) OR
              (SREC-ID NOT = WS-GRP-ID(WS-GRP-COUNT))
              IF WS-GRP-COUNT >= 50
                 IF GROUP-NOT-OVERSIZE
                    ADD 1 TO WS-OVERSIZE-COUNT
                    DISPLAY 'IDENTITY GROUP OVER 50 IDS - TRUNCATED: '
                       WS-GRP-ID(1)
                    SET GROUP-OVERSIZE TO TRUE
                    END-IF
              ELSE
                 ADD 1 TO WS-GRP-COUNT
                 MOVE SREC-ID      TO WS-GRP-ID(WS-GRP-COUNT)
                 MOVE SREC-NAME    TO WS-GRP-NAME(WS-GRP-COUNT)
                 MOVE SREC-SURNAME TO WS-GRP-SURNAME(WS-GRP-COUNT)
              END-IF
              END-IF.
           RETURN SORT-FILE
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
       H310-RETURN-ONE-REC-END. EXIT.
      *
       H315-OPEN-GROUP.
           MOVE ZERO             TO WS-GRP-COUNT.
           SET GROUP-NOT-OVERSIZE TO TRUE.
           MOVE SREC-NAME-KEY    TO WS-GRP-NAME-KEY.
           MOVE SREC-SURNAME-KEY TO WS-GRP-SURNAME-KEY.
           MOVE SREC-BDAY        TO WS-GRP-BDAY.
       H315-END. EXIT.
      *
      *An oversize group stops at 50 and is flagged once by
      *GROUP-OVERSIZE; it is reported on its first 50 ids.
       H320-CLOSE-GROUP.
           IF WS-GRP-COUNT > 1
              ADD 1 TO WS-GROUP-COUNT
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE WS-GRP-ID(1)      TO GRP-PRINCIPAL
              MOVE WS-GRP-NAME(1)    TO GRP-NAME
              MOVE WS-GRP-SURNAME(1) TO GRP-SURNAME
              MOVE WS-GRP-BDAY       TO GRP-BDAY
              MOVE WS-GRP-COUNT      TO GRP-IDS
              WRITE RPT-REC FROM GROUP-LINE
              MOVE 2 TO WS-GRP-SUB
              PERFORM H330-LINK-ONE-ID THRU H330-LINK-ONE-ID-END
                 UNTIL WS-GRP-SUB > WS-GRP-COUNT
              END-IF.
       H320-END. EXIT.
      *
       H330-LINK-ONE-ID.
           ADD 1 TO WS-LINK-COUNT.
           MOVE SPACES TO LNK-REC.
           MOVE WS-GRP-ID(1)               TO LNKREC-PRINCIPAL.
           MOVE WS-GRP-ID(WS-GRP-SUB)      TO LNKREC-ID.
           MOVE WS-GRP-NAME(WS-GRP-SUB)    TO LNKREC-NAME.
           MOVE WS-GRP-SURNAME(WS-GRP-SUB) TO LNKREC-SURNAME.
           MOVE WS-GRP-BDAY                TO LNKREC-BDAY.
           MOVE ZERO                       TO LNKREC-REVIEW-DATE.
           MOVE SPACES TO MEMBER-LINE(11:90).
           MOVE WS-GRP-ID(WS-GRP-SUB)      TO MBR-ID.
           MOVE WS-GRP-NAME(WS-GRP-SUB)    TO MBR-NAME.
           MOVE WS-GRP-SURNAME(WS-GRP-SUB) TO MBR-SURNAME.
           IF (WS-GRP-NAME(WS-GRP-SUB) = WS-GRP-NAME(1)) AND
              (WS-GRP-SURNAME(WS-GRP-SUB) = WS-GRP-SURNAME(1))
              ADD 1 TO WS-EXACT-COUNT
              MOVE 'E'     TO LNKREC-MATCH
              MOVE 'EXACT' TO MBR-MATCH
           ELSE
              ADD 1 TO WS-NEAR-COUNT
              MOVE 'N'     TO LNKREC-MATCH
              MOVE 'NEAR'  TO MBR-MATCH
              END-IF.
           PERFORM H340-FIND-DECISION.
           IF WS-DCN-HIT = ZERO
              ADD 1 TO WS-PENDING-COUNT
              MOVE 'P'       TO LNKREC-STATUS
              MOVE 'PENDING' TO MBR-STATUS
           ELSE
              MOVE WS-DCN-DECISION(WS-DCN-HIT) TO LNKREC-STATUS
              MOVE WS-DCN-REVIEWER(WS-DCN-HIT) TO LNKREC-REVIEWER
              MOVE WS-DCN-DATE(WS-DCN-HIT)     TO LNKREC-REVIEW-DATE
              MOVE WS-DCN-REVIEWER(WS-DCN-HIT) TO MBR-REVIEWER
              MOVE WS-DCN-DATE(WS-DCN-HIT)     TO MBR-DATE
              IF WS-DCN-DECISION(WS-DCN-HIT) = 'C'
                 ADD 1 TO WS-CONFIRM-COUNT
                 MOVE 'CONFIRMED' TO MBR-STATUS
              ELSE
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'REJECTED' TO MBR-STATUS
              END-IF
              END-IF.
           WRITE LNK-REC.
           WRITE RPT-REC FROM MEMBER-LINE.
           ADD 1 TO WS-GRP-SUB.
       H330-LINK-ONE-ID-END. EXIT.
      *
      *The whole table is walked rather than SEARCHed, because the
      *last decision for a pair is the one that stands.
       H340-FIND-DECISION.
           MOVE ZERO TO WS-DCN-HIT.
           MOVE 1 TO WS-DCN-SUB.
           PERFORM H341-TEST-ONE-DECISION
              THRU H341-TEST-ONE-DECISION-END
              UNTIL WS-DCN-SUB > WS-DCN-COUNT.
       H340-END. EXIT.
      *
       H341-TEST-ONE-DECISION.
           IF (WS-DCN-PRINCIPAL(WS-DCN-SUB) = WS-GRP-ID(1)) AND
              (WS-DCN-ID(WS-DCN-SUB) = WS-GRP-ID(WS-GRP-SUB))
              MOVE WS-DCN-SUB TO WS-DCN-HIT
              END-IF.
           ADD 1 TO WS-DCN-SUB.
       H341-TEST-ONE-DECISION-END. EXIT.
      *
       H400-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE 'Master records read           ' TO TOT-LABEL.
           MOVE WS-MST-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Masters not matchable         ' TO TOT-LABEL.
           MOVE WS-MST-SKIP-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Identity groups found         ' TO TOT-LABEL.
           MOVE WS-GROUP-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Ids linked to a principal     ' TO TOT-LABEL.
           MOVE WS-LINK-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  exact matches               ' TO TOT-LABEL.
           MOVE WS-EXACT-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  near matches                ' TO TOT-LABEL.
           MOVE WS-NEAR-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  confirmed                   ' TO TOT-LABEL.
           MOVE WS-CONFIRM-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  rejected                    ' TO TOT-LABEL.
           MOVE WS-REJECT-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  pending review              ' TO TOT-LABEL.
           MOVE WS-PENDING-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           IF WS-OVERSIZE-COUNT > ZERO
              MOVE 'Groups cut at 50 ids          ' TO TOT-LABEL
              MOVE WS-OVERSIZE-COUNT TO TOT-COUNT
              WRITE RPT-REC FROM TOTAL-LINE
              END-IF.
       H400-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on an IDMCTL WAIT card, is retried a bounded
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
           MOVE 'IDXMATCH' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'IDXMATCH'
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
           CLOSE LINK-FILE.
           CLOSE REPORT-FILE.
       H999-END. EXIT.
      *

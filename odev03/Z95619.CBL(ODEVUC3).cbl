                                STATUS ST-BONUS-FILE.
           SELECT CAMPAIGN-FILE ASSIGN TO CMPFILE
                                STATUS ST-CAMPAIGN-FILE.
           SELECT TAX-FILE      ASSIGN TO TAXFILE
                                STATUS ST-TAX-FILE.
           SELECT EXEMPT-FILE   ASSIGN TO TXEFILE
                                STATUS ST-EXEMPT-FILE.
           SELECT LINK-FILE     ASSIGN TO LNKFILE
                                STATUS ST-LINK-FILE.
           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
                                STATUS ST-CHECKPOINT-FILE.
           SELECT SORT-FILE     ASSIGN TO SORTWK1.
                                STATUS ST-AGING-FILE.
           SELECT CAP-REPORT    ASSIGN TO CAPRPT
                                STATUS ST-CAP-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
           SELECT QUARANTINE-FILE ASSIGN TO QRNFILE
                                ORGANIZATION INDEXED
                                ACCESS RANDOM
                                RECORD KEY QRN-KEY
                                STATUS ST-QUARANTINE-FILE.
           SELECT XREF-FILE     ASSIGN TO MIGXREF
                                ORGANIZATION INDEXED
                                ACCESS RANDOM
                                RECORD KEY XRF-OLD-KEY
                                STATUS ST-XREF-FILE.
      *This is where we declare input and output files.
      *Also their variables to hold their status information. e.g. 0, 97
      *My INPUT file is the keys that I have to match with.
      *when no campaign band applies. A missing CMPFILE simply means
      *no campaign is running and every account prices off BONFILE
      *as before.
      *TAXFILE is the withholding-rate parameter file finance cuts,
      *one row per currency: the promo bonus is taxable income, so
      *BALANCE-CALC withholds that percentage of the gross bonus and
      *credits only the net. TXEFILE lists the accounts (id and
      *currency) that qualify for exemption; they are credited the
      *gross with nothing withheld. A missing TAXFILE means no
      *withholding for any currency, a missing TXEFILE means nobody
      *is exempt. AUDFILE, the statements and XTRFILE carry the
      *gross, tax and net figures, and IDXPOST posts them.
      *LNKFILE is IDXMATCH's linked-customer file: ids compliance has
      *confirmed belong to one person, each tied to the group's
      *principal id. The per-customer cap counts a confirmed group as
      *one customer; pending and rejected links are not used. A
      *missing LNKFILE means every id is its own customer.
      *CKPTFILE carries the last successfully processed IREC-ID and
      *IREC-CURRENCY so a rerun after an abend can resume instead of
      *reprocessing all of INPFILE from the top.
      *silently disappeared, stops the run with return code 8 before
      *anything is priced.
      *EXCFILE carries accounts VALIDATION found on IDXFILE but whose
      *IDX-STATUS is frozen, closed or dormant, so they are reported
      *separately instead of going through the bonus-and-report path.
      *SEQFILE remembers the control-header sequence number of the
      *last INPFILE this program ran to a clean end, so the same
      *day's file run twice abends loudly instead of paying every
      *for repair - and it does not recycle, because no number of
      *nights will make it match until it is repaired and released.
      *No QRNFILE simply means nothing is quarantined.
      *MIGXREF is CURMIG's currency migration cross-reference: every
      *key moved off a retired currency, with the key it moved to. An
      *INPFILE or recycle key that still quotes the old currency is
      *redirected to the new key before anything else is done with
      *it, so the duplicate checks, the master read and the recycle
      *carry all see the account as it is now (in high-volume mode
      *the key is redirected as it goes into the input sort, so the
      *adjacent duplicate compare sees it too). A key moved twice is
      *followed to the end. No MIGXREF means no currency has been
      *retired.
      *
      *Return codes, for the scheduler:
      *   0 = clean
              05 XTRREC-BALANCE    PIC 9(15).
              05 XTRREC-TRY-EQUIV  PIC 9(15).
              05 XTRREC-BUS-DATE   PIC 9(08).
      *The bonus as priced, what was withheld from it and what was
      *credited: gross less tax is net, and the balance already
      *carries the net.
              05 XTRREC-GROSS      PIC 9(09).
              05 XTRREC-TAX        PIC 9(09).
              05 XTRREC-NET        PIC 9(09).
           03 XTRREC-TRAILER-DATA REDEFINES XTRREC-DETAIL-DATA.
              05 XTRREC-COUNT      PIC 9(07).
              05 FILLER            PIC X(66).
      *
      *HST-REC is one completed run's control totals; HSTRPT reads
      *this layout back, field for field.
           03 SREC-BONUS           PIC 9(09).
           03 SREC-CAMPAIGN        PIC X(08).
           03 SREC-BAND            PIC 9(02).
           03 SREC-TAX             PIC 9(09).
           03 SREC-NET             PIC 9(09).
      *
       FD  OUTPUT-FILE RECORDING MODE F.
       01  OUT-REC.
      *
       FD  QUARANTINE-FILE.
       COPY QRNREC.
      *
       FD  XREF-FILE.
       COPY XRFREC.
      *
       FD  STATEMENT-FILE RECORDING MODE F.
       01  STMT-REC                PIC X(80).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 CMPREC-RATE          PIC 9(03)V9(04).
      *
      *TAX-REC is one currency's withholding rate, a percent with four
      *decimals the way CMPREC-RATE is cut (0150000 is 15 percent).
       FD  TAX-FILE RECORDING MODE F.
       01  TAX-REC.
           03 TAXREC-CURRENCY      PIC 9(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 TAXREC-RATE          PIC 9(03)V9(04).
      *
       FD  EXEMPT-FILE RECORDING MODE F.
       01  TXE-REC.
           03 TXEREC-ID            PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 TXEREC-CURRENCY      PIC 9(03).
      *
      *LNK-REC mirrors IDXMATCH's linked-customer record.
       FD  LINK-FILE RECORDING MODE F.
       01  LNK-REC.
           03 LNKREC-PRINCIPAL     PIC 9(05).
           03 FILLER               PIC X(02).
           03 LNKREC-ID            PIC 9(05).
           03 FILLER               PIC X(02).
           03 LNKREC-STATUS        PIC X(01).
              88 LNKREC-CONFIRMED        VALUE 'C'.
           03 FILLER               PIC X(02).
           03 LNKREC-MATCH         PIC X(01).
           03 FILLER               PIC X(02).
           03 LNKREC-NAME          PIC X(15).
           03 FILLER               PIC X(01).
           03 LNKREC-SURNAME       PIC X(15).
           03 FILLER               PIC X(02).
           03 LNKREC-BDAY          PIC 9(07).
           03 FILLER               PIC X(02).
           03 LNKREC-REVIEWER      PIC X(08).
           03 FILLER               PIC X(02).
           03 LNKREC-REVIEW-DATE   PIC 9(08).
      *
      *CKPT-REC carries the cumulative run totals as of the last
      *checkpoint write, alongside the last key processed, so a resumed
      *run's trailer reports totals for the whole of INPFILE rather
           03 MTCHREC-BONUS        PIC 9(09).
           03 MTCHREC-CAMPAIGN     PIC X(08).
           03 MTCHREC-BAND         PIC 9(02).
           03 MTCHREC-TAX          PIC 9(09).
           03 MTCHREC-NET          PIC 9(09).
      *
      *AUDREC-BONUS is the gross bonus as priced; AUDREC-TAX is what
      *was withheld from it and AUDREC-NET what was credited, so
      *AUDREC-POST-BALANCE is the pre-balance plus the net.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUDREC-ID            PIC 9(05).
           03 AUDREC-BAND          PIC 9(02).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 AUDREC-BUS-DATE      PIC 9(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 AUDREC-TAX           PIC 9(09).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 AUDREC-NET           PIC 9(09).
      *
       FD  FX-FILE RECORDING MODE F.
       01  FX-REC.
              88 CMPFILE-EOF                 VALUE 10.
              88 CMPFILE-SUCCESS             VALUE 00 97.
              88 CMPFILE-NOTFOUND            VALUE 35.
           03 ST-TAX-FILE          PIC 9(02).
              88 TAXFILE-EOF                 VALUE 10.
              88 TAXFILE-SUCCESS             VALUE 00 97.
              88 TAXFILE-NOTFOUND            VALUE 35.
           03 ST-EXEMPT-FILE       PIC 9(02).
              88 TXEFILE-EOF                 VALUE 10.
              88 TXEFILE-SUCCESS             VALUE 00 97.
              88 TXEFILE-NOTFOUND            VALUE 35.
           03 ST-LINK-FILE         PIC 9(02).
              88 LNKFILE-EOF                 VALUE 10.
              88 LNKFILE-SUCCESS             VALUE 00 97.
              88 LNKFILE-NOTFOUND            VALUE 35.
           03 ST-CHECKPOINT-FILE   PIC 9(02).
              88 CKPTFILE-SUCCESS            VALUE 00 97.
              88 CKPTFILE-NOTFOUND           VALUE 35.
              88 QRN-MISS                 VALUE 'N'.
           03 WS-REJ-QRN-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-XTR-COUNT         PIC 9(07) VALUE ZERO.
           03 ST-XREF-FILE         PIC 9(02).
              88 MIGXREF-SUCCESS             VALUE 00 97.
              88 MIGXREF-NOTFOUND            VALUE 35.
           03 WS-XRF-OPEN-SW       PIC X(01) VALUE 'N'.
              88 MIGXREF-AVAILABLE        VALUE 'Y'.
              88 MIGXREF-ABSENT           VALUE 'N'.
           03 WS-XRF-HIT-SW        PIC X(01) VALUE 'N'.
              88 XRF-REDIRECTED           VALUE 'Y'.
              88 XRF-NOT-REDIRECTED       VALUE 'N'.
           03 WS-XRF-CHAIN-SW      PIC X(01) VALUE 'N'.
              88 XRF-CHAIN-DONE           VALUE 'Y'.
              88 XRF-CHAIN-GOING          VALUE 'N'.
           03 WS-XRF-HOPS          PIC 9(01) VALUE ZERO.
           03 WS-XRF-ID            PIC 9(05) VALUE ZERO.
           03 WS-XRF-CURRENCY      PIC 9(03) VALUE ZERO.
           03 WS-XRF-REDIRECT-COUNT PIC 9(07) VALUE ZERO.
      *
      *WS-HV-CONTROL drives the high-volume path. WS-CURR-ID and
      *WS-CURR-CURRENCY hold the key of the record in hand whichever
           03 WS-CAMP-BEST-SUB     PIC 9(03) VALUE ZERO.
           03 WS-CAMP-BAND-CTR     PIC 9(02) VALUE ZERO.
      *
      *WS-TAX-TABLE holds the withholding rate per currency loaded
      *from TAXFILE at start-up; a currency with no row withholds
      *nothing.
       01  WS-TAX-TABLE.
           03 WS-TAX-COUNT         PIC 9(03) VALUE ZERO.
           03 WS-TAX-ENTRY OCCURS 50 TIMES
                           INDEXED BY TAX-IDX.
              05 WS-TAX-CURRENCY   PIC 9(03).
              05 WS-TAX-RATE       PIC 9(03)V9(04).
      *
      *WS-TXE-TABLE holds the exempt accounts loaded from TXEFILE.
       01  WS-TXE-TABLE.
           03 WS-TXE-COUNT         PIC 9(05) COMP VALUE ZERO.
           03 WS-TXE-ENTRY OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-TXE-COUNT
                           INDEXED BY TXE-IDX.
              05 WS-TXE-ID         PIC 9(05).
              05 WS-TXE-CURRENCY   PIC 9(03).
      *
      *WS-LNK-TABLE holds the confirmed links loaded from LNKFILE:
      *each linked id with the principal id it is capped under.
       01  WS-LNK-TABLE.
           03 WS-LNK-COUNT         PIC 9(05) COMP VALUE ZERO.
           03 WS-LNK-ENTRY OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-LNK-COUNT
                           INDEXED BY LNK-IDX.
              05 WS-LNK-ID         PIC 9(05).
              05 WS-LNK-PRINCIPAL  PIC 9(05).
      *
      *WS-FX-TABLE holds the daily spot-rate parameter rows loaded
      *from FXFILE at start-up, one row per currency, so WRITE-OUT can
      *convert IDX-BALANCE to its TRY equivalent without hardcoding a
           03 WS-CAP-BONUS-TRY     PIC 9(15) VALUE ZERO.
           03 WS-CAP-REMAIN        PIC 9(15) VALUE ZERO.
           03 WS-CAP-FULL-BONUS    PIC 9(09) VALUE ZERO.
           03 WS-CAP-CUST-ID       PIC 9(05) VALUE ZERO.
           03 WS-CUST-FOUND-SW     PIC X(01) VALUE 'N'.
              88 CUST-ENTRY-FOUND         VALUE 'Y'.
              88 CUST-ENTRY-NOT-FOUND     VALUE 'N'.
              88 CAP-CHECK-SKIPPED        VALUE 'Y'.
              88 CAP-CHECK-USABLE         VALUE 'N'.
      *
      *WS-CUST-TABLE accumulates, per customer, the TRY value of the
      *bonuses paid so far tonight, across all the customer's
      *currencies and all the ids confirmed as that customer's - a
      *linked id is kept under its principal id.
       01  WS-CUST-TABLE.
           03 WS-CUST-COUNT        PIC 9(05) COMP VALUE ZERO.
           03 WS-CUST-ENTRY OCCURS 1 TO 99999 TIMES
      *spaces/zero mean the flat BONFILE fallback paid instead.
           03 WS-CAMP-APPLIED      PIC X(08) VALUE SPACES.
           03 WS-BAND-APPLIED      PIC 9(02) VALUE ZERO.
      *The withholding on the bonus above: WS-BONUS-APPLIED stays the
      *gross, WS-TAX-WITHHELD comes off it and WS-NET-BONUS is what
      *IDX-BALANCE is actually credited.
           03 WS-TAX-APPLIED-RATE  PIC 9(03)V9(04) VALUE ZERO.
           03 WS-TAX-WITHHELD      PIC 9(09) VALUE ZERO.
           03 WS-NET-BONUS         PIC 9(09) VALUE ZERO.
           03 WS-TXE-SW            PIC X(01) VALUE 'N'.
              88 ACCOUNT-TAX-EXEMPT       VALUE 'Y'.
              88 ACCOUNT-TAX-LIABLE       VALUE 'N'.
      *
      *WS-STMT-TABLE tallies statements produced per currency for the
      *summary page H370-WRITE-STMT-SUMMARY puts at the end of
           05  FILLER         PIC X(43) VALUE SPACES.
      *
       01  EXC-HEADER-1.
           03 FILLER          PIC X(34) VALUE
              'FROZEN / CLOSED / DORMANT ACCOUNTS'.
           03 FILLER          PIC X(06) VALUE SPACES.
      *
       01  EXC-HEADER-2.
           03 FILLER          PIC X(05) VALUE 'ID '.
           05  FILLER         PIC X(44) VALUE SPACES.
      *
       01  STMT-LINE-BONUS.
           05  FILLER         PIC X(17) VALUE 'Gross bonus    : '.
           05  STMT-BONUS-AMT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  STMT-LINE-TAX.
           05  FILLER         PIC X(17) VALUE 'Tax withheld   : '.
           05  STMT-TAX-AMT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  STMT-LINE-NET.
           05  FILLER         PIC X(17) VALUE 'Net credited   : '.
           05  STMT-NET-AMT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  STMT-LINE-PROMO.
           05  FILLER         PIC X(17) VALUE 'Promotion      : '.
                 PERFORM H190-VALIDATE-HEADER
                 PERFORM H110-LOAD-BONUS-TABLE
                 PERFORM H112-LOAD-CAMPAIGN-TABLE
                 PERFORM H125-LOAD-TAX-TABLE
                 PERFORM H127-LOAD-EXEMPT-TABLE
                 PERFORM H121-LOAD-LINK-TABLE
                 PERFORM H115-LOAD-FX-TABLE
                 PERFORM H135-REBUILD-CAP-TOTALS
                 END-IF
                 PERFORM LOG-WRITE-COUNT
                 PERFORM H110-LOAD-BONUS-TABLE
                 PERFORM H112-LOAD-CAMPAIGN-TABLE
                 PERFORM H125-LOAD-TAX-TABLE
                 PERFORM H127-LOAD-EXEMPT-TABLE
                 PERFORM H121-LOAD-LINK-TABLE
                 PERFORM H115-LOAD-FX-TABLE
                 PERFORM H135-REBUILD-CAP-TOTALS
                 PERFORM H515-OPEN-SORTED-INPUT
                 SET QRNFILE-AVAILABLE TO TRUE
              END-IF
           END-IF.
      *No MIGXREF just means no currency has been retired and no key
      *needs redirecting.
           SET MIGXREF-ABSENT TO TRUE.
           OPEN INPUT XREF-FILE.
           IF MIGXREF-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-XREF-FILE NOT = 0) AND (ST-XREF-FILE NOT = 97)
                 DISPLAY 'MIGXREF DID NOT OPEN PROPERLY: '
                    ST-XREF-FILE
                 MOVE 'MIGXREF DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
                 MOVE 12 TO RETURN-CODE
                 PERFORM H998-ABEND-EXIT
              ELSE
                 SET MIGXREF-AVAILABLE TO TRUE
              END-IF
           END-IF.
           IF RESUME-PENDING
              OPEN EXTEND INVALID-FILE
           ELSE
              END-IF.
           ADD 1 TO WS-CAMP-SUB.
       H114-COUNT-CAMPAIGN-BAND-END. EXIT.
      *
      *A missing TAXFILE is not an error - it means nothing is
      *withheld and every bonus is credited gross, the way the run
      *paid before withholding existed. An unusable row is flagged
      *and skipped like a bad campaign band.
       H125-LOAD-TAX-TABLE.
           OPEN INPUT TAX-FILE.
           IF TAXFILE-NOTFOUND
              MOVE 'TAXFILE NOT PRESENT - NO WITHHOLDING' TO WS-LOG-TEXT
              PERFORM LOG-WRITE
           ELSE
              IF (ST-TAX-FILE NOT = 0) AND (ST-TAX-FILE NOT = 97)
                 DISPLAY 'TAXFILE DID NOT OPEN PROPERLY: ' ST-TAX-FILE
                 MOVE 'TAXFILE DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
                 MOVE 12 TO RETURN-CODE
                 PERFORM H998-ABEND-EXIT
              ELSE
                 READ TAX-FILE
                    AT END SET TAXFILE-EOF TO TRUE
                 END-READ
                 PERFORM H126-LOAD-TAX-ENTRY
                    THRU H126-LOAD-TAX-ENTRY-END
                    UNTIL TAXFILE-EOF
                 CLOSE TAX-FILE
                 MOVE 'TAX RATE TABLE LOADED - ROWS' TO WS-LOG-TEXT
                 MOVE WS-TAX-COUNT TO WS-LOG-COUNT-VAL
                 PERFORM LOG-WRITE-COUNT
              END-IF
           END-IF.
       H125-END. EXIT.
      *
      *WS-TAX-ENTRY only OCCURS 50 TIMES, the same bound as the bonus
      *table; a 51st row is flagged and skipped. A rate over 100
      *percent is not a rate and is skipped the same way.
       H126-LOAD-TAX-ENTRY.
           IF WS-TAX-COUNT >= 50
              DISPLAY 'TAXFILE ROW IGNORED - OVER 50 CURRENCY ROWS: '
                 TAXREC-CURRENCY
              ADD 1 TO WS-WARNING-COUNT
           ELSE
              IF (TAXREC-CURRENCY IS NOT NUMERIC) OR
                 (TAXREC-RATE IS NOT NUMERIC)
                 DISPLAY 'TAXFILE ROW IGNORED - NOT USABLE: '
                    TAXREC-CURRENCY
                 ADD 1 TO WS-WARNING-COUNT
              ELSE
                 IF TAXREC-RATE > 100
                    DISPLAY 'TAXFILE ROW IGNORED - RATE OVER 100: '
                       TAXREC-CURRENCY
                    ADD 1 TO WS-WARNING-COUNT
                 ELSE
                    ADD 1 TO WS-TAX-COUNT
                    SET TAX-IDX TO WS-TAX-COUNT
                    MOVE TAXREC-CURRENCY TO WS-TAX-CURRENCY(TAX-IDX)
                    MOVE TAXREC-RATE     TO WS-TAX-RATE(TAX-IDX)
                 END-IF
              END-IF
              END-IF.
           READ TAX-FILE
              AT END SET TAXFILE-EOF TO TRUE
           END-READ.
       H126-LOAD-TAX-ENTRY-END. EXIT.
      *
      *A missing TXEFILE means no account is exempt.
       H127-LOAD-EXEMPT-TABLE.
           OPEN INPUT EXEMPT-FILE.
           IF TXEFILE-NOTFOUND
              MOVE 'TXEFILE NOT PRESENT - NO EXEMPTIONS' TO WS-LOG-TEXT
              PERFORM LOG-WRITE
           ELSE
              IF (ST-EXEMPT-FILE NOT = 0) AND (ST-EXEMPT-FILE NOT = 97)
                 DISPLAY 'TXEFILE DID NOT OPEN PROPERLY: '
                    ST-EXEMPT-FILE
                 MOVE 'TXEFILE DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
                 MOVE 12 TO RETURN-CODE
                 PERFORM H998-ABEND-EXIT
              ELSE
                 READ EXEMPT-FILE
                    AT END SET TXEFILE-EOF TO TRUE
                 END-READ
                 PERFORM H128-LOAD-EXEMPT-ENTRY
                    THRU H128-LOAD-EXEMPT-ENTRY-END
                    UNTIL TXEFILE-EOF
                 CLOSE EXEMPT-FILE
                 MOVE 'TAX EXEMPT ACCOUNTS LOADED' TO WS-LOG-TEXT
                 MOVE WS-TXE-COUNT TO WS-LOG-COUNT-VAL
                 PERFORM LOG-WRITE-COUNT
              END-IF
           END-IF.
       H127-END. EXIT.
      *
      *WS-TXE-ENTRY only OCCURS UP TO 9999 TIMES; once full, further
      *rows are flagged and skipped - those accounts are taxed, and
      *the flag tells finance to put it right.
       H128-LOAD-EXEMPT-ENTRY.
           IF WS-TXE-COUNT >= 9999
              DISPLAY 'TXEFILE ROW IGNORED - TABLE FULL: '
                 TXEREC-ID ' ' TXEREC-CURRENCY
              ADD 1 TO WS-WARNING-COUNT
           ELSE
              IF (TXEREC-ID IS NOT NUMERIC) OR
                 (TXEREC-CURRENCY IS NOT NUMERIC)
                 DISPLAY 'TXEFILE ROW IGNORED - NOT USABLE: '
                    TXEREC-ID ' ' TXEREC-CURRENCY
                 ADD 1 TO WS-WARNING-COUNT
              ELSE
                 ADD 1 TO WS-TXE-COUNT
                 SET TXE-IDX TO WS-TXE-COUNT
                 MOVE TXEREC-ID       TO WS-TXE-ID(TXE-IDX)
                 MOVE TXEREC-CURRENCY TO WS-TXE-CURRENCY(TXE-IDX)
              END-IF
              END-IF.
           READ EXEMPT-FILE
              AT END SET TXEFILE-EOF TO TRUE
           END-READ.
       H128-LOAD-EXEMPT-ENTRY-END. EXIT.
      *
      *A missing LNKFILE means no ids are linked - every IDX-ID is
      *capped on its own, as before IDXMATCH ran.
       H121-LOAD-LINK-TABLE.
           OPEN INPUT LINK-FILE.
           IF LNKFILE-NOTFOUND
              MOVE 'LNKFILE NOT PRESENT - NO LINKED IDS' TO WS-LOG-TEXT
              PERFORM LOG-WRITE
           ELSE
              IF (ST-LINK-FILE NOT = 0) AND (ST-LINK-FILE NOT = 97)
                 DISPLAY 'LNKFILE DID NOT OPEN PROPERLY: '
                    ST-LINK-FILE
                 MOVE 'LNKFILE DID NOT OPEN PROPERLY' TO WS-ABEND-TEXT
                 MOVE 12 TO RETURN-CODE
                 PERFORM H998-ABEND-EXIT
              ELSE
                 READ LINK-FILE
                    AT END SET LNKFILE-EOF TO TRUE
                 END-READ
                 PERFORM H122-LOAD-LINK-ENTRY
                    THRU H122-LOAD-LINK-ENTRY-END
                    UNTIL LNKFILE-EOF
                 CLOSE LINK-FILE
                 MOVE 'CONFIRMED LINKED IDS LOADED' TO WS-LOG-TEXT
                 MOVE WS-LNK-COUNT TO WS-LOG-COUNT-VAL
                 PERFORM LOG-WRITE-COUNT
              END-IF
           END-IF.
       H121-END. EXIT.
      *
      *Only confirmed links are taken; an id already in the table
      *keeps its first principal. WS-LNK-ENTRY only OCCURS UP TO
      *9999 TIMES; once full, further links are flagged and skipped -
      *those ids are capped on their own until the table is sized up.
       H122-LOAD-LINK-ENTRY.
           IF LNKREC-CONFIRMED AND (LNKREC-ID IS NUMERIC) AND
              (LNKREC-PRINCIPAL IS NUMERIC) AND
              (LNKREC-ID NOT = LNKREC-PRINCIPAL)
              MOVE LNKREC-ID TO IDX-ID
              PERFORM CAP-FIND-LINKED-CUSTOMER
              IF WS-CAP-CUST-ID NOT = LNKREC-ID
                 CONTINUE
              ELSE
                 IF WS-LNK-COUNT >= 9999
                    DISPLAY 'LNKFILE ROW IGNORED - TABLE FULL: '
                       LNKREC-PRINCIPAL ' ' LNKREC-ID
                    ADD 1 TO WS-WARNING-COUNT
                 ELSE
                    ADD 1 TO WS-LNK-COUNT
                    SET LNK-IDX TO WS-LNK-COUNT
                    MOVE LNKREC-ID        TO WS-LNK-ID(LNK-IDX)
                    MOVE LNKREC-PRINCIPAL TO WS-LNK-PRINCIPAL(LNK-IDX)
                 END-IF
              END-IF
              END-IF.
           READ LINK-FILE
              AT END SET LNKFILE-EOF TO TRUE
           END-READ.
       H122-LOAD-LINK-ENTRY-END. EXIT.
      *
       H115-LOAD-FX-TABLE.
           READ FX-FILE
           IF (IREC-ID IS NUMERIC) AND (IREC-CURRENCY IS NUMERIC)
              COMPUTE IDX-ID = FUNCTION NUMVAL(IREC-ID)
              COMPUTE IDX-CURRENCY = FUNCTION NUMVAL(IREC-CURRENCY)
              PERFORM XRF-REDIRECT-KEY
              PERFORM CHECK-DUPLICATE-KEY
              IF NOT DUPLICATE-KEY-FOUND
                 PERFORM REMEMBER-KEY
           MOVE 'RECORDS REJECTED' TO WS-LOG-TEXT.
           MOVE WS-REJECTED-COUNT TO WS-LOG-COUNT-VAL.
           PERFORM LOG-WRITE-COUNT.
           MOVE 'FROZEN/CLOSED/DORMANT EXCLUDED' TO WS-LOG-TEXT.
           MOVE WS-EXCEPTION-COUNT TO WS-LOG-COUNT-VAL.
           PERFORM LOG-WRITE-COUNT.
           IF WS-CUST-CAP > ZERO
              MOVE WS-REJ-QRN-COUNT TO WS-LOG-COUNT-VAL
              PERFORM LOG-WRITE-COUNT
              END-IF.
           IF WS-XRF-REDIRECT-COUNT > ZERO
              MOVE 'KEYS REDIRECTED OFF A RETIRED CURRENCY'
                 TO WS-LOG-TEXT
              MOVE WS-XRF-REDIRECT-COUNT TO WS-LOG-COUNT-VAL
              PERFORM LOG-WRITE-COUNT
              END-IF.
           MOVE 'SORT STARTED' TO WS-LOG-TEXT.
           PERFORM LOG-WRITE.
           CLOSE MATCH-FILE.
           IF CATCHUP-FIRST-FILE
              PERFORM H110-LOAD-BONUS-TABLE
              PERFORM H112-LOAD-CAMPAIGN-TABLE
              PERFORM H125-LOAD-TAX-TABLE
              PERFORM H127-LOAD-EXEMPT-TABLE
              PERFORM H121-LOAD-LINK-TABLE
              PERFORM H115-LOAD-FX-TABLE
              PERFORM H615-VALIDATE-FX-FOR-DATE
              PERFORM H230-RECYCLE-PASS
           MOVE ZERO TO WS-CAPPED-COUNT.
           MOVE ZERO TO WS-RCY-MATCHED-COUNT.
           MOVE ZERO TO WS-REJ-QRN-COUNT.
           MOVE ZERO TO WS-XRF-REDIRECT-COUNT.
           MOVE ZERO TO WS-STMT-CURR-COUNT.
           MOVE ZERO TO WS-STMT-TOTAL.
           SET TRAILER-NOT-SEEN TO TRUE.
              ADD 1 TO WS-RCY-READ-COUNT
              COMPUTE IDX-ID = FUNCTION NUMVAL(RCYI-ID)
              COMPUTE IDX-CURRENCY = FUNCTION NUMVAL(RCYI-CURRENCY)
              PERFORM XRF-REDIRECT-KEY
              PERFORM CHECK-DUPLICATE-KEY
              IF WS-RCY-READ-COUNT NOT > WS-RCY-DONE-COUNT
                 IF NOT DUPLICATE-KEY-FOUND
                 ADD 1 TO WS-HV-RELEASE-COUNT
                 MOVE IREC-ID       TO SIREC-ID
                 MOVE IREC-CURRENCY TO SIREC-CURRENCY
                 IF (IREC-ID IS NUMERIC) AND
                    (IREC-CURRENCY IS NUMERIC)
                    COMPUTE IDX-ID = FUNCTION NUMVAL(IREC-ID)
                    COMPUTE IDX-CURRENCY =
                       FUNCTION NUMVAL(IREC-CURRENCY)
                    PERFORM XRF-REDIRECT-KEY
                    IF XRF-REDIRECTED
                       MOVE IDX-ID          TO WS-XRF-ID
                       MOVE IDX-CURRENCY    TO WS-XRF-CURRENCY
                       MOVE WS-XRF-ID       TO SIREC-ID
                       MOVE WS-XRF-CURRENCY TO SIREC-CURRENCY
                       END-IF
                    END-IF
                 RELEASE SORT-IN-REC
                 READ INPUT-FILE
              END-IF
           MOVE SREC-BALANCE   TO XTRREC-BALANCE.
           MOVE SREC-TRY-EQUIV TO XTRREC-TRY-EQUIV.
           MOVE WS-RUN-BUS-DATE TO XTRREC-BUS-DATE.
           MOVE SREC-BONUS     TO XTRREC-GROSS.
           MOVE SREC-TAX       TO XTRREC-TAX.
           MOVE SREC-NET       TO XTRREC-NET.
           WRITE XTR-REC.
           ADD 1 TO WS-XTR-COUNT.
       H335-WRITE-EXTRACT-END. EXIT.
      *H350-WRITE-STATEMENT lays one customer's statement out as its
      *own print page off the sorted record: who they are, the
      *Gregorian birthday the bonus was paid for, and the pre/bonus/
      *post/TRY figures WRITE-OUT priced, with the bonus shown gross,
      *less the tax withheld, and net as credited.
       H350-WRITE-STATEMENT.
           MOVE WS-RUN-BUS-DATE  TO WS-RUN-DATE-YMD.
           MOVE WS-RUN-DATE-DAY  TO STMT-HDR-DAY.
           MOVE WS-BDAY-YEAR     TO STMT-BD-YEAR.
           MOVE SREC-PRE-BALANCE TO STMT-PRE-AMT.
           MOVE SREC-BONUS       TO STMT-BONUS-AMT.
           MOVE SREC-TAX         TO STMT-TAX-AMT.
           MOVE SREC-NET         TO STMT-NET-AMT.
           MOVE SREC-BALANCE     TO STMT-POST-AMT.
           MOVE SREC-TRY-EQUIV   TO STMT-TRY-AMT.
           WRITE STMT-REC FROM STMT-HEADER-1 AFTER ADVANCING PAGE.
              MOVE SREC-BAND     TO STMT-PROMO-BAND
              WRITE STMT-REC FROM STMT-LINE-PROMO
              END-IF.
           WRITE STMT-REC FROM STMT-LINE-TAX.
           WRITE STMT-REC FROM STMT-LINE-NET.
           WRITE STMT-REC FROM STMT-LINE-POST.
           WRITE STMT-REC FROM STMT-LINE-TRY.
           PERFORM H360-COUNT-STATEMENT.
           MOVE WS-CAMP-APPLIED   TO AUDREC-CAMPAIGN.
           MOVE WS-BAND-APPLIED   TO AUDREC-BAND.
           MOVE WS-RUN-BUS-DATE   TO AUDREC-BUS-DATE.
           MOVE WS-TAX-WITHHELD   TO AUDREC-TAX.
           MOVE WS-NET-BONUS      TO AUDREC-NET.
           WRITE AUD-REC.
       H340-WRITE-AUDIT-REC-END. EXIT.
      *
           ELSE
              COMPUTE IDX-ID = FUNCTION NUMVAL(IREC-ID)
              COMPUTE IDX-CURRENCY = FUNCTION NUMVAL(IREC-CURRENCY)
              PERFORM XRF-REDIRECT-KEY
              PERFORM CHECK-DUPLICATE-KEY
              IF DUPLICATE-KEY-FOUND
                 PERFORM INVALID-KEYS-DUPLICATE
           END-IF.
       VALIDATION-END. EXIT.
      *
      *CHECK-ACCOUNT-STATUS keeps frozen/closed/dormant accounts out of
      *the normal bonus-and-report path: only an active account goes
      *on to the birthday check and WRITE-OUT, everything else is
      *reported to EXCFILE instead - so a dormant account no longer
      *collects a campaign bonus every time a branch submits it.
       CHECK-ACCOUNT-STATUS.
           IF IDX-STATUS-ACTIVE
              PERFORM CHECK-BIRTHDAY
           MOVE WS-BONUS-APPLIED TO MTCHREC-BONUS.
           MOVE WS-CAMP-APPLIED TO MTCHREC-CAMPAIGN.
           MOVE WS-BAND-APPLIED TO MTCHREC-BAND.
           MOVE WS-TAX-WITHHELD TO MTCHREC-TAX.
           MOVE WS-NET-BONUS    TO MTCHREC-NET.
           WRITE MTCH-REC.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD MTCHREC-BALANCE TO WS-BALANCE-TOTAL.
      *the run's business date for the account's currency and balance
      *wins; only when no band applies does the flat BONFILE amount
      *for the currency pay, as it always did. Whatever priced the
      *account is the gross bonus; the currency's withholding comes
      *off it, the net is applied to IDX-BALANCE, and all three are
      *recorded on AUDFILE.
       BALANCE-CALC.
           MOVE IDX-BALANCE TO WS-PRE-BALANCE.
           MOVE ZERO TO WS-BONUS-APPLIED.
              END-SEARCH
           END-IF.
           PERFORM CAP-APPLY-CUSTOMER-LIMIT.
           PERFORM TAX-APPLY-WITHHOLDING.
           COMPUTE IDX-BALANCE = IDX-BALANCE + WS-NET-BONUS.
           ADD WS-BONUS-APPLIED TO WS-BONUS-TOTAL.
           PERFORM H340-WRITE-AUDIT-REC.
       BALANCE-END.
      *
      *CAP-APPLY-CUSTOMER-LIMIT holds one customer's take across all
      *currencies - and across every id LNKFILE confirms as the same
      *person - to the RUNCTL cap, priced in TRY at the same rates
      *FX-CONVERT uses. The pricing that crosses the line is cut to
      *the remainder, later pricings for that customer get nothing,
      *and every cut is reported on CAPRPT with the full figure the
       CAP-FIND-CUSTOMER.
           SET CAP-CHECK-USABLE TO TRUE.
           SET CUST-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CAP-FIND-LINKED-CUSTOMER.
           IF WS-CUST-COUNT > 0
              SET CUST-IDX TO 1
              SEARCH WS-CUST-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CUST-ID(CUST-IDX) = WS-CAP-CUST-ID
                    SET CUST-ENTRY-FOUND TO TRUE
              END-SEARCH
              END-IF.
           IF CUST-ENTRY-NOT-FOUND
              IF WS-CUST-COUNT >= 99999
                 DISPLAY 'WS-CUST-TABLE FULL - CAP CHECK SKIPPED: '
                    WS-CAP-CUST-ID
                 ADD 1 TO WS-WARNING-COUNT
                 SET CAP-CHECK-SKIPPED TO TRUE
              ELSE
                 ADD 1 TO WS-CUST-COUNT
                 SET CUST-IDX TO WS-CUST-COUNT
                 MOVE WS-CAP-CUST-ID TO WS-CUST-ID(CUST-IDX)
                 MOVE ZERO           TO WS-CUST-TRY-TOTAL(CUST-IDX)
              END-IF
              END-IF.
       CAP-FIND-CUSTOMER-END. EXIT.
      *
      *The customer an IDX-ID is capped as: its confirmed principal
      *when LNKFILE links it to one, otherwise the id itself.
       CAP-FIND-LINKED-CUSTOMER.
           MOVE IDX-ID TO WS-CAP-CUST-ID.
           IF WS-LNK-COUNT > 0
              SET LNK-IDX TO 1
              SEARCH WS-LNK-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-LNK-ID(LNK-IDX) = IDX-ID
                    MOVE WS-LNK-PRINCIPAL(LNK-IDX) TO WS-CAP-CUST-ID
              END-SEARCH
              END-IF.
       CAP-FIND-LINKED-CUSTOMER-END. EXIT.
      *
      *The remainder is turned back into account currency truncating,
      *and the TRY figure recomputed from the reduced bonus, so what
      *is added to the customer's total never exceeds what was left.
           ADD 1 TO WS-CAPPED-COUNT.
       CAP-REDUCE-BONUS-END. EXIT.
      *
      *TAX-APPLY-WITHHOLDING works the tax on the gross bonus after
      *the cap has had its say, so a capped bonus is taxed on what
      *is actually paid. The tax rounds to the nearest unit and can
      *never exceed the gross; an exempt account, or a currency with
      *no TAXFILE row, is credited the gross whole.
       TAX-APPLY-WITHHOLDING.
           MOVE ZERO TO WS-TAX-APPLIED-RATE.
           MOVE ZERO TO WS-TAX-WITHHELD.
           MOVE WS-BONUS-APPLIED TO WS-NET-BONUS.
           IF WS-BONUS-APPLIED > ZERO
              PERFORM TAX-FIND-EXEMPTION
              IF ACCOUNT-TAX-LIABLE
                 PERFORM TAX-FIND-RATE
                 COMPUTE WS-TAX-WITHHELD ROUNDED =
                    (WS-BONUS-APPLIED * WS-TAX-APPLIED-RATE) / 100
                 IF WS-TAX-WITHHELD > WS-BONUS-APPLIED
                    MOVE WS-BONUS-APPLIED TO WS-TAX-WITHHELD
                    END-IF
                 COMPUTE WS-NET-BONUS =
                    WS-BONUS-APPLIED - WS-TAX-WITHHELD
              END-IF
              END-IF.
       TAX-APPLY-WITHHOLDING-END. EXIT.
      *
       TAX-FIND-RATE.
           SET TAX-IDX TO 1.
           SEARCH WS-TAX-ENTRY
              AT END
                 CONTINUE
              WHEN (TAX-IDX <= WS-TAX-COUNT) AND
                   (WS-TAX-CURRENCY(TAX-IDX) = IDX-CURRENCY)
                 MOVE WS-TAX-RATE(TAX-IDX) TO WS-TAX-APPLIED-RATE
           END-SEARCH.
       TAX-FIND-RATE-END. EXIT.
      *
       TAX-FIND-EXEMPTION.
           SET ACCOUNT-TAX-LIABLE TO TRUE.
           IF WS-TXE-COUNT > 0
              SET TXE-IDX TO 1
              SEARCH WS-TXE-ENTRY
                 AT END
                    CONTINUE
                 WHEN (WS-TXE-ID(TXE-IDX) = IDX-ID) AND
                      (WS-TXE-CURRENCY(TXE-IDX) = IDX-CURRENCY)
                    SET ACCOUNT-TAX-EXEMPT TO TRUE
              END-SEARCH
              END-IF.
       TAX-FIND-EXEMPTION-END. EXIT.
      *
      *H117-PICK-CAMPAIGN-BAND walks the campaign table for the band
      *the account falls into: right currency, business date inside
      *the window, lower bound at or under the pre-bonus balance. Of
              IF IDX-STATUS-CLOSED
                 MOVE 'CLOSED' TO EXCREC-STATUS-TEXT
              ELSE
                 IF IDX-STATUS-DORMANT
                    MOVE 'DORMANT' TO EXCREC-STATUS-TEXT
                 ELSE
                    MOVE 'UNKNOWN STATUS' TO EXCREC-STATUS-TEXT
                    END-IF
                 END-IF
              END-IF.
           WRITE EXC-REC.
              END-READ
              END-IF.
       QRN-LOOKUP-KEY-END. EXIT.
      *
      *XRF-REDIRECT-KEY moves IDX-ID/IDX-CURRENCY off a retired
      *currency onto the key CURMIG moved the account to. A key that
      *has been moved more than once is followed from move to move,
      *at most five, so a bad cross-reference cannot loop.
       XRF-REDIRECT-KEY.
           SET XRF-NOT-REDIRECTED TO TRUE.
           IF MIGXREF-AVAILABLE
              MOVE ZERO TO WS-XRF-HOPS
              SET XRF-CHAIN-GOING TO TRUE
              PERFORM XRF-FOLLOW-ONE THRU XRF-FOLLOW-ONE-END
                 UNTIL XRF-CHAIN-DONE
              IF XRF-REDIRECTED
                 ADD 1 TO WS-XRF-REDIRECT-COUNT
                 END-IF
              END-IF.
       XRF-REDIRECT-KEY-END. EXIT.
      *
       XRF-FOLLOW-ONE.
           MOVE IDX-ID       TO XRF-OLD-ID.
           MOVE IDX-CURRENCY TO XRF-OLD-CURRENCY.
           READ XREF-FILE
              INVALID KEY
                 SET XRF-CHAIN-DONE TO TRUE
              NOT INVALID KEY
                 MOVE XRF-NEW-ID       TO IDX-ID
                 MOVE XRF-NEW-CURRENCY TO IDX-CURRENCY
                 SET XRF-REDIRECTED TO TRUE
                 ADD 1 TO WS-XRF-HOPS
                 IF WS-XRF-HOPS >= 5
                    SET XRF-CHAIN-DONE TO TRUE
                    END-IF
           END-READ.
       XRF-FOLLOW-ONE-END. EXIT.
      *
       INVALID-KEYS-QUARANTINED.
           MOVE SPACES TO INV-REC.
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
           CLOSE INPUT-FILE.
           CLOSE INDEX-FILE.
           CLOSE QUARANTINE-FILE.
           CLOSE XREF-FILE.
           PERFORM LCK-RELEASE-RUN-LOCK.
           CLOSE INVALID-FILE.
           CLOSE AUDIT-FILE.

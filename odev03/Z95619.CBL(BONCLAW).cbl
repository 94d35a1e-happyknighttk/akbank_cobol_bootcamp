       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONCLAW.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO CLWCTL
                                STATUS ST-CONTROL-FILE.
           SELECT CAMPAIGN-FILE ASSIGN TO CMPFILE
                                STATUS ST-CAMPAIGN-FILE.
           SELECT HOLD-FILE     ASSIGN TO HLDFILE
                                STATUS ST-HOLD-FILE.
           SELECT LEDGER-FILE   ASSIGN TO LGRFILE
                                ORGANIZATION INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION INDEXED
                                ACCESS RANDOM
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT REPORT-FILE   ASSIGN TO CLWRPT
                                STATUS ST-REPORT-FILE.
           SELECT COLLECT-FILE  ASSIGN TO CLWCOL
                                STATUS ST-COLLECT-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *BONCLAW is the bonus clawback run. A customer who opens an
      *account, collects the campaign bonus through ODEVUC3/IDXPOST
      *and then has the account frozen or closed inside the
      *campaign's holding period gives the bonus back.
      *LGRFILE is walked in key order, one account at a time. Every
      *gross bonus row IDXPOST wrote (LGR-SOURCE 'IDXPOST ') is tied
      *to the campaign that paid it the way ODEVUC3 priced it - same
      *currency, posting date inside the campaign window, highest
      *balance band at or under the pre-bonus balance - and is still
      *held while the days since posting are within that campaign's
      *holding period. The 'IDXPTAX ' row IDXPOST writes straight
      *after a taxed bonus comes off it, so only the net the
      *customer actually received is taken back.
      *CMPFILE is the campaign parameter file ODEVUC3 prices from.
      *HLDFILE gives the holding period in days per CMPREC-ID; a
      *campaign with no row has no holding period. A bonus paid with
      *no campaign in force (the flat BONFILE amount) is held for the
      *CLWCTL default days, zero meaning never clawed back.
      *IDXFILE gives the account's status now: an account gone 'F'
      *or 'C' while a bonus is held has the held net reversed. The
      *reversal is a down movement on LGRFILE under source
      *'BONCLAW ', and that row settles every bonus posted before it
      *- a later run never takes the same bonus twice. A balance too
      *low to cover the held net gives up what it has (never below
      *zero) and the rest goes to collections.
      *CLWRPT lists every account examined with a held bonus and
      *what was done. CLWCOL is the collections follow-up list: the
      *accounts that could not be recovered in full, with the
      *amount still owed - an account no longer on the master at
      *all owes the whole held net.
      *CLWCTL is an optional card: default holding days, an as-of
      *date (spaces means today; it sets the holding-period cut-off,
      *not the date the reversal is ledgered on) and the same WAIT
      *lock field as PSTCTL. LCKFILE is the shared IDXFILE run-lock
      *(see LCKREC): taken before the master opens, freed when it
      *closes.
      *
      *Return codes, for the scheduler:
      *   0 = clean
      *   4 = a reversal could not be posted or ledgered (displayed)
      *   8 = CLWCTL card unusable
      *  12 = file open failure, or IDXFILE run-lock refused
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 CTL-DEFAULT-DAYS     PIC X(03).
           03 FILLER               PIC X(02).
           03 CTL-ASOF-DATE        PIC X(08).
           03 FILLER               PIC X(02).
           03 CTL-LOCK-DISP        PIC X(05).
              88 CTL-LOCK-WAIT           VALUE 'WAIT '.
      *
      *CMP-REC here mirrors the CMP-REC ODEVUC3 reads, field for
      *field - if the CMPFILE layout changes there it changes here.
       FD  CAMPAIGN-FILE RECORDING MODE F.
       01  CMP-REC.
           03 CMPREC-ID            PIC X(08).
           03 FILLER               PIC X(02).
           03 CMPREC-CURRENCY      PIC 9(03).
           03 FILLER               PIC X(02).
           03 CMPREC-FROM-DATE     PIC 9(08).
           03 FILLER               PIC X(02).
           03 CMPREC-TO-DATE       PIC 9(08).
           03 FILLER               PIC X(02).
           03 CMPREC-BAND-LOW      PIC 9(15).
           03 FILLER               PIC X(02).
           03 CMPREC-BAND-TYPE     PIC X(01).
           03 FILLER               PIC X(02).
           03 CMPREC-FLAT-AMOUNT   PIC 9(09).
           03 FILLER               PIC X(02).
           03 CMPREC-RATE          PIC 9(03)V9(04).
      *
       FD  HOLD-FILE RECORDING MODE F.
       01  HLD-REC.
           03 HLDREC-CAMPAIGN      PIC X(08).
           03 FILLER               PIC X(02).
           03 HLDREC-DAYS          PIC 9(03).
      *
       FD  LEDGER-FILE.
       COPY LGRREC.
      *
       FD  INDEX-FILE.
       COPY IDXREC.
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                 PIC X(100).
      *
       FD  COLLECT-FILE RECORDING MODE F.
       01  COL-REC.
           03 COLREC-ID            PIC 9(05).
           03 FILLER               PIC X(02).
           03 COLREC-CURRENCY      PIC 9(03).
           03 FILLER               PIC X(02).
           03 COLREC-NAME          PIC X(15).
           03 FILLER               PIC X(01).
           03 COLREC-SURNAME       PIC X(15).
           03 FILLER               PIC X(02).
           03 COLREC-STATUS        PIC X(01).
           03 FILLER               PIC X(02).
           03 COLREC-OWED          PIC 9(15).
           03 FILLER               PIC X(02).
           03 COLREC-RECOVERED     PIC 9(15).
           03 FILLER               PIC X(02).
           03 COLREC-SHORTFALL     PIC 9(15).
           03 FILLER               PIC X(02).
           03 COLREC-BUS-DATE      PIC 9(08).
      *
       FD  LOCK-FILE RECORDING MODE F.
       COPY LCKREC.
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 CLWCTL-SUCCESS              VALUE 00 97.
              88 CLWCTL-NOTFOUND             VALUE 35.
           03 ST-CAMPAIGN-FILE     PIC 9(02).
              88 CMPFILE-EOF                 VALUE 10.
              88 CMPFILE-SUCCESS             VALUE 00 97.
              88 CMPFILE-NOTFOUND            VALUE 35.
           03 ST-HOLD-FILE         PIC 9(02).
              88 HLDFILE-EOF                 VALUE 10.
              88 HLDFILE-SUCCESS             VALUE 00 97.
              88 HLDFILE-NOTFOUND            VALUE 35.
           03 ST-LEDGER-FILE       PIC 9(02).
              88 LGRFILE-EOF                 VALUE 10.
              88 LGRFILE-SUCCESS             VALUE 00 97.
              88 LGRFILE-NOTFOUND            VALUE 35.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 CLWRPT-SUCCESS              VALUE 00 97.
           03 ST-COLLECT-FILE      PIC 9(02).
              88 CLWCOL-SUCCESS              VALUE 00 97.
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
      *reversals in one second still key apart, and WS-LGR-FAIL-COUNT
      *turns a clean end into return code 4.
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
      *WS-CAMP-TABLE holds the CMPFILE band rows, bounded at 100 the
      *way ODEVUC3 bounds them; WS-HOLD-DAYS is filled in from
      *HLDFILE once both files are loaded. WS-CAMP-BEST-SUB is the
      *band that paid the bonus in hand (zero when none did).
       01  WS-CAMP-TABLE.
           03 WS-CAMP-COUNT        PIC 9(03) VALUE ZERO.
           03 WS-CAMP-ENTRY OCCURS 100 TIMES
                             INDEXED BY CAMP-IDX.
              05 WS-CAMP-ID        PIC X(08).
              05 WS-CAMP-CURRENCY  PIC 9(03).
              05 WS-CAMP-FROM-DATE PIC 9(08).
              05 WS-CAMP-TO-DATE   PIC 9(08).
              05 WS-CAMP-BAND-LOW  PIC 9(15).
              05 WS-HOLD-DAYS      PIC 9(03).
           03 WS-CAMP-SUB          PIC 9(03) VALUE ZERO.
           03 WS-CAMP-BEST-SUB     PIC 9(03) VALUE ZERO.
      *
      *WS-CLAW-CONTROL carries the account in hand. WS-HELD-NET is
      *what the account still owes back if it has gone frozen or
      *closed: the gross of each held bonus less the tax row that
      *followed it. WS-LAST-HELD-SW remembers whether the row just
      *read was a held bonus, so its tax row comes off it and the
      *tax row of an unheld bonus does not. WS-NEXT-ROW-REC keeps the
      *next account's first row whole while the account before it is
      *settled, because the reversal row is built in the same record
      *area.
       01  WS-CLAW-CONTROL.
           03 WS-NEXT-ROW-REC      PIC X(80) VALUE SPACES.
           03 WS-ASOF-DATE         PIC 9(08) VALUE ZERO.
           03 WS-ASOF-INT          PIC 9(07) VALUE ZERO.
           03 WS-ROW-INT           PIC 9(07) VALUE ZERO.
           03 WS-DAYS-SINCE        PIC S9(07) VALUE ZERO.
           03 WS-DEFAULT-DAYS      PIC 9(03) VALUE ZERO.
           03 WS-ROW-HOLD-DAYS     PIC 9(03) VALUE ZERO.
           03 WS-FIRST-ROW-SW      PIC X(01) VALUE 'Y'.
              88 FIRST-LEDGER-ROW         VALUE 'Y'.
              88 NOT-FIRST-LEDGER-ROW     VALUE 'N'.
           03 WS-LAST-HELD-SW      PIC X(01) VALUE 'N'.
              88 LAST-ROW-HELD            VALUE 'Y'.
              88 LAST-ROW-NOT-HELD        VALUE 'N'.
           03 WS-CURR-ID           PIC 9(05) VALUE ZERO.
           03 WS-CURR-CURRENCY     PIC 9(03) VALUE ZERO.
           03 WS-HELD-COUNT        PIC 9(05) VALUE ZERO.
           03 WS-HELD-NET          PIC 9(15) VALUE ZERO.
           03 WS-AVAILABLE         PIC 9(15) VALUE ZERO.
           03 WS-RECOVERED         PIC 9(15) VALUE ZERO.
           03 WS-SHORTFALL         PIC 9(15) VALUE ZERO.
           03 WS-PRE-BALANCE       PIC 9(15) VALUE ZERO.
      *
      *WS-CLAW-TOTALS: every account with a held bonus lands in
      *exactly one of active, not on master, recovered in full,
      *short or failed. WS-COL-COUNT and WS-COL-OWED are what went to
      *CLWCOL: the short accounts and the ones not on the master.
       01  WS-CLAW-TOTALS.
           03 WS-COL-COUNT         PIC 9(07) VALUE ZERO.
           03 WS-COL-OWED          PIC 9(15) VALUE ZERO.
           03 WS-LGR-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-HELD-BONUS-COUNT  PIC 9(07) VALUE ZERO.
           03 WS-HELD-ACCT-COUNT   PIC 9(07) VALUE ZERO.
           03 WS-ACTIVE-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-NOMASTER-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-FULL-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-SHORT-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-FAILED-COUNT      PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(32) VALUE
               'BONUS CLAWBACK RUN             '.
           05  FILLER         PIC X(07) VALUE 'As of: '.
           05  HDR-ASOF       PIC 9(08).
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(07) VALUE 'ID     '.
           05  FILLER         PIC X(05) VALUE 'Cur  '.
           05  FILLER         PIC X(04) VALUE 'St  '.
           05  FILLER         PIC X(07) VALUE 'Bonus  '.
           05  FILLER         PIC X(20) VALUE '           Held net '.
           05  FILLER         PIC X(20) VALUE '          Recovered '.
           05  FILLER         PIC X(20) VALUE '          Shortfall '.
           05  FILLER         PIC X(17) VALUE 'Result'.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
      *
       01  DETAIL-LINE.
           05  DTL-ID         PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-STATUS     PIC X(01).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  DTL-BONUSES    PIC ZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-HELD       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DTL-RECOVERED  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DTL-SHORTFALL  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DTL-RESULT     PIC X(17).
      *
       01  TOTAL-LINE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(61) VALUE SPACES.
      *
       01  AMOUNT-LINE.
           05  AMT-LABEL      PIC X(30).
           05  AMT-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(51) VALUE SPACES.
      *My quality of life FILLERs and the supporting variables
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H090-READ-CONTROL
           PERFORM H110-LOAD-CAMPAIGNS
           PERFORM H120-LOAD-HOLD-DAYS
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-READ-LEDGER UNTIL LGRFILE-EOF
           IF NOT-FIRST-LEDGER-ROW
              PERFORM H300-CLOSE-ACCOUNT
              END-IF
           PERFORM H160-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF (WS-FAILED-COUNT > ZERO) OR (WS-LGR-FAIL-COUNT > ZERO)
              MOVE 4 TO RETURN-CODE
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *A missing CLWCTL is the normal case: as of today, no holding
      *period for bonuses paid outside a campaign, and a held lock
      *refuses the run.
       H090-READ-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE.
           OPEN INPUT CONTROL-FILE.
           IF CLWCTL-NOTFOUND
              CONTINUE
           ELSE
              IF (ST-CONTROL-FILE NOT = 0) AND
                 (ST-CONTROL-FILE NOT = 97)
                 DISPLAY 'CLWCTL DID NOT OPEN PROPERLY: '
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
              DISPLAY 'CLWCTL AS-OF DATE NOT A REAL DATE: '
                 WS-ASOF-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
       H090-END. EXIT.
      *
       H095-TAKE-CONTROL.
           IF CTL-DEFAULT-DAYS = SPACES
              MOVE ZERO TO WS-DEFAULT-DAYS
           ELSE
              IF CTL-DEFAULT-DAYS IS NUMERIC
                 MOVE CTL-DEFAULT-DAYS TO WS-DEFAULT-DAYS
              ELSE
                 DISPLAY 'CLWCTL DEFAULT DAYS NOT VALID: '
                    CTL-DEFAULT-DAYS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF CTL-ASOF-DATE NOT = SPACES
              IF CTL-ASOF-DATE IS NUMERIC
                 MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
              ELSE
                 DISPLAY 'CLWCTL AS-OF DATE NOT VALID: ' CTL-ASOF-DATE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF CTL-LOCK-WAIT
              SET LOCK-DISP-WAIT TO TRUE
              END-IF.
       H095-END. EXIT.
      *
      *A missing CMPFILE means no campaign has ever been cut, so every
      *bonus is a flat one held for the default days.
       H110-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE.
           IF CMPFILE-NOTFOUND
              DISPLAY 'CMPFILE NOT PRESENT - NO CAMPAIGNS'
           ELSE
              IF (ST-CAMPAIGN-FILE NOT = 0) AND
                 (ST-CAMPAIGN-FILE NOT = 97)
                 DISPLAY 'CMPFILE DID NOT OPEN PROPERLY: '
                    ST-CAMPAIGN-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 READ CAMPAIGN-FILE
                    AT END SET CMPFILE-EOF TO TRUE
                 END-READ
                 PERFORM H111-LOAD-CAMPAIGN-ENTRY
                    THRU H111-LOAD-CAMPAIGN-ENTRY-END
                    UNTIL CMPFILE-EOF
                 CLOSE CAMPAIGN-FILE
              END-IF
           END-IF.
       H110-END. EXIT.
      *
      *A row ODEVUC3 would ignore is ignored here too, so a bonus is
      *only ever tied to a band that could actually have paid it.
       H111-LOAD-CAMPAIGN-ENTRY.
           IF WS-CAMP-COUNT >= 100
              DISPLAY 'CMPFILE ROW IGNORED - OVER 100 BAND ROWS: '
                 CMPREC-ID
           ELSE
              IF (CMPREC-CURRENCY IS NOT NUMERIC) OR
                 (CMPREC-FROM-DATE IS NOT NUMERIC) OR
                 (CMPREC-TO-DATE IS NOT NUMERIC) OR
                 (CMPREC-BAND-LOW IS NOT NUMERIC) OR
                 (CMPREC-FROM-DATE > CMPREC-TO-DATE)
                 DISPLAY 'CMPFILE ROW IGNORED - NOT USABLE: '
                    CMPREC-ID ' ' CMPREC-CURRENCY
              ELSE
                 ADD 1 TO WS-CAMP-COUNT
                 SET CAMP-IDX TO WS-CAMP-COUNT
                 MOVE CMPREC-ID          TO WS-CAMP-ID(CAMP-IDX)
                 MOVE CMPREC-CURRENCY    TO WS-CAMP-CURRENCY(CAMP-IDX)
                 MOVE CMPREC-FROM-DATE   TO WS-CAMP-FROM-DATE(CAMP-IDX)
                 MOVE CMPREC-TO-DATE     TO WS-CAMP-TO-DATE(CAMP-IDX)
                 MOVE CMPREC-BAND-LOW    TO WS-CAMP-BAND-LOW(CAMP-IDX)
                 MOVE ZERO               TO WS-HOLD-DAYS(CAMP-IDX)
              END-IF
           END-IF.
           READ CAMPAIGN-FILE
              AT END SET CMPFILE-EOF TO TRUE
           END-READ.
       H111-LOAD-CAMPAIGN-ENTRY-END. EXIT.
      *
      *Each HLDFILE row stamps its days onto every band of its
      *campaign; a missing HLDFILE leaves every campaign unheld.
       H120-LOAD-HOLD-DAYS.
           OPEN INPUT HOLD-FILE.
           IF HLDFILE-NOTFOUND
              DISPLAY 'HLDFILE NOT PRESENT - NO CAMPAIGN HOLDS'
           ELSE
              IF (ST-HOLD-FILE NOT = 0) AND (ST-HOLD-FILE NOT = 97)
                 DISPLAY 'HLDFILE DID NOT OPEN PROPERLY: '
                    ST-HOLD-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 READ HOLD-FILE
                    AT END SET HLDFILE-EOF TO TRUE
                 END-READ
                 PERFORM H121-LOAD-HOLD-ENTRY
                    THRU H121-LOAD-HOLD-ENTRY-END
                    UNTIL HLDFILE-EOF
                 CLOSE HOLD-FILE
              END-IF
           END-IF.
       H120-END. EXIT.
      *
       H121-LOAD-HOLD-ENTRY.
           IF HLDREC-DAYS IS NOT NUMERIC
              DISPLAY 'HLDFILE ROW IGNORED - NOT USABLE: '
                 HLDREC-CAMPAIGN
           ELSE
              MOVE 1 TO WS-CAMP-SUB
              PERFORM H122-STAMP-HOLD-DAYS
                 THRU H122-STAMP-HOLD-DAYS-END
                 UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
              END-IF.
           READ HOLD-FILE
              AT END SET HLDFILE-EOF TO TRUE
           END-READ.
       H121-LOAD-HOLD-ENTRY-END. EXIT.
      *
       H122-STAMP-HOLD-DAYS.
           IF WS-CAMP-ID(WS-CAMP-SUB) = HLDREC-CAMPAIGN
              MOVE HLDREC-DAYS TO WS-HOLD-DAYS(WS-CAMP-SUB)
              END-IF.
           ADD 1 TO WS-CAMP-SUB.
       H122-STAMP-HOLD-DAYS-END. EXIT.
      *
      *With no ledger there has never been a bonus posted, so there
      *is nothing to take back; the report still comes out.
       H100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'CLWRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           OPEN OUTPUT COLLECT-FILE.
           IF (ST-COLLECT-FILE NOT = 0) AND (ST-COLLECT-FILE NOT = 97)
              DISPLAY 'CLWCOL DID NOT OPEN PROPERLY: ' ST-COLLECT-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
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
              SET LGRFILE-EOF TO TRUE
           ELSE
              IF (ST-LEDGER-FILE NOT = 0) AND (ST-LEDGER-FILE NOT = 97)
                 DISPLAY 'LGRFILE DID NOT OPEN PROPERLY: '
                    ST-LEDGER-FILE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
                 STOP RUN
              ELSE
                 PERFORM H210-READ-ONE-ROW
              END-IF
           END-IF.
       H100-END. EXIT.
      *
       H150-WRITE-HEADERS.
           MOVE WS-ASOF-DATE TO HDR-ASOF.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
      *The ledger is read forward in key order and an account is
      *settled when the first row of the next account arrives. The
      *reversal row it writes keys under the settled account, behind
      *the read position, so the browse never meets its own rows. The
      *row just read is put back once the settled account's reversal
      *has gone out of LGR-REC, and it is judged as the new account's
      *first row.
       H200-READ-LEDGER.
           ADD 1 TO WS-LGR-READ-COUNT.
           IF FIRST-LEDGER-ROW
              MOVE LGR-ID       TO WS-CURR-ID
              MOVE LGR-CURRENCY TO WS-CURR-CURRENCY
              SET NOT-FIRST-LEDGER-ROW TO TRUE
           ELSE
              IF (LGR-ID NOT = WS-CURR-ID) OR
                 (LGR-CURRENCY NOT = WS-CURR-CURRENCY)
                 MOVE LGR-REC TO WS-NEXT-ROW-REC
                 PERFORM H300-CLOSE-ACCOUNT
                 MOVE WS-NEXT-ROW-REC TO LGR-REC
                 MOVE LGR-ID       TO WS-CURR-ID
                 MOVE LGR-CURRENCY TO WS-CURR-CURRENCY
                 END-IF
              END-IF.
           PERFORM H220-JUDGE-ROW.
           PERFORM H210-READ-ONE-ROW.
       H200-END. EXIT.
      *
       H210-READ-ONE-ROW.
           READ LEDGER-FILE NEXT RECORD
              AT END SET LGRFILE-EOF TO TRUE
           END-READ.
       H210-END. EXIT.
      *
      *An earlier reversal settles everything before it, so it wipes
      *the held figures; a held bonus adds its gross, and the tax row
      *straight after it takes the withholding back off. A CURMIG
      *row moving the account out of a retired currency settles it
      *too: the account was closed by the bank, not the customer.
       H220-JUDGE-ROW.
           EVALUATE LGR-SOURCE
              WHEN 'BONCLAW '
                 MOVE ZERO TO WS-HELD-COUNT
                 MOVE ZERO TO WS-HELD-NET
                 SET LAST-ROW-NOT-HELD TO TRUE
              WHEN 'IDXPOST '
                 PERFORM H230-TEST-HOLDING
                 IF LAST-ROW-HELD
                    ADD 1 TO WS-HELD-COUNT
                    ADD 1 TO WS-HELD-BONUS-COUNT
                    ADD LGR-AMOUNT TO WS-HELD-NET
                    END-IF
              WHEN 'IDXPTAX '
                 IF LAST-ROW-HELD
                    IF LGR-AMOUNT > WS-HELD-NET
                       MOVE ZERO TO WS-HELD-NET
                    ELSE
                       SUBTRACT LGR-AMOUNT FROM WS-HELD-NET
                    END-IF
                 END-IF
                 SET LAST-ROW-NOT-HELD TO TRUE
              WHEN OTHER
                 IF LGR-MIG-OUT
                    MOVE ZERO TO WS-HELD-COUNT
                    MOVE ZERO TO WS-HELD-NET
                    END-IF
                 SET LAST-ROW-NOT-HELD TO TRUE
           END-EVALUATE.
       H220-END. EXIT.
      *
      *The bonus is still held while the days since it posted are
      *within the holding period of the campaign that paid it.
       H230-TEST-HOLDING.
           SET LAST-ROW-NOT-HELD TO TRUE.
           MOVE ZERO TO WS-CAMP-BEST-SUB.
           MOVE 1 TO WS-CAMP-SUB.
           PERFORM H231-TEST-ONE-BAND THRU H231-TEST-ONE-BAND-END
              UNTIL WS-CAMP-SUB > WS-CAMP-COUNT.
           IF WS-CAMP-BEST-SUB = ZERO
              MOVE WS-DEFAULT-DAYS TO WS-ROW-HOLD-DAYS
           ELSE
              MOVE WS-HOLD-DAYS(WS-CAMP-BEST-SUB) TO WS-ROW-HOLD-DAYS
              END-IF.
           IF WS-ROW-HOLD-DAYS > ZERO
              COMPUTE WS-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(LGR-BUS-DATE)
              IF WS-ROW-INT > ZERO
                 COMPUTE WS-DAYS-SINCE = WS-ASOF-INT - WS-ROW-INT
                 IF (WS-DAYS-SINCE NOT < ZERO) AND
                    (WS-DAYS-SINCE NOT > WS-ROW-HOLD-DAYS)
                    SET LAST-ROW-HELD TO TRUE
                    END-IF
                 END-IF
              END-IF.
       H230-END. EXIT.
      *
       H231-TEST-ONE-BAND.
           IF (WS-CAMP-CURRENCY(WS-CAMP-SUB) = LGR-CURRENCY) AND
              (LGR-BUS-DATE NOT < WS-CAMP-FROM-DATE(WS-CAMP-SUB)) AND
              (LGR-BUS-DATE NOT > WS-CAMP-TO-DATE(WS-CAMP-SUB)) AND
              (LGR-PRE-BALANCE NOT < WS-CAMP-BAND-LOW(WS-CAMP-SUB))
              IF (WS-CAMP-BEST-SUB = ZERO) OR
                 (WS-CAMP-BAND-LOW(WS-CAMP-SUB) >
                  WS-CAMP-BAND-LOW(WS-CAMP-BEST-SUB))
                 MOVE WS-CAMP-SUB TO WS-CAMP-BEST-SUB
                 END-IF
              END-IF.
           ADD 1 TO WS-CAMP-SUB.
       H231-TEST-ONE-BAND-END. EXIT.
      *
      *An account with nothing held is passed over; one with a held
      *bonus is looked up on the master and reversed only if it has
      *gone frozen or closed.
       H300-CLOSE-ACCOUNT.
           IF WS-HELD-COUNT > ZERO
              ADD 1 TO WS-HELD-ACCT-COUNT
              MOVE SPACES TO RPT-REC
              MOVE WS-CURR-ID       TO DTL-ID
              MOVE WS-CURR-CURRENCY TO DTL-CURRENCY
              MOVE WS-HELD-COUNT    TO DTL-BONUSES
              MOVE WS-HELD-NET      TO DTL-HELD
              MOVE ZERO             TO DTL-RECOVERED
              MOVE ZERO             TO DTL-SHORTFALL
              MOVE WS-CURR-ID       TO IDX-ID
              MOVE WS-CURR-CURRENCY TO IDX-CURRENCY
              READ INDEX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    ADD 1 TO WS-NOMASTER-COUNT
                    MOVE SPACE TO DTL-STATUS
                    MOVE 'NOT ON MASTER' TO DTL-RESULT
                    PERFORM H305-COLLECT-NOT-ON-MASTER
                 NOT INVALID KEY
                    MOVE IDX-STATUS TO DTL-STATUS
                    PERFORM H310-JUDGE-STATUS
              END-READ
              WRITE RPT-REC FROM DETAIL-LINE
              END-IF.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE ZERO TO WS-HELD-NET.
           SET LAST-ROW-NOT-HELD TO TRUE.
       H300-END. EXIT.
      *
      *With no master there is no balance to take anything from, so
      *the whole held net goes to collections. The master record area
      *holds whatever was read last, so the name and status are
      *blanked before the collection row picks them up.
       H305-COLLECT-NOT-ON-MASTER.
           MOVE SPACES TO IDX-NAME.
           MOVE SPACES TO IDX-SURNAME.
           MOVE SPACE  TO IDX-STATUS.
           MOVE ZERO        TO WS-RECOVERED.
           MOVE WS-HELD-NET TO WS-SHORTFALL.
           MOVE WS-SHORTFALL TO DTL-SHORTFALL.
           PERFORM H340-WRITE-COLLECTION.
       H305-END. EXIT.
      *
       H310-JUDGE-STATUS.
           IF IDX-STATUS-FROZEN OR IDX-STATUS-CLOSED
              PERFORM H320-REVERSE-BONUS
           ELSE
              ADD 1 TO WS-ACTIVE-COUNT
              MOVE 'STILL OPEN' TO DTL-RESULT
              END-IF.
       H310-END. EXIT.
      *
      *The reversal takes the held net or whatever the balance can
      *give, whichever is less. The ledger row is written even when
      *the balance gives nothing, as the marker that settles the
      *bonuses before it; the shortfall goes to collections. Its
      *pre-balance is the master balance as the other ledger writers
      *carry it (an overdrawn balance by its size), so the row chains
      *onto the one before it whatever the balance is.
       H320-REVERSE-BONUS.
           IF IDX-BALANCE > ZERO
              MOVE IDX-BALANCE TO WS-AVAILABLE
           ELSE
              MOVE ZERO TO WS-AVAILABLE
              END-IF.
           IF WS-AVAILABLE < WS-HELD-NET
              MOVE WS-AVAILABLE TO WS-RECOVERED
           ELSE
              MOVE WS-HELD-NET TO WS-RECOVERED
              END-IF.
           COMPUTE WS-SHORTFALL = WS-HELD-NET - WS-RECOVERED.
           MOVE IDX-BALANCE TO WS-PRE-BALANCE.
           COMPUTE IDX-BALANCE = IDX-BALANCE - WS-RECOVERED.
           REWRITE IDX-REC
              INVALID KEY
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'REWRITE FAILED' TO DTL-RESULT
                 DISPLAY 'IDXFILE REWRITE FAILED: ' WS-CURR-ID '/'
                    WS-CURR-CURRENCY ' STATUS ' ST-INDEX-FILE
              NOT INVALID KEY
                 MOVE WS-RECOVERED TO DTL-RECOVERED
                 MOVE WS-SHORTFALL TO DTL-SHORTFALL
                 PERFORM H330-WRITE-LEDGER
                 IF WS-SHORTFALL > ZERO
                    ADD 1 TO WS-SHORT-COUNT
                    MOVE 'SHORT-COLLECTIONS' TO DTL-RESULT
                    PERFORM H340-WRITE-COLLECTION
                 ELSE
                    ADD 1 TO WS-FULL-COUNT
                    MOVE 'RECOVERED' TO DTL-RESULT
                 END-IF
           END-REWRITE.
       H320-END. EXIT.
      *
      *A ledger row that will not write does not undo the reversal -
      *the master is already right - but it is reported and the run
      *ends with return code 4 so ops know the history has a gap.
      *The row is dated the day it is written, like every other
      *ledger writer's, so it keys after everything already on the
      *account; the as-of date only decides which bonuses are held.
       H330-WRITE-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           ADD 1 TO WS-LGR-SEQ.
           MOVE SPACES TO LGR-REC.
           MOVE WS-CURR-ID          TO LGR-ID.
           MOVE WS-CURR-CURRENCY    TO LGR-CURRENCY.
           MOVE WS-TODAY-YMD        TO LGR-BUS-DATE.
           MOVE WS-CURRENT-HHMMSS   TO LGR-TIME.
           MOVE WS-LGR-SEQ          TO LGR-SEQ.
           MOVE 'BONCLAW '          TO LGR-SOURCE.
           MOVE WS-PRE-BALANCE      TO LGR-PRE-BALANCE.
           COMPUTE LGR-POST-BALANCE = WS-PRE-BALANCE - WS-RECOVERED.
           SET LGR-DIR-DOWN TO TRUE.
           MOVE WS-RECOVERED        TO LGR-AMOUNT.
           WRITE LGR-REC
              INVALID KEY
                 ADD 1 TO WS-LGR-FAIL-COUNT
                 DISPLAY 'LGRFILE ROW DID NOT WRITE: ' WS-CURR-ID '/'
                    WS-CURR-CURRENCY ' STATUS ' ST-LEDGER-FILE
           END-WRITE.
       H330-END. EXIT.
      *
       H340-WRITE-COLLECTION.
           MOVE SPACES TO COL-REC.
           MOVE WS-CURR-ID       TO COLREC-ID.
           MOVE WS-CURR-CURRENCY TO COLREC-CURRENCY.
           MOVE IDX-NAME         TO COLREC-NAME.
           MOVE IDX-SURNAME      TO COLREC-SURNAME.
           MOVE IDX-STATUS       TO COLREC-STATUS.
           MOVE WS-HELD-NET      TO COLREC-OWED.
           MOVE WS-RECOVERED     TO COLREC-RECOVERED.
           MOVE WS-SHORTFALL     TO COLREC-SHORTFALL.
           MOVE WS-ASOF-DATE     TO COLREC-BUS-DATE.
           WRITE COL-REC.
           ADD 1            TO WS-COL-COUNT.
           ADD WS-SHORTFALL TO WS-COL-OWED.
       H340-END. EXIT.
      *
       H160-WRITE-TOTALS.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE 'Ledger rows read              ' TO TOT-LABEL.
           MOVE WS-LGR-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Bonuses inside holding period ' TO TOT-LABEL.
           MOVE WS-HELD-BONUS-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Accounts holding a bonus      ' TO TOT-LABEL.
           MOVE WS-HELD-ACCT-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  still open                  ' TO TOT-LABEL.
           MOVE WS-ACTIVE-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  not on master - collections ' TO TOT-LABEL.
           MOVE WS-NOMASTER-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  recovered in full           ' TO TOT-LABEL.
           MOVE WS-FULL-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  short - sent to collections ' TO TOT-LABEL.
           MOVE WS-SHORT-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  failed                      ' TO TOT-LABEL.
           MOVE WS-FAILED-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Ledger rows not written       ' TO TOT-LABEL.
           MOVE WS-LGR-FAIL-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Collection rows written       ' TO TOT-LABEL.
           MOVE WS-COL-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Owed to collections           ' TO AMT-LABEL.
           MOVE WS-COL-OWED TO AMT-VALUE.
           WRITE RPT-REC FROM AMOUNT-LINE.
       H160-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on a CLWCTL WAIT card, is retried a bounded
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
           MOVE 'BONCLAW ' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'BONCLAW '
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
           CLOSE COLLECT-FILE.
       H999-END. EXIT.
      *

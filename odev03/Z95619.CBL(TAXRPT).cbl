       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO TAXCTL
                                STATUS ST-CONTROL-FILE.
           SELECT LEDGER-FILE   ASSIGN TO LGRFILE
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION INDEXED
                                ACCESS RANDOM
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT REMIT-FILE    ASSIGN TO TAXREM
                                STATUS ST-REMIT-FILE.
           SELECT CERT-FILE     ASSIGN TO TAXCRT
                                STATUS ST-CERT-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *TAXRPT is the month-end withholding run. The bonus tax is
      *withheld at source by ODEVUC3 and posted by IDXPOST as two
      *LGRFILE movements per bonus - the gross credit under source
      *'IDXPOST ' and the tax debit under 'IDXPTAX ' - so the month's
      *withholding is totalled straight off the ledger instead of
      *from old AUDFILE listings. The TAXCTL card names the month
      *(YYYYMM) by business date.
      *TAXREM is the remittance report finance pays the tax office
      *from: per currency, the number of bonuses, the gross paid,
      *the tax withheld and the net credited, in account currency.
      *TAXCRT is the tax certificate listing: one block per customer
      *(IDX-ID), named from the master, with a line per account
      *showing that account's gross, tax and net for the month - the
      *figures each customer's certificate is cut from. Amounts in
      *different currencies are never added together.
      *IDXFILE is read only for the customer's name; LCKFILE is the
      *shared IDXFILE run-lock (see LCKREC), taken before the master
      *opens like every other reader, with the same WAIT field on
      *the control card as PSTCTL.
      *
      *Return codes, for the scheduler:
      *   0 = reports produced
      *   4 = reports produced, but a currency was left off TAXREM
      *       (over 50 currencies) - the listing is still complete
      *   8 = TAXCTL month unusable
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
       FD  LEDGER-FILE.
       COPY LGRREC.
      *
       FD  INDEX-FILE.
       COPY IDXREC.
      *
       FD  REMIT-FILE RECORDING MODE F.
       01  REM-REC                 PIC X(100).
      *
       FD  CERT-FILE RECORDING MODE F.
       01  CRT-REC                 PIC X(100).
      *
       FD  LOCK-FILE RECORDING MODE F.
       COPY LCKREC.
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 TAXCTL-SUCCESS              VALUE 00 97.
           03 ST-LEDGER-FILE       PIC 9(02).
              88 LGRFILE-EOF                 VALUE 10.
              88 LGRFILE-SUCCESS             VALUE 00 97.
              88 LGRFILE-NOTFOUND            VALUE 35.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-SUCCESS             VALUE 00 97.
           03 ST-REMIT-FILE        PIC 9(02).
              88 TAXREM-SUCCESS              VALUE 00 97.
           03 ST-CERT-FILE         PIC 9(02).
              88 TAXCRT-SUCCESS              VALUE 00 97.
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
      *WS-TAX-CONTROL carries the month being reported and the
      *account and customer in hand. The ledger arrives in key order
      *(id, currency, date), so an account's rows are adjacent and a
      *customer's accounts are adjacent: a change of currency closes
      *an account, a change of id closes a customer.
       01  WS-TAX-CONTROL.
           03 WS-RPT-MONTH         PIC 9(06) VALUE ZERO.
           03 WS-ROW-DATE          PIC 9(08) VALUE ZERO.
           03 WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
              05 WS-ROW-MONTH      PIC 9(06).
              05 WS-ROW-DAY        PIC 9(02).
           03 WS-FIRST-ROW-SW      PIC X(01) VALUE 'Y'.
              88 FIRST-LEDGER-ROW         VALUE 'Y'.
              88 NOT-FIRST-LEDGER-ROW     VALUE 'N'.
           03 WS-CUST-OPEN-SW      PIC X(01) VALUE 'N'.
              88 CUSTOMER-BLOCK-OPEN      VALUE 'Y'.
              88 CUSTOMER-BLOCK-CLOSED    VALUE 'N'.
           03 WS-CURR-ID           PIC 9(05) VALUE ZERO.
           03 WS-CURR-CURRENCY     PIC 9(03) VALUE ZERO.
           03 WS-ACCT-COUNT        PIC 9(07) VALUE ZERO.
           03 WS-ACCT-GROSS        PIC 9(15) VALUE ZERO.
           03 WS-ACCT-TAX          PIC 9(15) VALUE ZERO.
           03 WS-ACCT-NET          PIC 9(15) VALUE ZERO.
           03 WS-CUR-FOUND-SW      PIC X(01) VALUE 'N'.
              88 CURRENCY-ROW-FOUND       VALUE 'Y'.
              88 CURRENCY-ROW-NOT-FOUND   VALUE 'N'.
           03 WS-REM-SUB           PIC 9(03) VALUE ZERO.
      *
      *WS-REM-TABLE accumulates the remittance per currency. It is
      *bounded at 50 currencies like the ODEVUC3 parameter tables; a
      *51st currency is flagged and the run ends with return code 4.
       01  WS-REM-TABLE.
           03 WS-REM-COUNT         PIC 9(03) VALUE ZERO.
           03 WS-REM-ENTRY OCCURS 50 TIMES
                           INDEXED BY REM-IDX.
              05 WS-REM-CURRENCY   PIC 9(03).
              05 WS-REM-BONUSES    PIC 9(07).
              05 WS-REM-ACCOUNTS   PIC 9(07).
              05 WS-REM-GROSS      PIC 9(15).
              05 WS-REM-TAX        PIC 9(15).
              05 WS-REM-NET        PIC 9(15).
      *
       01  WS-TAX-TOTALS.
           03 WS-LGR-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-LGR-MONTH-COUNT   PIC 9(07) VALUE ZERO.
           03 WS-GROSS-ROW-COUNT   PIC 9(07) VALUE ZERO.
           03 WS-TAX-ROW-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-CUSTOMER-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-ACCOUNT-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-REM-OVERFLOW      PIC 9(07) VALUE ZERO.
      *
       01  REM-HEADER-1.
           05  FILLER         PIC X(32) VALUE
               'WITHHOLDING TAX REMITTANCE     '.
           05  FILLER         PIC X(07) VALUE 'Month: '.
           05  REM-HDR-MONTH  PIC 9(06).
           05  FILLER         PIC X(55) VALUE SPACES.
      *
       01  REM-HEADER-2.
           05  FILLER         PIC X(05) VALUE 'Cur  '.
           05  FILLER         PIC X(10) VALUE '  Bonuses '.
           05  FILLER         PIC X(10) VALUE ' Accounts '.
           05  FILLER         PIC X(20) VALUE '         Gross paid '.
           05  FILLER         PIC X(20) VALUE '       Tax withheld '.
           05  FILLER         PIC X(20) VALUE '       Net credited '.
           05  FILLER         PIC X(15) VALUE SPACES.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(85) VALUE ALL '-'.
           05  FILLER         PIC X(15) VALUE SPACES.
      *
       01  REM-LINE.
           05  REM-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  REM-BONUSES    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  REM-ACCOUNTS   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  REM-GROSS      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  REM-TAX        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  REM-NET        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(16) VALUE SPACES.
      *
       01  NO-TAX-REC.
           05  FILLER         PIC X(36) VALUE
               'NO BONUS POSTINGS FOR THIS MONTH    '.
           05  FILLER         PIC X(64) VALUE SPACES.
      *
       01  CRT-HEADER-1.
           05  FILLER         PIC X(32) VALUE
               'TAX CERTIFICATE LISTING        '.
           05  FILLER         PIC X(07) VALUE 'Month: '.
           05  CRT-HDR-MONTH  PIC 9(06).
           05  FILLER         PIC X(55) VALUE SPACES.
      *
       01  CRT-CUST-LINE.
           05  FILLER         PIC X(10) VALUE 'Customer  '.
           05  CRT-ID         PIC 9(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRT-NAME       PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CRT-SURNAME    PIC X(15).
           05  FILLER         PIC X(52) VALUE SPACES.
      *
       01  CRT-COL-LINE.
           05  FILLER         PIC X(07) VALUE '  Cur  '.
           05  FILLER         PIC X(10) VALUE '  Bonuses '.
           05  FILLER         PIC X(20) VALUE '         Gross paid '.
           05  FILLER         PIC X(20) VALUE '       Tax withheld '.
           05  FILLER         PIC X(20) VALUE '       Net credited '.
           05  FILLER         PIC X(23) VALUE SPACES.
      *
       01  CRT-ACCT-LINE.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRT-CURRENCY   PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRT-BONUSES    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CRT-GROSS      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CRT-TAX        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CRT-NET        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(24) VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(61) VALUE SPACES.
      *My quality of life FILLERs and the supporting variables
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-READ-LEDGER UNTIL LGRFILE-EOF
           IF NOT-FIRST-LEDGER-ROW
              PERFORM H300-CLOSE-ACCOUNT
              END-IF
           PERFORM H400-WRITE-REMITTANCE
           PERFORM H450-WRITE-TOTALS
           PERFORM H999-PREPARE-EXIT.
           IF WS-REM-OVERFLOW > ZERO
              MOVE 4 TO RETURN-CODE
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *A missing LGRFILE means nothing has ever been posted; the
      *reports then say there is nothing to remit for the month.
       H100-OPEN-FILES.
           OPEN OUTPUT REMIT-FILE.
           IF (ST-REMIT-FILE NOT = 0) AND (ST-REMIT-FILE NOT = 97)
              DISPLAY 'TAXREM DID NOT OPEN PROPERLY: ' ST-REMIT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           OPEN OUTPUT CERT-FILE.
           IF (ST-CERT-FILE NOT = 0) AND (ST-CERT-FILE NOT = 97)
              DISPLAY 'TAXCRT DID NOT OPEN PROPERLY: ' ST-CERT-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           OPEN INPUT CONTROL-FILE.
           IF (ST-CONTROL-FILE NOT = 0) AND (ST-CONTROL-FILE NOT = 97)
              DISPLAY 'TAXCTL DID NOT OPEN PROPERLY: ' ST-CONTROL-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           READ CONTROL-FILE
              AT END MOVE SPACES TO CTL-REC
           END-READ.
           IF (CTL-MONTH IS NOT NUMERIC) OR
              (CTL-MONTH(5:2) < '01') OR (CTL-MONTH(5:2) > '12')
              DISPLAY 'TAXCTL MONTH NOT VALID: ' CTL-MONTH
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           MOVE CTL-MONTH TO WS-RPT-MONTH.
           IF CTL-LOCK-WAIT
              SET LOCK-DISP-WAIT TO TRUE
              END-IF.
           CLOSE CONTROL-FILE.
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
           MOVE WS-RPT-MONTH TO REM-HDR-MONTH.
           MOVE WS-RPT-MONTH TO CRT-HDR-MONTH.
           WRITE REM-REC FROM REM-HEADER-1.
           WRITE REM-REC FROM RULER-LINE.
           WRITE CRT-REC FROM CRT-HEADER-1.
           WRITE CRT-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
      *Only the month's bonus movements count: the gross credit
      *rows and the tax debit rows IDXPOST writes. Every other
      *source (maintenance, later programs) is read past.
       H200-READ-LEDGER.
           ADD 1 TO WS-LGR-READ-COUNT.
           IF FIRST-LEDGER-ROW
              MOVE LGR-ID       TO WS-CURR-ID
              MOVE LGR-CURRENCY TO WS-CURR-CURRENCY
              SET NOT-FIRST-LEDGER-ROW TO TRUE
           ELSE
              IF (LGR-ID NOT = WS-CURR-ID) OR
                 (LGR-CURRENCY NOT = WS-CURR-CURRENCY)
                 PERFORM H300-CLOSE-ACCOUNT
                 IF LGR-ID NOT = WS-CURR-ID
                    SET CUSTOMER-BLOCK-CLOSED TO TRUE
                    END-IF
                 MOVE LGR-ID       TO WS-CURR-ID
                 MOVE LGR-CURRENCY TO WS-CURR-CURRENCY
                 END-IF
              END-IF.
           MOVE LGR-BUS-DATE TO WS-ROW-DATE.
           IF WS-ROW-MONTH = WS-RPT-MONTH
              ADD 1 TO WS-LGR-MONTH-COUNT
              IF LGR-SOURCE = 'IDXPOST '
                 ADD 1 TO WS-GROSS-ROW-COUNT
                 ADD 1 TO WS-ACCT-COUNT
                 ADD LGR-AMOUNT TO WS-ACCT-GROSS
                 END-IF
              IF LGR-SOURCE = 'IDXPTAX '
                 ADD 1 TO WS-TAX-ROW-COUNT
                 ADD LGR-AMOUNT TO WS-ACCT-TAX
                 END-IF
              END-IF.
           PERFORM H210-READ-ONE-ROW.
       H200-END. EXIT.
      *
       H210-READ-ONE-ROW.
           READ LEDGER-FILE NEXT RECORD
              AT END SET LGRFILE-EOF TO TRUE
           END-READ.
       H210-END. EXIT.
      *
      *An account that took a bonus this month gets its certificate
      *line and goes into its currency's remittance; the customer's
      *name line is written ahead of the first such account.
       H300-CLOSE-ACCOUNT.
           IF WS-ACCT-COUNT > ZERO
              IF WS-ACCT-TAX > WS-ACCT-GROSS
                 MOVE ZERO TO WS-ACCT-NET
              ELSE
                 COMPUTE WS-ACCT-NET = WS-ACCT-GROSS - WS-ACCT-TAX
                 END-IF
              IF CUSTOMER-BLOCK-CLOSED
                 PERFORM H310-OPEN-CUSTOMER-BLOCK
                 END-IF
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE SPACES TO CRT-REC
              MOVE WS-CURR-CURRENCY TO CRT-CURRENCY
              MOVE WS-ACCT-COUNT    TO CRT-BONUSES
              MOVE WS-ACCT-GROSS    TO CRT-GROSS
              MOVE WS-ACCT-TAX      TO CRT-TAX
              MOVE WS-ACCT-NET      TO CRT-NET
              WRITE CRT-REC FROM CRT-ACCT-LINE
              PERFORM H320-ADD-TO-REMITTANCE
              END-IF.
           MOVE ZERO TO WS-ACCT-COUNT.
           MOVE ZERO TO WS-ACCT-GROSS.
           MOVE ZERO TO WS-ACCT-TAX.
           MOVE ZERO TO WS-ACCT-NET.
       H300-END. EXIT.
      *
      *The name is the one on the account the block opens with; an
      *account deleted since the posting is still certified, named
      *as no longer on the master.
       H310-OPEN-CUSTOMER-BLOCK.
           SET CUSTOMER-BLOCK-OPEN TO TRUE.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE WS-CURR-ID       TO IDX-ID.
           MOVE WS-CURR-CURRENCY TO IDX-CURRENCY.
           MOVE WS-CURR-ID       TO CRT-ID.
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE 'NOT ON MASTER  ' TO CRT-NAME
                 MOVE SPACES            TO CRT-SURNAME
              NOT INVALID KEY
                 MOVE IDX-NAME    TO CRT-NAME
                 MOVE IDX-SURNAME TO CRT-SURNAME
           END-READ.
           MOVE SPACES TO CRT-REC.
           WRITE CRT-REC.
           WRITE CRT-REC FROM CRT-CUST-LINE.
           WRITE CRT-REC FROM CRT-COL-LINE.
       H310-END. EXIT.
      *
       H320-ADD-TO-REMITTANCE.
           SET CURRENCY-ROW-NOT-FOUND TO TRUE.
           IF WS-REM-COUNT > ZERO
              SET REM-IDX TO 1
              SEARCH WS-REM-ENTRY
                 AT END
                    CONTINUE
                 WHEN (REM-IDX <= WS-REM-COUNT) AND
                      (WS-REM-CURRENCY(REM-IDX) = WS-CURR-CURRENCY)
                    SET CURRENCY-ROW-FOUND TO TRUE
              END-SEARCH
              END-IF.
           IF CURRENCY-ROW-NOT-FOUND
              IF WS-REM-COUNT >= 50
                 DISPLAY 'TAXREM CURRENCY LEFT OFF - OVER 50 '
                    'CURRENCIES: ' WS-CURR-CURRENCY
                 ADD 1 TO WS-REM-OVERFLOW
              ELSE
                 ADD 1 TO WS-REM-COUNT
                 SET REM-IDX TO WS-REM-COUNT
                 MOVE WS-CURR-CURRENCY TO WS-REM-CURRENCY(REM-IDX)
                 MOVE ZERO TO WS-REM-BONUSES(REM-IDX)
                 MOVE ZERO TO WS-REM-ACCOUNTS(REM-IDX)
                 MOVE ZERO TO WS-REM-GROSS(REM-IDX)
                 MOVE ZERO TO WS-REM-TAX(REM-IDX)
                 MOVE ZERO TO WS-REM-NET(REM-IDX)
                 SET CURRENCY-ROW-FOUND TO TRUE
              END-IF
              END-IF.
           IF CURRENCY-ROW-FOUND
              ADD WS-ACCT-COUNT TO WS-REM-BONUSES(REM-IDX)
              ADD 1             TO WS-REM-ACCOUNTS(REM-IDX)
              ADD WS-ACCT-GROSS TO WS-REM-GROSS(REM-IDX)
              ADD WS-ACCT-TAX   TO WS-REM-TAX(REM-IDX)
              ADD WS-ACCT-NET   TO WS-REM-NET(REM-IDX)
              END-IF.
       H320-END. EXIT.
      *
       H400-WRITE-REMITTANCE.
           WRITE REM-REC FROM REM-HEADER-2.
           IF WS-REM-COUNT = ZERO
              WRITE REM-REC FROM NO-TAX-REC
              END-IF.
           MOVE 1 TO WS-REM-SUB.
           PERFORM H410-WRITE-ONE-CURRENCY
              THRU H410-WRITE-ONE-CURRENCY-END
              UNTIL WS-REM-SUB > WS-REM-COUNT.
           WRITE REM-REC FROM RULER-LINE.
           IF WS-ACCOUNT-COUNT = ZERO
              MOVE SPACES TO CRT-REC
              WRITE CRT-REC
              WRITE CRT-REC FROM NO-TAX-REC
              END-IF.
       H400-END. EXIT.
      *
       H410-WRITE-ONE-CURRENCY.
           MOVE WS-REM-CURRENCY(WS-REM-SUB) TO REM-CURRENCY.
           MOVE WS-REM-BONUSES(WS-REM-SUB)  TO REM-BONUSES.
           MOVE WS-REM-ACCOUNTS(WS-REM-SUB) TO REM-ACCOUNTS.
           MOVE WS-REM-GROSS(WS-REM-SUB)    TO REM-GROSS.
           MOVE WS-REM-TAX(WS-REM-SUB)      TO REM-TAX.
           MOVE WS-REM-NET(WS-REM-SUB)      TO REM-NET.
           WRITE REM-REC FROM REM-LINE.
           ADD 1 TO WS-REM-SUB.
       H410-WRITE-ONE-CURRENCY-END. EXIT.
      *
      *Every bonus IDXPOST taxed left one gross row and one tax row,
      *so the two row counts side by side show at a glance how many
      *of the month's bonuses were paid gross (exempt or untaxed).
       H450-WRITE-TOTALS.
           MOVE SPACES TO REM-REC.
           WRITE REM-REC.
           MOVE 'Ledger rows read              ' TO TOT-LABEL.
           MOVE WS-LGR-READ-COUNT TO TOT-COUNT.
           WRITE REM-REC FROM TOTAL-LINE.
           MOVE 'Ledger rows in the month      ' TO TOT-LABEL.
           MOVE WS-LGR-MONTH-COUNT TO TOT-COUNT.
           WRITE REM-REC FROM TOTAL-LINE.
           MOVE 'Gross bonus credits           ' TO TOT-LABEL.
           MOVE WS-GROSS-ROW-COUNT TO TOT-COUNT.
           WRITE REM-REC FROM TOTAL-LINE.
           MOVE 'Tax withholding debits        ' TO TOT-LABEL.
           MOVE WS-TAX-ROW-COUNT TO TOT-COUNT.
           WRITE REM-REC FROM TOTAL-LINE.
           MOVE 'Customers certified           ' TO TOT-LABEL.
           MOVE WS-CUSTOMER-COUNT TO TOT-COUNT.
           WRITE REM-REC FROM TOTAL-LINE.
           MOVE 'Accounts certified            ' TO TOT-LABEL.
           MOVE WS-ACCOUNT-COUNT TO TOT-COUNT.
           WRITE REM-REC FROM TOTAL-LINE.
           IF WS-REM-OVERFLOW > ZERO
              MOVE 'Accounts left off remittance  ' TO TOT-LABEL
              MOVE WS-REM-OVERFLOW TO TOT-COUNT
              WRITE REM-REC FROM TOTAL-LINE
              END-IF.
       H450-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on a TAXCTL WAIT card, is retried a bounded
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
           MOVE 'TAXRPT  ' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'TAXRPT  '
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
           CLOSE CONTROL-FILE.
           CLOSE REMIT-FILE.
           CLOSE CERT-FILE.
       H999-END. EXIT.
      *

      *are not sign-off clean); XTRFILE's detail rows and trailer
      *count must agree with each other and with the matched count on
      *the HSTFILE row for the date; and the AUDFILE bonus total must
      *equal the bonus total that HSTFILE row carries. Since bonuses
      *are taxed at source each AUDFILE row must also split cleanly
      *into tax withheld plus net credited, PSTFILE must carry the
      *same tax and net, and the gross on the date's XTRFILE details
      *must total to the AUDFILE gross. RECFILE is the
      *discrepancy report the auditors asked for: one line per thing
      *that is off, control totals, and a sign-off verdict.
      *
           03 AUDREC-BAND          PIC 9(02).
           03 FILLER               PIC X(02).
           03 AUDREC-BUS-DATE      PIC 9(08).
           03 FILLER               PIC X(02).
           03 AUDREC-TAX           PIC 9(09).
           03 FILLER               PIC X(02).
           03 AUDREC-NET           PIC 9(09).
      *
      *PST-REC mirrors the print line IDXPOST writes. PSTFILE is a
      *report, so headers and trailer lines ride along with the
           03 PSTREC-BONUS         PIC X(09).
           03 FILLER               PIC X(02).
           03 PSTREC-RESULT        PIC X(30).
           03 FILLER               PIC X(02).
           03 PSTREC-TAX           PIC X(09).
           03 FILLER               PIC X(02).
           03 PSTREC-NET           PIC X(09).
      *
      *XTR-REC mirrors the extract record ODEVUC3 writes.
       FD  EXTRACT-FILE RECORDING MODE F.
              05 XTRREC-BALANCE    PIC 9(15).
              05 XTRREC-TRY-EQUIV  PIC 9(15).
              05 XTRREC-BUS-DATE   PIC 9(08).
              05 XTRREC-GROSS      PIC 9(09).
              05 XTRREC-TAX        PIC 9(09).
              05 XTRREC-NET        PIC 9(09).
           03 XTRREC-TRAILER-DATA REDEFINES XTRREC-DETAIL-DATA.
              05 XTRREC-COUNT      PIC 9(07).
              05 FILLER            PIC X(66).
      *
      *HST-REC mirrors the run-history record ODEVUC3 writes.
       FD  HISTORY-FILE RECORDING MODE F.
              88 XTR-TRAILER-SEEN         VALUE 'Y'.
              88 XTR-TRAILER-NOT-SEEN     VALUE 'N'.
           03 WS-AUD-BONUS-TOTAL   PIC 9(15) VALUE ZERO.
           03 WS-AUD-TAX-TOTAL     PIC 9(15) VALUE ZERO.
           03 WS-AUD-NET-TOTAL     PIC 9(15) VALUE ZERO.
           03 WS-XTR-GROSS-TOTAL   PIC 9(15) VALUE ZERO.
           03 WS-HST-MATCHED       PIC 9(07) VALUE ZERO.
           03 WS-HST-BONUS         PIC 9(15) VALUE ZERO.
           03 WS-DISC-COUNT        PIC 9(07) VALUE ZERO.
           IF AUDREC-BUS-DATE = WS-RECON-DATE
              ADD 1 TO WS-AUD-DATE-COUNT
              ADD AUDREC-BONUS TO WS-AUD-BONUS-TOTAL
              ADD AUDREC-TAX   TO WS-AUD-TAX-TOTAL
              ADD AUDREC-NET   TO WS-AUD-NET-TOTAL
           ELSE
              ADD 1 TO WS-AUD-ODATE-COUNT
           END-IF.
           IF AUDREC-TAX + AUDREC-NET NOT = AUDREC-BONUS
              MOVE 'AUDIT TAX PLUS NET NE GROSS BONUS' TO DISC-TEXT
              MOVE AUDREC-ID       TO DISC-ID
              MOVE AUDREC-CURRENCY TO DISC-CURRENCY
              PERFORM H500-WRITE-DISCREPANCY
              END-IF.
           PERFORM H210-NEXT-POSTING-DETAIL.
           IF PST-NO-MORE-DETAILS
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE AUDREC-CURRENCY TO DISC-CURRENCY
              PERFORM H500-WRITE-DISCREPANCY
              END-IF.
           IF (PSTREC-TAX NOT = AUDREC-TAX) OR
              (PSTREC-NET NOT = AUDREC-NET)
              MOVE 'PSTFILE TAX/NET DOES NOT MATCH AUDIT' TO DISC-TEXT
              MOVE AUDREC-ID       TO DISC-ID
              MOVE AUDREC-CURRENCY TO DISC-CURRENCY
              PERFORM H500-WRITE-DISCREPANCY
              END-IF.
           EVALUATE TRUE
              WHEN PSTREC-RESULT = 'POSTED'
                 ADD 1 TO WS-POSTED-COUNT
              ADD 1 TO WS-XTR-SINCE-TRL
              IF XTRREC-BUS-DATE = WS-RECON-DATE
                 ADD 1 TO WS-XTR-DETAIL-COUNT
                 ADD XTRREC-GROSS TO WS-XTR-GROSS-TOTAL
              ELSE
                 ADD 1 TO WS-XTR-ODATE-COUNT
              END-IF
                 PERFORM H500-WRITE-DISCREPANCY
                 END-IF
              END-IF.
           IF WS-XTR-GROSS-TOTAL NOT = WS-AUD-BONUS-TOTAL
              MOVE 'XTRFILE GROSS NE AUDFILE BONUS' TO DISC-TEXT
              MOVE SPACES TO DISC-ID DISC-CURRENCY
              PERFORM H500-WRITE-DISCREPANCY
              END-IF.
       H360-END. EXIT.
      *
       H400-WRITE-TOTALS.
           MOVE 'History bonus total           ' TO MNY-LABEL.
           MOVE WS-HST-BONUS TO MNY-AMOUNT.
           WRITE RPT-REC FROM MONEY-LINE.
           MOVE 'Audit tax withheld total      ' TO MNY-LABEL.
           MOVE WS-AUD-TAX-TOTAL TO MNY-AMOUNT.
           WRITE RPT-REC FROM MONEY-LINE.
           MOVE 'Audit net credited total      ' TO MNY-LABEL.
           MOVE WS-AUD-NET-TOTAL TO MNY-AMOUNT.
           WRITE RPT-REC FROM MONEY-LINE.
           MOVE 'Extract gross bonus total     ' TO MNY-LABEL.
           MOVE WS-XTR-GROSS-TOTAL TO MNY-AMOUNT.
           WRITE RPT-REC FROM MONEY-LINE.
           MOVE 'Discrepancies                 ' TO TOT-LABEL.
           MOVE WS-DISC-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.

       FILE SECTION.
      *JRN-REC mirrors the journal record IDXMNT writes, field for
      *field - if the JRNFILE layout changes there it changes here.
      *The date stamp is for the FILARCH retention job and the maker
      *and approver are for the audit trail; the reversal needs
      *none of them.
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JRN-REC                 PIC X(86).
      *
      *BKO-REC mirrors IDXMNT's TRAN-REC field-for-field so BKOFILE
      *can be fed to IDXMNT as its TRANFILE without conversion. The
      *maker on a reversal is this program; any reversal the
      *maker-checker rule catches waits for a person to approve it.
       FD  BACKOUT-FILE RECORDING MODE F.
       01  BKO-REC.
           03 BKOREC-CODE          PIC X(01).
           03 BKOREC-BDAY          PIC X(07).
           03 BKOREC-BALANCE       PIC X(15).
           03 BKOREC-STATUS        PIC X(01).
           03 BKOREC-MAKER         PIC X(08).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
              88 BKOFILE-SUCCESS             VALUE 00 97.
      *
      *WS-JRN-WORK is the journal row being unpacked: the whole row
      *is held as one X(86) image in the table and picked apart here.
       01  WS-JRN-WORK.
           03 WS-JRN-IMAGE         PIC X(86).
           03 WS-JRN-FIELDS REDEFINES WS-JRN-IMAGE.
              05 WS-JRN-CODE       PIC X(01).
                 88 JRN-ADDED            VALUE 'A'.
              05 WS-JRN-BALANCE    PIC X(15).
              05 WS-JRN-STATUS     PIC X(01).
              05 WS-JRN-BUS-DATE   PIC X(08).
              05 WS-JRN-MAKER      PIC X(08).
              05 WS-JRN-APPROVER   PIC X(08).
      *
      *WS-JRN-TABLE holds the whole journal so it can be walked
      *backwards: reversing transactions have to come out newest
           03 WS-JRN-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-JRN-COUNT
                            INDEXED BY JRN-IDX.
              05 WS-JRN-ROW        PIC X(86).
           03 WS-JRN-SUB           PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-BKO-TOTALS.
           MOVE SPACES TO BKO-REC.
           MOVE WS-JRN-ID       TO BKOREC-ID.
           MOVE WS-JRN-CURRENCY TO BKOREC-CURRENCY.
           MOVE 'IDXBKOUT'      TO BKOREC-MAKER.
           IF JRN-ADDED
              MOVE 'D' TO BKOREC-CODE
              ADD 1 TO WS-BKO-DELETE-COUNT

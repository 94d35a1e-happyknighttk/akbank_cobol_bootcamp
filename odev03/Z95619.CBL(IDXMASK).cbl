       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXMASK.
       AUTHOR. Tolga Kayis.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO MSKCTL
                                STATUS ST-CONTROL-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT LEDGER-FILE   ASSIGN TO LGRFILE
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY LGR-KEY
                                STATUS ST-LEDGER-FILE.
           SELECT QUARANTINE-FILE ASSIGN TO QRNFILE
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY QRN-KEY
                                STATUS ST-QUARANTINE-FILE.
           SELECT MASK-INDEX-FILE ASSIGN TO MSKIDX
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY MIX-KEY
                                STATUS ST-MASK-INDEX-FILE.
           SELECT MASK-LEDGER-FILE ASSIGN TO MSKLGR
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY MLG-KEY
                                STATUS ST-MASK-LEDGER-FILE.
           SELECT MASK-QUARANTINE-FILE ASSIGN TO MSKQRN
                                ORGANIZATION INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY MQR-KEY
                                STATUS ST-MASK-QUARANTINE-FILE.
           SELECT REPORT-FILE   ASSIGN TO MSKRPT
                                STATUS ST-REPORT-FILE.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
      *IDXMASK builds the masked test set: MSKIDX, MSKLGR and MSKQRN
      *are copies of IDXFILE, LGRFILE and QRNFILE with the customer
      *taken out of them, for loading into the test region. Every
      *key is copied as it is, so ledger rows still find their
      *masters and quarantined keys still inquire as QUARANTINED.
      *IDX-NAME, IDX-SURNAME and IDX-BDAY are replaced by fictitious
      *values worked out from the person, not drawn at random: the
      *name and surname as IDXMATCH keys them (upper-cased, spaces
      *squeezed out) and the birthday, with the MSKCTL masking key
      *in front, are hashed into the seed of a number stream and
      *every byte is then replaced off that stream. The same person
      *therefore masks the same way on every run and under every id
      *held, 'Ali  Veli' and 'ALI VELI' still come out as a near
      *match of each other, and two different people stay different.
      *Every non-blank byte is replaced - a lower-case letter by a
      *lower-case letter, a digit by a digit, anything else by a
      *capital - and the blanks stay where they were, so case and
      *spacing survive too. Without the masking key the hash could be
      *run over a list of common names, so the card is required and
      *the key is kept as carefully as the production data itself.
      *A birthday that is a real Julian date (the round-trip
      *CHECK-BIRTHDAY in ODEVUC3 uses) becomes another real date up to
      *five years either way; one that is numeric but not a date
      *becomes day 000 of a masked year, which is still not a date,
      *and a zero birthday stays zero. A packed field with bad bytes
      *keeps them: only its digit nibbles are replaced, the bad ones
      *and the sign are left where they are, so the record is still
      *a BAD BIRTHDAY case for IDXSCAN, IDXQRTN and ODEVUC3. QRNFILE
      *bodies are treated the same way and nothing else in them is
      *touched, bad packed balances and status bytes included.
      *The MSKCTL scale factor (blank for none) multiplies every
      *balance, rounded to the unit: IDX-BALANCE, QRN-BALANCE when it
      *is numeric, and the ledger pre- and post-balances. The ledger
      *amount is then taken again as the difference of the scaled
      *balances, so each row still chains onto the one before and
      *LGRPROOF agrees on the test set wherever it agrees on
      *production.
      *MSKRPT is the manifest: for each file what was read, written
      *and masked, and the check. After masking, every record is
      *compared with the one it came from - the key must be the
      *same, and no name, surname or birthday that had anything in it
      *may come out equal to its original or still match it the way
      *IDXMATCH matches, and a birthday must still be a date or still
      *not be one. A record that fails is withheld from the test set
      *and counted, so nothing unmasked is ever written.
      *LCKFILE is the shared IDXFILE run-lock (see LCKREC): the three
      *files are read under it so the master and its ledger are taken
      *at the same moment.
      *
      *Return codes, for the scheduler:
      *   0 = clean
      *   4 = a test-set record did not write, or a balance or ledger
      *       row could not be scaled and was copied as it stood
      *   8 = MSKCTL card unusable, or a record failed the masking
      *       check and was withheld
      *  12 = file open failure, or IDXFILE run-lock refused
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 CTL-MASK-KEY         PIC X(16).
           03 FILLER               PIC X(02).
           03 CTL-SCALE-X          PIC X(07).
           03 CTL-SCALE REDEFINES CTL-SCALE-X
                                   PIC 9(03)V9(04).
           03 FILLER               PIC X(02).
           03 CTL-LOCK-DISP        PIC X(05).
              88 CTL-LOCK-WAIT           VALUE 'WAIT '.
      *
       FD  INDEX-FILE.
       COPY IDXREC.
      *
       FD  LEDGER-FILE.
       COPY LGRREC.
      *
       FD  QUARANTINE-FILE.
       COPY QRNREC.
      *
      *The test-set records are the production layouts byte for byte
      *(IDXREC, LGRREC, QRNREC); only the key is cut out of them.
       FD  MASK-INDEX-FILE.
       01  MIX-REC.
           03 MIX-KEY              PIC X(05).
           03 MIX-DATA             PIC X(43).
      *
       FD  MASK-LEDGER-FILE.
       01  MLG-REC.
           03 MLG-KEY              PIC X(26).
           03 MLG-DATA             PIC X(54).
      *
       FD  MASK-QUARANTINE-FILE.
       01  MQR-REC.
           03 MQR-KEY              PIC X(05).
           03 MQR-DATA             PIC X(43).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                 PIC X(100).
      *
       FD  LOCK-FILE RECORDING MODE F.
       COPY LCKREC.
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 MSKCTL-SUCCESS              VALUE 00 97.
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
           03 ST-MASK-INDEX-FILE   PIC 9(02).
              88 MSKIDX-SUCCESS              VALUE 00 97.
           03 ST-MASK-LEDGER-FILE  PIC 9(02).
              88 MSKLGR-SUCCESS              VALUE 00 97.
           03 ST-MASK-QUARANTINE-FILE PIC 9(02).
              88 MSKQRN-SUCCESS              VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 MSKRPT-SUCCESS              VALUE 00 97.
           03 ST-LOCK-FILE         PIC 9(02).
              88 LCKFILE-SUCCESS             VALUE 00 97.
              88 LCKFILE-NOTFOUND            VALUE 35.
           03 WS-LEDGER-SW         PIC X(01) VALUE 'N'.
              88 LEDGER-AVAILABLE            VALUE 'Y'.
              88 LEDGER-MISSING              VALUE 'N'.
           03 WS-QUARANTINE-SW     PIC X(01) VALUE 'N'.
              88 QUARANTINE-AVAILABLE        VALUE 'Y'.
              88 QUARANTINE-MISSING          VALUE 'N'.
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
      *WS-MASKING holds the MSKCTL card once it has passed its edits.
       01  WS-MASKING.
           03 WS-MASK-KEY          PIC X(16) VALUE SPACES.
           03 WS-SCALE             PIC 9(03)V9(04) VALUE ZERO.
           03 WS-SCALE-SW          PIC X(01) VALUE 'N'.
              88 SCALE-BALANCES           VALUE 'Y'.
              88 KEEP-BALANCES            VALUE 'N'.
           03 WS-RUN-YEAR          PIC 9(04) VALUE ZERO.
           03 WS-RUN-DATE          PIC 9(08) VALUE ZERO.
           03 WS-RUN-TIME          PIC 9(06) VALUE ZERO.
      *
      *WS-ORG-IMAGE and WS-MSK-IMAGE are a master record byte for
      *byte (IDXREC - a QRNREC body is the same layout behind the
      *same key), moved in as a group so a bad packed field arrives
      *exactly as it was. The original is kept aside untouched for
      *the check; the masked one is what gets written.
       01  WS-ORG-IMAGE.
           03 WS-ORG-KEY           PIC X(05).
           03 WS-ORG-NAME          PIC X(15).
           03 WS-ORG-SURNAME       PIC X(15).
           03 WS-ORG-BDAY-BYTES    PIC X(04).
           03 WS-ORG-BDAY REDEFINES WS-ORG-BDAY-BYTES
                                   PIC S9(07) COMP-3.
           03 WS-ORG-BALANCE-BYTES PIC X(08).
           03 WS-ORG-BALANCE REDEFINES WS-ORG-BALANCE-BYTES
                                   PIC S9(15) COMP-3.
           03 WS-ORG-STATUS        PIC X(01).
      *
       01  WS-MSK-IMAGE.
           03 WS-MSK-KEY           PIC X(05).
           03 WS-MSK-NAME          PIC X(15).
           03 WS-MSK-SURNAME       PIC X(15).
           03 WS-MSK-BDAY-BYTES    PIC X(04).
           03 WS-MSK-BDAY REDEFINES WS-MSK-BDAY-BYTES
                                   PIC S9(07) COMP-3.
           03 WS-MSK-BALANCE-BYTES PIC X(08).
           03 WS-MSK-BALANCE REDEFINES WS-MSK-BALANCE-BYTES
                                   PIC S9(15) COMP-3.
           03 WS-MSK-STATUS        PIC X(01).
      *
      *WS-IMAGE-CONTROL carries the person in hand: the IDXMATCH keys
      *of the original name and surname, what the birthday was, and
      *whether the record passed the check.
       01  WS-IMAGE-CONTROL.
           03 WS-ORG-NAME-KEY      PIC X(15) VALUE SPACES.
           03 WS-ORG-SURNAME-KEY   PIC X(15) VALUE SPACES.
           03 WS-ORG-DATE-SW       PIC X(01) VALUE 'N'.
              88 ORG-BDAY-IS-DATE         VALUE 'Y'.
              88 ORG-BDAY-NOT-DATE        VALUE 'N'.
           03 WS-BDAY-KIND-SW      PIC X(01) VALUE 'Z'.
              88 BDAY-KIND-DATE           VALUE 'D'.
              88 BDAY-KIND-NOT-DATE       VALUE 'N'.
              88 BDAY-KIND-ZERO           VALUE 'Z'.
              88 BDAY-KIND-BAD-BYTES      VALUE 'B'.
              88 BDAY-KIND-NO-DIGITS      VALUE 'X'.
           03 WS-IMAGE-SW          PIC X(01) VALUE 'Y'.
              88 IMAGE-CLEAN              VALUE 'Y'.
              88 IMAGE-HELD-BACK          VALUE 'N'.
      *
      *WS-RND-CONTROL is the number stream. WS-SEED-TEXT is the
      *masking key, the two name keys and the birthday, hashed a byte
      *at a time into WS-RND-STATE; every draw after that is the
      *minimal standard generator (times 48271, modulo the prime
      *2147483647), and WS-RND-PICK is the draw reduced to the range
      *asked for. The state never reaches zero once it is seeded.
       01  WS-RND-CONTROL.
           03 WS-SEED-TEXT         PIC X(53) VALUE SPACES.
           03 WS-SEED-SUB          PIC 9(02) VALUE ZERO.
           03 WS-RND-STATE         PIC 9(10) VALUE 1.
           03 WS-RND-WORK          PIC 9(15) VALUE ZERO.
           03 WS-RND-QUOT          PIC 9(15) VALUE ZERO.
           03 WS-RND-RANGE         PIC 9(03) VALUE 1.
           03 WS-RND-PICK          PIC 9(03) VALUE ZERO.
           03 WS-RND-MODULUS       PIC 9(10) VALUE 2147483647.
      *
      *WS-NORM-CONTROL builds a matching key out of one name field
      *exactly the way IDXMATCH does: upper-cased, then copied a byte
      *at a time with the spaces dropped.
       01  WS-NORM-CONTROL.
           03 WS-NORM-IN           PIC X(15) VALUE SPACES.
           03 WS-NORM-OUT          PIC X(15) VALUE SPACES.
           03 WS-NORM-SUB          PIC 9(02) VALUE ZERO.
           03 WS-NORM-OUT-LEN      PIC 9(02) VALUE ZERO.
           03 WS-LOWER-CASE        PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           03 WS-UPPER-CASE        PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03 WS-DIGITS            PIC X(10) VALUE '0123456789'.
      *
      *WS-NAME-CONTROL masks one name field. WS-NM-FIRST remembers the
      *first byte replaced and what it was replaced from, so that a
      *draw that happens to give the original back can be moved on by
      *one letter (or digit) there.
       01  WS-NAME-CONTROL.
           03 WS-NM-IN             PIC X(15) VALUE SPACES.
           03 WS-NM-OUT            PIC X(15) VALUE SPACES.
           03 WS-NM-KEY            PIC X(15) VALUE SPACES.
           03 WS-NM-BYTE           PIC X(01) VALUE SPACE.
           03 WS-NM-SUB            PIC 9(02) VALUE ZERO.
           03 WS-NM-FIRST          PIC 9(02) VALUE ZERO.
           03 WS-NM-FIRST-PICK     PIC 9(03) VALUE ZERO.
           03 WS-NM-FIRST-CLASS    PIC X(01) VALUE SPACE.
              88 NM-FIRST-UPPER           VALUE 'U'.
              88 NM-FIRST-LOWER           VALUE 'L'.
              88 NM-FIRST-DIGIT           VALUE 'D'.
      *
      *WS-BDAY-CONTROL works on a birthday as YYYYDDD. The Julian
      *check is the CHECK-BIRTHDAY round trip.
       01  WS-BDAY-CONTROL.
           03 WS-JUL-BDAY          PIC 9(07) VALUE ZERO.
           03 WS-JUL-PARTS REDEFINES WS-JUL-BDAY.
              05 WS-JUL-YEAR       PIC 9(04).
              05 WS-JUL-DAY        PIC 9(03).
           03 WS-JUL-INT           PIC 9(07) VALUE ZERO.
           03 WS-JUL-GREG          PIC 9(08) VALUE ZERO.
           03 WS-JUL-ROUNDTRIP     PIC 9(07) VALUE ZERO.
           03 WS-JUL-SW            PIC X(01) VALUE 'N'.
              88 BDAY-IS-DATE             VALUE 'Y'.
              88 BDAY-NOT-DATE            VALUE 'N'.
           03 WS-NEW-YEAR          PIC 9(04) VALUE ZERO.
           03 WS-NEW-DAY           PIC 9(03) VALUE ZERO.
           03 WS-YEAR-DAYS         PIC 9(03) VALUE ZERO.
           03 WS-LEAP-QUOT         PIC 9(04) VALUE ZERO.
           03 WS-LEAP-REM-4        PIC 9(03) VALUE ZERO.
           03 WS-LEAP-REM-100      PIC 9(03) VALUE ZERO.
           03 WS-LEAP-REM-400      PIC 9(03) VALUE ZERO.
      *
      *WS-NIB-CONTROL takes a bad packed birthday apart a half-byte
      *at a time: a nibble 0-9 in a digit position is replaced, any
      *other nibble and the sign nibble are kept.
       01  WS-NIB-CONTROL.
           03 WS-NIB-SUB           PIC 9(01) VALUE ZERO.
           03 WS-NIB-VALUE         PIC 9(03) VALUE ZERO.
           03 WS-NIB-HIGH          PIC 9(02) VALUE ZERO.
           03 WS-NIB-LOW           PIC 9(02) VALUE ZERO.
           03 WS-NIB-DIGITS        PIC 9(02) VALUE ZERO.
           03 WS-NIB-FIRST-SUB     PIC 9(01) VALUE ZERO.
           03 WS-NIB-FIRST-HALF    PIC X(01) VALUE SPACE.
              88 NIB-FIRST-HIGH           VALUE 'H'.
              88 NIB-FIRST-LOW            VALUE 'L'.
      *
      *WS-SCALE-CONTROL scales one balance.
       01  WS-SCALE-CONTROL.
           03 WS-SCL-IN            PIC S9(15) VALUE ZERO.
           03 WS-SCL-OUT           PIC S9(15) VALUE ZERO.
           03 WS-SCL-PRE           PIC S9(15) VALUE ZERO.
           03 WS-SCL-SW            PIC X(01) VALUE 'Y'.
              88 SCALE-OK                 VALUE 'Y'.
              88 SCALE-OVERFLOW           VALUE 'N'.
      *
      *WS-IMG-TALLY counts one pass over a master-layout file (the
      *master, then quarantine); it is reported and cleared at the end
      *of each. Every name and surname read is either masked or was
      *blank; every birthday lands in exactly one of its five kinds.
       01  WS-IMG-TALLY.
           03 WS-IMG-READ          PIC 9(07) VALUE ZERO.
           03 WS-IMG-WRITTEN       PIC 9(07) VALUE ZERO.
           03 WS-IMG-WITHHELD      PIC 9(07) VALUE ZERO.
           03 WS-IMG-NAME-MASKED   PIC 9(07) VALUE ZERO.
           03 WS-IMG-NAME-BLANK    PIC 9(07) VALUE ZERO.
           03 WS-IMG-SNAME-MASKED  PIC 9(07) VALUE ZERO.
           03 WS-IMG-SNAME-BLANK   PIC 9(07) VALUE ZERO.
           03 WS-IMG-BDAY-DATE     PIC 9(07) VALUE ZERO.
           03 WS-IMG-BDAY-NOT-DATE PIC 9(07) VALUE ZERO.
           03 WS-IMG-BDAY-ZERO     PIC 9(07) VALUE ZERO.
           03 WS-IMG-BDAY-BAD      PIC 9(07) VALUE ZERO.
           03 WS-IMG-BDAY-NO-DIGIT PIC 9(07) VALUE ZERO.
           03 WS-IMG-BAL-SCALED    PIC 9(07) VALUE ZERO.
           03 WS-IMG-BAL-RAW       PIC 9(07) VALUE ZERO.
           03 WS-IMG-BAL-OVERFLOW  PIC 9(07) VALUE ZERO.
           03 WS-IMG-UNMASKED      PIC 9(07) VALUE ZERO.
           03 WS-IMG-KEY-ALTERED   PIC 9(07) VALUE ZERO.
           03 WS-IMG-DATE-BROKEN   PIC 9(07) VALUE ZERO.
      *
      *WS-MSK-TOTALS: the ledger pass, and the run as a whole for the
      *manifest's check and the return code.
       01  WS-MSK-TOTALS.
           03 WS-LGR-READ-COUNT    PIC 9(07) VALUE ZERO.
           03 WS-LGR-WRITE-COUNT   PIC 9(07) VALUE ZERO.
           03 WS-LGR-SCALED-COUNT  PIC 9(07) VALUE ZERO.
           03 WS-LGR-RAW-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-WRITE-FAIL-COUNT  PIC 9(07) VALUE ZERO.
           03 WS-UNMASKED-TOTAL    PIC 9(07) VALUE ZERO.
           03 WS-BROKEN-TOTAL      PIC 9(07) VALUE ZERO.
           03 WS-WITHHELD-TOTAL    PIC 9(07) VALUE ZERO.
           03 WS-UNSCALED-TOTAL    PIC 9(07) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'MASKED TEST SET - MANIFEST             '.
           05  FILLER         PIC X(04) VALUE 'Run '.
           05  HDR-DATE       PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  HDR-TIME       PIC 9(06).
           05  FILLER         PIC X(17) VALUE '  Balance scale  '.
           05  HDR-SCALE      PIC X(08).
           05  FILLER         PIC X(16) VALUE SPACES.
      *
       01  HDR-SCALE-EDIT     PIC ZZ9.9999.
      *
       01  RULER-LINE.
           05  FILLER         PIC X(100) VALUE ALL '-'.
      *
       01  SECTION-LINE.
           05  SEC-TITLE      PIC X(40).
           05  FILLER         PIC X(60) VALUE SPACES.
      *
       01  VERDICT-LINE.
           05  VRD-TEXT       PIC X(60).
           05  FILLER         PIC X(40) VALUE SPACES.
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
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-MASK-MASTERS
           PERFORM H300-MASK-QUARANTINE
           PERFORM H400-COPY-LEDGER
           PERFORM H750-WRITE-CHECK
           PERFORM H999-PREPARE-EXIT.
           IF (WS-UNMASKED-TOTAL > ZERO) OR (WS-BROKEN-TOTAL > ZERO)
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-WRITE-FAIL-COUNT > ZERO) OR
                 (WS-UNSCALED-TOTAL > ZERO)
                 MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF.
           STOP RUN.
       0000-END. EXIT.
      *
      *MSKCTL is required - without a masking key there is nothing
      *to keep the masking from being undone. A blank scale copies
      *the balances as they are; anything else must be a number
      *above zero.
       H090-READ-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-TODAY-YMD      TO WS-RUN-DATE.
           MOVE WS-CURRENT-YEAR   TO WS-RUN-YEAR.
           MOVE WS-CURRENT-HHMMSS TO WS-RUN-TIME.
           OPEN INPUT CONTROL-FILE.
           IF (ST-CONTROL-FILE NOT = 0) AND (ST-CONTROL-FILE NOT = 97)
              DISPLAY 'MSKCTL DID NOT OPEN PROPERLY: ' ST-CONTROL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
              END-IF.
           READ CONTROL-FILE
              AT END MOVE SPACES TO CTL-REC
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-MASK-KEY = SPACES
              DISPLAY 'MSKCTL MASKING KEY MISSING'
              MOVE 8 TO RETURN-CODE
              STOP RUN
              END-IF.
           IF CTL-SCALE-X = SPACES
              SET KEEP-BALANCES TO TRUE
           ELSE
              IF (CTL-SCALE IS NOT NUMERIC) OR (CTL-SCALE = ZERO)
                 DISPLAY 'MSKCTL SCALE NOT VALID: ' CTL-SCALE-X
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              ELSE
                 SET SCALE-BALANCES TO TRUE
                 MOVE CTL-SCALE TO WS-SCALE
              END-IF
           END-IF.
           IF CTL-LOCK-WAIT
              SET LOCK-DISP-WAIT TO TRUE
              END-IF.
           MOVE CTL-MASK-KEY TO WS-MASK-KEY.
       H090-END. EXIT.
      *
      *The test-set clusters are loaded from scratch every run, but
      *only once the run-lock is taken and the production files are
      *open: a run refused at the lock, or one that cannot read the
      *master, leaves the last good test set in place. A missing
      *LGRFILE or QRNFILE only means an empty MSKLGR or MSKQRN, the
      *way IDXSNAP treats them.
       H100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'MSKRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
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
                 SET QUARANTINE-AVAILABLE TO TRUE
              END-IF
           END-IF.
           OPEN OUTPUT MASK-INDEX-FILE.
           IF (ST-MASK-INDEX-FILE NOT = 0) AND
              (ST-MASK-INDEX-FILE NOT = 97)
              DISPLAY 'MSKIDX DID NOT OPEN PROPERLY: '
                 ST-MASK-INDEX-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           OPEN OUTPUT MASK-LEDGER-FILE.
           IF (ST-MASK-LEDGER-FILE NOT = 0) AND
              (ST-MASK-LEDGER-FILE NOT = 97)
              DISPLAY 'MSKLGR DID NOT OPEN PROPERLY: '
                 ST-MASK-LEDGER-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
           OPEN OUTPUT MASK-QUARANTINE-FILE.
           IF (ST-MASK-QUARANTINE-FILE NOT = 0) AND
              (ST-MASK-QUARANTINE-FILE NOT = 97)
              DISPLAY 'MSKQRN DID NOT OPEN PROPERLY: '
                 ST-MASK-QUARANTINE-FILE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
              STOP RUN
              END-IF.
       H100-END. EXIT.
      *
      *The masking key itself is never printed.
       H150-WRITE-HEADERS.
           MOVE WS-RUN-DATE TO HDR-DATE.
           MOVE WS-RUN-TIME TO HDR-TIME.
           IF SCALE-BALANCES
              MOVE WS-SCALE TO HDR-SCALE-EDIT
              MOVE HDR-SCALE-EDIT TO HDR-SCALE
           ELSE
              MOVE 'NONE' TO HDR-SCALE
              END-IF.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM RULER-LINE.
       H150-END. EXIT.
      *
       H200-MASK-MASTERS.
           MOVE ZEROS TO WS-IMG-TALLY.
           READ INDEX-FILE NEXT RECORD
              AT END SET IDXFILE-EOF TO TRUE
           END-READ.
           PERFORM H210-MASK-ONE-MASTER THRU H210-MASK-ONE-MASTER-END
              UNTIL IDXFILE-EOF.
           MOVE 'IDXFILE MASTER TO MSKIDX' TO SEC-TITLE.
           PERFORM H700-WRITE-IMAGE-TALLY.
       H200-END. EXIT.
      *
       H210-MASK-ONE-MASTER.
           ADD 1 TO WS-IMG-READ.
           MOVE IDX-REC TO WS-ORG-IMAGE.
           MOVE IDX-REC TO WS-MSK-IMAGE.
           PERFORM H500-MASK-IMAGE.
           IF IMAGE-CLEAN
              WRITE MIX-REC FROM WS-MSK-IMAGE
              IF MSKIDX-SUCCESS
                 ADD 1 TO WS-IMG-WRITTEN
              ELSE
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 DISPLAY 'MSKIDX WRITE FAILED: ' ST-MASK-INDEX-FILE
              END-IF
           ELSE
              ADD 1 TO WS-IMG-WITHHELD
              END-IF.
           READ INDEX-FILE NEXT RECORD
              AT END SET IDXFILE-EOF TO TRUE
           END-READ.
       H210-MASK-ONE-MASTER-END. EXIT.
      *
      *A quarantined body is masked like a master - QRNREC is the
      *same bytes - and written back behind its own key, bad bytes
      *and all.
       H300-MASK-QUARANTINE.
           MOVE ZEROS TO WS-IMG-TALLY.
           IF QUARANTINE-AVAILABLE
              READ QUARANTINE-FILE NEXT RECORD
                 AT END SET QRNFILE-EOF TO TRUE
              END-READ
              PERFORM H310-MASK-ONE-QUARANTINE
                 THRU H310-MASK-ONE-QUARANTINE-END
                 UNTIL QRNFILE-EOF
              END-IF.
           MOVE 'QRNFILE QUARANTINE TO MSKQRN' TO SEC-TITLE.
           PERFORM H700-WRITE-IMAGE-TALLY.
       H300-END. EXIT.
      *
       H310-MASK-ONE-QUARANTINE.
           ADD 1 TO WS-IMG-READ.
           MOVE QRN-REC TO WS-ORG-IMAGE.
           MOVE QRN-REC TO WS-MSK-IMAGE.
           PERFORM H500-MASK-IMAGE.
           IF IMAGE-CLEAN
              WRITE MQR-REC FROM WS-MSK-IMAGE
              IF MSKQRN-SUCCESS
                 ADD 1 TO WS-IMG-WRITTEN
              ELSE
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 DISPLAY 'MSKQRN WRITE FAILED: '
                    ST-MASK-QUARANTINE-FILE
              END-IF
           ELSE
              ADD 1 TO WS-IMG-WITHHELD
              END-IF.
           READ QUARANTINE-FILE NEXT RECORD
              AT END SET QRNFILE-EOF TO TRUE
           END-READ.
       H310-MASK-ONE-QUARANTINE-END. EXIT.
      *
      *The ledger carries no names or birthdays, only keys and money,
      *so a row is copied as it is unless the balances are scaled.
       H400-COPY-LEDGER.
           IF LEDGER-AVAILABLE
              READ LEDGER-FILE NEXT RECORD
                 AT END SET LGRFILE-EOF TO TRUE
              END-READ
              PERFORM H410-COPY-ONE-ROW THRU H410-COPY-ONE-ROW-END
                 UNTIL LGRFILE-EOF
              END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'LGRFILE LEDGER TO MSKLGR' TO SEC-TITLE.
           WRITE RPT-REC FROM SECTION-LINE.
           MOVE 'Rows read                     ' TO TOT-LABEL.
           MOVE WS-LGR-READ-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Rows written                  ' TO TOT-LABEL.
           MOVE WS-LGR-WRITE-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           IF SCALE-BALANCES
              MOVE '  balances scaled             ' TO TOT-LABEL
              MOVE WS-LGR-SCALED-COUNT TO TOT-COUNT
              WRITE RPT-REC FROM TOTAL-LINE
              MOVE '  copied unscaled             ' TO TOT-LABEL
              MOVE WS-LGR-RAW-COUNT TO TOT-COUNT
              WRITE RPT-REC FROM TOTAL-LINE
              END-IF.
           ADD WS-LGR-RAW-COUNT TO WS-UNSCALED-TOTAL.
       H400-END. EXIT.
      *
       H410-COPY-ONE-ROW.
           ADD 1 TO WS-LGR-READ-COUNT.
           IF SCALE-BALANCES
              PERFORM H420-SCALE-LEDGER-ROW
              END-IF.
           WRITE MLG-REC FROM LGR-REC.
           IF MSKLGR-SUCCESS
              ADD 1 TO WS-LGR-WRITE-COUNT
           ELSE
              ADD 1 TO WS-WRITE-FAIL-COUNT
              DISPLAY 'MSKLGR WRITE FAILED: ' ST-MASK-LEDGER-FILE
              END-IF.
           READ LEDGER-FILE NEXT RECORD
              AT END SET LGRFILE-EOF TO TRUE
           END-READ.
       H410-COPY-ONE-ROW-END. EXIT.
      *
      *Both balances are scaled and the amount is taken again as
      *their difference: scaling the amount on its own would round
      *differently, and the row would no longer chain. A row that
      *will not scale is copied whole as it stood.
       H420-SCALE-LEDGER-ROW.
           IF (LGR-PRE-BALANCE IS NOT NUMERIC) OR
              (LGR-POST-BALANCE IS NOT NUMERIC)
              ADD 1 TO WS-LGR-RAW-COUNT
           ELSE
              MOVE LGR-PRE-BALANCE TO WS-SCL-IN
              PERFORM H580-SCALE-AMOUNT
              MOVE WS-SCL-OUT TO WS-SCL-PRE
              IF SCALE-OK
                 MOVE LGR-POST-BALANCE TO WS-SCL-IN
                 PERFORM H580-SCALE-AMOUNT
                 END-IF
              IF SCALE-OVERFLOW
                 ADD 1 TO WS-LGR-RAW-COUNT
              ELSE
                 ADD 1 TO WS-LGR-SCALED-COUNT
                 MOVE WS-SCL-PRE TO LGR-PRE-BALANCE
                 MOVE WS-SCL-OUT TO LGR-POST-BALANCE
                 IF WS-SCL-OUT >= WS-SCL-PRE
                    COMPUTE LGR-AMOUNT = WS-SCL-OUT - WS-SCL-PRE
                 ELSE
                    COMPUTE LGR-AMOUNT = WS-SCL-PRE - WS-SCL-OUT
                 END-IF
              END-IF
           END-IF.
       H420-END. EXIT.
      *
      *H500-MASK-IMAGE masks the record in WS-MSK-IMAGE and checks
      *it against WS-ORG-IMAGE. Name, surname and birthday are drawn
      *off the one stream, in that order, seeded from the person.
       H500-MASK-IMAGE.
           PERFORM H505-SEED-PERSON.
           IF WS-ORG-NAME = SPACES
              ADD 1 TO WS-IMG-NAME-BLANK
           ELSE
              MOVE WS-ORG-NAME     TO WS-NM-IN
              MOVE WS-ORG-NAME-KEY TO WS-NM-KEY
              PERFORM H510-MASK-NAME-FIELD
              MOVE WS-NM-OUT       TO WS-MSK-NAME
              ADD 1 TO WS-IMG-NAME-MASKED
              END-IF.
           IF WS-ORG-SURNAME = SPACES
              ADD 1 TO WS-IMG-SNAME-BLANK
           ELSE
              MOVE WS-ORG-SURNAME     TO WS-NM-IN
              MOVE WS-ORG-SURNAME-KEY TO WS-NM-KEY
              PERFORM H510-MASK-NAME-FIELD
              MOVE WS-NM-OUT          TO WS-MSK-SURNAME
              ADD 1 TO WS-IMG-SNAME-MASKED
              END-IF.
           PERFORM H530-MASK-BIRTHDAY.
           PERFORM H550-SCALE-BALANCE.
           PERFORM H600-CHECK-IMAGE.
       H500-END. EXIT.
      *
      *The seed is the masking key, the IDXMATCH key of the name and
      *of the surname, and the birthday - by value when it is a
      *number, so a C and an F sign hash alike, and by its bytes when
      *it is not. The id is left out on purpose: the same person
      *under two ids must mask alike. Three draws are thrown away so
      *that seeds close together are well apart before any is used.
       H505-SEED-PERSON.
           MOVE SPACES TO WS-SEED-TEXT.
           MOVE WS-MASK-KEY TO WS-SEED-TEXT(1:16).
           MOVE WS-ORG-NAME TO WS-NORM-IN.
           PERFORM H520-NORMALIZE-NAME.
           MOVE WS-NORM-OUT TO WS-ORG-NAME-KEY.
           MOVE WS-NORM-OUT TO WS-SEED-TEXT(17:15).
           MOVE WS-ORG-SURNAME TO WS-NORM-IN.
           PERFORM H520-NORMALIZE-NAME.
           MOVE WS-NORM-OUT TO WS-ORG-SURNAME-KEY.
           MOVE WS-NORM-OUT TO WS-SEED-TEXT(32:15).
           IF WS-ORG-BDAY IS NUMERIC
              MOVE WS-ORG-BDAY TO WS-JUL-BDAY
              MOVE WS-JUL-BDAY TO WS-SEED-TEXT(47:7)
           ELSE
              MOVE WS-ORG-BDAY-BYTES TO WS-SEED-TEXT(47:4)
              END-IF.
           MOVE 1 TO WS-RND-STATE.
           MOVE 1 TO WS-SEED-SUB.
           PERFORM H591-HASH-ONE-BYTE THRU H591-HASH-ONE-BYTE-END
              UNTIL WS-SEED-SUB > 53.
           IF WS-RND-STATE = ZERO
              MOVE 1 TO WS-RND-STATE
              END-IF.
           MOVE 1 TO WS-RND-RANGE.
           PERFORM H590-NEXT-PICK.
           PERFORM H590-NEXT-PICK.
           PERFORM H590-NEXT-PICK.
       H505-END. EXIT.
      *
      *Each non-blank byte is replaced by a draw of its own kind; a
      *blank stays a blank. Should the whole field come out matching
      *the original after all, the first byte replaced is moved on by
      *one - the same for every record of the person, since the draw
      *was.
       H510-MASK-NAME-FIELD.
           MOVE WS-NM-IN TO WS-NM-OUT.
           MOVE ZERO TO WS-NM-FIRST.
           MOVE 1 TO WS-NM-SUB.
           PERFORM H511-MASK-ONE-BYTE THRU H511-MASK-ONE-BYTE-END
              UNTIL WS-NM-SUB > 15.
           MOVE WS-NM-OUT TO WS-NORM-IN.
           PERFORM H520-NORMALIZE-NAME.
           IF WS-NORM-OUT = WS-NM-KEY
              PERFORM H512-MOVE-FIRST-BYTE
              END-IF.
       H510-END. EXIT.
      *
       H511-MASK-ONE-BYTE.
           MOVE WS-NM-IN(WS-NM-SUB:1) TO WS-NM-BYTE.
           IF WS-NM-BYTE NOT = SPACE
              EVALUATE TRUE
                 WHEN WS-NM-BYTE IS ALPHABETIC-LOWER
                    MOVE 26 TO WS-RND-RANGE
                    PERFORM H590-NEXT-PICK
                    MOVE WS-LOWER-CASE(WS-RND-PICK + 1:1)
                       TO WS-NM-OUT(WS-NM-SUB:1)
                 WHEN WS-NM-BYTE IS NUMERIC
                    MOVE 10 TO WS-RND-RANGE
                    PERFORM H590-NEXT-PICK
                    MOVE WS-DIGITS(WS-RND-PICK + 1:1)
                       TO WS-NM-OUT(WS-NM-SUB:1)
                 WHEN OTHER
                    MOVE 26 TO WS-RND-RANGE
                    PERFORM H590-NEXT-PICK
                    MOVE WS-UPPER-CASE(WS-RND-PICK + 1:1)
                       TO WS-NM-OUT(WS-NM-SUB:1)
              END-EVALUATE
              IF WS-NM-FIRST = ZERO
                 MOVE WS-NM-SUB  TO WS-NM-FIRST
                 MOVE WS-RND-PICK TO WS-NM-FIRST-PICK
                 EVALUATE TRUE
                    WHEN WS-NM-BYTE IS ALPHABETIC-LOWER
                       SET NM-FIRST-LOWER TO TRUE
                    WHEN WS-NM-BYTE IS NUMERIC
                       SET NM-FIRST-DIGIT TO TRUE
                    WHEN OTHER
                       SET NM-FIRST-UPPER TO TRUE
                 END-EVALUATE
                 END-IF
              END-IF.
           ADD 1 TO WS-NM-SUB.
       H511-MASK-ONE-BYTE-END. EXIT.
      *
       H512-MOVE-FIRST-BYTE.
           ADD 1 TO WS-NM-FIRST-PICK.
           EVALUATE TRUE
              WHEN NM-FIRST-DIGIT
                 IF WS-NM-FIRST-PICK > 9
                    MOVE ZERO TO WS-NM-FIRST-PICK
                    END-IF
                 MOVE WS-DIGITS(WS-NM-FIRST-PICK + 1:1)
                    TO WS-NM-OUT(WS-NM-FIRST:1)
              WHEN NM-FIRST-LOWER
                 IF WS-NM-FIRST-PICK > 25
                    MOVE ZERO TO WS-NM-FIRST-PICK
                    END-IF
                 MOVE WS-LOWER-CASE(WS-NM-FIRST-PICK + 1:1)
                    TO WS-NM-OUT(WS-NM-FIRST:1)
              WHEN OTHER
                 IF WS-NM-FIRST-PICK > 25
                    MOVE ZERO TO WS-NM-FIRST-PICK
                    END-IF
                 MOVE WS-UPPER-CASE(WS-NM-FIRST-PICK + 1:1)
                    TO WS-NM-OUT(WS-NM-FIRST:1)
           END-EVALUATE.
       H512-END. EXIT.
      *
       H520-NORMALIZE-NAME.
           INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO WS-NORM-OUT-LEN.
           MOVE 1 TO WS-NORM-SUB.
           PERFORM H521-SQUEEZE-ONE-BYTE THRU H521-SQUEEZE-ONE-BYTE-END
              UNTIL WS-NORM-SUB > 15.
       H520-END. EXIT.
      *
       H521-SQUEEZE-ONE-BYTE.
           IF WS-NORM-IN(WS-NORM-SUB:1) NOT = SPACE
              ADD 1 TO WS-NORM-OUT-LEN
              MOVE WS-NORM-IN(WS-NORM-SUB:1)
                 TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
              END-IF.
           ADD 1 TO WS-NORM-SUB.
       H521-SQUEEZE-ONE-BYTE-END. EXIT.
      *
      *A birthday is masked by what kind it is, so each test case
      *the master can hold is still there in the test set.
       H530-MASK-BIRTHDAY.
           SET ORG-BDAY-NOT-DATE TO TRUE.
           IF WS-ORG-BDAY IS NUMERIC
              MOVE WS-ORG-BDAY TO WS-JUL-BDAY
              IF WS-JUL-BDAY = ZERO
                 SET BDAY-KIND-ZERO TO TRUE
                 ADD 1 TO WS-IMG-BDAY-ZERO
              ELSE
                 PERFORM H540-CHECK-JULIAN
                 IF BDAY-IS-DATE
                    SET ORG-BDAY-IS-DATE TO TRUE
                    PERFORM H531-MASK-REAL-DATE
                 ELSE
                    PERFORM H532-MASK-NOT-A-DATE
                 END-IF
              END-IF
           ELSE
              PERFORM H533-MASK-BAD-BYTES
              END-IF.
       H530-END. EXIT.
      *
      *A real date moves up to five years either way, kept inside
      *the calendar the date functions know and no later than this
      *year, and takes a day drawn inside the year it lands in. If
      *that is the very date it started as, it moves a day.
       H531-MASK-REAL-DATE.
           SET BDAY-KIND-DATE TO TRUE.
           ADD 1 TO WS-IMG-BDAY-DATE.
           MOVE 11 TO WS-RND-RANGE.
           PERFORM H590-NEXT-PICK.
           COMPUTE WS-NEW-YEAR = WS-JUL-YEAR + WS-RND-PICK - 5.
           IF WS-NEW-YEAR > WS-RUN-YEAR
              SUBTRACT 10 FROM WS-NEW-YEAR
              END-IF.
           IF WS-NEW-YEAR < 1601
              ADD 10 TO WS-NEW-YEAR
              END-IF.
           PERFORM H535-DAYS-IN-YEAR.
           MOVE WS-YEAR-DAYS TO WS-RND-RANGE.
           PERFORM H590-NEXT-PICK.
           COMPUTE WS-NEW-DAY = WS-RND-PICK + 1.
           IF (WS-NEW-YEAR = WS-JUL-YEAR) AND (WS-NEW-DAY = WS-JUL-DAY)
              IF WS-NEW-DAY < WS-YEAR-DAYS
                 ADD 1 TO WS-NEW-DAY
              ELSE
                 SUBTRACT 1 FROM WS-NEW-DAY
              END-IF
              END-IF.
           COMPUTE WS-MSK-BDAY = WS-NEW-YEAR * 1000 + WS-NEW-DAY.
       H531-END. EXIT.
      *
      *A number that is not a date becomes day 000 of a year drawn
      *from the last century - never a date, whatever the year.
       H532-MASK-NOT-A-DATE.
           SET BDAY-KIND-NOT-DATE TO TRUE.
           ADD 1 TO WS-IMG-BDAY-NOT-DATE.
           MOVE 100 TO WS-RND-RANGE.
           PERFORM H590-NEXT-PICK.
           COMPUTE WS-NEW-YEAR = 1900 + WS-RND-PICK.
           IF WS-NEW-YEAR = WS-JUL-YEAR
              ADD 1 TO WS-NEW-YEAR
              END-IF.
           COMPUTE WS-MSK-BDAY = WS-NEW-YEAR * 1000.
       H532-END. EXIT.
      *
      *Bad packed bytes keep their bad nibbles and their sign; only
      *the digit nibbles are replaced. Bytes with no digit in them
      *have nothing to give away and go through as they are.
       H533-MASK-BAD-BYTES.
           MOVE ZERO TO WS-NIB-DIGITS.
           MOVE ZERO TO WS-NIB-FIRST-SUB.
           MOVE 1 TO WS-NIB-SUB.
           PERFORM H534-MASK-ONE-PACKED-BYTE
              THRU H534-MASK-ONE-PACKED-BYTE-END
              UNTIL WS-NIB-SUB > 4.
           IF WS-NIB-DIGITS = ZERO
              SET BDAY-KIND-NO-DIGITS TO TRUE
              ADD 1 TO WS-IMG-BDAY-NO-DIGIT
           ELSE
              SET BDAY-KIND-BAD-BYTES TO TRUE
              ADD 1 TO WS-IMG-BDAY-BAD
              IF WS-MSK-BDAY-BYTES = WS-ORG-BDAY-BYTES
                 PERFORM H536-MOVE-FIRST-NIBBLE
                 END-IF
              END-IF.
       H533-END. EXIT.
      *
       H534-MASK-ONE-PACKED-BYTE.
           COMPUTE WS-NIB-VALUE =
              FUNCTION ORD(WS-MSK-BDAY-BYTES(WS-NIB-SUB:1)) - 1.
           DIVIDE WS-NIB-VALUE BY 16 GIVING WS-NIB-HIGH
              REMAINDER WS-NIB-LOW.
           IF WS-NIB-HIGH < 10
              MOVE 10 TO WS-RND-RANGE
              PERFORM H590-NEXT-PICK
              MOVE WS-RND-PICK TO WS-NIB-HIGH
              ADD 1 TO WS-NIB-DIGITS
              IF WS-NIB-FIRST-SUB = ZERO
                 MOVE WS-NIB-SUB TO WS-NIB-FIRST-SUB
                 SET NIB-FIRST-HIGH TO TRUE
                 END-IF
              END-IF.
           IF (WS-NIB-SUB < 4) AND (WS-NIB-LOW < 10)
              MOVE 10 TO WS-RND-RANGE
              PERFORM H590-NEXT-PICK
              MOVE WS-RND-PICK TO WS-NIB-LOW
              ADD 1 TO WS-NIB-DIGITS
              IF WS-NIB-FIRST-SUB = ZERO
                 MOVE WS-NIB-SUB TO WS-NIB-FIRST-SUB
                 SET NIB-FIRST-LOW TO TRUE
                 END-IF
              END-IF.
           COMPUTE WS-NIB-VALUE = WS-NIB-HIGH * 16 + WS-NIB-LOW.
           MOVE FUNCTION CHAR(WS-NIB-VALUE + 1)
              TO WS-MSK-BDAY-BYTES(WS-NIB-SUB:1).
           ADD 1 TO WS-NIB-SUB.
       H534-MASK-ONE-PACKED-BYTE-END. EXIT.
      *
       H535-DAYS-IN-YEAR.
           DIVIDE WS-NEW-YEAR BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-NEW-YEAR BY 100 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-NEW-YEAR BY 400 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM-400.
           IF (WS-LEAP-REM-4 = ZERO) AND
              ((WS-LEAP-REM-100 NOT = ZERO) OR (WS-LEAP-REM-400 = ZERO))
              MOVE 366 TO WS-YEAR-DAYS
           ELSE
              MOVE 365 TO WS-YEAR-DAYS
              END-IF.
       H535-END. EXIT.
      *
       H536-MOVE-FIRST-NIBBLE.
           COMPUTE WS-NIB-VALUE =
              FUNCTION ORD(WS-MSK-BDAY-BYTES(WS-NIB-FIRST-SUB:1)) - 1.
           DIVIDE WS-NIB-VALUE BY 16 GIVING WS-NIB-HIGH
              REMAINDER WS-NIB-LOW.
           IF NIB-FIRST-HIGH
              ADD 1 TO WS-NIB-HIGH
              IF WS-NIB-HIGH > 9
                 MOVE ZERO TO WS-NIB-HIGH
                 END-IF
           ELSE
              ADD 1 TO WS-NIB-LOW
              IF WS-NIB-LOW > 9
                 MOVE ZERO TO WS-NIB-LOW
                 END-IF
              END-IF.
           COMPUTE WS-NIB-VALUE = WS-NIB-HIGH * 16 + WS-NIB-LOW.
           MOVE FUNCTION CHAR(WS-NIB-VALUE + 1)
              TO WS-MSK-BDAY-BYTES(WS-NIB-FIRST-SUB:1).
       H536-END. EXIT.
      *
      *The CHECK-BIRTHDAY round trip on WS-JUL-BDAY.
       H540-CHECK-JULIAN.
           SET BDAY-IS-DATE TO TRUE.
           COMPUTE WS-JUL-INT = FUNCTION INTEGER-OF-DAY(WS-JUL-BDAY).
           IF WS-JUL-INT = ZERO
              SET BDAY-NOT-DATE TO TRUE
           ELSE
              COMPUTE WS-JUL-GREG = FUNCTION DATE-OF-INTEGER(WS-JUL-INT)
              COMPUTE WS-JUL-ROUNDTRIP =
                 FUNCTION INTEGER-OF-DATE(WS-JUL-GREG)
              IF WS-JUL-ROUNDTRIP NOT = WS-JUL-INT
                 SET BDAY-NOT-DATE TO TRUE
                 END-IF
              END-IF.
       H540-END. EXIT.
      *
      *A balance whose packed bytes will not read is a quarantine
      *case and is left exactly as it is.
       H550-SCALE-BALANCE.
           IF WS-ORG-BALANCE IS NOT NUMERIC
              ADD 1 TO WS-IMG-BAL-RAW
           ELSE
              IF SCALE-BALANCES
                 MOVE WS-ORG-BALANCE TO WS-SCL-IN
                 PERFORM H580-SCALE-AMOUNT
                 IF SCALE-OK
                    MOVE WS-SCL-OUT TO WS-MSK-BALANCE
                    ADD 1 TO WS-IMG-BAL-SCALED
                 ELSE
                    ADD 1 TO WS-IMG-BAL-OVERFLOW
                 END-IF
              END-IF
           END-IF.
       H550-END. EXIT.
      *
       H580-SCALE-AMOUNT.
           SET SCALE-OK TO TRUE.
           COMPUTE WS-SCL-OUT ROUNDED = WS-SCL-IN * WS-SCALE
              ON SIZE ERROR
                 SET SCALE-OVERFLOW TO TRUE
                 MOVE WS-SCL-IN TO WS-SCL-OUT
           END-COMPUTE.
       H580-END. EXIT.
      *
       H590-NEXT-PICK.
           MULTIPLY WS-RND-STATE BY 48271 GIVING WS-RND-WORK.
           DIVIDE WS-RND-WORK BY WS-RND-MODULUS GIVING WS-RND-QUOT
              REMAINDER WS-RND-STATE.
           DIVIDE WS-RND-STATE BY WS-RND-RANGE GIVING WS-RND-QUOT
              REMAINDER WS-RND-PICK.
       H590-END. EXIT.
      *
       H591-HASH-ONE-BYTE.
           COMPUTE WS-RND-WORK = WS-RND-STATE * 131 +
              FUNCTION ORD(WS-SEED-TEXT(WS-SEED-SUB:1)).
           DIVIDE WS-RND-WORK BY WS-RND-MODULUS GIVING WS-RND-QUOT
              REMAINDER WS-RND-STATE.
           ADD 1 TO WS-SEED-SUB.
       H591-HASH-ONE-BYTE-END. EXIT.
      *
      *H600-CHECK-IMAGE is the manifest's proof, taken from the two
      *images and not from what the masking says it did: the key
      *must be untouched; a name or surname that was not blank must
      *differ from the original both as written and as IDXMATCH keys
      *it; a birthday that was not zero must differ too (by value
      *when both are numbers, by bytes when they are not), and must
      *still be a date, still be a number that is not one, or still
      *be bad bytes, as it was.
       H600-CHECK-IMAGE.
           SET IMAGE-CLEAN TO TRUE.
           IF WS-MSK-KEY NOT = WS-ORG-KEY
              ADD 1 TO WS-IMG-KEY-ALTERED
              SET IMAGE-HELD-BACK TO TRUE
              END-IF.
           IF WS-ORG-NAME NOT = SPACES
              MOVE WS-MSK-NAME TO WS-NORM-IN
              PERFORM H520-NORMALIZE-NAME
              IF (WS-MSK-NAME = WS-ORG-NAME) OR
                 (WS-NORM-OUT = WS-ORG-NAME-KEY)
                 ADD 1 TO WS-IMG-UNMASKED
                 SET IMAGE-HELD-BACK TO TRUE
                 END-IF
              END-IF.
           IF WS-ORG-SURNAME NOT = SPACES
              MOVE WS-MSK-SURNAME TO WS-NORM-IN
              PERFORM H520-NORMALIZE-NAME
              IF (WS-MSK-SURNAME = WS-ORG-SURNAME) OR
                 (WS-NORM-OUT = WS-ORG-SURNAME-KEY)
                 ADD 1 TO WS-IMG-UNMASKED
                 SET IMAGE-HELD-BACK TO TRUE
                 END-IF
              END-IF.
           EVALUATE TRUE
              WHEN BDAY-KIND-DATE OR BDAY-KIND-NOT-DATE
                 PERFORM H610-CHECK-NUMERIC-BDAY
              WHEN BDAY-KIND-BAD-BYTES
                 IF WS-MSK-BDAY-BYTES = WS-ORG-BDAY-BYTES
                    ADD 1 TO WS-IMG-UNMASKED
                    SET IMAGE-HELD-BACK TO TRUE
                    END-IF
                 IF WS-MSK-BDAY IS NUMERIC
                    ADD 1 TO WS-IMG-DATE-BROKEN
                    SET IMAGE-HELD-BACK TO TRUE
                    END-IF
              WHEN OTHER
                 IF WS-MSK-BDAY-BYTES NOT = WS-ORG-BDAY-BYTES
                    ADD 1 TO WS-IMG-DATE-BROKEN
                    SET IMAGE-HELD-BACK TO TRUE
                    END-IF
           END-EVALUATE.
       H600-END. EXIT.
      *
       H610-CHECK-NUMERIC-BDAY.
           IF WS-MSK-BDAY IS NOT NUMERIC
              ADD 1 TO WS-IMG-DATE-BROKEN
              SET IMAGE-HELD-BACK TO TRUE
           ELSE
              IF WS-MSK-BDAY = WS-ORG-BDAY
                 ADD 1 TO WS-IMG-UNMASKED
                 SET IMAGE-HELD-BACK TO TRUE
                 END-IF
              MOVE WS-MSK-BDAY TO WS-JUL-BDAY
              PERFORM H540-CHECK-JULIAN
              IF (BDAY-IS-DATE AND ORG-BDAY-NOT-DATE) OR
                 (BDAY-NOT-DATE AND ORG-BDAY-IS-DATE)
                 ADD 1 TO WS-IMG-DATE-BROKEN
                 SET IMAGE-HELD-BACK TO TRUE
                 END-IF
              END-IF.
       H610-END. EXIT.
      *
       H700-WRITE-IMAGE-TALLY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM SECTION-LINE.
           MOVE 'Records read                  ' TO TOT-LABEL.
           MOVE WS-IMG-READ TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Records written               ' TO TOT-LABEL.
           MOVE WS-IMG-WRITTEN TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Records withheld              ' TO TOT-LABEL.
           MOVE WS-IMG-WITHHELD TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Names masked                  ' TO TOT-LABEL.
           MOVE WS-IMG-NAME-MASKED TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  blank, nothing to mask      ' TO TOT-LABEL.
           MOVE WS-IMG-NAME-BLANK TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Surnames masked               ' TO TOT-LABEL.
           MOVE WS-IMG-SNAME-MASKED TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  blank, nothing to mask      ' TO TOT-LABEL.
           MOVE WS-IMG-SNAME-BLANK TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Birthdays masked to a date    ' TO TOT-LABEL.
           MOVE WS-IMG-BDAY-DATE TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  masked, kept not a date     ' TO TOT-LABEL.
           MOVE WS-IMG-BDAY-NOT-DATE TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  bad bytes, digits masked    ' TO TOT-LABEL.
           MOVE WS-IMG-BDAY-BAD TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  zero, nothing to mask       ' TO TOT-LABEL.
           MOVE WS-IMG-BDAY-ZERO TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE '  bad bytes, no digits        ' TO TOT-LABEL.
           MOVE WS-IMG-BDAY-NO-DIGIT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           IF SCALE-BALANCES
              MOVE 'Balances scaled               ' TO TOT-LABEL
              MOVE WS-IMG-BAL-SCALED TO TOT-COUNT
              WRITE RPT-REC FROM TOTAL-LINE
              MOVE '  too large, copied unscaled  ' TO TOT-LABEL
              MOVE WS-IMG-BAL-OVERFLOW TO TOT-COUNT
              WRITE RPT-REC FROM TOTAL-LINE
              END-IF.
           MOVE 'Balances not numeric, as found' TO TOT-LABEL.
           MOVE WS-IMG-BAL-RAW TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Check: fields left unmasked   ' TO TOT-LABEL.
           MOVE WS-IMG-UNMASKED TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Check: keys altered           ' TO TOT-LABEL.
           MOVE WS-IMG-KEY-ALTERED TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Check: birthday kind changed  ' TO TOT-LABEL.
           MOVE WS-IMG-DATE-BROKEN TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           ADD WS-IMG-UNMASKED     TO WS-UNMASKED-TOTAL.
           ADD WS-IMG-KEY-ALTERED  TO WS-BROKEN-TOTAL.
           ADD WS-IMG-DATE-BROKEN  TO WS-BROKEN-TOTAL.
           ADD WS-IMG-WITHHELD     TO WS-WITHHELD-TOTAL.
           ADD WS-IMG-BAL-OVERFLOW TO WS-UNSCALED-TOTAL.
       H700-END. EXIT.
      *
       H750-WRITE-CHECK.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RULER-LINE.
           MOVE 'MASKING CHECK' TO SEC-TITLE.
           WRITE RPT-REC FROM SECTION-LINE.
           MOVE 'Fields left unmasked          ' TO TOT-LABEL.
           MOVE WS-UNMASKED-TOTAL TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Keys or birthdays broken      ' TO TOT-LABEL.
           MOVE WS-BROKEN-TOTAL TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Records withheld              ' TO TOT-LABEL.
           MOVE WS-WITHHELD-TOTAL TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           MOVE 'Records not written           ' TO TOT-LABEL.
           MOVE WS-WRITE-FAIL-COUNT TO TOT-COUNT.
           WRITE RPT-REC FROM TOTAL-LINE.
           IF SCALE-BALANCES
              MOVE 'Balances or rows not scaled   ' TO TOT-LABEL
              MOVE WS-UNSCALED-TOTAL TO TOT-COUNT
              WRITE RPT-REC FROM TOTAL-LINE
              END-IF.
           IF (WS-UNMASKED-TOTAL = ZERO) AND (WS-BROKEN-TOTAL = ZERO)
              MOVE 'EVERY NAME, SURNAME AND BIRTHDAY WRITTEN WAS MASKED'
                 TO VRD-TEXT
           ELSE
              MOVE 'MASKING CHECK FAILED - FAILING RECORDS WITHHELD'
                 TO VRD-TEXT
              DISPLAY 'IDXMASK MASKING CHECK FAILED - SEE MSKRPT'
              END-IF.
           WRITE RPT-REC FROM VERDICT-LINE.
       H750-END. EXIT.
      *
      *LCK-ACQUIRE-RUN-LOCK serializes IDXFILE access: the lock file is
      *read, and only a FREE (or empty - the first run since the
      *cluster was defined) lock is taken. A HELD lock displays its
      *holder once and, on an MSKCTL WAIT card, is retried a bounded
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
           MOVE 'IDXMASK ' TO LCK-HOLDER.
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
                       IF LCK-HELD AND LCK-HOLDER = 'IDXMASK '
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
           CLOSE QUARANTINE-FILE.
           CLOSE MASK-INDEX-FILE.
           CLOSE MASK-LEDGER-FILE.
           CLOSE MASK-QUARANTINE-FILE.
           CLOSE REPORT-FILE.
       H999-END. EXIT.
      *

       01  HSTA-REC                PIC X(96).
      *
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JRN-REC                 PIC X(86).
      *
       FD  JRN-ARCHIVE RECORDING MODE F.
       01  JRNA-REC                PIC X(86).
      *
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUD-REC                 PIC X(101).
      *
       FD  AUD-ARCHIVE RECORDING MODE F.
       01  AUDA-REC                PIC X(101).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                 PIC X(100).
           03 WS-JRN-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-JRN-COUNT
                            INDEXED BY JRN-IDX.
              05 WS-JRN-ROW        PIC X(86).
      *
       01  WS-AUD-TABLE.
           03 WS-AUD-COUNT         PIC 9(07) COMP VALUE ZERO.
           03 WS-AUD-ENTRY OCCURS 1 TO 100000 TIMES
                            DEPENDING ON WS-AUD-COUNT
                            INDEXED BY AUD-IDX.
              05 WS-AUD-ROW        PIC X(101).
      *
       01  HEADER-1.
           05  FILLER         PIC X(25) VALUE
           READ JOURNAL-FILE.
       H310-LOAD-ONE-JRN-ROW-END. EXIT.
      *
      *JRNFILE carries its date stamp in bytes 63-70, ahead of the
      *maker and approver.
       H320-SPLIT-JOURNAL.
           PERFORM H540-OPEN-JRN-ARCHIVE.
           MOVE ZERO TO WS-KEPT-COUNT.
           READ AUDIT-FILE.
       H410-LOAD-ONE-AUD-ROW-END. EXIT.
      *
      *AUDFILE carries its business date in positions 72-79, just
      *ahead of the tax and net figures.
       H420-SPLIT-AUDIT.
           PERFORM H550-OPEN-AUD-ARCHIVE.
           MOVE ZERO TO WS-KEPT-COUNT.

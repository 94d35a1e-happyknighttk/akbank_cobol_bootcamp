       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE     ASSIGN TO AS-LCKFILE
                                STATUS ST-LOCK-FILE.
           SELECT RUN-LOG       ASSIGN TO ULKLOG
                                STATUS ST-RUNLOG-FILE.
      *holder really is dead.
      *
      *Return codes, for the scheduler:
      *   0 = lock cleared (or lock file empty - nothing to clear)
      *   4 = lock was already free
      *  12 = file open failure, LCKFILE cluster not defined
      *       included (file status displayed)
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       H100-CLEAR-LOCK.
           OPEN I-O LOCK-FILE.
           IF (ST-LOCK-FILE NOT = 0) AND (ST-LOCK-FILE NOT = 97)
              DISPLAY 'LCKFILE DID NOT OPEN PROPERLY: ' ST-LOCK-FILE
              IF LCKFILE-NOTFOUND
                 MOVE 'LCKFILE CLUSTER NOT DEFINED' TO WS-LOG-TEXT
              ELSE
                 MOVE 'LCKFILE DID NOT OPEN PROPERLY' TO WS-LOG-TEXT
              END-IF
              PERFORM LOG-WRITE
              MOVE 12 TO RETURN-CODE
           ELSE
              READ LOCK-FILE
                 AT END
                    MOVE 'LOCK FILE EMPTY - NOTHING TO CLEAR'
                       TO WS-LOG-TEXT
                    PERFORM LOG-WRITE
                 NOT AT END
                    PERFORM H110-JUDGE-LOCK
              END-READ
              CLOSE LOCK-FILE
           END-IF.
       H100-END. EXIT.
      *

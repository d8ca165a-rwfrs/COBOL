       ACQUIRE-RUN-LOCK.
           PERFORM RESOLVE-RUN-LOCK
           PERFORM READ-RUN-LOCK
           IF WS-LOCK-HELD = 'Y'
               IF WS-LOCK-OURS = 'Y'
                   DISPLAY "RUN LOCK HELD BY THIS STREAM: JOB "
                       LCK-JOB-NAME " " LCK-JOB-ID " BUSINESS DATE "
                       LCK-RUN-DATE
               ELSE
                   DISPLAY "ERROR: RUN LOCK HELD BY JOB " LCK-JOB-NAME
                       " " LCK-JOB-ID " ("
                       FUNCTION TRIM(LCK-PROGRAM-NAME)
                       ") BUSINESS DATE " LCK-RUN-DATE " SINCE "
                       LCK-START-DATE " " LCK-START-TIME
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-LOCK-PROGRAM)
                       " NOT RUN - ANOTHER STREAM IS UPDATING THE "
                       "STANDING MASTERS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE 'H' TO LCK-STATUS
               MOVE WS-LOCK-JOB-NAME TO LCK-JOB-NAME
               MOVE WS-LOCK-JOB-ID TO LCK-JOB-ID
               MOVE WS-LOCK-PROGRAM TO LCK-PROGRAM-NAME
               MOVE WS-LOCK-RUN-DATE TO LCK-RUN-DATE
               ACCEPT LCK-START-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-START-TIME FROM TIME
               PERFORM WRITE-RUN-LOCK
               MOVE 'Y' TO WS-LOCK-TAKEN
               DISPLAY "RUN LOCK TAKEN: JOB " LCK-JOB-NAME " "
                   LCK-JOB-ID " BUSINESS DATE " LCK-RUN-DATE
           END-IF.

       RELEASE-RUN-LOCK.
           IF WS-LOCK-TAKEN = 'Y'
               PERFORM READ-RUN-LOCK
               IF WS-LOCK-OURS = 'Y'
                   MOVE 'F' TO LCK-STATUS
                   ACCEPT LCK-FREE-DATE FROM DATE YYYYMMDD
                   ACCEPT LCK-FREE-TIME FROM TIME
                   MOVE WS-LOCK-PROGRAM TO LCK-FREED-BY
                   PERFORM WRITE-RUN-LOCK
                   DISPLAY "RUN LOCK RELEASED: JOB " LCK-JOB-NAME " "
                       LCK-JOB-ID " BUSINESS DATE " LCK-RUN-DATE
               ELSE
                   DISPLAY "WARNING: RUN LOCK NO LONGER HELD BY JOB "
                       WS-LOCK-JOB-NAME " " WS-LOCK-JOB-ID
                       " - LEFT AS FOUND: " WS-LOCK-DSN
               END-IF
               MOVE 'N' TO WS-LOCK-TAKEN
           END-IF.

       RESOLVE-RUN-LOCK.
           ACCEPT WS-LOCK-DSN FROM ENVIRONMENT "RUNLOCK"
           MOVE "RUNLOCK" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-LOCK-DSN
           END-IF
           IF WS-LOCK-DSN = SPACES
               MOVE "output/runlock.txt" TO WS-LOCK-DSN
           END-IF
           ACCEPT WS-LOCK-JOB-NAME FROM ENVIRONMENT "JOBNAME"
           IF WS-LOCK-JOB-NAME = SPACES
               MOVE WS-LOCK-PROGRAM TO WS-LOCK-JOB-NAME
           END-IF
           ACCEPT WS-LOCK-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-LOCK-JOB-ID = SPACES
               ACCEPT WS-LOCK-TIME FROM TIME
               STRING "T" WS-LOCK-TIME(1:7) DELIMITED BY SIZE
                   INTO WS-LOCK-JOB-ID
               END-STRING
           END-IF.

       READ-RUN-LOCK.
           MOVE 'N' TO WS-LOCK-HELD
           MOVE 'N' TO WS-LOCK-OURS
           MOVE SPACES TO RUN-LOCK-RECORD
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-FS = "00"
               READ RUN-LOCK-FILE INTO RUN-LOCK-RECORD
                   AT END
                       MOVE SPACES TO RUN-LOCK-RECORD
               END-READ
               CLOSE RUN-LOCK-FILE
           ELSE
               IF WS-LOCK-FS NOT = "35"
                   DISPLAY "ERROR: UNABLE TO OPEN RUN LOCK (STATUS "
                       WS-LOCK-FS "): " WS-LOCK-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF LCK-STATUS = 'H'
               MOVE 'Y' TO WS-LOCK-HELD
               IF LCK-JOB-ID NOT = SPACES
                       AND LCK-JOB-NAME = WS-LOCK-JOB-NAME
                       AND LCK-JOB-ID = WS-LOCK-JOB-ID
                   MOVE 'Y' TO WS-LOCK-OURS
               END-IF
           END-IF.

       WRITE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           IF WS-LOCK-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO WRITE RUN LOCK (STATUS "
                   WS-LOCK-FS "): " WS-LOCK-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RUN-LOCK-LINE FROM RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.

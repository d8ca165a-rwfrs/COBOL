
       01 WS-EXCEPTION-DSN PIC X(100) VALUE SPACES.
       01 WS-EXCEPTION-FS PIC X(2) VALUE SPACES.
       01 WS-QUARANTINE-DSN PIC X(100) VALUE SPACES.
       01 WS-CORRECTION-DSN PIC X(100) VALUE SPACES.
       01 WS-CORRECTION-FS PIC X(2) VALUE SPACES.
       01 WS-SUSPOLD-DSN PIC X(100) VALUE SPACES.
               MOVE "output/day01except.txt" TO WS-EXCEPTION-DSN
           END-IF.

           ACCEPT WS-QUARANTINE-DSN FROM ENVIRONMENT "QUAR01"
           MOVE "QUAR01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-QUARANTINE-DSN
           END-IF
           IF WS-QUARANTINE-DSN = SPACES
               MOVE "output/day01quar.txt" TO WS-QUARANTINE-DSN
           END-IF.

           ACCEPT WS-CORRECTION-DSN FROM ENVIRONMENT "CORRFILE"
           MOVE "CORRFILE" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           PERFORM LOAD-CORRECTIONS.
           PERFORM PROCESS-OLD-SUSPENSE.
           PERFORM PROCESS-EXCEPTIONS.
           MOVE WS-QUARANTINE-DSN TO WS-EXCEPTION-DSN.
           PERFORM PROCESS-EXCEPTIONS.
           PERFORM COUNT-UNUSED-CORRECTIONS.

           MOVE WS-CORRECTED-COUNT TO WS-SUT-COUNT.

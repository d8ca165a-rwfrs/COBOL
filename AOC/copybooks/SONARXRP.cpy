       RESOLVE-XMIT-REGISTER.
           ACCEPT WS-XMTREG-DSN FROM ENVIRONMENT "XMTREG"
           MOVE "XMTREG" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XMTREG-DSN
           END-IF
           IF WS-XMTREG-DSN = SPACES
               MOVE "output/xmitregister.txt" TO WS-XMTREG-DSN
           END-IF
           ACCEPT WS-XMTRNEW-DSN FROM ENVIRONMENT "XMTRNEW"
           MOVE "XMTRNEW" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XMTRNEW-DSN
           END-IF
           IF WS-XMTRNEW-DSN = SPACES
               MOVE "output/xmitregister.new" TO WS-XMTRNEW-DSN
           END-IF.

       LOAD-XMIT-REGISTER.
           MOVE ZERO TO WS-REG-COUNT
           MOVE 'N' TO WS-REG-EOF
           OPEN INPUT XMIT-REG-OLD-FILE
           IF WS-XMTREG-FS = "35"
               DISPLAY "NO TRANSMISSION REGISTER ON FILE - STARTING "
                   "A NEW ONE: " WS-XMTREG-DSN
           ELSE
               IF WS-XMTREG-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN TRANSMISSION "
                       "REGISTER (STATUS " WS-XMTREG-FS "): "
                       WS-XMTREG-DSN
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-REG-EOF = 'Y'
                   READ XMIT-REG-OLD-FILE
                       AT END
                           MOVE 'Y' TO WS-REG-EOF
                       NOT AT END
                           IF WS-REG-COUNT >= WS-REG-MAX
                               DISPLAY "ERROR: TRANSMISSION REGISTER "
                                   "TABLE FULL AT " WS-REG-MAX
                                   " BATCHES: " WS-XMTREG-DSN
                               CLOSE XMIT-REG-OLD-FILE
                               PERFORM RELEASE-RUN-LOCK
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-REG-COUNT
                           MOVE XMIT-REG-OLD-LINE
                               TO WS-REG-ENTRY(WS-REG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE XMIT-REG-OLD-FILE
           END-IF
           MOVE 'N' TO WS-REG-EOF.

       WRITE-XMIT-REGISTER.
           OPEN OUTPUT XMIT-REG-NEW-FILE
           IF WS-XMTRNEW-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN NEW TRANSMISSION "
                   "REGISTER (STATUS " WS-XMTRNEW-FS "): "
                   WS-XMTRNEW-DSN
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REG-NEW-LINE
               WRITE XMIT-REG-NEW-LINE
           END-PERFORM
           CLOSE XMIT-REG-NEW-FILE.

       FIND-LATER-BATCH.
           MOVE ZERO TO WS-REG-LATER-BATCH
           PERFORM VARYING WS-REG-SCAN-IX FROM 1 BY 1
                   UNTIL WS-REG-SCAN-IX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-SCAN-IX) TO WS-REG-SCAN-RECORD
               IF WS-REG-SCAN-RECORD(8:8) = XRG-BUSINESS-DATE
                       AND WS-REG-SCAN-RECORD(1:6) IS NUMERIC
                       AND WS-REG-SCAN-RECORD(1:6) > XRG-BATCH-NUMBER
                       AND WS-REG-SCAN-RECORD(1:6) > WS-REG-LATER-BATCH
                   MOVE WS-REG-SCAN-RECORD(1:6) TO WS-REG-LATER-BATCH
               END-IF
           END-PERFORM.

           05 NEW-MST-RETIRE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 NEW-MST-DESCRIPTION PIC X(30).
           05 FILLER PIC X(1).
           05 NEW-MST-INTERVAL PIC 9(5).
           05 FILLER PIC X(1).
           05 NEW-MST-TYPE PIC X(4).

       FD TXN-FILE.
       01 TXN-RECORD.
           05 TXN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 TXN-DESCRIPTION PIC X(30).
           05 FILLER PIC X(1).
           05 TXN-INTERVAL PIC X(5).
           05 FILLER PIC X(1).
           05 TXN-SENSOR-TYPE PIC X(4).

       FD LIST-FILE.
       01 LIST-RECORD PIC X(100).
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-ANY-FAILED PIC X(1) VALUE 'N'.

       01 WS-FLEET-MAX PIC 9(4) VALUE 500.
       01 WS-FLEET-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FLEET-TABLE.
           05 WS-FLEET-ENTRY OCCURS 500 TIMES.
              10 WS-FLT-ID PIC X(4).
              10 WS-FLT-STATUS PIC X(1).
              10 WS-FLT-COMMISSION-DATE PIC X(8).
              10 WS-FLT-RETIRE-DATE PIC X(8).
              10 WS-FLT-DESCRIPTION PIC X(30).
              10 WS-FLT-INTERVAL PIC 9(5).
              10 WS-FLT-TYPE PIC X(4).

       01 WS-IX PIC 9(4) VALUE ZERO.
       01 WS-MATCH-IX PIC 9(4) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RETIRED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-INTERVAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TYPE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BAD-TXN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(4) VALUE ZERO.

           05 WS-LL-RETIRED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-INTERVAL PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-TYPE PIC X(4).

       01 WS-LIST-HEADING.
           05 FILLER PIC X(6) VALUE "ID".
           05 FILLER PIC X(9) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "COMMISSND".
           05 FILLER PIC X(10) VALUE "RETIRED".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(7) VALUE "INTVL".
           05 FILLER PIC X(4) VALUE "TYPE".

       01 WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(28).

           DISPLAY "SENMAINT SENSORS ADDED:   " WS-ADDED-COUNT.
           DISPLAY "SENMAINT SENSORS RETIRED: " WS-RETIRED-COUNT.
           DISPLAY "SENMAINT INTERVALS SET:   " WS-INTERVAL-COUNT.
           DISPLAY "SENMAINT TYPES SET:       " WS-TYPE-COUNT.
           DISPLAY "SENMAINT BAD TXNS:        " WS-BAD-TXN-COUNT.

           IF WS-ANY-FAILED = 'Y'
                       TO WS-FLT-RETIRE-DATE(WS-FLEET-COUNT)
                   MOVE SEN-MST-DESCRIPTION
                       TO WS-FLT-DESCRIPTION(WS-FLEET-COUNT)
                   IF SEN-MST-INTERVAL IS NUMERIC
                       MOVE SEN-MST-INTERVAL
                           TO WS-FLT-INTERVAL(WS-FLEET-COUNT)
                   ELSE
                       MOVE ZERO TO WS-FLT-INTERVAL(WS-FLEET-COUNT)
                   END-IF
                   MOVE SEN-MST-TYPE TO WS-FLT-TYPE(WS-FLEET-COUNT)
               ELSE
                   DISPLAY "WARNING: FLEET TABLE FULL, SENSOR "
                       "DROPPED: " SEN-MST-ID
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN "RET"
                   PERFORM APPLY-RETIRE-TRANSACTION
               WHEN "INT"
                   PERFORM APPLY-INTERVAL-TRANSACTION
               WHEN "TYP"
                   PERFORM APPLY-TYPE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-BAD-TXN-COUNT
                   DISPLAY "WARNING: UNKNOWN TRANSACTION ACTION "
                           TO WS-FLT-RETIRE-DATE(WS-FLEET-COUNT)
                       MOVE TXN-DESCRIPTION
                           TO WS-FLT-DESCRIPTION(WS-FLEET-COUNT)
                       IF TXN-INTERVAL IS NUMERIC
                           MOVE TXN-INTERVAL
                               TO WS-FLT-INTERVAL(WS-FLEET-COUNT)
                       ELSE
                           MOVE ZERO TO WS-FLT-INTERVAL(WS-FLEET-COUNT)
                       END-IF
                       MOVE TXN-SENSOR-TYPE
                           TO WS-FLT-TYPE(WS-FLEET-COUNT)
                       ADD 1 TO WS-ADDED-COUNT
                   END-IF
               END-IF
               END-IF
           END-IF.

       APPLY-INTERVAL-TRANSACTION.
           IF TXN-SENSOR-ID = SPACES OR TXN-INTERVAL IS NOT NUMERIC
               ADD 1 TO WS-BAD-TXN-COUNT
               DISPLAY "WARNING: INVALID INTERVAL TRANSACTION SKIPPED: "
                   TXN-RECORD
           ELSE
               IF WS-MATCH-IX = ZERO
                   ADD 1 TO WS-BAD-TXN-COUNT
                   DISPLAY "WARNING: SENSOR NOT ON MASTER, INTERVAL "
                       "SKIPPED: " TXN-SENSOR-ID
               ELSE
                   MOVE TXN-INTERVAL TO WS-FLT-INTERVAL(WS-MATCH-IX)
                   ADD 1 TO WS-INTERVAL-COUNT
               END-IF
           END-IF.

       APPLY-TYPE-TRANSACTION.
           IF TXN-SENSOR-ID = SPACES OR TXN-SENSOR-TYPE = SPACES
               ADD 1 TO WS-BAD-TXN-COUNT
               DISPLAY "WARNING: INVALID TYPE TRANSACTION SKIPPED: "
                   TXN-RECORD
           ELSE
               IF WS-MATCH-IX = ZERO
                   ADD 1 TO WS-BAD-TXN-COUNT
                   DISPLAY "WARNING: SENSOR NOT ON MASTER, TYPE "
                       "SKIPPED: " TXN-SENSOR-ID
               ELSE
                   MOVE TXN-SENSOR-TYPE TO WS-FLT-TYPE(WS-MATCH-IX)
                   ADD 1 TO WS-TYPE-COUNT
               END-IF
           END-IF.

       WRITE-NEW-MASTER.
           OPEN OUTPUT MASTER-NEW-FILE
           IF WS-SENSNEW-FS NOT = "00"
                       TO NEW-MST-RETIRE-DATE
                   MOVE WS-FLT-DESCRIPTION(WS-IX)
                       TO NEW-MST-DESCRIPTION
                   MOVE WS-FLT-INTERVAL(WS-IX) TO NEW-MST-INTERVAL
                   MOVE WS-FLT-TYPE(WS-IX) TO NEW-MST-TYPE
                   WRITE MASTER-NEW-RECORD
               END-PERFORM
               CLOSE MASTER-NEW-FILE
               MOVE SPACES TO WS-LL-RETIRED
           END-IF
           MOVE WS-FLT-DESCRIPTION(WS-IX) TO WS-LL-DESCRIPTION
           MOVE WS-FLT-INTERVAL(WS-IX) TO WS-LL-INTERVAL
           MOVE WS-FLT-TYPE(WS-IX) TO WS-LL-TYPE
           MOVE WS-LIST-LINE TO LIST-RECORD
           WRITE LIST-RECORD.


       01 WS-HASH-SUM PIC 9(15) VALUE ZERO.
       01 WS-RAW-HASH-SUM PIC 9(15) VALUE ZERO.
       01 WS-RAW-HASH-CHECK PIC 9(9) VALUE ZERO.
       01 WS-SEGMENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SEG-DETAIL-COUNT PIC 9(7) VALUE ZERO.

       01 WS-TRAILER-IN.
           05 FILLER PIC X(2).
               STOP RUN
           END-IF.

           DISPLAY "SONARSRT EXTRACTS IN:   " WS-SEGMENT-COUNT.
           DISPLAY "SONARSRT DETAILS READ:  " WS-DETAIL-READ-COUNT.
           DISPLAY "SONARSRT DUPES DROPPED: " WS-DUPLICATE-COUNT.
           DISPLAY "SONARSRT DETAILS KEPT:  " WS-KEPT-COUNT.
                       WS-SRTIN-DSN
                   MOVE 'Y' TO WS-ANY-FAILED
               END-IF
           END-IF.

       VERIFY-INCOMING-TRAILER.
                   WS-SRTIN-DSN
               MOVE 'Y' TO WS-ANY-FAILED
           ELSE
               IF WS-TIN-COUNT NOT = WS-SEG-DETAIL-COUNT
                   DISPLAY "ERROR: TRAILER COUNT " WS-TIN-COUNT
                       " EXTRACT HAS " WS-SEG-DETAIL-COUNT ": "
                       WS-SRTIN-DSN
                   MOVE 'Y' TO WS-ANY-FAILED
               END-IF
                       WS-SRTIN-DSN
                   MOVE 'Y' TO WS-ANY-FAILED
               END-IF
           END-IF
           MOVE ZERO TO WS-SEG-DETAIL-COUNT
           MOVE ZERO TO WS-RAW-HASH-SUM.

       RELEASE-ONE-RECORD.
           IF EXTRACT-IN-RECORD(1:2) = "H "
               IF WS-HEADER-SEEN = 'Y' AND WS-TRAILER-SEEN NOT = 'Y'
                   DISPLAY "ERROR: DUPLICATE HEADER RECORD: "
                       WS-SRTIN-DSN
                   MOVE 'Y' TO WS-ANY-FAILED
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF WS-HEADER-SEEN = 'Y'
                           AND EXTRACT-IN-RECORD(3:8)
                           NOT = WS-HEADER-SAVE(3:8)
                       DISPLAY "ERROR: HEADER DATE "
                           EXTRACT-IN-RECORD(3:8) " DIFFERS FROM "
                           "FIRST HEADER " WS-HEADER-SAVE(3:8) ": "
                           WS-SRTIN-DSN
                       MOVE 'Y' TO WS-ANY-FAILED
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       IF WS-HEADER-SEEN NOT = 'Y'
                           MOVE EXTRACT-IN-RECORD TO WS-HEADER-SAVE
                       END-IF
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE 'N' TO WS-TRAILER-SEEN
                       ADD 1 TO WS-SEGMENT-COUNT
                   END-IF
               END-IF
           ELSE
               IF EXTRACT-IN-RECORD(1:2) = "T "
                   ELSE
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE EXTRACT-IN-RECORD TO WS-TRAILER-IN
                       PERFORM VERIFY-INCOMING-TRAILER
                   END-IF
               ELSE
                   IF WS-TRAILER-SEEN = 'Y'
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-DETAIL-READ-COUNT
                       ADD 1 TO WS-SEG-DETAIL-COUNT
                       IF EXTRACT-IN-RECORD(21:4) IS NUMERIC
                           ADD FUNCTION NUMVAL(
                               EXTRACT-IN-RECORD(21:4))

           SELECT CALIBRATION-FILE ASSIGN TO DYNAMIC WS-CALFILE-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CALFILE-FS.
           SELECT GAP-FILE ASSIGN TO DYNAMIC WS-GAP-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GAP-FS.
           SELECT SPIKE-LIMIT-FILE ASSIGN TO DYNAMIC WS-SPIKE-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SPIKE-FS.
           SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC WS-QUAR-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QUAR-FS.

           SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-DSN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOCK-FS.

           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
       ORGANIZATION IS LINE SEQUENTIAL

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKP-RECORD-TAG PIC X(8).
           05 FILLER PIC X(1).
           05 CKP-LINE-NUMBER PIC 9(7).
           05 FILLER PIC X(1).
           05 CKP-READS PIC 9(8).
           05 FILLER PIC X(1).
           05 CKP-OUT-OF-ORDER-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 CKP-SPIKE-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 CKP-WINDOW-SIZE PIC 9(2).
           05 FILLER PIC X(1).
           05 CKP-DEPTH-MIN PIC 9(4).
           05 FILLER PIC X(1).
           05 CKP-EVENT-WRITTEN PIC 9(8).
           05 FILLER PIC X(1).
           05 CKP-GAP-WRITTEN PIC 9(8).
           05 FILLER PIC X(1).
           05 CKP-QUAR-WRITTEN PIC 9(8).
           05 FILLER PIC X(1).
           05 CKP-SENSOR-COUNT PIC 9(4).

       01 CHECKPOINT-SENSOR-RECORD.
           05 CKP-SEN-RECORD-TAG PIC X(8).
           05 FILLER PIC X(1).
           05 CKP-SENSOR-ENTRY.
              10 CKP-SEN-ID PIC X(4).
              10 CKP-SEN-FIRST PIC X(1).
              10 CKP-SEN-LAST-TS PIC 9(14).
              10 CKP-SEN-STREAK-END-DEPTH PIC 9(4).
              10 CKP-SEN-ADJUSTED-COUNT PIC 9(8).
              10 CKP-SEN-LAST-DEPTH PIC 9(4).
              10 CKP-SEN-INTERVAL PIC 9(5).
              10 CKP-SEN-GAP-COUNT PIC 9(8).
              10 CKP-SEN-MISSED-COUNT PIC 9(8).
              10 CKP-SEN-SPIKE-LIMIT PIC 9(5).
              10 CKP-SEN-GOOD-TS PIC 9(14).
              10 CKP-SEN-SPIKE-COUNT PIC 9(8).
              10 CKP-SEN-PEND-FLAG PIC X(1).
              10 CKP-SEN-PEND-TS PIC 9(14).
              10 CKP-SEN-PEND-DEPTH PIC 9(4).
              10 CKP-SEN-PEND-LINE PIC 9(7).
              10 CKP-SEN-PEND-RAW PIC X(25).
              10 CKP-SEN-WINDOW-ENTRY PIC 9(4) OCCURS 20 TIMES.

       FD CONTROL-FILE.
           05 EVT-LENGTH PIC 9(8).

       FD WORK-FILE.
       01 WORK-RECORD PIC X(160).

       FD SENSOR-MASTER-FILE.
           COPY SONARSEN.
           05 FILLER PIC X(1).
           05 CAL-OFFSET PIC S9(4) SIGN LEADING SEPARATE.

       FD GAP-FILE.
           COPY SONARGAP.

       FD SPIKE-LIMIT-FILE.
       01 SPIKE-LIMIT-RECORD.
           05 SPK-SENSOR-TYPE PIC X(4).
           05 FILLER PIC X(1).
           05 SPK-MAX-CHANGE PIC 9(5).

       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD.
           05 QUA-FILE01-DSN PIC X(100).
           05 FILLER PIC X(1).
           05 QUA-LINE-NUMBER PIC 9(7).
           05 FILLER PIC X(1).
           05 QUA-RAW-VALUE PIC X(25).
           05 FILLER PIC X(1).
           05 QUA-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 QUA-REASON PIC X(8).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-LINE PIC X(106).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.
           COPY SONARLKW.

       01 WS-FILE01.
           05 WS-SENSOR-ID PIC X(4).
       01 WS-TREND-FS PIC X(2) VALUE SPACES.
       01 WS-CHECKPOINT-DSN PIC X(100) VALUE SPACES.
       01 WS-CHECKPOINT-FS PIC X(2) VALUE SPACES.
       01 WS-CKP-HEADER-TAG PIC X(8) VALUE "CKPHDR02".
       01 WS-CKP-SENSOR-TAG PIC X(8) VALUE "CKPSEN02".
       01 WS-CKP-SENSORS-EXPECTED PIC 9(4) VALUE ZERO.
       01 WS-CKP-SENSORS-FOUND PIC 9(4) VALUE ZERO.
       01 WS-CKP-VALID PIC X(1) VALUE 'N'.
       01 WS-CHECKPOINT-EXISTS PIC X(1) VALUE 'N'.
       01 WS-CHECKPOINT-INTERVAL-IN PIC X(4).
       01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 1000.
       01 WS-GRAND-READS PIC 9(8) VALUE ZERO.
       01 WS-GRAND-COUNT PIC 9(8) VALUE ZERO.
       01 WS-GRAND-DECREASE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-TREND-ROW-PLACED PIC X(1) VALUE 'N'.
       01 WS-NEW-TREND-ROW.
           05 WS-NTR-RUN-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTR-READS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTR-INCREASES PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTR-DECREASES PIC 9(8).
       01 WS-GRAND-SAME-COUNT PIC 9(8) VALUE ZERO.
       01 WS-GRAND-REJECTED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-GRAND-OOO-COUNT PIC 9(8) VALUE ZERO.
       01 WS-SAME-COUNT PIC 9(8) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-OUT-OF-ORDER-COUNT PIC 9(8) VALUE ZERO.
       01 WS-SPIKE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ACCOUNTED-FOR PIC 9(8) VALUE ZERO.

       01 WS-EXPECTED-DATE PIC X(8) VALUE SPACES.
       01 WS-EVENT-OPEN PIC X(1) VALUE 'N'.
       01 WS-WORK-DSN PIC X(100) VALUE SPACES.
       01 WS-WORK-FS PIC X(2) VALUE SPACES.
       01 WS-GAP-DSN PIC X(100) VALUE SPACES.
       01 WS-GAP-FS PIC X(2) VALUE SPACES.
       01 WS-GAP-OPEN PIC X(1) VALUE 'N'.
       01 WS-QUAR-DSN PIC X(100) VALUE SPACES.
       01 WS-QUAR-FS PIC X(2) VALUE SPACES.
       01 WS-QUAR-OPEN PIC X(1) VALUE 'N'.
       01 WS-DETAIL-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-EVENT-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-GAP-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-QUAR-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DETAIL-TRIM-TARGET PIC 9(8) VALUE ZERO.
       01 WS-EVENT-TRIM-TARGET PIC 9(8) VALUE ZERO.
       01 WS-GAP-TRIM-TARGET PIC 9(8) VALUE ZERO.
       01 WS-QUAR-TRIM-TARGET PIC 9(8) VALUE ZERO.
       01 WS-TRIM-COPIED PIC 9(8) VALUE ZERO.
       01 WS-STREAK-MIN-IN PIC X(4).
       01 WS-STREAK-MIN PIC 9(4) VALUE 5.
       01 WS-DEPTH-MAX PIC 9(4) VALUE ZERO.
       01 WS-DEPTH-SUM PIC 9(12) VALUE ZERO.
       01 WS-DEPTH-MEAN PIC 9(4)V99 VALUE ZERO.
       01 WS-STATS-READS PIC 9(8) VALUE ZERO.

       01 WS-STATS-LINE.
           05 FILLER PIC X(6) VALUE "STATS ".
       01 WS-SENSMAST-FS PIC X(2) VALUE SPACES.
       01 WS-CALFILE-DSN PIC X(100) VALUE SPACES.
       01 WS-CALFILE-FS PIC X(2) VALUE SPACES.
       01 WS-CAL-MAX PIC 9(4) VALUE 1000.
       01 WS-CAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CAL-IX PIC 9(4) VALUE ZERO.
       01 WS-CAL-BEST-IX PIC 9(4) VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES.
              10 WS-CAL-SENSOR-ID PIC X(4).
              10 WS-CAL-EFF-TS PIC 9(14).
              10 WS-CAL-OFFSET PIC S9(4).
           05 WS-CBL-SENSOR PIC X(4).
           05 FILLER PIC X(10) VALUE " ADJUSTED ".
           05 WS-CBL-COUNT PIC 9(8).

       01 WS-GAP-TS PIC 9(14) VALUE ZERO.
       01 WS-GAP-TS-PARTS REDEFINES WS-GAP-TS.
           05 WS-GAP-TS-DATE PIC 9(8).
           05 WS-GAP-TS-HH PIC 9(2).
           05 WS-GAP-TS-MI PIC 9(2).
           05 WS-GAP-TS-SS PIC 9(2).
       01 WS-GAP-TS-SECONDS PIC 9(12) VALUE ZERO.
       01 WS-GAP-PREV-SECONDS PIC 9(12) VALUE ZERO.
       01 WS-GAP-SECONDS PIC S9(12) VALUE ZERO.
       01 WS-GAP-MISSED PIC 9(8) VALUE ZERO.
       01 WS-COVERAGE-RECEIVED PIC 9(8) VALUE ZERO.
       01 WS-COVERAGE-EXPECTED PIC 9(9) VALUE ZERO.
       01 WS-COVERAGE-PCT PIC 9(3)V99 VALUE ZERO.

       01 WS-COVERAGE-LINE.
           05 FILLER PIC X(9) VALUE "COVERAGE ".
           05 WS-CVL-SENSOR PIC X(4).
           05 FILLER PIC X(5) VALUE " PCT ".
           05 WS-CVL-PCT PIC ZZ9.99.
           05 FILLER PIC X(10) VALUE " RECEIVED ".
           05 WS-CVL-RECEIVED PIC 9(8).
           05 FILLER PIC X(8) VALUE " MISSED ".
           05 WS-CVL-MISSED PIC 9(8).
           05 FILLER PIC X(6) VALUE " GAPS ".
           05 WS-CVL-GAPS PIC 9(8).

       01 WS-COVERAGE-NA-LINE.
           05 FILLER PIC X(9) VALUE "COVERAGE ".
           05 WS-CNL-SENSOR PIC X(4).
           05 FILLER PIC X(33)
               VALUE " NO EXPECTED INTERVAL ON MASTER".

       01 WS-SPIKE-DSN PIC X(100) VALUE SPACES.
       01 WS-SPIKE-FS PIC X(2) VALUE SPACES.
       01 WS-SPK-MAX PIC 9(2) VALUE 20.
       01 WS-SPK-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SPK-IX PIC 9(2) VALUE ZERO.
       01 WS-SPK-TABLE.
           05 WS-SPK-ENTRY OCCURS 20 TIMES.
              10 WS-SPK-TYPE PIC X(4).
              10 WS-SPK-LIMIT PIC 9(5).
       01 WS-SPIKE-FOUND PIC X(1) VALUE 'N'.
       01 WS-SPIKE-FROM-TS PIC 9(14) VALUE ZERO.
       01 WS-SPIKE-TO-TS PIC 9(14) VALUE ZERO.
       01 WS-SPIKE-FROM-DEPTH PIC 9(4) VALUE ZERO.
       01 WS-SPIKE-TO-DEPTH PIC 9(4) VALUE ZERO.
       01 WS-SPIKE-SECONDS PIC S9(12) VALUE ZERO.
       01 WS-SPIKE-CHANGE PIC S9(5) VALUE ZERO.
       01 WS-SPIKE-ALLOWED PIC 9(15) VALUE ZERO.
       01 WS-HOLD-SENSOR-ID PIC X(4) VALUE SPACES.
       01 WS-HOLD-TIMESTAMP PIC 9(14) VALUE ZERO.
       01 WS-HOLD-MEASURMENT PIC 9(4) VALUE ZERO.
       01 WS-HOLD-LINE-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-HOLD-RAW-READING PIC X(25) VALUE SPACES.

       01 WS-SPIKE-LINE.
           05 FILLER PIC X(7) VALUE "SPIKES ".
           05 WS-SPL-SENSOR PIC X(4).
           05 FILLER PIC X(13) VALUE " QUARANTINED ".
           05 WS-SPL-COUNT PIC 9(8).
       01 WS-SENSOR-VALIDATION PIC X(1) VALUE 'N'.
       01 WS-EXC-REASON PIC X(8) VALUE SPACES.
       01 WS-MASTER-MAX PIC 9(4) VALUE 500.
       01 WS-MASTER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MST-IX PIC 9(4) VALUE ZERO.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 500 TIMES.
              10 WS-MST-ID PIC X(4).
              10 WS-MST-STATUS PIC X(1).
              10 WS-MST-INTERVAL PIC 9(5).
              10 WS-MST-TYPE PIC X(4).

       01 WS-SENSOR-MAX PIC 9(4) VALUE 500.
       01 WS-SENSOR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SEN-IX PIC 9(4) VALUE ZERO.
       01 WS-SEN-JX PIC 9(4) VALUE ZERO.
       01 WS-SENSOR-TABLE.
           05 WS-SENSOR-ENTRY OCCURS 500 TIMES.
              10 WS-SEN-ID PIC X(4).
              10 WS-SEN-FIRST PIC X(1).
              10 WS-SEN-LAST-TS PIC 9(14).
              10 WS-SEN-STREAK-END-DEPTH PIC 9(4).
              10 WS-SEN-ADJUSTED-COUNT PIC 9(8).
              10 WS-SEN-LAST-DEPTH PIC 9(4).
              10 WS-SEN-INTERVAL PIC 9(5).
              10 WS-SEN-GAP-COUNT PIC 9(8).
              10 WS-SEN-MISSED-COUNT PIC 9(8).
              10 WS-SEN-SPIKE-LIMIT PIC 9(5).
              10 WS-SEN-GOOD-TS PIC 9(14).
              10 WS-SEN-SPIKE-COUNT PIC 9(8).
              10 WS-SEN-PEND-FLAG PIC X(1).
              10 WS-SEN-PEND-TS PIC 9(14).
              10 WS-SEN-PEND-DEPTH PIC 9(4).
              10 WS-SEN-PEND-LINE PIC 9(7).
              10 WS-SEN-PEND-RAW PIC X(25).
              10 WS-SEN-WINDOW-ENTRY PIC 9(4) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
           END-IF.
           PERFORM LOAD-SENSOR-MASTER.

           ACCEPT WS-SPIKE-DSN FROM ENVIRONMENT "SPIKELIM"
           MOVE "SPIKELIM" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-SPIKE-DSN
           END-IF
           IF WS-SPIKE-DSN = SPACES
               MOVE "input/spikelimits.txt" TO WS-SPIKE-DSN
           END-IF.
           PERFORM LOAD-SPIKE-LIMITS.

           ACCEPT WS-CALFILE-DSN FROM ENVIRONMENT "CALFILE"
           MOVE "CALFILE" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
               MOVE "output/events.txt" TO WS-EVENT-DSN
           END-IF.

           ACCEPT WS-GAP-DSN FROM ENVIRONMENT "GAP01"
           MOVE "GAP01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-GAP-DSN
           END-IF
           IF WS-GAP-DSN = SPACES
               MOVE "output/day02gaps.txt" TO WS-GAP-DSN
           END-IF.

           ACCEPT WS-QUAR-DSN FROM ENVIRONMENT "QUAR01"
           MOVE "QUAR01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-QUAR-DSN
           END-IF
           IF WS-QUAR-DSN = SPACES
               MOVE "output/day02quar.txt" TO WS-QUAR-DSN
           END-IF.

           ACCEPT WS-WORK-DSN FROM ENVIRONMENT "TRIMWORK"
           MOVE "TRIMWORK" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
                               MOVE CKP-EVENT-WRITTEN
                                   TO WS-EVENT-TRIM-TARGET
                           END-IF
                           IF CKP-GAP-WRITTEN IS NUMERIC
                               MOVE CKP-GAP-WRITTEN
                                   TO WS-GAP-TRIM-TARGET
                           END-IF
                           IF CKP-QUAR-WRITTEN IS NUMERIC
                               MOVE CKP-QUAR-WRITTEN
                                   TO WS-QUAR-TRIM-TARGET
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

           IF WS-CHECKPOINT-EXISTS = 'Y'
               PERFORM VALIDATE-CHECKPOINT
           END-IF.

           MOVE "DAY02" TO WS-LOCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LOCK-RUN-DATE.
           PERFORM ACQUIRE-RUN-LOCK.

           IF WS-CHECKPOINT-EXISTS = 'Y'
               OPEN EXTEND EXCEPTION-FILE
               IF WS-EXCEPTION-FS = "35"
               DISPLAY "WARNING: UNABLE TO OPEN EVENT FILE (STATUS "
                   WS-EVENT-FS "): " WS-EVENT-DSN
           END-IF.
           IF WS-CHECKPOINT-EXISTS = 'Y'
               PERFORM TRIM-GAP-FILE
               OPEN EXTEND GAP-FILE
               IF WS-GAP-FS = "35"
                   OPEN OUTPUT GAP-FILE
               END-IF
           ELSE
               OPEN OUTPUT GAP-FILE
           END-IF.
           IF WS-GAP-FS = "00"
               MOVE 'Y' TO WS-GAP-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN GAP FILE (STATUS "
                   WS-GAP-FS "): " WS-GAP-DSN
           END-IF.
           IF WS-CHECKPOINT-EXISTS = 'Y'
               PERFORM TRIM-QUARANTINE-FILE
               OPEN EXTEND QUARANTINE-FILE
               IF WS-QUAR-FS = "35"
                   OPEN OUTPUT QUARANTINE-FILE
               END-IF
           ELSE
               OPEN OUTPUT QUARANTINE-FILE
           END-IF.
           IF WS-QUAR-FS = "00"
               MOVE 'Y' TO WS-QUAR-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN QUARANTINE FILE "
                   "(STATUS " WS-QUAR-FS "): " WS-QUAR-DSN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PARM-COUNT > ZERO
               PERFORM ECHO-RUN-PARMS
           IF WS-EVENT-OPEN = 'Y'
               CLOSE EVENT-FILE
           END-IF.
           IF WS-GAP-OPEN = 'Y'
               CLOSE GAP-FILE
           END-IF.
           IF WS-QUAR-OPEN = 'Y'
               CLOSE QUARANTINE-FILE
           END-IF.
           IF WS-DETAIL-MODE = 'Y'
               CLOSE DETAIL-FILE
           END-IF.
           END-IF.

           PERFORM WRITE-RUN-AUDIT.
           PERFORM RELEASE-RUN-LOCK.

           STOP RUN.

           MOVE ZERO TO WS-SAME-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-OUT-OF-ORDER-COUNT
           MOVE ZERO TO WS-SPIKE-COUNT
           MOVE ZERO TO WS-ACCOUNTED-FOR
           MOVE ZERO TO WS-RESTART-LINE
           MOVE 9999 TO WS-DEPTH-MIN
           MOVE ZERO TO WS-SEN-STREAK-END-DEPTH(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-ADJUSTED-COUNT(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-LAST-DEPTH(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-INTERVAL(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-GAP-COUNT(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-SPIKE-LIMIT(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-GOOD-TS(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-SPIKE-COUNT(WS-SEN-IX)
           MOVE 'N' TO WS-SEN-PEND-FLAG(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-PEND-TS(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-PEND-DEPTH(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-PEND-LINE(WS-SEN-IX)
           MOVE SPACES TO WS-SEN-PEND-RAW(WS-SEN-IX)
           MOVE ZERO TO WS-SEN-MISSED-COUNT(WS-SEN-IX)
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 20
               MOVE ZERO TO WS-SEN-WINDOW-ENTRY(WS-SEN-IX, WS-IX)
           END-PERFORM.
                       TO WS-CBL-COUNT
                   WRITE SONAR-SWEEP-RESULT FROM WS-CALIB-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > WS-SENSOR-COUNT
               MOVE WS-SEN-ID(WS-SEN-IX) TO WS-SPL-SENSOR
               MOVE WS-SEN-SPIKE-COUNT(WS-SEN-IX) TO WS-SPL-COUNT
               WRITE SONAR-SWEEP-RESULT FROM WS-SPIKE-LINE
           END-PERFORM
           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > WS-SENSOR-COUNT
               PERFORM WRITE-SENSOR-COVERAGE
           END-PERFORM.

       WRITE-SENSOR-COVERAGE.
           IF WS-SEN-INTERVAL(WS-SEN-IX) = ZERO
               MOVE WS-SEN-ID(WS-SEN-IX) TO WS-CNL-SENSOR
               WRITE SONAR-SWEEP-RESULT FROM WS-COVERAGE-NA-LINE
           ELSE
               SUBTRACT WS-SEN-OOO-COUNT(WS-SEN-IX)
                   FROM WS-SEN-READS(WS-SEN-IX)
                   GIVING WS-COVERAGE-RECEIVED
               ADD WS-COVERAGE-RECEIVED WS-SEN-MISSED-COUNT(WS-SEN-IX)
                   GIVING WS-COVERAGE-EXPECTED
               IF WS-COVERAGE-EXPECTED = ZERO
                   MOVE ZERO TO WS-COVERAGE-PCT
               ELSE
                   COMPUTE WS-COVERAGE-PCT ROUNDED
                       = WS-COVERAGE-RECEIVED * 100
                           / WS-COVERAGE-EXPECTED
               END-IF
               MOVE WS-SEN-ID(WS-SEN-IX) TO WS-CVL-SENSOR
               MOVE WS-COVERAGE-PCT TO WS-CVL-PCT
               MOVE WS-COVERAGE-RECEIVED TO WS-CVL-RECEIVED
               MOVE WS-SEN-MISSED-COUNT(WS-SEN-IX) TO WS-CVL-MISSED
               MOVE WS-SEN-GAP-COUNT(WS-SEN-IX) TO WS-CVL-GAPS
               WRITE SONAR-SWEEP-RESULT FROM WS-COVERAGE-LINE
           END-IF.

       WRITE-GRAND-TOTAL-RESULT.
           MOVE SPACES TO SONAR-SWEEP-RESULT
           MOVE "DAY02-TOTAL" TO SSR-PROGRAM-NAME
               END-IF

               IF WS-FILE01-CONTROL-OK = 'Y'
                   PERFORM FLUSH-ALL-PENDING-SPIKES
                   PERFORM FLUSH-ALL-STREAKS
                   PERFORM CHECK-QUALITY-THRESHOLDS
               END-IF

               ADD WS-COUNT WS-DECREASE-COUNT WS-SAME-COUNT
                   WS-SKIPPED-COUNT WS-OUT-OF-ORDER-COUNT
                   WS-SPIKE-COUNT
                   GIVING WS-ACCOUNTED-FOR
               IF WS-ACCOUNTED-FOR NOT = WS-READS
                   DISPLAY "WARNING: READINGS NOT FULLY ACCOUNTED FOR"
                       " OUT-OF-ORDER READINGS FLAGGED: "
                       WS-FILE01-DSN
               END-IF
               IF WS-SPIKE-COUNT > ZERO
                   DISPLAY "WARNING: " WS-SPIKE-COUNT
                       " SPIKE READINGS QUARANTINED: "
                       WS-FILE01-DSN
               END-IF

               DISPLAY WS-COUNT
               CLOSE FILE01
               ADD 1 TO WS-READS
               ADD 1 TO WS-SEN-READS(WS-SEN-IX)
               PERFORM APPLY-CALIBRATION-OFFSET
               IF WS-TIMESTAMP < WS-SEN-LAST-TS(WS-SEN-IX)
                   PERFORM ACCUMULATE-DEPTH-STATS
                   ADD 1 TO WS-OUT-OF-ORDER-COUNT
                   ADD 1 TO WS-SEN-OOO-COUNT(WS-SEN-IX)
                   MOVE "OUTOFORD" TO WS-EXC-REASON
                       PERFORM WRITE-DETAIL-RECORD
                   END-IF
               ELSE
                   IF WS-SEN-LAST-TS(WS-SEN-IX) > ZERO
                           AND WS-SEN-INTERVAL(WS-SEN-IX) > ZERO
                       PERFORM CHECK-READING-GAP
                   END-IF
                   MOVE WS-TIMESTAMP TO WS-SEN-LAST-TS(WS-SEN-IX)
                   IF WS-SEN-PEND-FLAG(WS-SEN-IX) = 'Y'
                       PERFORM RESOLVE-PENDING-SPIKE
                   END-IF
                   PERFORM CHECK-SPIKE-LIMIT
                   IF WS-SPIKE-FOUND = 'Y'
                       PERFORM HOLD-PENDING-SPIKE
                   ELSE
                       PERFORM CLASSIFY-GOOD-READING
                   END-IF
               END-IF
               IF WS-BATCH-MODE NOT = 'Y'
                   TO WS-SEN-WINDOW-ENTRY(WS-SEN-IX, WS-IX)
           END-PERFORM.

       CLASSIFY-GOOD-READING.
           IF WS-SEN-GOOD-TS(WS-SEN-IX) > ZERO
                   AND WS-MEASURMENT = WS-SEN-LAST-DEPTH(WS-SEN-IX)
               ADD 1 TO WS-SEN-CONSEC(WS-SEN-IX)
           ELSE
               MOVE 1 TO WS-SEN-CONSEC(WS-SEN-IX)
           END-IF
           IF WS-SEN-CONSEC(WS-SEN-IX) > WS-MAX-CONSEC-COUNT
               MOVE WS-SEN-CONSEC(WS-SEN-IX)
                   TO WS-MAX-CONSEC-COUNT
           END-IF
           MOVE WS-MEASURMENT TO WS-SEN-LAST-DEPTH(WS-SEN-IX)
           MOVE WS-TIMESTAMP TO WS-SEN-GOOD-TS(WS-SEN-IX)
           PERFORM ACCUMULATE-DEPTH-STATS
           IF WS-SEN-WINDOW-FILL(WS-SEN-IX) < WS-WINDOW-SIZE - 1
               ADD 1 TO WS-SEN-WINDOW-FILL(WS-SEN-IX)
               MOVE WS-MEASURMENT TO WS-SEN-WINDOW-ENTRY(
                   WS-SEN-IX, WS-SEN-WINDOW-FILL(WS-SEN-IX))
               ADD 1 TO WS-SKIPPED-COUNT
               ADD 1 TO WS-SEN-SKIPPED-COUNT(WS-SEN-IX)
               IF WS-DETAIL-MODE = 'Y'
                   MOVE ZERO TO WS-SUM2
                   MOVE "SKIPPED" TO WS-DETAIL-VERDICT
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           ELSE
               PERFORM SLIDE-SENSOR-WINDOW
           END-IF.

       CHECK-SPIKE-LIMIT.
           MOVE 'N' TO WS-SPIKE-FOUND
           IF WS-SEN-SPIKE-LIMIT(WS-SEN-IX) > ZERO
                   AND WS-SEN-GOOD-TS(WS-SEN-IX) > ZERO
               MOVE WS-SEN-GOOD-TS(WS-SEN-IX) TO WS-SPIKE-FROM-TS
               MOVE WS-SEN-LAST-DEPTH(WS-SEN-IX) TO WS-SPIKE-FROM-DEPTH
               MOVE WS-TIMESTAMP TO WS-SPIKE-TO-TS
               MOVE WS-MEASURMENT TO WS-SPIKE-TO-DEPTH
               PERFORM TEST-SPIKE-RATE
           END-IF.

       TEST-SPIKE-RATE.
           MOVE WS-SPIKE-FROM-TS TO WS-GAP-TS
           PERFORM CONVERT-GAP-TIMESTAMP
           MOVE WS-GAP-TS-SECONDS TO WS-GAP-PREV-SECONDS
           MOVE WS-SPIKE-TO-TS TO WS-GAP-TS
           PERFORM CONVERT-GAP-TIMESTAMP
           COMPUTE WS-SPIKE-SECONDS
               = WS-GAP-TS-SECONDS - WS-GAP-PREV-SECONDS
           IF WS-SPIKE-SECONDS < 60
               MOVE 60 TO WS-SPIKE-SECONDS
           END-IF
           COMPUTE WS-SPIKE-ALLOWED
               = WS-SEN-SPIKE-LIMIT(WS-SEN-IX) * WS-SPIKE-SECONDS / 60
           COMPUTE WS-SPIKE-CHANGE
               = WS-SPIKE-TO-DEPTH - WS-SPIKE-FROM-DEPTH
           IF WS-SPIKE-CHANGE < ZERO
               MULTIPLY -1 BY WS-SPIKE-CHANGE
           END-IF
           IF WS-SPIKE-CHANGE > WS-SPIKE-ALLOWED
               MOVE 'Y' TO WS-SPIKE-FOUND
           END-IF.

       HOLD-PENDING-SPIKE.
           MOVE 'Y' TO WS-SEN-PEND-FLAG(WS-SEN-IX)
           MOVE WS-TIMESTAMP TO WS-SEN-PEND-TS(WS-SEN-IX)
           MOVE WS-MEASURMENT TO WS-SEN-PEND-DEPTH(WS-SEN-IX)
           MOVE WS-LINE-NUMBER TO WS-SEN-PEND-LINE(WS-SEN-IX)
           MOVE WS-RAW-READING TO WS-SEN-PEND-RAW(WS-SEN-IX).

       RESOLVE-PENDING-SPIKE.
           MOVE WS-SEN-PEND-TS(WS-SEN-IX) TO WS-SPIKE-FROM-TS
           MOVE WS-SEN-PEND-DEPTH(WS-SEN-IX) TO WS-SPIKE-FROM-DEPTH
           MOVE WS-TIMESTAMP TO WS-SPIKE-TO-TS
           MOVE WS-MEASURMENT TO WS-SPIKE-TO-DEPTH
           MOVE 'N' TO WS-SPIKE-FOUND
           PERFORM TEST-SPIKE-RATE
           PERFORM SWAP-IN-PENDING-READING
           IF WS-SPIKE-FOUND = 'Y'
               PERFORM QUARANTINE-SPIKE-READING
           ELSE
               PERFORM CLASSIFY-GOOD-READING
           END-IF
           PERFORM SWAP-OUT-PENDING-READING.

       SWAP-IN-PENDING-READING.
           MOVE WS-SENSOR-ID TO WS-HOLD-SENSOR-ID
           MOVE WS-TIMESTAMP TO WS-HOLD-TIMESTAMP
           MOVE WS-MEASURMENT TO WS-HOLD-MEASURMENT
           MOVE WS-LINE-NUMBER TO WS-HOLD-LINE-NUMBER
           MOVE WS-RAW-READING TO WS-HOLD-RAW-READING
           MOVE WS-SEN-ID(WS-SEN-IX) TO WS-SENSOR-ID
           MOVE WS-SEN-PEND-TS(WS-SEN-IX) TO WS-TIMESTAMP
           MOVE WS-SEN-PEND-DEPTH(WS-SEN-IX) TO WS-MEASURMENT
           MOVE WS-SEN-PEND-LINE(WS-SEN-IX) TO WS-LINE-NUMBER
           MOVE WS-SEN-PEND-RAW(WS-SEN-IX) TO WS-RAW-READING
           MOVE 'N' TO WS-SEN-PEND-FLAG(WS-SEN-IX).

       SWAP-OUT-PENDING-READING.
           MOVE WS-HOLD-SENSOR-ID TO WS-SENSOR-ID
           MOVE WS-HOLD-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-HOLD-MEASURMENT TO WS-MEASURMENT
           MOVE WS-HOLD-LINE-NUMBER TO WS-LINE-NUMBER
           MOVE WS-HOLD-RAW-READING TO WS-RAW-READING.

       QUARANTINE-SPIKE-READING.
           ADD 1 TO WS-SPIKE-COUNT
           ADD 1 TO WS-SEN-SPIKE-COUNT(WS-SEN-IX)
           PERFORM WRITE-QUARANTINE-RECORD
           IF WS-DETAIL-MODE = 'Y'
               MOVE ZERO TO WS-SUM2
               MOVE "SPIKE" TO WS-DETAIL-VERDICT
               PERFORM WRITE-DETAIL-RECORD
           END-IF.

       FLUSH-ALL-PENDING-SPIKES.
           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > WS-SENSOR-COUNT
               IF WS-SEN-PEND-FLAG(WS-SEN-IX) = 'Y'
                   PERFORM SWAP-IN-PENDING-READING
                   PERFORM QUARANTINE-SPIKE-READING
                   PERFORM SWAP-OUT-PENDING-READING
               END-IF
           END-PERFORM.

       WRITE-QUARANTINE-RECORD.
           IF WS-QUAR-OPEN = 'Y'
               MOVE SPACES TO QUARANTINE-RECORD
               MOVE WS-FILE01-DSN TO QUA-FILE01-DSN
               MOVE WS-LINE-NUMBER TO QUA-LINE-NUMBER
               MOVE WS-RAW-READING TO QUA-RAW-VALUE
               MOVE WS-RUN-DATE TO QUA-RUN-DATE
               MOVE "SPIKE" TO QUA-REASON
               WRITE QUARANTINE-RECORD
               ADD 1 TO WS-QUAR-WRITTEN-COUNT
           END-IF.

       FIND-OR-ADD-SENSOR.
           MOVE ZERO TO WS-SEN-IX
           MOVE ZERO TO WS-MST-IX
           PERFORM VARYING WS-SEN-JX FROM 1 BY 1
                   UNTIL WS-SEN-JX > WS-SENSOR-COUNT
                       OR WS-SEN-IX > ZERO
                   ADD 1 TO WS-SENSOR-COUNT
                   MOVE WS-SENSOR-COUNT TO WS-SEN-IX
                   MOVE WS-SENSOR-ID TO WS-SEN-ID(WS-SEN-IX)
                   IF WS-MST-IX > ZERO
                       MOVE WS-MST-INTERVAL(WS-MST-IX)
                           TO WS-SEN-INTERVAL(WS-SEN-IX)
                       PERFORM FIND-SPIKE-LIMIT
                   END-IF
               ELSE
                   MOVE "TBLFULL" TO WS-EXC-REASON
                   DISPLAY "WARNING: SENSOR TABLE FULL, READING "
               END-IF
           END-IF.

       FIND-SPIKE-LIMIT.
           PERFORM VARYING WS-SPK-IX FROM 1 BY 1
                   UNTIL WS-SPK-IX > WS-SPK-COUNT
               IF WS-SPK-TYPE(WS-SPK-IX) = WS-MST-TYPE(WS-MST-IX)
                   MOVE WS-SPK-LIMIT(WS-SPK-IX)
                       TO WS-SEN-SPIKE-LIMIT(WS-SEN-IX)
               END-IF
           END-PERFORM.

       VALIDATE-SENSOR-REGISTRATION.
           MOVE ZERO TO WS-MST-IX
           PERFORM VARYING WS-SEN-JX FROM 1 BY 1
                       MOVE CKP-REJECTED-COUNT TO WS-REJECTED-COUNT
                       MOVE CKP-OUT-OF-ORDER-COUNT
                           TO WS-OUT-OF-ORDER-COUNT
                       MOVE CKP-SPIKE-COUNT TO WS-SPIKE-COUNT
                       MOVE CKP-WINDOW-SIZE TO WS-WINDOW-SIZE
                       MOVE CKP-DEPTH-MIN TO WS-DEPTH-MIN
                       MOVE CKP-DEPTH-MAX TO WS-DEPTH-MAX
                           TO WS-DETAIL-WRITTEN-COUNT
                       MOVE CKP-EVENT-WRITTEN
                           TO WS-EVENT-WRITTEN-COUNT
                       MOVE CKP-GAP-WRITTEN
                           TO WS-GAP-WRITTEN-COUNT
                       MOVE CKP-QUAR-WRITTEN
                           TO WS-QUAR-WRITTEN-COUNT
                       MOVE CKP-SENSOR-COUNT TO WS-SENSOR-COUNT
                       PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                               UNTIL WS-SEN-IX > WS-SENSOR-COUNT
                           READ CHECKPOINT-FILE
                               AT END
                                   CONTINUE
                           END-READ
                           PERFORM RESTORE-SENSOR-ENTRY
                       END-PERFORM
               END-READ
           END-IF.

       RESTORE-SENSOR-ENTRY.
           MOVE CKP-SEN-ID TO WS-SEN-ID(WS-SEN-IX)
           MOVE CKP-SEN-FIRST TO WS-SEN-FIRST(WS-SEN-IX)
           MOVE CKP-SEN-LAST-TS
               TO WS-SEN-LAST-TS(WS-SEN-IX)
           MOVE CKP-SEN-SUM1 TO WS-SEN-SUM1(WS-SEN-IX)
           MOVE CKP-SEN-WINDOW-FILL
               TO WS-SEN-WINDOW-FILL(WS-SEN-IX)
           MOVE CKP-SEN-READS TO WS-SEN-READS(WS-SEN-IX)
           MOVE CKP-SEN-COUNT TO WS-SEN-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-DECREASE-COUNT
               TO WS-SEN-DECREASE-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-SAME-COUNT
               TO WS-SEN-SAME-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-SKIPPED-COUNT
               TO WS-SEN-SKIPPED-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-OOO-COUNT
               TO WS-SEN-OOO-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-CONSEC
               TO WS-SEN-CONSEC(WS-SEN-IX)
           MOVE CKP-SEN-LAST-DEPTH
               TO WS-SEN-LAST-DEPTH(WS-SEN-IX)
           MOVE CKP-SEN-STREAK-DIR
               TO WS-SEN-STREAK-DIR(WS-SEN-IX)
           MOVE CKP-SEN-STREAK-LEN
               TO WS-SEN-STREAK-LEN(WS-SEN-IX)
           MOVE CKP-SEN-STREAK-START-LINE
               TO WS-SEN-STREAK-START-LINE(WS-SEN-IX)
           MOVE CKP-SEN-STREAK-START-DEPTH
               TO WS-SEN-STREAK-START-DEPTH(WS-SEN-IX)
           MOVE CKP-SEN-STREAK-END-LINE
               TO WS-SEN-STREAK-END-LINE(WS-SEN-IX)
           MOVE CKP-SEN-STREAK-END-DEPTH
               TO WS-SEN-STREAK-END-DEPTH(WS-SEN-IX)
           MOVE CKP-SEN-ADJUSTED-COUNT
               TO WS-SEN-ADJUSTED-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-INTERVAL
               TO WS-SEN-INTERVAL(WS-SEN-IX)
           MOVE CKP-SEN-GAP-COUNT
               TO WS-SEN-GAP-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-MISSED-COUNT
               TO WS-SEN-MISSED-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-SPIKE-LIMIT
               TO WS-SEN-SPIKE-LIMIT(WS-SEN-IX)
           MOVE CKP-SEN-GOOD-TS
               TO WS-SEN-GOOD-TS(WS-SEN-IX)
           MOVE CKP-SEN-SPIKE-COUNT
               TO WS-SEN-SPIKE-COUNT(WS-SEN-IX)
           MOVE CKP-SEN-PEND-FLAG
               TO WS-SEN-PEND-FLAG(WS-SEN-IX)
           MOVE CKP-SEN-PEND-TS
               TO WS-SEN-PEND-TS(WS-SEN-IX)
           MOVE CKP-SEN-PEND-DEPTH
               TO WS-SEN-PEND-DEPTH(WS-SEN-IX)
           MOVE CKP-SEN-PEND-LINE
               TO WS-SEN-PEND-LINE(WS-SEN-IX)
           MOVE CKP-SEN-PEND-RAW
               TO WS-SEN-PEND-RAW(WS-SEN-IX)
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-WINDOW-SIZE
               MOVE CKP-SEN-WINDOW-ENTRY(WS-IX)
                   TO WS-SEN-WINDOW-ENTRY(WS-SEN-IX, WS-IX)
           END-PERFORM.

       VALIDATE-CHECKPOINT.
           MOVE 'N' TO WS-CKP-VALID
           MOVE ZERO TO WS-CKP-SENSORS-EXPECTED
           MOVE ZERO TO WS-CKP-SENSORS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'N'
                   AND CKP-RECORD-TAG = WS-CKP-HEADER-TAG
                   AND CKP-SENSOR-COUNT IS NUMERIC
               MOVE CKP-SENSOR-COUNT TO WS-CKP-SENSORS-EXPECTED
               MOVE 'Y' TO WS-CKP-VALID
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CKP-SEN-RECORD-TAG = WS-CKP-SENSOR-TAG
                               ADD 1 TO WS-CKP-SENSORS-FOUND
                           ELSE
                               MOVE 'N' TO WS-CKP-VALID
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CKP-SENSORS-FOUND NOT = WS-CKP-SENSORS-EXPECTED
                       OR WS-CKP-SENSORS-EXPECTED > WS-SENSOR-MAX
                   MOVE 'N' TO WS-CKP-VALID
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE 'N' TO WS-EOF
           IF WS-CKP-VALID NOT = 'Y'
               DISPLAY "ERROR: CHECKPOINT IS NOT IN THE CURRENT FORMAT "
                   "OR IS INCOMPLETE, RESTART REFUSED: "
                   WS-CHECKPOINT-DSN
               DISPLAY "ERROR: RESUBMIT FROM THE START ONLY AFTER "
                   "CLEARING THE CHECKPOINT AND THE PARTIAL OUTPUTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-CKP-HEADER-TAG TO CKP-RECORD-TAG
           MOVE WS-LINE-NUMBER TO CKP-LINE-NUMBER
           MOVE WS-READS TO CKP-READS
           MOVE WS-COUNT TO CKP-COUNT
           MOVE WS-SKIPPED-COUNT TO CKP-SKIPPED-COUNT
           MOVE WS-REJECTED-COUNT TO CKP-REJECTED-COUNT
           MOVE WS-OUT-OF-ORDER-COUNT TO CKP-OUT-OF-ORDER-COUNT
           MOVE WS-SPIKE-COUNT TO CKP-SPIKE-COUNT
           MOVE WS-WINDOW-SIZE TO CKP-WINDOW-SIZE
           MOVE WS-DEPTH-MIN TO CKP-DEPTH-MIN
           MOVE WS-DEPTH-MAX TO CKP-DEPTH-MAX
           MOVE WS-CTL-HASH-SUM TO CKP-CTL-HASH-SUM
           MOVE WS-DETAIL-WRITTEN-COUNT TO CKP-DETAIL-WRITTEN
           MOVE WS-EVENT-WRITTEN-COUNT TO CKP-EVENT-WRITTEN
           MOVE WS-GAP-WRITTEN-COUNT TO CKP-GAP-WRITTEN
           MOVE WS-QUAR-WRITTEN-COUNT TO CKP-QUAR-WRITTEN
           MOVE WS-SENSOR-COUNT TO CKP-SENSOR-COUNT
           WRITE CHECKPOINT-RECORD
           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > WS-SENSOR-COUNT
               PERFORM SAVE-SENSOR-ENTRY
               WRITE CHECKPOINT-SENSOR-RECORD
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

       SAVE-SENSOR-ENTRY.
           MOVE SPACES TO CHECKPOINT-SENSOR-RECORD
           MOVE WS-CKP-SENSOR-TAG TO CKP-SEN-RECORD-TAG
           MOVE WS-SEN-ID(WS-SEN-IX) TO CKP-SEN-ID
           MOVE WS-SEN-FIRST(WS-SEN-IX)
               TO CKP-SEN-FIRST
           MOVE WS-SEN-LAST-TS(WS-SEN-IX)
               TO CKP-SEN-LAST-TS
           MOVE WS-SEN-SUM1(WS-SEN-IX) TO CKP-SEN-SUM1
           MOVE WS-SEN-WINDOW-FILL(WS-SEN-IX)
               TO CKP-SEN-WINDOW-FILL
           MOVE WS-SEN-READS(WS-SEN-IX)
               TO CKP-SEN-READS
           MOVE WS-SEN-COUNT(WS-SEN-IX)
               TO CKP-SEN-COUNT
           MOVE WS-SEN-DECREASE-COUNT(WS-SEN-IX)
               TO CKP-SEN-DECREASE-COUNT
           MOVE WS-SEN-SAME-COUNT(WS-SEN-IX)
               TO CKP-SEN-SAME-COUNT
           MOVE WS-SEN-SKIPPED-COUNT(WS-SEN-IX)
               TO CKP-SEN-SKIPPED-COUNT
           MOVE WS-SEN-OOO-COUNT(WS-SEN-IX)
               TO CKP-SEN-OOO-COUNT
           MOVE WS-SEN-CONSEC(WS-SEN-IX)
               TO CKP-SEN-CONSEC
           MOVE WS-SEN-LAST-DEPTH(WS-SEN-IX)
               TO CKP-SEN-LAST-DEPTH
           MOVE WS-SEN-STREAK-DIR(WS-SEN-IX)
               TO CKP-SEN-STREAK-DIR
           MOVE WS-SEN-STREAK-LEN(WS-SEN-IX)
               TO CKP-SEN-STREAK-LEN
           MOVE WS-SEN-STREAK-START-LINE(WS-SEN-IX)
               TO CKP-SEN-STREAK-START-LINE
           MOVE WS-SEN-STREAK-START-DEPTH(WS-SEN-IX)
               TO CKP-SEN-STREAK-START-DEPTH
           MOVE WS-SEN-STREAK-END-LINE(WS-SEN-IX)
               TO CKP-SEN-STREAK-END-LINE
           MOVE WS-SEN-STREAK-END-DEPTH(WS-SEN-IX)
               TO CKP-SEN-STREAK-END-DEPTH
           MOVE WS-SEN-ADJUSTED-COUNT(WS-SEN-IX)
               TO CKP-SEN-ADJUSTED-COUNT
           MOVE WS-SEN-INTERVAL(WS-SEN-IX)
               TO CKP-SEN-INTERVAL
           MOVE WS-SEN-GAP-COUNT(WS-SEN-IX)
               TO CKP-SEN-GAP-COUNT
           MOVE WS-SEN-MISSED-COUNT(WS-SEN-IX)
               TO CKP-SEN-MISSED-COUNT
           MOVE WS-SEN-SPIKE-LIMIT(WS-SEN-IX)
               TO CKP-SEN-SPIKE-LIMIT
           MOVE WS-SEN-GOOD-TS(WS-SEN-IX)
               TO CKP-SEN-GOOD-TS
           MOVE WS-SEN-SPIKE-COUNT(WS-SEN-IX)
               TO CKP-SEN-SPIKE-COUNT
           MOVE WS-SEN-PEND-FLAG(WS-SEN-IX)
               TO CKP-SEN-PEND-FLAG
           MOVE WS-SEN-PEND-TS(WS-SEN-IX)
               TO CKP-SEN-PEND-TS
           MOVE WS-SEN-PEND-DEPTH(WS-SEN-IX)
               TO CKP-SEN-PEND-DEPTH
           MOVE WS-SEN-PEND-LINE(WS-SEN-IX)
               TO CKP-SEN-PEND-LINE
           MOVE WS-SEN-PEND-RAW(WS-SEN-IX)
               TO CKP-SEN-PEND-RAW
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 20
               MOVE WS-SEN-WINDOW-ENTRY(WS-SEN-IX, WS-IX)
                   TO CKP-SEN-WINDOW-ENTRY(WS-IX)
           END-PERFORM.

       UPDATE-TREND-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-TREND-ROW-PLACED
           MOVE WS-RUN-DATE TO WS-NTR-RUN-DATE
           MOVE WS-GRAND-READS TO WS-NTR-READS
           MOVE WS-GRAND-COUNT TO WS-NTR-INCREASES
           MOVE WS-GRAND-DECREASE-COUNT TO WS-NTR-DECREASES
           OPEN INPUT TREND-FILE
           IF WS-TREND-FS = "00"
               OPEN OUTPUT WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF TRD-RUN-DATE > WS-RUN-DATE
                                       AND WS-TREND-ROW-PLACED = 'N'
                                   WRITE WORK-RECORD
                                       FROM WS-NEW-TREND-ROW
                                   MOVE 'Y' TO WS-TREND-ROW-PLACED
                               END-IF
                               IF TRD-RUN-DATE NOT = WS-RUN-DATE
                                   MOVE TREND-RECORD TO WORK-RECORD
                                   WRITE WORK-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-TREND-ROW-PLACED = 'N'
                       WRITE WORK-RECORD FROM WS-NEW-TREND-ROW
                       MOVE 'Y' TO WS-TREND-ROW-PLACED
                   END-IF
                   CLOSE TREND-FILE
                   CLOSE WORK-FILE
                   OPEN OUTPUT TREND-FILE
           ELSE
               OPEN OUTPUT TREND-FILE
           END-IF
           IF WS-TREND-ROW-PLACED = 'N'
               WRITE TREND-RECORD FROM WS-NEW-TREND-ROW
           END-IF
           CLOSE TREND-FILE
           MOVE 'N' TO WS-EOF.

           END-IF.

       WRITE-DEPTH-STATISTICS.
           SUBTRACT WS-SPIKE-COUNT FROM WS-READS GIVING WS-STATS-READS
           IF WS-STATS-READS = ZERO
               MOVE ZERO TO WS-DEPTH-MIN
               MOVE ZERO TO WS-DEPTH-MEAN
           ELSE
               COMPUTE WS-DEPTH-MEAN ROUNDED
                   = WS-DEPTH-SUM / WS-STATS-READS
           END-IF
           MOVE WS-DEPTH-MIN TO WS-STL-MIN
           MOVE WS-DEPTH-MAX TO WS-STL-MAX
           END-IF
           MOVE 'N' TO WS-EOF.

       TRIM-GAP-FILE.
           MOVE ZERO TO WS-TRIM-COPIED
           MOVE 'N' TO WS-EOF
           OPEN INPUT GAP-FILE
           IF WS-GAP-FS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-FS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO OPEN WORK FILE (STATUS "
                       WS-WORK-FS "): " WS-WORK-DSN
                   CLOSE GAP-FILE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                           OR WS-TRIM-COPIED >= WS-GAP-TRIM-TARGET
                       READ GAP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE READING-GAP-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                               ADD 1 TO WS-TRIM-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE GAP-FILE
                   CLOSE WORK-FILE
                   OPEN OUTPUT GAP-FILE
                   OPEN INPUT WORK-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE WORK-RECORD TO READING-GAP-RECORD
                               WRITE READING-GAP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE GAP-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       TRIM-QUARANTINE-FILE.
           MOVE ZERO TO WS-TRIM-COPIED
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUAR-FS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-FS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO OPEN WORK FILE (STATUS "
                       WS-WORK-FS "): " WS-WORK-DSN
                   CLOSE QUARANTINE-FILE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                           OR WS-TRIM-COPIED >= WS-QUAR-TRIM-TARGET
                       READ QUARANTINE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE QUARANTINE-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                               ADD 1 TO WS-TRIM-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE QUARANTINE-FILE
                   CLOSE WORK-FILE
                   OPEN OUTPUT QUARANTINE-FILE
                   OPEN INPUT WORK-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE WORK-RECORD TO QUARANTINE-RECORD
                               WRITE QUARANTINE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE QUARANTINE-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       CHECK-READING-GAP.
           MOVE WS-SEN-LAST-TS(WS-SEN-IX) TO WS-GAP-TS
           PERFORM CONVERT-GAP-TIMESTAMP
           MOVE WS-GAP-TS-SECONDS TO WS-GAP-PREV-SECONDS
           MOVE WS-TIMESTAMP TO WS-GAP-TS
           PERFORM CONVERT-GAP-TIMESTAMP
           COMPUTE WS-GAP-SECONDS
               = WS-GAP-TS-SECONDS - WS-GAP-PREV-SECONDS
           IF WS-GAP-SECONDS > WS-SEN-INTERVAL(WS-SEN-IX)
               COMPUTE WS-GAP-MISSED ROUNDED
                   = WS-GAP-SECONDS / WS-SEN-INTERVAL(WS-SEN-IX) - 1
               IF WS-GAP-MISSED = ZERO
                   MOVE 1 TO WS-GAP-MISSED
               END-IF
               ADD 1 TO WS-SEN-GAP-COUNT(WS-SEN-IX)
               ADD WS-GAP-MISSED TO WS-SEN-MISSED-COUNT(WS-SEN-IX)
               PERFORM WRITE-GAP-RECORD
           END-IF.

       CONVERT-GAP-TIMESTAMP.
           COMPUTE WS-GAP-TS-SECONDS
               = FUNCTION INTEGER-OF-DATE(WS-GAP-TS-DATE) * 86400
                   + WS-GAP-TS-HH * 3600 + WS-GAP-TS-MI * 60
                   + WS-GAP-TS-SS.

       WRITE-GAP-RECORD.
           IF WS-GAP-OPEN = 'Y'
               MOVE SPACES TO READING-GAP-RECORD
               MOVE "DAY02" TO GAP-PROGRAM-NAME
               MOVE WS-RUN-DATE TO GAP-RUN-DATE
               MOVE WS-SEN-ID(WS-SEN-IX) TO GAP-SENSOR-ID
               MOVE WS-SEN-LAST-TS(WS-SEN-IX) TO GAP-LAST-TS
               MOVE WS-TIMESTAMP TO GAP-NEXT-TS
               MOVE WS-SEN-INTERVAL(WS-SEN-IX) TO GAP-INTERVAL
               MOVE WS-GAP-SECONDS TO GAP-SECONDS
               MOVE WS-GAP-MISSED TO GAP-MISSED-COUNT
               WRITE READING-GAP-RECORD
               ADD 1 TO WS-GAP-WRITTEN-COUNT
           END-IF.

       TRACK-DIRECTION-STREAK.
           IF WS-STREAK-DIR = WS-SEN-STREAK-DIR(WS-SEN-IX)
               ADD 1 TO WS-SEN-STREAK-LEN(WS-SEN-IX)
                   MOVE SEN-MST-ID TO WS-MST-ID(WS-MASTER-COUNT)
                   MOVE SEN-MST-STATUS
                       TO WS-MST-STATUS(WS-MASTER-COUNT)
                   IF SEN-MST-INTERVAL IS NUMERIC
                       MOVE SEN-MST-INTERVAL
                           TO WS-MST-INTERVAL(WS-MASTER-COUNT)
                   ELSE
                       MOVE ZERO TO WS-MST-INTERVAL(WS-MASTER-COUNT)
                   END-IF
                   MOVE SEN-MST-TYPE TO WS-MST-TYPE(WS-MASTER-COUNT)
               ELSE
                   DISPLAY "WARNING: SENSOR MASTER TABLE FULL, ENTRY "
                       "DROPPED: " SEN-MST-ID
                   "SKIPPED: " SENSOR-MASTER-RECORD
           END-IF.

       LOAD-SPIKE-LIMITS.
           MOVE ZERO TO WS-SPK-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SPIKE-LIMIT-FILE
           IF WS-SPIKE-FS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SPIKE-LIMIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-SPIKE-LIMIT
                   END-READ
               END-PERFORM
               CLOSE SPIKE-LIMIT-FILE
           ELSE
               IF WS-SPIKE-FS NOT = "35"
                   DISPLAY "WARNING: UNABLE TO OPEN SPIKE LIMITS "
                       "(STATUS " WS-SPIKE-FS "): " WS-SPIKE-DSN
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-ONE-SPIKE-LIMIT.
           IF SPK-SENSOR-TYPE NOT = SPACES
                   AND SPK-MAX-CHANGE IS NUMERIC
               IF WS-SPK-COUNT < WS-SPK-MAX
                   ADD 1 TO WS-SPK-COUNT
                   MOVE SPK-SENSOR-TYPE TO WS-SPK-TYPE(WS-SPK-COUNT)
                   MOVE SPK-MAX-CHANGE TO WS-SPK-LIMIT(WS-SPK-COUNT)
               ELSE
                   DISPLAY "WARNING: SPIKE LIMIT TABLE FULL, ENTRY "
                       "DROPPED: " SPK-SENSOR-TYPE
               END-IF
           ELSE
               DISPLAY "WARNING: INVALID SPIKE LIMIT RECORD SKIPPED: "
                   SPIKE-LIMIT-RECORD
           END-IF.

       READ-NEXT-VALID-RECORD.
           MOVE 'N' TO WS-VALID-RECORD
           PERFORM UNTIL WS-VALID-RECORD = 'Y' OR WS-EOF = 'Y'
              END-READ
           END-PERFORM.

           COPY SONARLKP.

           COPY SONARPRP.

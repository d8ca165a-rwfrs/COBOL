       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARCRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIS-KEY
              FILE STATUS IS WS-HISTORY-FS.
              SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAIR-FS.
              SELECT CORROB-REPORT-FILE ASSIGN TO DYNAMIC WS-CRBRPT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRBRPT-FS.
              SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-FS.

              SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
           COPY SONARHIS.

       FD PAIR-FILE.
       01 PAIR-RECORD.
           05 PAIR-SENSOR-A PIC X(4).
           05 FILLER PIC X(1).
           05 PAIR-SENSOR-B PIC X(4).
           05 FILLER PIC X(1).
           05 PAIR-TOLERANCE PIC 9(5).

       FD CORROB-REPORT-FILE.
       01 CORROB-REPORT-RECORD PIC X(100).

       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 ALR-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 ALR-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 ALR-SEVERITY PIC X(1).
           05 FILLER PIC X(1).
           05 ALR-THRESHOLD-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 ALR-LIMIT-VALUE PIC 9(8).
           05 FILLER PIC X(1).
           05 ALR-ACTUAL-VALUE PIC 9(8).
           05 FILLER PIC X(1).
           05 ALR-FILE01-DSN PIC X(100).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-LINE PIC X(106).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.
           COPY SONARLKW.

       01 WS-HISTORY-DSN PIC X(100) VALUE SPACES.
       01 WS-HISTORY-FS PIC X(2) VALUE SPACES.
       01 WS-PAIR-DSN PIC X(100) VALUE SPACES.
       01 WS-PAIR-FS PIC X(2) VALUE SPACES.
       01 WS-CRBRPT-DSN PIC X(100) VALUE SPACES.
       01 WS-CRBRPT-FS PIC X(2) VALUE SPACES.
       01 WS-ALERT-DSN PIC X(100) VALUE SPACES.
       01 WS-ALERT-FS PIC X(2) VALUE SPACES.
       01 WS-ALERT-OPEN PIC X(1) VALUE 'N'.
       01 WS-EOF PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-AS-OF-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-CRB-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-CRB-DATE PIC X(8) VALUE SPACES.
       01 WS-CRB-FROM PIC 9(14) VALUE ZERO.
       01 WS-CRB-TO PIC 9(14) VALUE ZERO.
       01 WS-CRB-WINDOW-IN PIC X(5) VALUE SPACES.
       01 WS-CRB-WINDOW PIC 9(5) VALUE 60.
       01 WS-CRB-SUSTAIN-IN PIC X(5) VALUE SPACES.
       01 WS-CRB-SUSTAIN PIC 9(5) VALUE 3.

       01 WS-PAIR-MAX PIC 9(3) VALUE 100.
       01 WS-PAIR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAIR-IX PIC 9(3) VALUE ZERO.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 100 TIMES.
              10 WS-PR-SENSOR-A PIC X(4).
              10 WS-PR-SENSOR-B PIC X(4).
              10 WS-PR-TOLERANCE PIC 9(5).
              10 WS-PR-A-READS PIC 9(6).
              10 WS-PR-B-READS PIC 9(6).
              10 WS-PR-MATCHED PIC 9(6).
              10 WS-PR-AGREE PIC 9(6).
              10 WS-PR-STRETCHES PIC 9(4).
              10 WS-PR-LONGEST PIC 9(6).
              10 WS-PR-ALERTED PIC X(1).

       01 WS-B-MAX PIC 9(5) VALUE 5000.
       01 WS-B-COUNT PIC 9(5) VALUE ZERO.
       01 WS-B-IX PIC 9(5) VALUE ZERO.
       01 WS-B-FULL PIC X(1) VALUE 'N'.
       01 WS-B-TABLE.
           05 WS-B-ENTRY OCCURS 5000 TIMES.
              10 WS-B-TIMESTAMP PIC 9(14).
              10 WS-B-SECS PIC 9(5).
              10 WS-B-DEPTH PIC 9(4).

       01 WS-TS-WORK PIC 9(14) VALUE ZERO.
       01 WS-TS-PARTS REDEFINES WS-TS-WORK.
           05 WS-TS-DATE PIC 9(8).
           05 WS-TS-HH PIC 9(2).
           05 WS-TS-MM PIC 9(2).
           05 WS-TS-SS PIC 9(2).
       01 WS-A-SECS PIC 9(5) VALUE ZERO.
       01 WS-GAP-BEFORE PIC S9(6) VALUE ZERO.
       01 WS-GAP-AFTER PIC S9(6) VALUE ZERO.
       01 WS-MATCH-IX PIC 9(5) VALUE ZERO.
       01 WS-DEPTH-DIFF PIC S9(5) VALUE ZERO.

       01 WS-IN-STRETCH PIC X(1) VALUE 'N'.
       01 WS-STR-START-TS PIC 9(14) VALUE ZERO.
       01 WS-STR-END-TS PIC 9(14) VALUE ZERO.
       01 WS-STR-COUNT PIC 9(6) VALUE ZERO.
       01 WS-STR-MAX-DIFF PIC 9(5) VALUE ZERO.
       01 WS-LONGEST-MAX-DIFF PIC 9(5) VALUE ZERO.

       01 WS-AGREE-PCT PIC 9(3)V9 VALUE ZERO.
       01 WS-ALERT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NO-MATCH-COUNT PIC 9(4) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(27) VALUE "CROSS-SENSOR CORROBORATION ".
           05 WS-HL-DATE PIC X(8).
           05 FILLER PIC X(9) VALUE "  WINDOW ".
           05 WS-HL-WINDOW PIC Z(4)9.
           05 FILLER PIC X(17) VALUE " SECS  SUSTAINED ".
           05 WS-HL-SUSTAIN PIC Z(4)9.
           05 FILLER PIC X(8) VALUE " MATCHES".

       01 WS-PAIR-HEAD-LINE.
           05 FILLER PIC X(5) VALUE "PAIR ".
           05 WS-PH-SENSOR-A PIC X(4).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-PH-SENSOR-B PIC X(4).
           05 FILLER PIC X(12) VALUE "  TOLERANCE ".
           05 WS-PH-TOLERANCE PIC Z(4)9.

       01 WS-STRETCH-LINE.
           05 FILLER PIC X(11) VALUE "  DISAGREE ".
           05 WS-SL-START PIC 9(14).
           05 FILLER PIC X(1) VALUE "-".
           05 WS-SL-END PIC 9(14).
           05 FILLER PIC X(9) VALUE " MATCHES ".
           05 WS-SL-COUNT PIC Z(5)9.
           05 FILLER PIC X(10) VALUE " MAX DIFF ".
           05 WS-SL-MAX-DIFF PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-FLAG PIC X(9).

       01 WS-NO-STRETCH-LINE PIC X(40)
           VALUE "  NO DISAGREEMENT BEYOND TOLERANCE".
       01 WS-NO-MATCH-LINE PIC X(40)
           VALUE "  NO READINGS MATCHED WITHIN WINDOW".

       01 WS-SUMMARY-HEAD-LINE.
           05 FILLER PIC X(40)
               VALUE "PAIR SUMMARY   A-READS B-READS MATCHED  ".
           05 FILLER PIC X(40)
               VALUE " AGREE  AGREE% STRETCH LONGEST".

       01 WS-SUMMARY-LINE.
           05 WS-SM-SENSOR-A PIC X(4).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-SM-SENSOR-B PIC X(4).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-SM-A-READS PIC Z(7)9.
           05 WS-SM-B-READS PIC Z(7)9.
           05 WS-SM-MATCHED PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SM-AGREE PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SM-AGREE-PCT PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
           05 WS-SM-STRETCHES PIC Z(7)9.
           05 WS-SM-LONGEST PIC Z(7)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SM-FLAG PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-PARMS.

           ACCEPT WS-HISTORY-DSN FROM ENVIRONMENT "HISTMAST"
           MOVE "HISTMAST" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-HISTORY-DSN
           END-IF
           IF WS-HISTORY-DSN = SPACES
               MOVE "output/history.dat" TO WS-HISTORY-DSN
           END-IF.

           ACCEPT WS-PAIR-DSN FROM ENVIRONMENT "PAIRTBL"
           MOVE "PAIRTBL" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-PAIR-DSN
           END-IF
           IF WS-PAIR-DSN = SPACES
               MOVE "input/sensorpairs.txt" TO WS-PAIR-DSN
           END-IF.

           ACCEPT WS-CRBRPT-DSN FROM ENVIRONMENT "CRBRPT"
           MOVE "CRBRPT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CRBRPT-DSN
           END-IF
           IF WS-CRBRPT-DSN = SPACES
               MOVE "output/corroboration.txt" TO WS-CRBRPT-DSN
           END-IF.

           ACCEPT WS-ALERT-DSN FROM ENVIRONMENT "ALERT01"
           MOVE "ALERT01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-ALERT-DSN
           END-IF
           IF WS-ALERT-DSN = SPACES
               MOVE "output/alerts.txt" TO WS-ALERT-DSN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-AS-OF-DATE-IN FROM ENVIRONMENT "RUNDATE"
           MOVE "RUNDATE" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-AS-OF-DATE-IN
           END-IF
           IF WS-AS-OF-DATE-IN NOT = SPACES
               IF WS-AS-OF-DATE-IN IS NOT NUMERIC
                   DISPLAY "ERROR: RUNDATE NOT A DATE: "
                       WS-AS-OF-DATE-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-AS-OF-DATE-IN TO WS-RUN-DATE
           END-IF.

           MOVE WS-RUN-DATE TO WS-CRB-DATE.
           ACCEPT WS-CRB-DATE-IN FROM ENVIRONMENT "CRBDATE"
           MOVE "CRBDATE" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CRB-DATE-IN
           END-IF
           IF WS-CRB-DATE-IN NOT = SPACES
               IF WS-CRB-DATE-IN IS NOT NUMERIC
                   DISPLAY "ERROR: CRBDATE NOT A DATE: "
                       WS-CRB-DATE-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CRB-DATE-IN TO WS-CRB-DATE
           END-IF.
           MOVE WS-CRB-DATE TO WS-CRB-FROM(1:8).
           MOVE "000000" TO WS-CRB-FROM(9:6).
           MOVE WS-CRB-DATE TO WS-CRB-TO(1:8).
           MOVE "235959" TO WS-CRB-TO(9:6).

           ACCEPT WS-CRB-WINDOW-IN FROM ENVIRONMENT "CRBWINDOW"
           MOVE "CRBWINDOW" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CRB-WINDOW-IN
           END-IF
           IF WS-CRB-WINDOW-IN NOT = SPACES
               IF FUNCTION TRIM(WS-CRB-WINDOW-IN) IS NOT NUMERIC
                   DISPLAY "ERROR: CRBWINDOW NOT NUMERIC: "
                       WS-CRB-WINDOW-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-CRB-WINDOW-IN) TO WS-CRB-WINDOW
           END-IF.

           ACCEPT WS-CRB-SUSTAIN-IN FROM ENVIRONMENT "CRBSUSTAIN"
           MOVE "CRBSUSTAIN" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CRB-SUSTAIN-IN
           END-IF
           IF WS-CRB-SUSTAIN-IN NOT = SPACES
               IF FUNCTION TRIM(WS-CRB-SUSTAIN-IN) IS NOT NUMERIC
                   DISPLAY "ERROR: CRBSUSTAIN NOT NUMERIC: "
                       WS-CRB-SUSTAIN-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-CRB-SUSTAIN-IN)
                   TO WS-CRB-SUSTAIN
           END-IF.
           IF WS-CRB-SUSTAIN = ZERO
               MOVE 1 TO WS-CRB-SUSTAIN
           END-IF.

           PERFORM LOAD-SENSOR-PAIRS.
           IF WS-PAIR-COUNT = ZERO
               DISPLAY "ERROR: NO VALID SENSOR PAIRS IN " WS-PAIR-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "SONARCRB" TO WS-LOCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LOCK-RUN-DATE.
           PERFORM ACQUIRE-RUN-LOCK.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY MASTER (STATUS "
                   WS-HISTORY-FS "): " WS-HISTORY-DSN
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CORROB-REPORT-FILE.
           IF WS-CRBRPT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CORROBORATION REPORT "
                   "(STATUS " WS-CRBRPT-FS "): " WS-CRBRPT-DSN
               CLOSE HISTORY-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-CRB-DATE TO WS-HL-DATE.
           MOVE WS-CRB-WINDOW TO WS-HL-WINDOW.
           MOVE WS-CRB-SUSTAIN TO WS-HL-SUSTAIN.
           WRITE CORROB-REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE SPACES TO CORROB-REPORT-RECORD.
           WRITE CORROB-REPORT-RECORD.

           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               PERFORM CORROBORATE-ONE-PAIR
           END-PERFORM.

           PERFORM WRITE-PAIR-SUMMARY.

           CLOSE HISTORY-FILE.
           CLOSE CORROB-REPORT-FILE.
           IF WS-ALERT-OPEN = 'Y'
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY "SONARCRB PAIRS CHECKED:     " WS-PAIR-COUNT.
           DISPLAY "SONARCRB SUSTAINED ALERTS:  " WS-ALERT-COUNT.
           DISPLAY "SONARCRB PAIRS NOT MATCHED: " WS-NO-MATCH-COUNT.
           IF WS-ALERT-COUNT > ZERO OR WS-NO-MATCH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM RELEASE-RUN-LOCK.

           STOP RUN.

       LOAD-SENSOR-PAIRS.
           MOVE ZERO TO WS-PAIR-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAIR-FILE
           IF WS-PAIR-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SENSOR PAIR TABLE "
                   "(STATUS " WS-PAIR-FS "): " WS-PAIR-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAIR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-PAIR
               END-READ
           END-PERFORM
           CLOSE PAIR-FILE
           MOVE 'N' TO WS-EOF.

       STORE-ONE-PAIR.
           IF PAIR-RECORD = SPACES OR PAIR-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               IF PAIR-SENSOR-A NOT = SPACES
                       AND PAIR-SENSOR-B NOT = SPACES
                       AND PAIR-SENSOR-A NOT = PAIR-SENSOR-B
                       AND PAIR-TOLERANCE IS NUMERIC
                   IF WS-PAIR-COUNT < WS-PAIR-MAX
                       ADD 1 TO WS-PAIR-COUNT
                       INITIALIZE WS-PAIR-ENTRY(WS-PAIR-COUNT)
                       MOVE PAIR-SENSOR-A
                           TO WS-PR-SENSOR-A(WS-PAIR-COUNT)
                       MOVE PAIR-SENSOR-B
                           TO WS-PR-SENSOR-B(WS-PAIR-COUNT)
                       MOVE PAIR-TOLERANCE
                           TO WS-PR-TOLERANCE(WS-PAIR-COUNT)
                       MOVE 'N' TO WS-PR-ALERTED(WS-PAIR-COUNT)
                   ELSE
                       DISPLAY "WARNING: SENSOR PAIR TABLE FULL, "
                           "ENTRY DROPPED: " PAIR-RECORD
                   END-IF
               ELSE
                   DISPLAY "WARNING: INVALID SENSOR PAIR RECORD "
                       "SKIPPED: " PAIR-RECORD
               END-IF
           END-IF.

       CORROBORATE-ONE-PAIR.
           MOVE WS-PR-SENSOR-A(WS-PAIR-IX) TO WS-PH-SENSOR-A
           MOVE WS-PR-SENSOR-B(WS-PAIR-IX) TO WS-PH-SENSOR-B
           MOVE WS-PR-TOLERANCE(WS-PAIR-IX) TO WS-PH-TOLERANCE
           WRITE CORROB-REPORT-RECORD FROM WS-PAIR-HEAD-LINE
           PERFORM LOAD-PARTNER-READINGS
           MOVE 'N' TO WS-IN-STRETCH
           MOVE ZERO TO WS-LONGEST-MAX-DIFF
           MOVE 1 TO WS-B-IX
           MOVE WS-PR-SENSOR-A(WS-PAIR-IX) TO HIS-SENSOR-ID
           MOVE WS-CRB-FROM TO HIS-TIMESTAMP
           MOVE 'N' TO WS-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIS-SENSOR-ID NOT = WS-PR-SENSOR-A(WS-PAIR-IX)
                               OR HIS-TIMESTAMP > WS-CRB-TO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF HIS-VERDICT NOT = "SPIKE"
                               PERFORM MATCH-ONE-READING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           IF WS-IN-STRETCH = 'Y'
               PERFORM CLOSE-DISAGREE-STRETCH
           END-IF
           IF WS-PR-MATCHED(WS-PAIR-IX) = ZERO
               WRITE CORROB-REPORT-RECORD FROM WS-NO-MATCH-LINE
               ADD 1 TO WS-NO-MATCH-COUNT
           ELSE
               IF WS-PR-STRETCHES(WS-PAIR-IX) = ZERO
                   WRITE CORROB-REPORT-RECORD FROM WS-NO-STRETCH-LINE
               END-IF
           END-IF
           IF WS-PR-LONGEST(WS-PAIR-IX) NOT < WS-CRB-SUSTAIN
               PERFORM WRITE-DISAGREE-ALERT
           END-IF
           MOVE SPACES TO CORROB-REPORT-RECORD
           WRITE CORROB-REPORT-RECORD.

       LOAD-PARTNER-READINGS.
           MOVE ZERO TO WS-B-COUNT
           MOVE 'N' TO WS-B-FULL
           MOVE WS-PR-SENSOR-B(WS-PAIR-IX) TO HIS-SENSOR-ID
           MOVE WS-CRB-FROM TO HIS-TIMESTAMP
           MOVE 'N' TO WS-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIS-SENSOR-ID NOT = WS-PR-SENSOR-B(WS-PAIR-IX)
                               OR HIS-TIMESTAMP > WS-CRB-TO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF HIS-VERDICT NOT = "SPIKE"
                               PERFORM STORE-PARTNER-READING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       STORE-PARTNER-READING.
           ADD 1 TO WS-PR-B-READS(WS-PAIR-IX)
           IF WS-B-COUNT < WS-B-MAX
               ADD 1 TO WS-B-COUNT
               MOVE HIS-TIMESTAMP TO WS-B-TIMESTAMP(WS-B-COUNT)
               MOVE HIS-TIMESTAMP TO WS-TS-WORK
               COMPUTE WS-B-SECS(WS-B-COUNT) =
                   WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
               MOVE HIS-MEASURMENT TO WS-B-DEPTH(WS-B-COUNT)
           ELSE
               IF WS-B-FULL = 'N'
                   MOVE 'Y' TO WS-B-FULL
                   DISPLAY "WARNING: PARTNER READING TABLE FULL FOR "
                       WS-PR-SENSOR-B(WS-PAIR-IX) ", LATER READINGS "
                       "NOT MATCHED"
               END-IF
           END-IF.

       MATCH-ONE-READING.
           ADD 1 TO WS-PR-A-READS(WS-PAIR-IX)
           IF WS-B-COUNT = ZERO
               CONTINUE
           ELSE
               MOVE HIS-TIMESTAMP TO WS-TS-WORK
               COMPUTE WS-A-SECS =
                   WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
               PERFORM UNTIL WS-B-IX NOT < WS-B-COUNT
                       OR WS-B-SECS(WS-B-IX + 1) > WS-A-SECS
                   ADD 1 TO WS-B-IX
               END-PERFORM
               MOVE ZERO TO WS-MATCH-IX
               COMPUTE WS-GAP-BEFORE = WS-A-SECS - WS-B-SECS(WS-B-IX)
               IF WS-GAP-BEFORE < ZERO
                   COMPUTE WS-GAP-BEFORE = ZERO - WS-GAP-BEFORE
               END-IF
               IF WS-GAP-BEFORE NOT > WS-CRB-WINDOW
                   MOVE WS-B-IX TO WS-MATCH-IX
               END-IF
               IF WS-B-IX < WS-B-COUNT
                   COMPUTE WS-GAP-AFTER =
                       WS-B-SECS(WS-B-IX + 1) - WS-A-SECS
                   IF WS-GAP-AFTER NOT > WS-CRB-WINDOW
                       IF WS-MATCH-IX = ZERO
                               OR WS-GAP-AFTER < WS-GAP-BEFORE
                           COMPUTE WS-MATCH-IX = WS-B-IX + 1
                       END-IF
                   END-IF
               END-IF
               IF WS-MATCH-IX NOT = ZERO
                   PERFORM COMPARE-MATCHED-PAIR
               END-IF
           END-IF.

       COMPARE-MATCHED-PAIR.
           ADD 1 TO WS-PR-MATCHED(WS-PAIR-IX)
           COMPUTE WS-DEPTH-DIFF =
               HIS-MEASURMENT - WS-B-DEPTH(WS-MATCH-IX)
           IF WS-DEPTH-DIFF < ZERO
               COMPUTE WS-DEPTH-DIFF = ZERO - WS-DEPTH-DIFF
           END-IF
           IF WS-DEPTH-DIFF > WS-PR-TOLERANCE(WS-PAIR-IX)
               IF WS-IN-STRETCH = 'N'
                   MOVE 'Y' TO WS-IN-STRETCH
                   MOVE HIS-TIMESTAMP TO WS-STR-START-TS
                   MOVE ZERO TO WS-STR-COUNT
                   MOVE ZERO TO WS-STR-MAX-DIFF
               END-IF
               MOVE HIS-TIMESTAMP TO WS-STR-END-TS
               ADD 1 TO WS-STR-COUNT
               IF WS-DEPTH-DIFF > WS-STR-MAX-DIFF
                   MOVE WS-DEPTH-DIFF TO WS-STR-MAX-DIFF
               END-IF
           ELSE
               ADD 1 TO WS-PR-AGREE(WS-PAIR-IX)
               IF WS-IN-STRETCH = 'Y'
                   PERFORM CLOSE-DISAGREE-STRETCH
               END-IF
           END-IF.

       CLOSE-DISAGREE-STRETCH.
           MOVE 'N' TO WS-IN-STRETCH
           ADD 1 TO WS-PR-STRETCHES(WS-PAIR-IX)
           IF WS-STR-COUNT > WS-PR-LONGEST(WS-PAIR-IX)
               MOVE WS-STR-COUNT TO WS-PR-LONGEST(WS-PAIR-IX)
               MOVE WS-STR-MAX-DIFF TO WS-LONGEST-MAX-DIFF
           END-IF
           MOVE SPACES TO WS-SL-FLAG
           IF WS-STR-COUNT NOT < WS-CRB-SUSTAIN
               MOVE "SUSTAINED" TO WS-SL-FLAG
           END-IF
           MOVE WS-STR-START-TS TO WS-SL-START
           MOVE WS-STR-END-TS TO WS-SL-END
           MOVE WS-STR-COUNT TO WS-SL-COUNT
           MOVE WS-STR-MAX-DIFF TO WS-SL-MAX-DIFF
           WRITE CORROB-REPORT-RECORD FROM WS-STRETCH-LINE.

       WRITE-DISAGREE-ALERT.
           IF WS-ALERT-OPEN NOT = 'Y'
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-FS = "35"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF WS-ALERT-FS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO OPEN ALERT FILE "
                       "(STATUS " WS-ALERT-FS "): " WS-ALERT-DSN
               ELSE
                   MOVE 'Y' TO WS-ALERT-OPEN
               END-IF
           END-IF
           ADD 1 TO WS-ALERT-COUNT
           MOVE 'Y' TO WS-PR-ALERTED(WS-PAIR-IX)
           DISPLAY "ALERT (W): PAIRDISAGR PAIR "
               WS-PR-SENSOR-A(WS-PAIR-IX) "/"
               WS-PR-SENSOR-B(WS-PAIR-IX) " DISAGREED FOR "
               WS-PR-LONGEST(WS-PAIR-IX) " MATCHES (LIMIT "
               WS-CRB-SUSTAIN ", MAX DIFF " WS-LONGEST-MAX-DIFF ")"
           IF WS-ALERT-OPEN = 'Y'
               MOVE SPACES TO ALERT-RECORD
               MOVE "SONARCRB" TO ALR-PROGRAM-NAME
               MOVE WS-RUN-DATE TO ALR-RUN-DATE
               MOVE "W" TO ALR-SEVERITY
               MOVE "PAIRDISAGR" TO ALR-THRESHOLD-NAME
               MOVE WS-CRB-SUSTAIN TO ALR-LIMIT-VALUE
               MOVE WS-PR-LONGEST(WS-PAIR-IX) TO ALR-ACTUAL-VALUE
               STRING "SENSOR PAIR " DELIMITED BY SIZE
                   WS-PR-SENSOR-A(WS-PAIR-IX) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-PR-SENSOR-B(WS-PAIR-IX) DELIMITED BY SIZE
                   INTO ALR-FILE01-DSN
               END-STRING
               WRITE ALERT-RECORD
           END-IF.

       WRITE-PAIR-SUMMARY.
           WRITE CORROB-REPORT-RECORD FROM WS-SUMMARY-HEAD-LINE
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               MOVE WS-PR-SENSOR-A(WS-PAIR-IX) TO WS-SM-SENSOR-A
               MOVE WS-PR-SENSOR-B(WS-PAIR-IX) TO WS-SM-SENSOR-B
               MOVE WS-PR-A-READS(WS-PAIR-IX) TO WS-SM-A-READS
               MOVE WS-PR-B-READS(WS-PAIR-IX) TO WS-SM-B-READS
               MOVE WS-PR-MATCHED(WS-PAIR-IX) TO WS-SM-MATCHED
               MOVE WS-PR-AGREE(WS-PAIR-IX) TO WS-SM-AGREE
               MOVE ZERO TO WS-AGREE-PCT
               IF WS-PR-MATCHED(WS-PAIR-IX) > ZERO
                   COMPUTE WS-AGREE-PCT ROUNDED =
                       WS-PR-AGREE(WS-PAIR-IX) * 100
                       / WS-PR-MATCHED(WS-PAIR-IX)
               END-IF
               MOVE WS-AGREE-PCT TO WS-SM-AGREE-PCT
               MOVE WS-PR-STRETCHES(WS-PAIR-IX) TO WS-SM-STRETCHES
               MOVE WS-PR-LONGEST(WS-PAIR-IX) TO WS-SM-LONGEST
               MOVE SPACES TO WS-SM-FLAG
               IF WS-PR-ALERTED(WS-PAIR-IX) = 'Y'
                   MOVE "ALERTED" TO WS-SM-FLAG
               ELSE
                   IF WS-PR-MATCHED(WS-PAIR-IX) = ZERO
                       MOVE "NO MATCH" TO WS-SM-FLAG
                   END-IF
               END-IF
               WRITE CORROB-REPORT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM.

           COPY SONARLKP.

           COPY SONARPRP.

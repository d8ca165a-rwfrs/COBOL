       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARRPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIS-KEY
              FILE STATUS IS WS-HISTORY-FS.
              SELECT RESULT-HIST-FILE ASSIGN TO DYNAMIC WS-RESHIST-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESHIST-FS.
              SELECT TREND-FILE ASSIGN TO DYNAMIC WS-TREND-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TREND-FS.
              SELECT REPLAY-RESULT-FILE ASSIGN TO DYNAMIC WS-RPLRES-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPLRES-FS.
              SELECT REPLAY-REPORT-FILE ASSIGN TO DYNAMIC WS-RPLRPT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPLRPT-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
           COPY SONARHIS.

       FD RESULT-HIST-FILE.
       01 RESULT-HIST-RECORD PIC X(80).

       FD TREND-FILE.
       01 TREND-RECORD.
           05 TRD-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 TRD-READS PIC 9(7).
           05 FILLER PIC X(1).
           05 TRD-INCREASES PIC 9(7).
           05 FILLER PIC X(1).
           05 TRD-DECREASES PIC 9(7).

       FD REPLAY-RESULT-FILE.
       01 REPLAY-RESULT-RECORD PIC X(80).

       FD REPLAY-REPORT-FILE.
       01 REPLAY-REPORT-RECORD PIC X(80).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.

           COPY SONARRES.

       01 WS-HISTORY-DSN PIC X(100) VALUE SPACES.
       01 WS-HISTORY-FS PIC X(2) VALUE SPACES.
       01 WS-RESHIST-DSN PIC X(100) VALUE SPACES.
       01 WS-RESHIST-FS PIC X(2) VALUE SPACES.
       01 WS-TREND-DSN PIC X(100) VALUE SPACES.
       01 WS-TREND-FS PIC X(2) VALUE SPACES.
       01 WS-RPLRES-DSN PIC X(100) VALUE SPACES.
       01 WS-RPLRES-FS PIC X(2) VALUE SPACES.
       01 WS-RPLRPT-DSN PIC X(100) VALUE SPACES.
       01 WS-RPLRPT-FS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE 'N'.

       01 WS-RPL-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-RPL-DATE PIC X(8) VALUE SPACES.

       01 WS-SENSOR-MAX PIC 9(4) VALUE 500.
       01 WS-SENSOR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SEN-IX PIC 9(4) VALUE ZERO.
       01 WS-MATCH-IX PIC 9(4) VALUE ZERO.
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
       01 WS-LOOKUP-SENSOR PIC X(4) VALUE SPACES.
       01 WS-SENSOR-TABLE.
           05 WS-SENSOR-ENTRY OCCURS 500 TIMES.
              10 WS-RPL-SENSOR PIC X(4).
              10 WS-RPL-IN-HISTORY PIC X(1).
              10 WS-RPL-READS PIC 9(8).
              10 WS-RPL-INCREASES PIC 9(8).
              10 WS-RPL-DECREASES PIC 9(8).
              10 WS-RPL-SAMES PIC 9(8).
              10 WS-RPL-OOO PIC 9(8).
              10 WS-RPL-SPIKES PIC 9(8).
              10 WS-RPL-IN-RESHIST PIC X(1).
              10 WS-STD-READS PIC 9(8).
              10 WS-STD-INCREASES PIC 9(8).
              10 WS-STD-DECREASES PIC 9(8).
              10 WS-STD-SAMES PIC 9(8).
              10 WS-STD-OOO PIC 9(8).

       01 WS-TOT-READS PIC 9(8) VALUE ZERO.
       01 WS-TOT-INCREASES PIC 9(8) VALUE ZERO.
       01 WS-TOT-DECREASES PIC 9(8) VALUE ZERO.
       01 WS-TOT-SAMES PIC 9(8) VALUE ZERO.
       01 WS-TOT-OOO PIC 9(8) VALUE ZERO.
       01 WS-TOT-SPIKES PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-SCANNED PIC 9(9) VALUE ZERO.

       01 WS-DEPTH-MIN PIC 9(4) VALUE 9999.
       01 WS-DEPTH-MAX PIC 9(4) VALUE ZERO.
       01 WS-DEPTH-SUM PIC 9(12) VALUE ZERO.
       01 WS-DEPTH-MEAN PIC 9(4)V99 VALUE ZERO.
       01 WS-STATS-READS PIC 9(8) VALUE ZERO.

       01 WS-TREND-ROWS PIC 9(4) VALUE ZERO.
       01 WS-TRD-STORED-READS PIC 9(7) VALUE ZERO.
       01 WS-TRD-STORED-INCREASES PIC 9(7) VALUE ZERO.
       01 WS-TRD-STORED-DECREASES PIC 9(7) VALUE ZERO.
       01 WS-RESHIST-ROWS PIC 9(8) VALUE ZERO.

       01 WS-CMP-SOURCE PIC X(7) VALUE SPACES.
       01 WS-CMP-SENSOR PIC X(4) VALUE SPACES.
       01 WS-CMP-FIELD PIC X(9) VALUE SPACES.
       01 WS-CMP-STORED PIC 9(8) VALUE ZERO.
       01 WS-CMP-REPLAY PIC 9(8) VALUE ZERO.
       01 WS-DIFF-COUNT PIC 9(6) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(41)
               VALUE "SWEEP REPLAY FROM HISTORY - BUSINESS DATE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-HL-DATE PIC X(8).

       01 WS-STATS-LINE.
           05 FILLER PIC X(6) VALUE "STATS ".
           05 FILLER PIC X(4) VALUE "MIN ".
           05 WS-STL-MIN PIC 9(4).
           05 FILLER PIC X(5) VALUE " MAX ".
           05 WS-STL-MAX PIC 9(4).
           05 FILLER PIC X(6) VALUE " MEAN ".
           05 WS-STL-MEAN PIC 9(4).99.

       01 WS-SPIKE-LINE.
           05 FILLER PIC X(7) VALUE "SPIKES ".
           05 WS-SPL-SENSOR PIC X(4).
           05 FILLER PIC X(13) VALUE " QUARANTINED ".
           05 WS-SPL-COUNT PIC 9(7).

       01 WS-DIFF-HEAD-LINE PIC X(40)
           VALUE "DIFFERENCES AGAINST STORED FIGURES".

       01 WS-DIFF-LINE.
           05 FILLER PIC X(5) VALUE "DIFF ".
           05 WS-DL-SOURCE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-SENSOR PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-FIELD PIC X(9).
           05 FILLER PIC X(8) VALUE " STORED ".
           05 WS-DL-STORED PIC Z(7)9.
           05 FILLER PIC X(8) VALUE " REPLAY ".
           05 WS-DL-REPLAY PIC Z(7)9.

       01 WS-DIFF-NOTE-LINE.
           05 FILLER PIC X(5) VALUE "DIFF ".
           05 WS-DN-SOURCE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DN-SENSOR PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DN-TEXT PIC X(40).

       01 WS-DIFF-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "DIFFERENCES FOUND ".
           05 WS-DT-COUNT PIC Z(5)9.

       01 WS-NO-DIFF-LINE PIC X(60)
           VALUE "NO DIFFERENCES - REPLAY MATCHES STORED FIGURES".

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

           ACCEPT WS-RESHIST-DSN FROM ENVIRONMENT "RESHIST"
           MOVE "RESHIST" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-RESHIST-DSN
           END-IF
           IF WS-RESHIST-DSN = SPACES
               MOVE "output/resulthist.txt" TO WS-RESHIST-DSN
           END-IF.

           ACCEPT WS-TREND-DSN FROM ENVIRONMENT "TREND01"
           MOVE "TREND01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-TREND-DSN
           END-IF
           IF WS-TREND-DSN = SPACES
               MOVE "output/day01trend.txt" TO WS-TREND-DSN
           END-IF.

           ACCEPT WS-RPLRES-DSN FROM ENVIRONMENT "RPLRES"
           MOVE "RPLRES" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-RPLRES-DSN
           END-IF
           IF WS-RPLRES-DSN = SPACES
               MOVE "output/replayresult.txt" TO WS-RPLRES-DSN
           END-IF.

           ACCEPT WS-RPLRPT-DSN FROM ENVIRONMENT "RPLRPT"
           MOVE "RPLRPT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-RPLRPT-DSN
           END-IF
           IF WS-RPLRPT-DSN = SPACES
               MOVE "output/replayreport.txt" TO WS-RPLRPT-DSN
           END-IF.

           ACCEPT WS-RPL-DATE-IN FROM ENVIRONMENT "RPLDATE"
           MOVE "RPLDATE" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-RPL-DATE-IN
           END-IF
           IF WS-RPL-DATE-IN = SPACES
               DISPLAY "ERROR: RPLDATE NOT SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RPL-DATE-IN IS NOT NUMERIC
               DISPLAY "ERROR: RPLDATE NOT A DATE: " WS-RPL-DATE-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPL-DATE-IN TO WS-RPL-DATE.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY MASTER (STATUS "
                   WS-HISTORY-FS "): " WS-HISTORY-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPLAY-RESULT-FILE.
           IF WS-RPLRES-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN REPLAY RESULT FILE "
                   "(STATUS " WS-RPLRES-FS "): " WS-RPLRES-DSN
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPLAY-REPORT-FILE.
           IF WS-RPLRPT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN REPLAY REPORT (STATUS "
                   WS-RPLRPT-FS "): " WS-RPLRPT-DSN
               CLOSE HISTORY-FILE
               CLOSE REPLAY-RESULT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM REPLAY-HISTORY-READINGS.
           CLOSE HISTORY-FILE.

           PERFORM LOAD-STORED-RESULTS.
           PERFORM LOAD-STORED-TREND.

           MOVE WS-RPL-DATE TO WS-HL-DATE.
           WRITE REPLAY-REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           WRITE REPLAY-REPORT-RECORD.
           PERFORM WRITE-REPLAY-RESULTS.
           PERFORM WRITE-DIFFERENCES.

           CLOSE REPLAY-RESULT-FILE.
           CLOSE REPLAY-REPORT-FILE.

           DISPLAY "SONARRPL HISTORY RECORDS SCANNED: "
               WS-HISTORY-SCANNED.
           DISPLAY "SONARRPL READINGS REPLAYED:       " WS-TOT-READS.
           DISPLAY "SONARRPL SENSORS:                 " WS-SENSOR-COUNT.
           DISPLAY "SONARRPL DIFFERENCES:             " WS-DIFF-COUNT.
           IF WS-TOT-READS = ZERO
               DISPLAY "WARNING: NO READINGS IN HISTORY FOR "
                   WS-RPL-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DIFF-COUNT > ZERO
               DISPLAY "WARNING: REPLAY OF " WS-RPL-DATE
                   " DIFFERS FROM STORED FIGURES"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       REPLAY-HISTORY-READINGS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-SCANNED
                       IF HIS-RUN-DATE = WS-RPL-DATE
                           PERFORM REPLAY-ONE-READING
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       REPLAY-ONE-READING.
           MOVE HIS-SENSOR-ID TO WS-LOOKUP-SENSOR
           PERFORM FIND-OR-ADD-SENSOR
           IF WS-MATCH-IX > ZERO
               MOVE 'Y' TO WS-RPL-IN-HISTORY(WS-MATCH-IX)
               ADD 1 TO WS-RPL-READS(WS-MATCH-IX)
               ADD 1 TO WS-TOT-READS
               EVALUATE HIS-VERDICT
                   WHEN "INCREASE"
                       ADD 1 TO WS-RPL-INCREASES(WS-MATCH-IX)
                       ADD 1 TO WS-TOT-INCREASES
                   WHEN "DECREASE"
                       ADD 1 TO WS-RPL-DECREASES(WS-MATCH-IX)
                       ADD 1 TO WS-TOT-DECREASES
                   WHEN "SAME"
                       ADD 1 TO WS-RPL-SAMES(WS-MATCH-IX)
                       ADD 1 TO WS-TOT-SAMES
                   WHEN "OUTOFORD"
                       ADD 1 TO WS-RPL-OOO(WS-MATCH-IX)
                       ADD 1 TO WS-TOT-OOO
                   WHEN "SPIKE"
                       ADD 1 TO WS-RPL-SPIKES(WS-MATCH-IX)
                       ADD 1 TO WS-TOT-SPIKES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF HIS-VERDICT NOT = "SPIKE"
                   IF HIS-MEASURMENT < WS-DEPTH-MIN
                       MOVE HIS-MEASURMENT TO WS-DEPTH-MIN
                   END-IF
                   IF HIS-MEASURMENT > WS-DEPTH-MAX
                       MOVE HIS-MEASURMENT TO WS-DEPTH-MAX
                   END-IF
                   ADD HIS-MEASURMENT TO WS-DEPTH-SUM
               END-IF
           END-IF.

       FIND-OR-ADD-SENSOR.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > WS-SENSOR-COUNT
                       OR WS-MATCH-IX > ZERO
               IF WS-RPL-SENSOR(WS-SEN-IX) = WS-LOOKUP-SENSOR
                   MOVE WS-SEN-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-MATCH-IX = ZERO
               IF WS-SENSOR-COUNT < WS-SENSOR-MAX
                   ADD 1 TO WS-SENSOR-COUNT
                   MOVE WS-SENSOR-COUNT TO WS-MATCH-IX
                   INITIALIZE WS-SENSOR-ENTRY(WS-MATCH-IX)
                   MOVE WS-LOOKUP-SENSOR TO WS-RPL-SENSOR(WS-MATCH-IX)
                   MOVE 'N' TO WS-RPL-IN-HISTORY(WS-MATCH-IX)
                   MOVE 'N' TO WS-RPL-IN-RESHIST(WS-MATCH-IX)
               ELSE
                   IF WS-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-TABLE-FULL
                       DISPLAY "WARNING: SENSOR TABLE FULL, SENSOR "
                           WS-LOOKUP-SENSOR " AND LATER NOT REPLAYED"
                   END-IF
               END-IF
           END-IF.

       LOAD-STORED-RESULTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RESULT-HIST-FILE
           IF WS-RESHIST-FS NOT = "00"
               IF WS-RESHIST-FS NOT = "35"
                   DISPLAY "WARNING: UNABLE TO OPEN RESULT HISTORY "
                       "(STATUS " WS-RESHIST-FS "): " WS-RESHIST-DSN
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RESULT-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RESULT-HIST-RECORD
                               TO SONAR-SWEEP-RESULT
                           PERFORM NOTE-ONE-STORED-ROW
                   END-READ
               END-PERFORM
               CLOSE RESULT-HIST-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       NOTE-ONE-STORED-ROW.
           IF SSR-PROGRAM-NAME = "HELLO-WORLD"
                   AND SSR-SENSOR-ID NOT = "ALL"
                   AND SSR-SENSOR-ID NOT = SPACES
                   AND SSR-READS IS NUMERIC
                   AND SSR-RUN-DATE = WS-RPL-DATE
               ADD 1 TO WS-RESHIST-ROWS
               MOVE SSR-SENSOR-ID TO WS-LOOKUP-SENSOR
               PERFORM FIND-OR-ADD-SENSOR
               IF WS-MATCH-IX > ZERO
                   MOVE 'Y' TO WS-RPL-IN-RESHIST(WS-MATCH-IX)
                   MOVE SSR-READS TO WS-STD-READS(WS-MATCH-IX)
                   MOVE SSR-INCREASE-COUNT
                       TO WS-STD-INCREASES(WS-MATCH-IX)
                   MOVE SSR-DECREASE-COUNT
                       TO WS-STD-DECREASES(WS-MATCH-IX)
                   MOVE SSR-SAME-COUNT TO WS-STD-SAMES(WS-MATCH-IX)
                   MOVE SSR-OOO-COUNT TO WS-STD-OOO(WS-MATCH-IX)
               END-IF
           END-IF.

       LOAD-STORED-TREND.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TREND-FILE
           IF WS-TREND-FS NOT = "00"
               IF WS-TREND-FS NOT = "35"
                   DISPLAY "WARNING: UNABLE TO OPEN TREND FILE "
                       "(STATUS " WS-TREND-FS "): " WS-TREND-DSN
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TREND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRD-RUN-DATE = WS-RPL-DATE
                               ADD 1 TO WS-TREND-ROWS
                               MOVE TRD-READS TO WS-TRD-STORED-READS
                               MOVE TRD-INCREASES
                                   TO WS-TRD-STORED-INCREASES
                               MOVE TRD-DECREASES
                                   TO WS-TRD-STORED-DECREASES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TREND-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       WRITE-REPLAY-RESULTS.
           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > WS-SENSOR-COUNT
               IF WS-RPL-IN-HISTORY(WS-SEN-IX) = 'Y'
                   MOVE SPACES TO SONAR-SWEEP-RESULT
                   MOVE "SONARRPL" TO SSR-PROGRAM-NAME
                   MOVE WS-RPL-DATE TO SSR-RUN-DATE
                   MOVE WS-RPL-READS(WS-SEN-IX) TO SSR-READS
                   MOVE WS-RPL-INCREASES(WS-SEN-IX)
                       TO SSR-INCREASE-COUNT
                   MOVE WS-RPL-DECREASES(WS-SEN-IX)
                       TO SSR-DECREASE-COUNT
                   MOVE WS-RPL-SENSOR(WS-SEN-IX) TO SSR-SENSOR-ID
                   MOVE WS-RPL-SAMES(WS-SEN-IX) TO SSR-SAME-COUNT
                   MOVE WS-RPL-OOO(WS-SEN-IX) TO SSR-OOO-COUNT
                   WRITE REPLAY-RESULT-RECORD FROM SONAR-SWEEP-RESULT
                   WRITE REPLAY-REPORT-RECORD FROM SONAR-SWEEP-RESULT
               END-IF
           END-PERFORM
           MOVE SPACES TO SONAR-SWEEP-RESULT
           MOVE "SONARRPL" TO SSR-PROGRAM-NAME
           MOVE WS-RPL-DATE TO SSR-RUN-DATE
           MOVE WS-TOT-READS TO SSR-READS
           MOVE WS-TOT-INCREASES TO SSR-INCREASE-COUNT
           MOVE WS-TOT-DECREASES TO SSR-DECREASE-COUNT
           MOVE "ALL" TO SSR-SENSOR-ID
           MOVE WS-TOT-SAMES TO SSR-SAME-COUNT
           MOVE WS-TOT-OOO TO SSR-OOO-COUNT
           WRITE REPLAY-RESULT-RECORD FROM SONAR-SWEEP-RESULT
           WRITE REPLAY-REPORT-RECORD FROM SONAR-SWEEP-RESULT
           SUBTRACT WS-TOT-SPIKES FROM WS-TOT-READS
               GIVING WS-STATS-READS
           IF WS-STATS-READS = ZERO
               MOVE ZERO TO WS-DEPTH-MIN
               MOVE ZERO TO WS-DEPTH-MEAN
           ELSE
               COMPUTE WS-DEPTH-MEAN ROUNDED
                   = WS-DEPTH-SUM / WS-STATS-READS
           END-IF
           MOVE WS-DEPTH-MIN TO WS-STL-MIN
           MOVE WS-DEPTH-MAX TO WS-STL-MAX
           MOVE WS-DEPTH-MEAN TO WS-STL-MEAN
           WRITE REPLAY-REPORT-RECORD FROM WS-STATS-LINE
           PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                   UNTIL WS-SEN-IX > WS-SENSOR-COUNT
               IF WS-RPL-IN-HISTORY(WS-SEN-IX) = 'Y'
                   MOVE WS-RPL-SENSOR(WS-SEN-IX) TO WS-SPL-SENSOR
                   MOVE WS-RPL-SPIKES(WS-SEN-IX) TO WS-SPL-COUNT
                   WRITE REPLAY-REPORT-RECORD FROM WS-SPIKE-LINE
               END-IF
           END-PERFORM.

       WRITE-DIFFERENCES.
           MOVE SPACES TO REPLAY-REPORT-RECORD
           WRITE REPLAY-REPORT-RECORD
           WRITE REPLAY-REPORT-RECORD FROM WS-DIFF-HEAD-LINE
           IF WS-RESHIST-ROWS = ZERO
               MOVE "RESHIST" TO WS-DN-SOURCE
               MOVE "ALL" TO WS-DN-SENSOR
               MOVE "NO STORED ROWS FOR DATE" TO WS-DN-TEXT
               PERFORM WRITE-DIFF-NOTE
           ELSE
               PERFORM VARYING WS-SEN-IX FROM 1 BY 1
                       UNTIL WS-SEN-IX > WS-SENSOR-COUNT
                   PERFORM COMPARE-STORED-SENSOR
               END-PERFORM
           END-IF
           PERFORM COMPARE-STORED-TREND
           IF WS-DIFF-COUNT = ZERO
               WRITE REPLAY-REPORT-RECORD FROM WS-NO-DIFF-LINE
           ELSE
               MOVE WS-DIFF-COUNT TO WS-DT-COUNT
               WRITE REPLAY-REPORT-RECORD FROM WS-DIFF-TOTAL-LINE
           END-IF.

       COMPARE-STORED-SENSOR.
           MOVE "RESHIST" TO WS-CMP-SOURCE
           MOVE WS-RPL-SENSOR(WS-SEN-IX) TO WS-CMP-SENSOR
           IF WS-RPL-IN-RESHIST(WS-SEN-IX) = 'N'
               MOVE "RESHIST" TO WS-DN-SOURCE
               MOVE WS-CMP-SENSOR TO WS-DN-SENSOR
               MOVE "NO STORED ROW - SENSOR ONLY IN HISTORY"
                   TO WS-DN-TEXT
               PERFORM WRITE-DIFF-NOTE
           ELSE
               IF WS-RPL-IN-HISTORY(WS-SEN-IX) = 'N'
                   MOVE "RESHIST" TO WS-DN-SOURCE
                   MOVE WS-CMP-SENSOR TO WS-DN-SENSOR
                   MOVE "STORED ROW HAS NO READINGS IN HISTORY"
                       TO WS-DN-TEXT
                   PERFORM WRITE-DIFF-NOTE
               ELSE
                   MOVE "READS" TO WS-CMP-FIELD
                   MOVE WS-STD-READS(WS-SEN-IX) TO WS-CMP-STORED
                   MOVE WS-RPL-READS(WS-SEN-IX) TO WS-CMP-REPLAY
                   PERFORM COMPARE-ONE-FIGURE
                   MOVE "INCREASE" TO WS-CMP-FIELD
                   MOVE WS-STD-INCREASES(WS-SEN-IX) TO WS-CMP-STORED
                   MOVE WS-RPL-INCREASES(WS-SEN-IX) TO WS-CMP-REPLAY
                   PERFORM COMPARE-ONE-FIGURE
                   MOVE "DECREASE" TO WS-CMP-FIELD
                   MOVE WS-STD-DECREASES(WS-SEN-IX) TO WS-CMP-STORED
                   MOVE WS-RPL-DECREASES(WS-SEN-IX) TO WS-CMP-REPLAY
                   PERFORM COMPARE-ONE-FIGURE
                   MOVE "SAME" TO WS-CMP-FIELD
                   MOVE WS-STD-SAMES(WS-SEN-IX) TO WS-CMP-STORED
                   MOVE WS-RPL-SAMES(WS-SEN-IX) TO WS-CMP-REPLAY
                   PERFORM COMPARE-ONE-FIGURE
                   MOVE "OUTOFORD" TO WS-CMP-FIELD
                   MOVE WS-STD-OOO(WS-SEN-IX) TO WS-CMP-STORED
                   MOVE WS-RPL-OOO(WS-SEN-IX) TO WS-CMP-REPLAY
                   PERFORM COMPARE-ONE-FIGURE
               END-IF
           END-IF.

       COMPARE-STORED-TREND.
           MOVE "TREND01" TO WS-CMP-SOURCE
           MOVE "ALL" TO WS-CMP-SENSOR
           IF WS-TREND-ROWS = ZERO
               MOVE "TREND01" TO WS-DN-SOURCE
               MOVE "ALL" TO WS-DN-SENSOR
               MOVE "NO TREND ROW FOR DATE" TO WS-DN-TEXT
               PERFORM WRITE-DIFF-NOTE
           ELSE
               IF WS-TREND-ROWS > 1
                   MOVE "TREND01" TO WS-DN-SOURCE
                   MOVE "ALL" TO WS-DN-SENSOR
                   MOVE "MORE THAN ONE TREND ROW, LAST ROW USED"
                       TO WS-DN-TEXT
                   PERFORM WRITE-DIFF-NOTE
               END-IF
               MOVE "READS" TO WS-CMP-FIELD
               MOVE WS-TRD-STORED-READS TO WS-CMP-STORED
               MOVE WS-TOT-READS TO WS-CMP-REPLAY
               PERFORM COMPARE-ONE-FIGURE
               MOVE "INCREASE" TO WS-CMP-FIELD
               MOVE WS-TRD-STORED-INCREASES TO WS-CMP-STORED
               MOVE WS-TOT-INCREASES TO WS-CMP-REPLAY
               PERFORM COMPARE-ONE-FIGURE
               MOVE "DECREASE" TO WS-CMP-FIELD
               MOVE WS-TRD-STORED-DECREASES TO WS-CMP-STORED
               MOVE WS-TOT-DECREASES TO WS-CMP-REPLAY
               PERFORM COMPARE-ONE-FIGURE
           END-IF.

       COMPARE-ONE-FIGURE.
           IF WS-CMP-STORED NOT = WS-CMP-REPLAY
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-CMP-SOURCE TO WS-DL-SOURCE
               MOVE WS-CMP-SENSOR TO WS-DL-SENSOR
               MOVE WS-CMP-FIELD TO WS-DL-FIELD
               MOVE WS-CMP-STORED TO WS-DL-STORED
               MOVE WS-CMP-REPLAY TO WS-DL-REPLAY
               WRITE REPLAY-REPORT-RECORD FROM WS-DIFF-LINE
           END-IF.

       WRITE-DIFF-NOTE.
           ADD 1 TO WS-DIFF-COUNT
           WRITE REPLAY-REPORT-RECORD FROM WS-DIFF-NOTE-LINE.

           COPY SONARPRP.

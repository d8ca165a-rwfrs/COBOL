       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIS-KEY
              FILE STATUS IS WS-HISTORY-FS.
              SELECT SENSOR-LIST-FILE ASSIGN TO DYNAMIC WS-PRFLIST-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRFLIST-FS.
              SELECT PROFILE-REPORT-FILE ASSIGN TO DYNAMIC WS-PRFRPT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRFRPT-FS.
              SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PRFOUT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRFOUT-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
           COPY SONARHIS.

       FD SENSOR-LIST-FILE.
       01 SENSOR-LIST-RECORD.
           05 LST-SENSOR-ID PIC X(4).
           05 FILLER PIC X(76).

       FD PROFILE-REPORT-FILE.
       01 PROFILE-REPORT-RECORD PIC X(80).

       FD PROFILE-FILE.
           COPY SONARPRF.

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.

       01 WS-HISTORY-DSN PIC X(100) VALUE SPACES.
       01 WS-HISTORY-FS PIC X(2) VALUE SPACES.
       01 WS-PRFLIST-DSN PIC X(100) VALUE SPACES.
       01 WS-PRFLIST-FS PIC X(2) VALUE SPACES.
       01 WS-PRFRPT-DSN PIC X(100) VALUE SPACES.
       01 WS-PRFRPT-FS PIC X(2) VALUE SPACES.
       01 WS-PRFOUT-DSN PIC X(100) VALUE SPACES.
       01 WS-PRFOUT-FS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-AS-OF-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-FROM-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-TO-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-FROM PIC X(8) VALUE SPACES.
       01 WS-DATE-TO PIC X(8) VALUE SPACES.
       01 WS-FROM-INT PIC 9(7) VALUE ZERO.
       01 WS-TO-INT PIC 9(7) VALUE ZERO.
       01 WS-DAY-INT PIC 9(7) VALUE ZERO.
       01 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-RANGE-FROM PIC 9(14) VALUE ZERO.
       01 WS-RANGE-TO PIC 9(14) VALUE ZERO.

       01 WS-LIST-MAX PIC 9(4) VALUE 500.
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LIST-IX PIC 9(4) VALUE ZERO.
       01 WS-LIST-TABLE.
           05 WS-LIST-SENSOR-ID PIC X(4) OCCURS 500 TIMES.

       01 WS-HOUR PIC 9(2) VALUE ZERO.
       01 WS-BUCKET-KEY PIC X(10) VALUE SPACES.
       01 WS-HR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HR-MIN PIC 9(4) VALUE ZERO.
       01 WS-HR-MAX PIC 9(4) VALUE ZERO.
       01 WS-HR-SUM PIC 9(9) VALUE ZERO.
       01 WS-HR-AVG PIC 9(4)V9 VALUE ZERO.
       01 WS-HR-FIRST PIC 9(4) VALUE ZERO.
       01 WS-HR-LAST PIC 9(4) VALUE ZERO.
       01 WS-HR-NET PIC 9(4) VALUE ZERO.
       01 WS-HR-NET-SIGN PIC X(1) VALUE SPACES.
       01 WS-HR-UPS PIC 9(5) VALUE ZERO.
       01 WS-HR-DOWNS PIC 9(5) VALUE ZERO.
       01 WS-HR-SAMES PIC 9(5) VALUE ZERO.
       01 WS-HR-DIRECTION PIC X(8) VALUE SPACES.

       01 WS-SEN-READINGS PIC 9(8) VALUE ZERO.
       01 WS-SEN-EMPTY-HOURS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-READINGS PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-EMPTY-HOURS PIC 9(8) VALUE ZERO.
       01 WS-SPIKES-SKIPPED PIC 9(8) VALUE ZERO.
       01 WS-PROFILE-WRITTEN PIC 9(8) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(21) VALUE "HOURLY DEPTH PROFILE ".
           05 WS-HL-FROM PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-HL-TO PIC X(8).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(40)
               VALUE "SENSOR DATE     HR  READS   MIN   MAX   ".
           05 FILLER PIC X(40)
               VALUE "  AVG    NET DIRECTION".

       01 WS-PROFILE-LINE.
           05 WS-PL-SENSOR PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-PL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-HOUR PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-COUNT PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PL-MIN PIC Z(3)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PL-MAX PIC Z(3)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PL-AVG PIC Z(3)9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PL-NET-SIGN PIC X(1).
           05 WS-PL-NET PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-DIRECTION PIC X(8).

       01 WS-EMPTY-LINE.
           05 WS-EL-SENSOR PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EL-HOUR PIC 9(2).
           05 FILLER PIC X(7) VALUE "      0".
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "NO DATA".

       01 WS-SENSOR-TOTAL-LINE.
           05 WS-ST-SENSOR PIC X(4).
           05 FILLER PIC X(16) VALUE " TOTAL READINGS ".
           05 WS-ST-READINGS PIC Z(7)9.
           05 FILLER PIC X(14) VALUE "  EMPTY HOURS ".
           05 WS-ST-EMPTY PIC Z(5)9.

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

           ACCEPT WS-PRFLIST-DSN FROM ENVIRONMENT "PRFLIST"
           MOVE "PRFLIST" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-PRFLIST-DSN
           END-IF
           IF WS-PRFLIST-DSN = SPACES
               MOVE "input/profilesensors.txt" TO WS-PRFLIST-DSN
           END-IF.

           ACCEPT WS-PRFRPT-DSN FROM ENVIRONMENT "PRFRPT"
           MOVE "PRFRPT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-PRFRPT-DSN
           END-IF
           IF WS-PRFRPT-DSN = SPACES
               MOVE "output/hourlyprofile.txt" TO WS-PRFRPT-DSN
           END-IF.

           ACCEPT WS-PRFOUT-DSN FROM ENVIRONMENT "PRFOUT"
           MOVE "PRFOUT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-PRFOUT-DSN
           END-IF
           IF WS-PRFOUT-DSN = SPACES
               MOVE "output/hourlyprofile.dat" TO WS-PRFOUT-DSN
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

           ACCEPT WS-DATE-TO-IN FROM ENVIRONMENT "DATETO"
           MOVE "DATETO" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-DATE-TO-IN
           END-IF
           IF WS-DATE-TO-IN = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-TO
           ELSE
               IF WS-DATE-TO-IN IS NOT NUMERIC
                   DISPLAY "ERROR: DATETO NOT A DATE: "
                       WS-DATE-TO-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-TO-IN TO WS-DATE-TO
           END-IF.

           ACCEPT WS-DATE-FROM-IN FROM ENVIRONMENT "DATEFROM"
           MOVE "DATEFROM" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-DATE-FROM-IN
           END-IF
           IF WS-DATE-FROM-IN = SPACES
               MOVE WS-DATE-TO TO WS-DATE-FROM
           ELSE
               IF WS-DATE-FROM-IN IS NOT NUMERIC
                   DISPLAY "ERROR: DATEFROM NOT A DATE: "
                       WS-DATE-FROM-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-FROM-IN TO WS-DATE-FROM
           END-IF.

           COMPUTE WS-FROM-INT
               = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-FROM)).
           COMPUTE WS-TO-INT
               = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-TO)).
           IF WS-FROM-INT = ZERO OR WS-TO-INT = ZERO
               DISPLAY "ERROR: DATEFROM " WS-DATE-FROM " / DATETO "
                   WS-DATE-TO " NOT A VALID CALENDAR DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATE-FROM > WS-DATE-TO
               DISPLAY "ERROR: DATEFROM " WS-DATE-FROM " IS AFTER "
                   "DATETO " WS-DATE-TO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATE-FROM TO WS-RANGE-FROM(1:8).
           MOVE "000000" TO WS-RANGE-FROM(9:6).
           MOVE WS-DATE-TO TO WS-RANGE-TO(1:8).
           MOVE "235959" TO WS-RANGE-TO(9:6).

           PERFORM LOAD-SENSOR-LIST.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "ERROR: NO SENSOR IDS IN " WS-PRFLIST-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY MASTER (STATUS "
                   WS-HISTORY-FS "): " WS-HISTORY-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PROFILE-REPORT-FILE.
           IF WS-PRFRPT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN PROFILE REPORT (STATUS "
                   WS-PRFRPT-FS "): " WS-PRFRPT-DSN
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PROFILE-FILE.
           IF WS-PRFOUT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN PROFILE FILE (STATUS "
                   WS-PRFOUT-FS "): " WS-PRFOUT-DSN
               CLOSE HISTORY-FILE
               CLOSE PROFILE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATE-FROM TO WS-HL-FROM.
           MOVE WS-DATE-TO TO WS-HL-TO.
           WRITE PROFILE-REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE SPACES TO PROFILE-REPORT-RECORD.
           WRITE PROFILE-REPORT-RECORD.
           WRITE PROFILE-REPORT-RECORD FROM WS-COLUMN-LINE.

           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > WS-LIST-COUNT
               PERFORM PROFILE-ONE-SENSOR
           END-PERFORM.

           CLOSE HISTORY-FILE.
           CLOSE PROFILE-REPORT-FILE.
           CLOSE PROFILE-FILE.

           DISPLAY "SONARPRF SENSORS PROFILED:  " WS-LIST-COUNT.
           DISPLAY "SONARPRF READINGS USED:     " WS-TOTAL-READINGS.
           DISPLAY "SONARPRF SPIKES LEFT OUT:   " WS-SPIKES-SKIPPED.
           DISPLAY "SONARPRF HOURS WRITTEN:     " WS-PROFILE-WRITTEN.
           DISPLAY "SONARPRF EMPTY HOURS:       " WS-TOTAL-EMPTY-HOURS.
           IF WS-TOTAL-READINGS = ZERO
               DISPLAY "WARNING: NO READINGS IN RANGE "
                   WS-DATE-FROM " - " WS-DATE-TO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-SENSOR-LIST.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SENSOR-LIST-FILE
           IF WS-PRFLIST-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SENSOR LIST (STATUS "
                   WS-PRFLIST-FS "): " WS-PRFLIST-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SENSOR-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-LIST-SENSOR
               END-READ
           END-PERFORM
           CLOSE SENSOR-LIST-FILE
           MOVE 'N' TO WS-EOF.

       STORE-ONE-LIST-SENSOR.
           IF LST-SENSOR-ID = SPACES OR LST-SENSOR-ID(1:1) = "*"
               CONTINUE
           ELSE
               IF WS-LIST-COUNT < WS-LIST-MAX
                   ADD 1 TO WS-LIST-COUNT
                   MOVE LST-SENSOR-ID
                       TO WS-LIST-SENSOR-ID(WS-LIST-COUNT)
               ELSE
                   DISPLAY "WARNING: SENSOR LIST FULL, ENTRY DROPPED: "
                       LST-SENSOR-ID
               END-IF
           END-IF.

       PROFILE-ONE-SENSOR.
           MOVE ZERO TO WS-SEN-READINGS
           MOVE ZERO TO WS-SEN-EMPTY-HOURS
           MOVE WS-LIST-SENSOR-ID(WS-LIST-IX) TO HIS-SENSOR-ID
           MOVE WS-RANGE-FROM TO HIS-TIMESTAMP
           MOVE 'N' TO WS-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM READ-PROFILE-READING
           END-IF
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-DATE
               PERFORM VARYING WS-HOUR FROM 0 BY 1
                       UNTIL WS-HOUR > 23
                   PERFORM PROFILE-ONE-HOUR
               END-PERFORM
           END-PERFORM
           MOVE 'N' TO WS-EOF
           MOVE WS-LIST-SENSOR-ID(WS-LIST-IX) TO WS-ST-SENSOR
           MOVE WS-SEN-READINGS TO WS-ST-READINGS
           MOVE WS-SEN-EMPTY-HOURS TO WS-ST-EMPTY
           WRITE PROFILE-REPORT-RECORD FROM WS-SENSOR-TOTAL-LINE
           MOVE SPACES TO PROFILE-REPORT-RECORD
           WRITE PROFILE-REPORT-RECORD.

       READ-PROFILE-READING.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HIS-SENSOR-ID NOT = WS-LIST-SENSOR-ID(WS-LIST-IX)
                           OR HIS-TIMESTAMP > WS-RANGE-TO
                       MOVE 'Y' TO WS-EOF
                   END-IF
           END-READ.

       PROFILE-ONE-HOUR.
           MOVE WS-DAY-DATE TO WS-BUCKET-KEY(1:8)
           MOVE WS-HOUR TO WS-BUCKET-KEY(9:2)
           MOVE ZERO TO WS-HR-COUNT
           MOVE ZERO TO WS-HR-MIN
           MOVE ZERO TO WS-HR-MAX
           MOVE ZERO TO WS-HR-SUM
           MOVE ZERO TO WS-HR-UPS
           MOVE ZERO TO WS-HR-DOWNS
           MOVE ZERO TO WS-HR-SAMES
           PERFORM UNTIL WS-EOF = 'Y'
                   OR HIS-TIMESTAMP(1:10) > WS-BUCKET-KEY
               IF HIS-TIMESTAMP(1:10) = WS-BUCKET-KEY
                   IF HIS-VERDICT = "SPIKE"
                       ADD 1 TO WS-SPIKES-SKIPPED
                   ELSE
                       PERFORM ACCUMULATE-HOUR-READING
                   END-IF
               END-IF
               PERFORM READ-PROFILE-READING
           END-PERFORM
           IF WS-HR-COUNT = ZERO
               PERFORM WRITE-EMPTY-HOUR
           ELSE
               PERFORM WRITE-PROFILE-HOUR
           END-IF.

       ACCUMULATE-HOUR-READING.
           IF WS-HR-COUNT = ZERO
               MOVE HIS-MEASURMENT TO WS-HR-MIN
               MOVE HIS-MEASURMENT TO WS-HR-MAX
               MOVE HIS-MEASURMENT TO WS-HR-FIRST
           ELSE
               IF HIS-MEASURMENT > WS-HR-LAST
                   ADD 1 TO WS-HR-UPS
               ELSE
                   IF HIS-MEASURMENT < WS-HR-LAST
                       ADD 1 TO WS-HR-DOWNS
                   ELSE
                       ADD 1 TO WS-HR-SAMES
                   END-IF
               END-IF
               IF HIS-MEASURMENT < WS-HR-MIN
                   MOVE HIS-MEASURMENT TO WS-HR-MIN
               END-IF
               IF HIS-MEASURMENT > WS-HR-MAX
                   MOVE HIS-MEASURMENT TO WS-HR-MAX
               END-IF
           END-IF
           MOVE HIS-MEASURMENT TO WS-HR-LAST
           ADD 1 TO WS-HR-COUNT
           ADD HIS-MEASURMENT TO WS-HR-SUM.

       WRITE-PROFILE-HOUR.
           COMPUTE WS-HR-AVG ROUNDED = WS-HR-SUM / WS-HR-COUNT
           IF WS-HR-LAST < WS-HR-FIRST
               MOVE "-" TO WS-HR-NET-SIGN
               COMPUTE WS-HR-NET = WS-HR-FIRST - WS-HR-LAST
           ELSE
               MOVE "+" TO WS-HR-NET-SIGN
               COMPUTE WS-HR-NET = WS-HR-LAST - WS-HR-FIRST
           END-IF
           IF WS-HR-COUNT < 2
               MOVE "NONE" TO WS-HR-DIRECTION
           ELSE
               IF WS-HR-UPS > WS-HR-DOWNS
                   MOVE "INCREASE" TO WS-HR-DIRECTION
               ELSE
                   IF WS-HR-DOWNS > WS-HR-UPS
                       MOVE "DECREASE" TO WS-HR-DIRECTION
                   ELSE
                       IF WS-HR-UPS = ZERO
                           MOVE "SAME" TO WS-HR-DIRECTION
                       ELSE
                           MOVE "MIXED" TO WS-HR-DIRECTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD WS-HR-COUNT TO WS-SEN-READINGS
           ADD WS-HR-COUNT TO WS-TOTAL-READINGS
           MOVE WS-LIST-SENSOR-ID(WS-LIST-IX) TO WS-PL-SENSOR
           MOVE WS-BUCKET-KEY(1:8) TO WS-PL-DATE
           MOVE WS-HOUR TO WS-PL-HOUR
           MOVE WS-HR-COUNT TO WS-PL-COUNT
           MOVE WS-HR-MIN TO WS-PL-MIN
           MOVE WS-HR-MAX TO WS-PL-MAX
           MOVE WS-HR-AVG TO WS-PL-AVG
           MOVE WS-HR-NET-SIGN TO WS-PL-NET-SIGN
           MOVE WS-HR-NET TO WS-PL-NET
           MOVE WS-HR-DIRECTION TO WS-PL-DIRECTION
           WRITE PROFILE-REPORT-RECORD FROM WS-PROFILE-LINE
           MOVE SPACES TO HOURLY-PROFILE-RECORD
           MOVE WS-LIST-SENSOR-ID(WS-LIST-IX) TO PRF-SENSOR-ID
           MOVE WS-BUCKET-KEY(1:8) TO PRF-DATE
           MOVE WS-HOUR TO PRF-HOUR
           MOVE WS-HR-COUNT TO PRF-READ-COUNT
           MOVE WS-HR-MIN TO PRF-MIN-DEPTH
           MOVE WS-HR-MAX TO PRF-MAX-DEPTH
           MOVE WS-HR-AVG TO PRF-AVG-DEPTH
           MOVE WS-HR-NET-SIGN TO PRF-NET-SIGN
           MOVE WS-HR-NET TO PRF-NET-CHANGE
           MOVE WS-HR-DIRECTION TO PRF-DIRECTION
           MOVE "N" TO PRF-EMPTY-FLAG
           WRITE HOURLY-PROFILE-RECORD
           ADD 1 TO WS-PROFILE-WRITTEN.

       WRITE-EMPTY-HOUR.
           ADD 1 TO WS-SEN-EMPTY-HOURS
           ADD 1 TO WS-TOTAL-EMPTY-HOURS
           MOVE WS-LIST-SENSOR-ID(WS-LIST-IX) TO WS-EL-SENSOR
           MOVE WS-BUCKET-KEY(1:8) TO WS-EL-DATE
           MOVE WS-HOUR TO WS-EL-HOUR
           WRITE PROFILE-REPORT-RECORD FROM WS-EMPTY-LINE
           MOVE SPACES TO HOURLY-PROFILE-RECORD
           MOVE WS-LIST-SENSOR-ID(WS-LIST-IX) TO PRF-SENSOR-ID
           MOVE WS-BUCKET-KEY(1:8) TO PRF-DATE
           MOVE WS-HOUR TO PRF-HOUR
           MOVE ZERO TO PRF-READ-COUNT
           MOVE ZERO TO PRF-MIN-DEPTH
           MOVE ZERO TO PRF-MAX-DEPTH
           MOVE ZERO TO PRF-AVG-DEPTH
           MOVE "+" TO PRF-NET-SIGN
           MOVE ZERO TO PRF-NET-CHANGE
           MOVE "Y" TO PRF-EMPTY-FLAG
           WRITE HOURLY-PROFILE-RECORD
           ADD 1 TO WS-PROFILE-WRITTEN.

           COPY SONARPRP.

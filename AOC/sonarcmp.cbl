       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-BUSCAL-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSCAL-FS.
              SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FS.
              SELECT COMPLETENESS-REPORT-FILE
              ASSIGN TO DYNAMIC WS-CMPRPT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMPRPT-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 BCL-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 BCL-DAY-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 BCL-DESCRIPTION PIC X(30).

       FD AUDIT-FILE.
           COPY SONARAUD.

       FD COMPLETENESS-REPORT-FILE.
       01 COMPLETENESS-REPORT-RECORD PIC X(80).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.

       01 WS-BUSCAL-DSN PIC X(100) VALUE SPACES.
       01 WS-BUSCAL-FS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-DSN PIC X(100) VALUE SPACES.
       01 WS-AUDIT-FS PIC X(2) VALUE SPACES.
       01 WS-CMPRPT-DSN PIC X(100) VALUE SPACES.
       01 WS-CMPRPT-FS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-AS-OF-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-FROM-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-TO-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-FROM PIC X(8) VALUE SPACES.
       01 WS-DATE-TO PIC X(8) VALUE SPACES.
       01 WS-FROM-INT PIC 9(7) VALUE ZERO.
       01 WS-TO-INT PIC 9(7) VALUE ZERO.
       01 WS-DATE-INT PIC 9(7) VALUE ZERO.

       01 WS-DAY-MAX PIC 9(3) VALUE 400.
       01 WS-DAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DAY-IX PIC 9(3) VALUE ZERO.
       01 WS-DAY-OFFSET PIC S9(7) VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 400 TIMES.
              10 WS-DY-DATE PIC X(8).
              10 WS-DY-TYPE PIC X(1).
              10 WS-DY-DESCRIPTION PIC X(30).
              10 WS-DY-RUNS PIC 9(3).
              10 WS-DY-P1-RUNS PIC 9(3).
              10 WS-DY-P1-RC PIC 9(4).
              10 WS-DY-P1-RERUN PIC X(1).
              10 WS-DY-P2-RUNS PIC 9(3).
              10 WS-DY-P2-RC PIC 9(4).
              10 WS-DY-P2-RERUN PIC X(1).

       01 WS-P1-OK PIC X(1) VALUE 'N'.
       01 WS-P2-OK PIC X(1) VALUE 'N'.
       01 WS-P1-SUPERSEDED PIC X(1) VALUE 'N'.
       01 WS-P2-SUPERSEDED PIC X(1) VALUE 'N'.
       01 WS-DAY-STATUS PIC X(12) VALUE SPACES.

       01 WS-COMPLETE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PARTIAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNSCHEDULED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOT-DUE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUPERSEDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUDIT-USED PIC 9(8) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(26) VALUE "RUN-CALENDAR COMPLETENESS ".
           05 WS-HL-FROM PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-HL-TO PIC X(8).

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(40)
               VALUE "DATE      TYPE  STATUS        P1RC  P2RC".
           05 FILLER PIC X(40)
               VALUE "  RUNS  NOTE".

       01 WS-DAY-LINE.
           05 WS-DL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-P1-RC PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-P2-RC PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-RUNS PIC Z(3)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE PIC X(32).

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-PARMS.

           ACCEPT WS-BUSCAL-DSN FROM ENVIRONMENT "BUSCAL"
           MOVE "BUSCAL" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-BUSCAL-DSN
           END-IF
           IF WS-BUSCAL-DSN = SPACES
               MOVE "input/runcalendar.txt" TO WS-BUSCAL-DSN
           END-IF.

           ACCEPT WS-AUDIT-DSN FROM ENVIRONMENT "AUDIT01"
           MOVE "AUDIT01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-AUDIT-DSN
           END-IF
           IF WS-AUDIT-DSN = SPACES
               MOVE "output/runaudit.txt" TO WS-AUDIT-DSN
           END-IF.

           ACCEPT WS-CMPRPT-DSN FROM ENVIRONMENT "CMPRPT"
           MOVE "CMPRPT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CMPRPT-DSN
           END-IF
           IF WS-CMPRPT-DSN = SPACES
               MOVE "output/runcompleteness.txt" TO WS-CMPRPT-DSN
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
               MOVE WS-DATE-TO(1:6) TO WS-DATE-FROM(1:6)
               MOVE "01" TO WS-DATE-FROM(7:2)
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
           IF WS-TO-INT - WS-FROM-INT + 1 > WS-DAY-MAX
               DISPLAY "ERROR: DATE RANGE " WS-DATE-FROM " - "
                   WS-DATE-TO " LONGER THAN " WS-DAY-MAX " DAYS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-DAY-TABLE.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM GATHER-AUDIT-RUNS.

           OPEN OUTPUT COMPLETENESS-REPORT-FILE.
           IF WS-CMPRPT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN COMPLETENESS REPORT "
                   "(STATUS " WS-CMPRPT-FS "): " WS-CMPRPT-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATE-FROM TO WS-HL-FROM.
           MOVE WS-DATE-TO TO WS-HL-TO.
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD.
           WRITE COMPLETENESS-REPORT-RECORD.
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-COLUMN-LINE.

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               PERFORM CLASSIFY-ONE-DAY
           END-PERFORM.

           PERFORM WRITE-COMPLETENESS-SUMMARY.
           CLOSE COMPLETENESS-REPORT-FILE.

           DISPLAY "SONARCMP DATES CHECKED: " WS-DAY-COUNT.
           DISPLAY "SONARCMP COMPLETE:      " WS-COMPLETE-COUNT.
           DISPLAY "SONARCMP PARTIAL:       " WS-PARTIAL-COUNT.
           DISPLAY "SONARCMP FAILED ONLY:   " WS-FAILED-COUNT.
           DISPLAY "SONARCMP MISSING:       " WS-MISSING-COUNT.
           DISPLAY "SONARCMP UNSCHEDULED:   " WS-UNSCHEDULED-COUNT.
           IF WS-PARTIAL-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
                   OR WS-MISSING-COUNT > ZERO
               DISPLAY "WARNING: SCHEDULED SWEEP DATES NOT COMPLETE "
                   "IN " WS-DATE-FROM " - " WS-DATE-TO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       BUILD-DAY-TABLE.
           MOVE ZERO TO WS-DAY-COUNT
           PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DATE-INT > WS-TO-INT
               ADD 1 TO WS-DAY-COUNT
               INITIALIZE WS-DAY-ENTRY(WS-DAY-COUNT)
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DY-DATE(WS-DAY-COUNT)
               MOVE 'N' TO WS-DY-P1-RERUN(WS-DAY-COUNT)
               MOVE 'N' TO WS-DY-P2-RERUN(WS-DAY-COUNT)
           END-PERFORM.

       LOAD-BUSINESS-CALENDAR.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-BUSCAL-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN BUSINESS CALENDAR "
                   "(STATUS " WS-BUSCAL-FS "): " WS-BUSCAL-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-CALENDAR-DAY
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 'N' TO WS-EOF.

       STORE-ONE-CALENDAR-DAY.
           IF BCL-DATE IS NUMERIC
                   AND (BCL-DAY-TYPE = 'R' OR BCL-DAY-TYPE = 'H'
                       OR BCL-DAY-TYPE = 'S')
               IF BCL-DATE >= WS-DATE-FROM AND BCL-DATE <= WS-DATE-TO
                   COMPUTE WS-DAY-OFFSET
                       = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(BCL-DATE))
                       - WS-FROM-INT + 1
                   IF WS-DAY-OFFSET >= 1
                           AND WS-DAY-OFFSET <= WS-DAY-COUNT
                       MOVE WS-DAY-OFFSET TO WS-DAY-IX
                       MOVE BCL-DAY-TYPE TO WS-DY-TYPE(WS-DAY-IX)
                       MOVE BCL-DESCRIPTION
                           TO WS-DY-DESCRIPTION(WS-DAY-IX)
                   END-IF
               END-IF
           ELSE
               DISPLAY "WARNING: INVALID CALENDAR RECORD SKIPPED: "
                   CALENDAR-RECORD
           END-IF.

       GATHER-AUDIT-RUNS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN RUN AUDIT (STATUS "
                   WS-AUDIT-FS "): " WS-AUDIT-DSN
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUD-RUN-DATE IS NUMERIC
                                   AND AUD-RUN-DATE >= WS-DATE-FROM
                                   AND AUD-RUN-DATE <= WS-DATE-TO
                               PERFORM NOTE-ONE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       NOTE-ONE-AUDIT-RECORD.
           COMPUTE WS-DAY-OFFSET
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AUD-RUN-DATE))
               - WS-FROM-INT + 1
           IF WS-DAY-OFFSET >= 1 AND WS-DAY-OFFSET <= WS-DAY-COUNT
               MOVE WS-DAY-OFFSET TO WS-DAY-IX
               PERFORM STORE-ONE-AUDIT-RECORD
           ELSE
               DISPLAY "WARNING: INVALID AUDIT RECORD SKIPPED: "
                   RUN-AUDIT-RECORD
           END-IF.

       STORE-ONE-AUDIT-RECORD.
           IF AUD-PROGRAM-NAME = "HELLO-WORLD"
                   OR AUD-PROGRAM-NAME = "HELLO-WORLD-TOTAL"
               ADD 1 TO WS-AUDIT-USED
               ADD 1 TO WS-DY-RUNS(WS-DAY-IX)
               ADD 1 TO WS-DY-P1-RUNS(WS-DAY-IX)
               MOVE 9999 TO WS-DY-P1-RC(WS-DAY-IX)
               IF AUD-RETURN-CODE IS NUMERIC
                   MOVE AUD-RETURN-CODE TO WS-DY-P1-RC(WS-DAY-IX)
               END-IF
               MOVE AUD-RERUN-FLAG TO WS-DY-P1-RERUN(WS-DAY-IX)
           ELSE
               IF AUD-PROGRAM-NAME = "DAY02"
                   ADD 1 TO WS-AUDIT-USED
                   ADD 1 TO WS-DY-RUNS(WS-DAY-IX)
                   ADD 1 TO WS-DY-P2-RUNS(WS-DAY-IX)
                   MOVE 9999 TO WS-DY-P2-RC(WS-DAY-IX)
                   IF AUD-RETURN-CODE IS NUMERIC
                       MOVE AUD-RETURN-CODE TO WS-DY-P2-RC(WS-DAY-IX)
                   END-IF
                   MOVE AUD-RERUN-FLAG TO WS-DY-P2-RERUN(WS-DAY-IX)
               END-IF
           END-IF.

       CLASSIFY-ONE-DAY.
           MOVE 'N' TO WS-P1-OK
           MOVE 'N' TO WS-P2-OK
           MOVE 'N' TO WS-P1-SUPERSEDED
           MOVE 'N' TO WS-P2-SUPERSEDED
           IF WS-DY-P1-RUNS(WS-DAY-IX) > ZERO
                   AND WS-DY-P1-RC(WS-DAY-IX) NOT > 4
               MOVE 'Y' TO WS-P1-OK
           END-IF
           IF WS-DY-P2-RUNS(WS-DAY-IX) > ZERO
                   AND WS-DY-P2-RC(WS-DAY-IX) NOT > 4
               MOVE 'Y' TO WS-P2-OK
           END-IF
           IF WS-DY-P1-RERUN(WS-DAY-IX) = 'Y'
                   AND WS-DY-P1-RUNS(WS-DAY-IX) > 1
               MOVE 'Y' TO WS-P1-SUPERSEDED
           END-IF
           IF WS-DY-P2-RERUN(WS-DAY-IX) = 'Y'
                   AND WS-DY-P2-RUNS(WS-DAY-IX) > 1
               MOVE 'Y' TO WS-P2-SUPERSEDED
           END-IF
           MOVE SPACES TO WS-DL-NOTE
           IF WS-DY-TYPE(WS-DAY-IX) = 'R'
               IF WS-P1-OK = 'Y' AND WS-P2-OK = 'Y'
                   MOVE "COMPLETE" TO WS-DAY-STATUS
                   ADD 1 TO WS-COMPLETE-COUNT
               ELSE
                   IF WS-P1-OK = 'Y' OR WS-P2-OK = 'Y'
                       MOVE "PARTIAL" TO WS-DAY-STATUS
                       ADD 1 TO WS-PARTIAL-COUNT
                   ELSE
                       IF WS-DY-RUNS(WS-DAY-IX) > ZERO
                           MOVE "FAILED ONLY" TO WS-DAY-STATUS
                           ADD 1 TO WS-FAILED-COUNT
                       ELSE
                           MOVE "MISSING" TO WS-DAY-STATUS
                           ADD 1 TO WS-MISSING-COUNT
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-DY-RUNS(WS-DAY-IX) > ZERO
                   MOVE "UNSCHEDULED" TO WS-DAY-STATUS
                   ADD 1 TO WS-UNSCHEDULED-COUNT
               ELSE
                   MOVE "NOT DUE" TO WS-DAY-STATUS
                   ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
               MOVE WS-DY-DESCRIPTION(WS-DAY-IX) TO WS-DL-NOTE
               IF WS-DY-TYPE(WS-DAY-IX) = SPACES
                   MOVE "DATE NOT IN BUSINESS CALENDAR" TO WS-DL-NOTE
               END-IF
           END-IF
           IF WS-P1-SUPERSEDED = 'Y' OR WS-P2-SUPERSEDED = 'Y'
               ADD 1 TO WS-SUPERSEDED-COUNT
               IF WS-P1-SUPERSEDED = 'Y' AND WS-P2-SUPERSEDED = 'Y'
                   MOVE "RERUN SUPERSEDED BOTH PASSES" TO WS-DL-NOTE
               ELSE
                   IF WS-P1-SUPERSEDED = 'Y'
                       MOVE "RERUN SUPERSEDED PASS 1" TO WS-DL-NOTE
                   ELSE
                       MOVE "RERUN SUPERSEDED PASS 2" TO WS-DL-NOTE
                   END-IF
               END-IF
           END-IF
           MOVE WS-DY-DATE(WS-DAY-IX) TO WS-DL-DATE
           EVALUATE WS-DY-TYPE(WS-DAY-IX)
               WHEN 'R'
                   MOVE "RUN" TO WS-DL-TYPE
               WHEN 'H'
                   MOVE "HOL" TO WS-DL-TYPE
               WHEN 'S'
                   MOVE "STND" TO WS-DL-TYPE
               WHEN OTHER
                   MOVE "----" TO WS-DL-TYPE
           END-EVALUATE
           MOVE WS-DAY-STATUS TO WS-DL-STATUS
           MOVE "----" TO WS-DL-P1-RC
           IF WS-DY-P1-RUNS(WS-DAY-IX) > ZERO
               MOVE WS-DY-P1-RC(WS-DAY-IX) TO WS-DL-P1-RC
           END-IF
           MOVE "----" TO WS-DL-P2-RC
           IF WS-DY-P2-RUNS(WS-DAY-IX) > ZERO
               MOVE WS-DY-P2-RC(WS-DAY-IX) TO WS-DL-P2-RC
           END-IF
           MOVE WS-DY-RUNS(WS-DAY-IX) TO WS-DL-RUNS
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-DAY-LINE.

       WRITE-COMPLETENESS-SUMMARY.
           MOVE SPACES TO COMPLETENESS-REPORT-RECORD
           WRITE COMPLETENESS-REPORT-RECORD
           MOVE "SCHEDULED DATES COMPLETE" TO WS-SL-LABEL
           MOVE WS-COMPLETE-COUNT TO WS-SL-COUNT
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "SCHEDULED DATES PARTIAL" TO WS-SL-LABEL
           MOVE WS-PARTIAL-COUNT TO WS-SL-COUNT
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "SCHEDULED DATES FAILED ONLY" TO WS-SL-LABEL
           MOVE WS-FAILED-COUNT TO WS-SL-COUNT
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "SCHEDULED DATES MISSING" TO WS-SL-LABEL
           MOVE WS-MISSING-COUNT TO WS-SL-COUNT
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "UNSCHEDULED DATES RUN" TO WS-SL-LABEL
           MOVE WS-UNSCHEDULED-COUNT TO WS-SL-COUNT
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "UNSCHEDULED DATES NOT RUN" TO WS-SL-LABEL
           MOVE WS-NOT-DUE-COUNT TO WS-SL-COUNT
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "DATES WITH A SUPERSEDING RERUN" TO WS-SL-LABEL
           MOVE WS-SUPERSEDED-COUNT TO WS-SL-COUNT
           WRITE COMPLETENESS-REPORT-RECORD FROM WS-SUMMARY-LINE.

           COPY SONARPRP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARLCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FS.

              SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
           COPY SONARAUD.

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-LINE PIC X(106).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.
           COPY SONARLKW.

       01 WS-AUDIT-DSN PIC X(100) VALUE SPACES.
       01 WS-AUDIT-FS PIC X(2) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8).
       01 WS-AS-OF-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-START-TIME PIC X(8) VALUE SPACES.
       01 WS-END-TIME PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8) VALUE SPACES.

       01 WS-LOCK-ACTION PIC X(8) VALUE SPACES.
       01 WS-CLEAR-HOLDER PIC X(8) VALUE SPACES.
       01 WS-CLEAR-HOLDER-ID PIC X(8) VALUE SPACES.
       01 WS-CLEAR-REASON PIC X(60) VALUE SPACES.
       01 WS-STALE-IN PIC X(8) VALUE SPACES.
       01 WS-STALE-MINUTES PIC 9(5) VALUE 60.
       01 WS-LOCK-AGE PIC S9(9) VALUE ZERO.
       01 WS-LOCK-AGE-OUT PIC -(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-PARMS.

           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           ACCEPT WS-AUDIT-DSN FROM ENVIRONMENT "AUDIT01"
           MOVE "AUDIT01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-AUDIT-DSN
           END-IF
           IF WS-AUDIT-DSN = SPACES
               MOVE "output/runaudit.txt" TO WS-AUDIT-DSN
           END-IF.

           ACCEPT WS-LOCK-ACTION FROM ENVIRONMENT "LCKACTION"
           MOVE "LCKACTION" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-LOCK-ACTION
           END-IF
           IF WS-LOCK-ACTION = SPACES
               MOVE "SHOW" TO WS-LOCK-ACTION
           END-IF.

           ACCEPT WS-CLEAR-HOLDER FROM ENVIRONMENT "LCKHOLDER"
           MOVE "LCKHOLDER" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CLEAR-HOLDER
           END-IF.

           ACCEPT WS-CLEAR-HOLDER-ID FROM ENVIRONMENT "LCKHOLDID"
           MOVE "LCKHOLDID" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CLEAR-HOLDER-ID
           END-IF.

           ACCEPT WS-CLEAR-REASON FROM ENVIRONMENT "LCKREASON"
           MOVE "LCKREASON" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-CLEAR-REASON
           END-IF.

           ACCEPT WS-STALE-IN FROM ENVIRONMENT "LCKSTALE"
           MOVE "LCKSTALE" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-STALE-IN
           END-IF
           IF WS-STALE-IN NOT = SPACES
               IF FUNCTION TRIM(WS-STALE-IN) IS NOT NUMERIC
                   DISPLAY "ERROR: LCKSTALE NOT NUMERIC: " WS-STALE-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-STALE-IN) TO WS-STALE-MINUTES
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

           MOVE "SONARLCK" TO WS-LOCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LOCK-RUN-DATE.

           EVALUATE WS-LOCK-ACTION
               WHEN "TAKE"
                   PERFORM TAKE-STREAM-LOCK
               WHEN "FREE"
                   PERFORM FREE-STREAM-LOCK
               WHEN "CLEAR"
                   PERFORM CLEAR-STALE-LOCK
               WHEN "SHOW"
                   PERFORM SHOW-RUN-LOCK
               WHEN OTHER
                   DISPLAY "ERROR: LCKACTION MUST BE TAKE, FREE, CLEAR "
                       "OR SHOW: " WS-LOCK-ACTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       TAKE-STREAM-LOCK.
           ACCEPT WS-LOCK-JOB-NAME FROM ENVIRONMENT "JOBNAME"
           IF WS-LOCK-JOB-NAME = SPACES
               DISPLAY "ERROR: JOBNAME NOT SET - A STREAM LOCK MUST "
                   "NAME THE JOB THAT HOLDS IT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-STREAM-JOB-ID
           PERFORM ACQUIRE-RUN-LOCK.

       FREE-STREAM-LOCK.
           PERFORM CHECK-STREAM-JOB-ID
           PERFORM RESOLVE-RUN-LOCK
           PERFORM READ-RUN-LOCK
           IF WS-LOCK-OURS = 'Y'
               MOVE 'Y' TO WS-LOCK-TAKEN
               PERFORM RELEASE-RUN-LOCK
           ELSE
               IF WS-LOCK-HELD = 'Y'
                   DISPLAY "WARNING: RUN LOCK HELD BY JOB "
                       LCK-JOB-NAME " " LCK-JOB-ID
                       " BUSINESS DATE " LCK-RUN-DATE
                       ", NOT THIS STREAM - LEFT IN PLACE"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "RUN LOCK ALREADY FREE: " WS-LOCK-DSN
               END-IF
           END-IF.

       CHECK-STREAM-JOB-ID.
           ACCEPT WS-LOCK-JOB-ID FROM ENVIRONMENT "JOBID"
           IF WS-LOCK-JOB-ID = SPACES
               DISPLAY "ERROR: JOBID NOT SET - A STREAM LOCK MUST "
                   "CARRY THE JOB ID OF THE JOB THAT HOLDS IT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SHOW-RUN-LOCK.
           PERFORM RESOLVE-RUN-LOCK
           PERFORM READ-RUN-LOCK
           IF WS-LOCK-HELD = 'Y'
               PERFORM COMPUTE-LOCK-AGE
               DISPLAY "RUN LOCK HELD BY JOB " LCK-JOB-NAME " "
                   LCK-JOB-ID " (" FUNCTION TRIM(LCK-PROGRAM-NAME)
                   ") BUSINESS DATE " LCK-RUN-DATE " SINCE "
                   LCK-START-DATE " " LCK-START-TIME
               DISPLAY "RUN LOCK AGE IN MINUTES: " WS-LOCK-AGE-OUT
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "RUN LOCK FREE: " WS-LOCK-DSN
               IF LCK-FREE-DATE NOT = SPACES
                   DISPLAY "LAST HELD BY JOB " LCK-JOB-NAME " "
                       LCK-JOB-ID " BUSINESS DATE " LCK-RUN-DATE
                       ", FREED " LCK-FREE-DATE " " LCK-FREE-TIME
                       " BY " FUNCTION TRIM(LCK-FREED-BY)
               END-IF
           END-IF.

       CLEAR-STALE-LOCK.
           PERFORM RESOLVE-RUN-LOCK
           PERFORM READ-RUN-LOCK
           IF WS-LOCK-HELD NOT = 'Y'
               DISPLAY "WARNING: RUN LOCK IS NOT HELD - NOTHING TO "
                   "CLEAR: " WS-LOCK-DSN
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RUN LOCK HELD BY JOB " LCK-JOB-NAME " "
               LCK-JOB-ID " (" FUNCTION TRIM(LCK-PROGRAM-NAME)
               ") BUSINESS DATE " LCK-RUN-DATE " SINCE "
               LCK-START-DATE " " LCK-START-TIME
           IF WS-CLEAR-HOLDER NOT = LCK-JOB-NAME
                   OR WS-CLEAR-HOLDER-ID NOT = LCK-JOB-ID
               DISPLAY "ERROR: LCKHOLDER/LCKHOLDID (" WS-CLEAR-HOLDER
                   " " WS-CLEAR-HOLDER-ID ") DO NOT NAME THE "
                   "HOLDING JOB - LOCK NOT CLEARED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLEAR-REASON = SPACES
               DISPLAY "ERROR: LCKREASON REQUIRED TO CLEAR A RUN "
                   "LOCK - LOCK NOT CLEARED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COMPUTE-LOCK-AGE
           IF LCK-START-DATE IS NUMERIC
                   AND WS-LOCK-AGE < WS-STALE-MINUTES
               DISPLAY "ERROR: RUN LOCK TAKEN " WS-LOCK-AGE-OUT
                   " MINUTES AGO, UNDER LCKSTALE " WS-STALE-MINUTES
                   " - CONFIRM THE HOLDING JOB HAS ENDED AND LOWER "
                   "LCKSTALE TO CLEAR IT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN AUDIT FILE (STATUS "
                   WS-AUDIT-FS "): " WS-AUDIT-DSN
               DISPLAY "ERROR: A CLEAR MUST BE AUDITED - LOCK NOT "
                   "CLEARED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUN-AUDIT-RECORD
           MOVE "SONARLCK" TO AUD-PROGRAM-NAME
           MOVE LCK-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE 'N' TO AUD-RESTART-FLAG
           MOVE ZERO TO AUD-WINDOW-SIZE
           MOVE ZERO TO AUD-CHECKPOINT-INTERVAL
           MOVE ZERO TO AUD-READS
           MOVE ZERO TO AUD-INCREASE-COUNT
           MOVE ZERO TO AUD-DECREASE-COUNT
           MOVE ZERO TO AUD-SAME-COUNT
           MOVE ZERO TO AUD-REJECTED-COUNT
           MOVE ZERO TO AUD-RETURN-CODE
           MOVE ZERO TO AUD-STREAK-MIN
           MOVE WS-PARMFILE-DSN TO AUD-PARM-DSN
           MOVE LCK-JOB-NAME TO AUD-LOCK-JOB-NAME
           MOVE LCK-JOB-ID TO AUD-LOCK-JOB-ID
           MOVE LCK-PROGRAM-NAME TO AUD-LOCK-PROGRAM
           MOVE LCK-START-DATE TO AUD-LOCK-START-DATE
           MOVE LCK-START-TIME TO AUD-LOCK-START-TIME
           MOVE WS-CLEAR-REASON TO AUD-LOCK-REASON
           MOVE 'F' TO LCK-STATUS
           ACCEPT LCK-FREE-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-FREE-TIME FROM TIME
           MOVE "SONARLCK CLEAR" TO LCK-FREED-BY
           PERFORM WRITE-RUN-LOCK
           ACCEPT WS-END-TIME FROM TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           WRITE RUN-AUDIT-RECORD
           CLOSE AUDIT-FILE
           DISPLAY "RUN LOCK CLEARED AND AUDITED: JOB " LCK-JOB-NAME
               " " LCK-JOB-ID " BUSINESS DATE " LCK-RUN-DATE
           DISPLAY "REASON: " FUNCTION TRIM(WS-CLEAR-REASON).

       COMPUTE-LOCK-AGE.
           MOVE ZERO TO WS-LOCK-AGE
           ACCEPT WS-END-TIME FROM TIME
           IF LCK-START-DATE IS NUMERIC
                   AND LCK-START-TIME(1:4) IS NUMERIC
               COMPUTE WS-LOCK-AGE
                   = (FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-TODAY))
                     - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(LCK-START-DATE))) * 1440
                   + FUNCTION NUMVAL(WS-END-TIME(1:2)) * 60
                   + FUNCTION NUMVAL(WS-END-TIME(3:2))
                   - FUNCTION NUMVAL(LCK-START-TIME(1:2)) * 60
                   - FUNCTION NUMVAL(LCK-START-TIME(3:2))
           END-IF
           MOVE WS-LOCK-AGE TO WS-LOCK-AGE-OUT.

           COPY SONARLKP.

           COPY SONARPRP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARXMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT REPORT1-FILE ASSIGN TO DYNAMIC WS-REPORT1-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT1-FS.
              SELECT REPORT2-FILE ASSIGN TO DYNAMIC WS-REPORT2-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT2-FS.
              SELECT EVENT1-FILE ASSIGN TO DYNAMIC WS-EVENT1-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVENT1-FS.
              SELECT EVENT2-FILE ASSIGN TO DYNAMIC WS-EVENT2-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVENT2-FS.
              SELECT XMIT-OUT-FILE ASSIGN TO DYNAMIC WS-XMTOUT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XMTOUT-FS.
              SELECT XMIT-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-XMTARC-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XMTARC-FS.
              SELECT XMIT-REG-OLD-FILE ASSIGN TO DYNAMIC WS-XMTREG-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XMTREG-FS.
              SELECT XMIT-REG-NEW-FILE ASSIGN TO DYNAMIC WS-XMTRNEW-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XMTRNEW-FS.

              SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT1-FILE.
       01 REPORT1-RECORD PIC X(80).

       FD REPORT2-FILE.
       01 REPORT2-RECORD PIC X(80).

       FD EVENT1-FILE.
       01 EVENT1-RECORD PIC X(80).

       FD EVENT2-FILE.
       01 EVENT2-RECORD PIC X(80).

       FD XMIT-OUT-FILE.
       01 XMIT-OUT-RECORD PIC X(120).

       FD XMIT-ARCHIVE-FILE.
       01 XMIT-ARCHIVE-RECORD PIC X(120).

       FD XMIT-REG-OLD-FILE.
       01 XMIT-REG-OLD-LINE PIC X(121).

       FD XMIT-REG-NEW-FILE.
       01 XMIT-REG-NEW-LINE PIC X(121).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-LINE PIC X(106).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.
           COPY SONARLKW.

           COPY SONARRES.

           COPY SONARXRG.

       01 WS-REPORT1-DSN PIC X(100) VALUE SPACES.
       01 WS-REPORT1-FS PIC X(2) VALUE SPACES.
       01 WS-REPORT2-DSN PIC X(100) VALUE SPACES.
       01 WS-REPORT2-FS PIC X(2) VALUE SPACES.
       01 WS-EVENT1-DSN PIC X(100) VALUE SPACES.
       01 WS-EVENT1-FS PIC X(2) VALUE SPACES.
       01 WS-EVENT2-DSN PIC X(100) VALUE SPACES.
       01 WS-EVENT2-FS PIC X(2) VALUE SPACES.
       01 WS-XMTOUT-DSN PIC X(100) VALUE SPACES.
       01 WS-XMTOUT-FS PIC X(2) VALUE SPACES.
       01 WS-XMTARC-DSN PIC X(100) VALUE SPACES.
       01 WS-XMTARC-FS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-WARNING PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-AS-OF-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8).
       01 WS-NOW-TIME PIC X(8).

       01 WS-XMIT-SENDER PIC X(8) VALUE "AOCSONAR".
       01 WS-XMIT-RECEIVER PIC X(8) VALUE "HYDROOFC".
       01 WS-XMIT-VERSION PIC X(2) VALUE "01".

       01 WS-REG-SENT-TABLE.
           05 WS-REG-SENT-FLAG PIC X(1) OCCURS 2000 TIMES.
       01 WS-QUEUED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RESENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RESENT-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUPERSEDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ARC-BATCH PIC X(6) VALUE SPACES.

       01 WS-BATCH-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-REPLACES-BATCH PIC 9(6) VALUE ZERO.
       01 WS-PASS-CODE PIC X(2) VALUE SPACES.
       01 WS-PASS-PROGRAM PIC X(20) VALUE SPACES.
       01 WS-REPORT-BUFFER PIC X(80) VALUE SPACES.
       01 WS-DEPTH-CHANGE PIC S9(5) VALUE ZERO.

       01 WS-SEQUENCE PIC 9(7) VALUE ZERO.
       01 WS-RESULT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EVENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-READS-TOTAL PIC 9(11) VALUE ZERO.
       01 WS-LENGTH-TOTAL PIC 9(11) VALUE ZERO.
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.

       01 WS-XMIT-HEADER.
           05 XHD-RECORD-TYPE PIC X(3) VALUE "HDR".
           05 XHD-BATCH-NUMBER PIC 9(6).
           05 XHD-SENDER PIC X(8).
           05 XHD-RECEIVER PIC X(8).
           05 XHD-BUSINESS-DATE PIC X(8).
           05 XHD-CREATED-DATE PIC X(8).
           05 XHD-CREATED-TIME PIC X(6).
           05 XHD-VERSION PIC X(2).
           05 XHD-RESEND-FLAG PIC X(1).
           05 XHD-REPLACES-BATCH PIC 9(6).
           05 FILLER PIC X(64) VALUE SPACES.

       01 WS-XMIT-RESULT.
           05 XRS-RECORD-TYPE PIC X(3) VALUE "RES".
           05 XRS-BATCH-NUMBER PIC 9(6).
           05 XRS-SEQUENCE PIC 9(7).
           05 XRS-BUSINESS-DATE PIC X(8).
           05 XRS-PASS PIC X(2).
           05 XRS-SENSOR-ID PIC X(4).
           05 XRS-READS PIC 9(8).
           05 XRS-INCREASES PIC 9(8).
           05 XRS-DECREASES PIC 9(8).
           05 XRS-SAME PIC 9(8).
           05 XRS-OUT-OF-ORDER PIC 9(8).
           05 FILLER PIC X(50) VALUE SPACES.

       01 WS-XMIT-EVENT.
           05 XEV-RECORD-TYPE PIC X(3) VALUE "EVT".
           05 XEV-BATCH-NUMBER PIC 9(6).
           05 XEV-SEQUENCE PIC 9(7).
           05 XEV-BUSINESS-DATE PIC X(8).
           05 XEV-PASS PIC X(2).
           05 XEV-SENSOR-ID PIC X(4).
           05 XEV-DIRECTION PIC X(4).
           05 XEV-START-LINE PIC 9(7).
           05 XEV-END-LINE PIC 9(7).
           05 XEV-START-DEPTH PIC 9(4).
           05 XEV-END-DEPTH PIC 9(4).
           05 XEV-CHANGE-SIGN PIC X(1).
           05 XEV-DEPTH-CHANGE PIC 9(5).
           05 XEV-LENGTH PIC 9(8).
           05 FILLER PIC X(50) VALUE SPACES.

       01 WS-XMIT-TRAILER.
           05 XTR-RECORD-TYPE PIC X(3) VALUE "TRL".
           05 XTR-BATCH-NUMBER PIC 9(6).
           05 XTR-DETAIL-COUNT PIC 9(7).
           05 XTR-RESULT-COUNT PIC 9(7).
           05 XTR-EVENT-COUNT PIC 9(7).
           05 XTR-READS-TOTAL PIC 9(11).
           05 XTR-LENGTH-TOTAL PIC 9(11).
           05 XTR-RECORD-COUNT PIC 9(7).
           05 FILLER PIC X(61) VALUE SPACES.

       01 WS-XMIT-LINE PIC X(120) VALUE SPACES.

       01 WS-EVENT-IN.
           05 EVI-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 EVI-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 EVI-SENSOR-ID PIC X(4).
           05 FILLER PIC X(1).
           05 EVI-DIRECTION PIC X(4).
           05 FILLER PIC X(1).
           05 EVI-START-LINE PIC 9(7).
           05 FILLER PIC X(1).
           05 EVI-END-LINE PIC 9(7).
           05 FILLER PIC X(1).
           05 EVI-START-DEPTH PIC 9(4).
           05 FILLER PIC X(1).
           05 EVI-END-DEPTH PIC 9(4).
           05 FILLER PIC X(1).
           05 EVI-DEPTH-CHANGE PIC X(5).
           05 FILLER PIC X(1).
           05 EVI-LENGTH PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-PARMS.

           ACCEPT WS-REPORT1-DSN FROM ENVIRONMENT "RPTIN01"
           MOVE "RPTIN01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-REPORT1-DSN
           END-IF
           IF WS-REPORT1-DSN = SPACES
               MOVE "output/day01report.txt" TO WS-REPORT1-DSN
           END-IF.

           ACCEPT WS-REPORT2-DSN FROM ENVIRONMENT "RPTIN02"
           MOVE "RPTIN02" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-REPORT2-DSN
           END-IF
           IF WS-REPORT2-DSN = SPACES
               MOVE "output/day02report.txt" TO WS-REPORT2-DSN
           END-IF.

           ACCEPT WS-EVENT1-DSN FROM ENVIRONMENT "EVTIN01"
           MOVE "EVTIN01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-EVENT1-DSN
           END-IF
           IF WS-EVENT1-DSN = SPACES
               MOVE "output/events.txt" TO WS-EVENT1-DSN
           END-IF.

           ACCEPT WS-EVENT2-DSN FROM ENVIRONMENT "EVTIN02"
           MOVE "EVTIN02" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-EVENT2-DSN
           END-IF
           IF WS-EVENT2-DSN = SPACES
               MOVE "output/events.txt" TO WS-EVENT2-DSN
           END-IF.

           ACCEPT WS-XMTOUT-DSN FROM ENVIRONMENT "XMTOUT"
           MOVE "XMTOUT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XMTOUT-DSN
           END-IF
           IF WS-XMTOUT-DSN = SPACES
               MOVE "output/xmitbatch.txt" TO WS-XMTOUT-DSN
           END-IF.

           ACCEPT WS-XMTARC-DSN FROM ENVIRONMENT "XMTARC"
           MOVE "XMTARC" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XMTARC-DSN
           END-IF
           IF WS-XMTARC-DSN = SPACES
               MOVE "output/xmitarchive.txt" TO WS-XMTARC-DSN
           END-IF.

           PERFORM RESOLVE-XMIT-REGISTER.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TODAY.
           ACCEPT WS-NOW-TIME FROM TIME.

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

           PERFORM CHECK-RESULT-INPUT.

           MOVE "SONARXMT" TO WS-LOCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LOCK-RUN-DATE.
           PERFORM ACQUIRE-RUN-LOCK.

           PERFORM LOAD-XMIT-REGISTER.
           IF WS-REG-COUNT >= WS-REG-MAX
               DISPLAY "ERROR: TRANSMISSION REGISTER TABLE FULL AT "
                   WS-REG-MAX " BATCHES: " WS-XMTREG-DSN
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ASSIGN-BATCH-NUMBER.

           OPEN OUTPUT XMIT-OUT-FILE.
           IF WS-XMTOUT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN TRANSMISSION FILE "
                   "(STATUS " WS-XMTOUT-FS "): " WS-XMTOUT-DSN
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RESEND-QUEUED-BATCHES.

           OPEN EXTEND XMIT-ARCHIVE-FILE.
           IF WS-XMTARC-FS = "35"
               OPEN OUTPUT XMIT-ARCHIVE-FILE
           END-IF.
           IF WS-XMTARC-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN TRANSMISSION ARCHIVE "
                   "(STATUS " WS-XMTARC-FS "): " WS-XMTARC-DSN
               CLOSE XMIT-OUT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-NIGHT-BATCH.

           CLOSE XMIT-ARCHIVE-FILE.
           CLOSE XMIT-OUT-FILE.

           PERFORM REGISTER-NIGHT-BATCH.
           PERFORM WRITE-XMIT-REGISTER.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "SONARXMT BUSINESS DATE:   " WS-RUN-DATE.
           DISPLAY "SONARXMT BATCH NUMBER:    " WS-BATCH-NUMBER.
           IF WS-REPLACES-BATCH NOT = ZERO
               DISPLAY "SONARXMT REPLACES BATCH:  " WS-REPLACES-BATCH
           END-IF.
           DISPLAY "SONARXMT RESULT RECORDS:  " WS-RESULT-COUNT.
           DISPLAY "SONARXMT EVENT RECORDS:   " WS-EVENT-COUNT.
           DISPLAY "SONARXMT READS TOTAL:     " WS-READS-TOTAL.
           DISPLAY "SONARXMT BATCHES RESENT:  " WS-RESENT-COUNT.
           DISPLAY "SONARXMT RESEND RECORDS:  " WS-RESENT-RECORDS.
           IF WS-SUPERSEDED-COUNT > ZERO
               DISPLAY "SONARXMT RESENDS DROPPED: " WS-SUPERSEDED-COUNT
           END-IF.

           IF WS-WARNING = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       CHECK-RESULT-INPUT.
           OPEN INPUT REPORT1-FILE
           IF WS-REPORT1-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN REPORT (STATUS "
                   WS-REPORT1-FS "): " WS-REPORT1-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REPORT1-FILE
           OPEN INPUT REPORT2-FILE
           IF WS-REPORT2-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN REPORT (STATUS "
                   WS-REPORT2-FS "): " WS-REPORT2-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REPORT2-FILE.

       ASSIGN-BATCH-NUMBER.
           MOVE ZERO TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-REPLACES-BATCH
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REGISTER-RECORD
               IF XRG-BATCH-NUMBER IS NUMERIC
                   IF XRG-BATCH-NUMBER > WS-BATCH-NUMBER
                       MOVE XRG-BATCH-NUMBER TO WS-BATCH-NUMBER
                   END-IF
                   IF XRG-BUSINESS-DATE = WS-RUN-DATE
                           AND XRG-BATCH-NUMBER > WS-REPLACES-BATCH
                       MOVE XRG-BATCH-NUMBER TO WS-REPLACES-BATCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BATCH-NUMBER = 999999
               DISPLAY "ERROR: BATCH NUMBERS EXHAUSTED IN "
                   WS-XMTREG-DSN
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-NUMBER.

       RESEND-QUEUED-BATCHES.
           MOVE ZERO TO WS-QUEUED-COUNT
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE 'N' TO WS-REG-SENT-FLAG(WS-REG-IX)
               MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REGISTER-RECORD
               IF XRG-STATUS = 'Q'
                   PERFORM FIND-LATER-BATCH
                   IF XRG-BUSINESS-DATE = WS-RUN-DATE
                       MOVE WS-BATCH-NUMBER TO WS-REG-LATER-BATCH
                   END-IF
                   IF WS-REG-LATER-BATCH > ZERO
                       MOVE 'X' TO XRG-STATUS
                       MOVE XMIT-REGISTER-RECORD
                           TO WS-REG-ENTRY(WS-REG-IX)
                       ADD 1 TO WS-SUPERSEDED-COUNT
                       DISPLAY "BATCH " XRG-BATCH-NUMBER
                           " QUEUED FOR RESEND IS REPLACED BY BATCH "
                           WS-REG-LATER-BATCH " - NOT RESENT"
                   ELSE
                       ADD 1 TO WS-QUEUED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QUEUED-COUNT > ZERO
               MOVE 'N' TO WS-EOF
               OPEN INPUT XMIT-ARCHIVE-FILE
               IF WS-XMTARC-FS = "00"
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ XMIT-ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM RESEND-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE XMIT-ARCHIVE-FILE
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN TRANSMISSION "
                       "ARCHIVE (STATUS " WS-XMTARC-FS "): "
                       WS-XMTARC-DSN
               END-IF

               PERFORM VARYING WS-REG-IX FROM 1 BY 1
                       UNTIL WS-REG-IX > WS-REG-COUNT
                   MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REGISTER-RECORD
                   IF XRG-STATUS = 'Q'
                       IF WS-REG-SENT-FLAG(WS-REG-IX) = 'Y'
                           MOVE 'S' TO XRG-STATUS
                           MOVE WS-TODAY TO XRG-SENT-DATE
                           IF XRG-SEND-COUNT IS NOT NUMERIC
                               MOVE ZERO TO XRG-SEND-COUNT
                           END-IF
                           IF XRG-SEND-COUNT < 999
                               ADD 1 TO XRG-SEND-COUNT
                           END-IF
                           MOVE XMIT-REGISTER-RECORD
                               TO WS-REG-ENTRY(WS-REG-IX)
                           ADD 1 TO WS-RESENT-COUNT
                           DISPLAY "BATCH " XRG-BATCH-NUMBER
                               " FOR " XRG-BUSINESS-DATE " RESENT"
                       ELSE
                           ADD 1 TO WS-MISSING-COUNT
                           MOVE 'Y' TO WS-WARNING
                           DISPLAY "WARNING: BATCH " XRG-BATCH-NUMBER
                               " FOR " XRG-BUSINESS-DATE
                               " NOT ON TRANSMISSION ARCHIVE"
                               " - LEFT QUEUED"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       RESEND-ONE-RECORD.
           MOVE XMIT-ARCHIVE-RECORD TO WS-XMIT-LINE
           MOVE WS-XMIT-LINE(4:6) TO WS-ARC-BATCH
           MOVE ZERO TO WS-REG-MATCH-IX
           IF WS-ARC-BATCH IS NUMERIC
               PERFORM VARYING WS-REG-IX FROM 1 BY 1
                       UNTIL WS-REG-IX > WS-REG-COUNT
                          OR WS-REG-MATCH-IX > ZERO
                   IF WS-REG-ENTRY(WS-REG-IX)(1:6) = WS-ARC-BATCH
                       MOVE WS-REG-IX TO WS-REG-MATCH-IX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REG-MATCH-IX > ZERO
               MOVE WS-REG-ENTRY(WS-REG-MATCH-IX)
                   TO XMIT-REGISTER-RECORD
               IF XRG-STATUS = 'Q'
                   IF WS-XMIT-LINE(1:3) = "HDR"
                       MOVE WS-XMIT-LINE TO WS-XMIT-HEADER
                       MOVE 'Y' TO XHD-RESEND-FLAG
                       MOVE WS-XMIT-HEADER TO WS-XMIT-LINE
                       MOVE 'Y' TO WS-REG-SENT-FLAG(WS-REG-MATCH-IX)
                   END-IF
                   MOVE WS-XMIT-LINE TO XMIT-OUT-RECORD
                   WRITE XMIT-OUT-RECORD
                   ADD 1 TO WS-RESENT-RECORDS
               END-IF
           END-IF.

       BUILD-NIGHT-BATCH.
           MOVE ZERO TO WS-SEQUENCE WS-RESULT-COUNT WS-EVENT-COUNT
               WS-READS-TOTAL WS-LENGTH-TOTAL WS-RECORD-COUNT

           MOVE WS-BATCH-NUMBER TO XHD-BATCH-NUMBER
           MOVE WS-XMIT-SENDER TO XHD-SENDER
           MOVE WS-XMIT-RECEIVER TO XHD-RECEIVER
           MOVE WS-RUN-DATE TO XHD-BUSINESS-DATE
           MOVE WS-TODAY TO XHD-CREATED-DATE
           MOVE WS-NOW-TIME(1:6) TO XHD-CREATED-TIME
           MOVE WS-XMIT-VERSION TO XHD-VERSION
           MOVE 'N' TO XHD-RESEND-FLAG
           MOVE WS-REPLACES-BATCH TO XHD-REPLACES-BATCH
           MOVE WS-XMIT-HEADER TO WS-XMIT-LINE
           PERFORM WRITE-XMIT-LINE

           MOVE "P1" TO WS-PASS-CODE
           MOVE "HELLO-WORLD" TO WS-PASS-PROGRAM
           MOVE 'N' TO WS-EOF
           OPEN INPUT REPORT1-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT1-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REPORT1-RECORD TO WS-REPORT-BUFFER
                       PERFORM BUILD-ONE-RESULT
               END-READ
           END-PERFORM
           CLOSE REPORT1-FILE

           MOVE "P2" TO WS-PASS-CODE
           MOVE "DAY02" TO WS-PASS-PROGRAM
           MOVE 'N' TO WS-EOF
           OPEN INPUT REPORT2-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT2-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REPORT2-RECORD TO WS-REPORT-BUFFER
                       PERFORM BUILD-ONE-RESULT
               END-READ
           END-PERFORM
           CLOSE REPORT2-FILE

           IF WS-RESULT-COUNT = ZERO
               DISPLAY "WARNING: NO SENSOR RESULTS FOR " WS-RUN-DATE
                   " - BATCH " WS-BATCH-NUMBER " SENT EMPTY"
               MOVE 'Y' TO WS-WARNING
           END-IF

           MOVE "P1" TO WS-PASS-CODE
           MOVE "HELLO-WORLD" TO WS-PASS-PROGRAM
           MOVE 'N' TO WS-EOF
           OPEN INPUT EVENT1-FILE
           IF WS-EVENT1-FS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EVENT1-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE EVENT1-RECORD TO WS-REPORT-BUFFER
                           PERFORM BUILD-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE EVENT1-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN EVENT FILE (STATUS "
                   WS-EVENT1-FS "): " WS-EVENT1-DSN
               MOVE 'Y' TO WS-WARNING
           END-IF

           MOVE "P2" TO WS-PASS-CODE
           MOVE "DAY02" TO WS-PASS-PROGRAM
           MOVE 'N' TO WS-EOF
           OPEN INPUT EVENT2-FILE
           IF WS-EVENT2-FS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EVENT2-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE EVENT2-RECORD TO WS-REPORT-BUFFER
                           PERFORM BUILD-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE EVENT2-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN EVENT FILE (STATUS "
                   WS-EVENT2-FS "): " WS-EVENT2-DSN
               MOVE 'Y' TO WS-WARNING
           END-IF

           MOVE WS-BATCH-NUMBER TO XTR-BATCH-NUMBER
           MOVE WS-SEQUENCE TO XTR-DETAIL-COUNT
           MOVE WS-RESULT-COUNT TO XTR-RESULT-COUNT
           MOVE WS-EVENT-COUNT TO XTR-EVENT-COUNT
           MOVE WS-READS-TOTAL TO XTR-READS-TOTAL
           MOVE WS-LENGTH-TOTAL TO XTR-LENGTH-TOTAL
           COMPUTE XTR-RECORD-COUNT = WS-RECORD-COUNT + 1
           MOVE WS-XMIT-TRAILER TO WS-XMIT-LINE
           PERFORM WRITE-XMIT-LINE.

       BUILD-ONE-RESULT.
           MOVE WS-REPORT-BUFFER TO SONAR-SWEEP-RESULT
           IF SSR-PROGRAM-NAME = WS-PASS-PROGRAM
                   AND SSR-RUN-DATE = WS-RUN-DATE
                   AND SSR-SENSOR-ID NOT = "ALL"
                   AND SSR-SENSOR-ID NOT = SPACES
                   AND SSR-READS IS NUMERIC
               PERFORM WRITE-RESULT-RECORD
           END-IF.

       WRITE-RESULT-RECORD.
           ADD 1 TO WS-SEQUENCE
           ADD 1 TO WS-RESULT-COUNT
           MOVE WS-BATCH-NUMBER TO XRS-BATCH-NUMBER
           MOVE WS-SEQUENCE TO XRS-SEQUENCE
           MOVE WS-RUN-DATE TO XRS-BUSINESS-DATE
           MOVE WS-PASS-CODE TO XRS-PASS
           MOVE SSR-SENSOR-ID TO XRS-SENSOR-ID
           MOVE SSR-READS TO XRS-READS
           MOVE ZERO TO XRS-INCREASES XRS-DECREASES XRS-SAME
               XRS-OUT-OF-ORDER
           IF SSR-INCREASE-COUNT IS NUMERIC
               MOVE SSR-INCREASE-COUNT TO XRS-INCREASES
           END-IF
           IF SSR-DECREASE-COUNT IS NUMERIC
               MOVE SSR-DECREASE-COUNT TO XRS-DECREASES
           END-IF
           IF SSR-SAME-COUNT IS NUMERIC
               MOVE SSR-SAME-COUNT TO XRS-SAME
           END-IF
           IF SSR-OOO-COUNT IS NUMERIC
               MOVE SSR-OOO-COUNT TO XRS-OUT-OF-ORDER
           END-IF
           ADD SSR-READS TO WS-READS-TOTAL
           MOVE WS-XMIT-RESULT TO WS-XMIT-LINE
           PERFORM WRITE-XMIT-LINE.

       BUILD-ONE-EVENT.
           MOVE WS-REPORT-BUFFER TO WS-EVENT-IN
           IF EVI-PROGRAM-NAME = WS-PASS-PROGRAM
                   AND EVI-RUN-DATE = WS-RUN-DATE
                   AND EVI-START-LINE IS NUMERIC
                   AND EVI-END-LINE IS NUMERIC
                   AND EVI-LENGTH IS NUMERIC
               PERFORM WRITE-EVENT-RECORD
           END-IF.

       WRITE-EVENT-RECORD.
           ADD 1 TO WS-SEQUENCE
           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-BATCH-NUMBER TO XEV-BATCH-NUMBER
           MOVE WS-SEQUENCE TO XEV-SEQUENCE
           MOVE WS-RUN-DATE TO XEV-BUSINESS-DATE
           MOVE WS-PASS-CODE TO XEV-PASS
           MOVE EVI-SENSOR-ID TO XEV-SENSOR-ID
           MOVE EVI-DIRECTION TO XEV-DIRECTION
           MOVE EVI-START-LINE TO XEV-START-LINE
           MOVE EVI-END-LINE TO XEV-END-LINE
           MOVE ZERO TO XEV-START-DEPTH XEV-END-DEPTH
           IF EVI-START-DEPTH IS NUMERIC
               MOVE EVI-START-DEPTH TO XEV-START-DEPTH
           END-IF
           IF EVI-END-DEPTH IS NUMERIC
               MOVE EVI-END-DEPTH TO XEV-END-DEPTH
           END-IF
           MOVE ZERO TO WS-DEPTH-CHANGE
           IF EVI-DEPTH-CHANGE NOT = SPACES
               COMPUTE WS-DEPTH-CHANGE =
                   FUNCTION NUMVAL(EVI-DEPTH-CHANGE)
           END-IF
           IF WS-DEPTH-CHANGE < ZERO
               MOVE "-" TO XEV-CHANGE-SIGN
           ELSE
               MOVE "+" TO XEV-CHANGE-SIGN
           END-IF
           MOVE WS-DEPTH-CHANGE TO XEV-DEPTH-CHANGE
           MOVE EVI-LENGTH TO XEV-LENGTH
           ADD EVI-LENGTH TO WS-LENGTH-TOTAL
           MOVE WS-XMIT-EVENT TO WS-XMIT-LINE
           PERFORM WRITE-XMIT-LINE.

       WRITE-XMIT-LINE.
           MOVE WS-XMIT-LINE TO XMIT-OUT-RECORD
           WRITE XMIT-OUT-RECORD
           MOVE WS-XMIT-LINE TO XMIT-ARCHIVE-RECORD
           WRITE XMIT-ARCHIVE-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       REGISTER-NIGHT-BATCH.
           MOVE SPACES TO XMIT-REGISTER-RECORD
           MOVE WS-BATCH-NUMBER TO XRG-BATCH-NUMBER
           MOVE WS-RUN-DATE TO XRG-BUSINESS-DATE
           MOVE 'S' TO XRG-STATUS
           MOVE WS-TODAY TO XRG-FIRST-SENT-DATE
           MOVE WS-TODAY TO XRG-SENT-DATE
           MOVE 1 TO XRG-SEND-COUNT
           MOVE WS-SEQUENCE TO XRG-DETAIL-COUNT
           MOVE WS-READS-TOTAL TO XRG-READS-TOTAL
           MOVE WS-REPLACES-BATCH TO XRG-REPLACES-BATCH
           ADD 1 TO WS-REG-COUNT
           MOVE XMIT-REGISTER-RECORD TO WS-REG-ENTRY(WS-REG-COUNT).

           COPY SONARXRP.

           COPY SONARLKP.

           COPY SONARPRP.

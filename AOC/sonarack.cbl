       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT XMIT-ACK-FILE ASSIGN TO DYNAMIC WS-XMTACK-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XMTACK-FS.
              SELECT XMIT-REPORT-FILE ASSIGN TO DYNAMIC WS-XMTRPT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XMTRPT-FS.
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
       FD XMIT-ACK-FILE.
       01 XMIT-ACK-RECORD.
           05 ACK-BATCH-NUMBER PIC X(6).
           05 FILLER PIC X(1).
           05 ACK-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 ACK-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 ACK-REASON-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 ACK-REASON-TEXT PIC X(40).

       FD XMIT-REPORT-FILE.
       01 XMIT-REPORT-RECORD PIC X(100).

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

           COPY SONARXRG.

       01 WS-XMTACK-DSN PIC X(100) VALUE SPACES.
       01 WS-XMTACK-FS PIC X(2) VALUE SPACES.
       01 WS-XMTRPT-DSN PIC X(100) VALUE SPACES.
       01 WS-XMTRPT-FS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-AS-OF-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-INT PIC 9(7) VALUE ZERO.
       01 WS-XMT-DAYS-IN PIC X(5) VALUE SPACES.
       01 WS-XMT-DAYS PIC 9(5) VALUE 3.
       01 WS-AGE-DAYS PIC S9(7) VALUE ZERO.

       01 WS-ACK-READ PIC 9(5) VALUE ZERO.
       01 WS-ACK-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-ACK-REPEATED PIC 9(5) VALUE ZERO.
       01 WS-ACK-UNKNOWN PIC 9(5) VALUE ZERO.
       01 WS-ACK-INVALID PIC 9(5) VALUE ZERO.
       01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REQUEUED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-STATUS PIC X(1) VALUE SPACE.

       01 WS-FIRST-INT PIC 9(7) VALUE ZERO.
       01 WS-LAST-INT PIC 9(7) VALUE ZERO.
       01 WS-DATE-INT PIC 9(7) VALUE ZERO.
       01 WS-DATE-TEXT PIC 9(8) VALUE ZERO.
       01 WS-DAY-SENT PIC X(1) VALUE 'N'.
       01 WS-DAY-ACCEPTED PIC X(1) VALUE 'N'.
       01 WS-DAYS-COVERED PIC 9(5) VALUE ZERO.
       01 WS-DAYS-ACCEPTED PIC 9(5) VALUE ZERO.
       01 WS-DAYS-OUTSTANDING PIC 9(5) VALUE ZERO.
       01 WS-DAYS-NO-BATCH PIC 9(5) VALUE ZERO.

       01 WS-STATUS-TEXT PIC X(8) VALUE SPACES.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(32)
               VALUE "TRANSMISSION ACKNOWLEDGMENTS  ".
           05 WS-HL-DATE PIC X(8).
           05 FILLER PIC X(16) VALUE "  RESEND AFTER ".
           05 WS-HL-DAYS PIC Z(4)9.
           05 FILLER PIC X(5) VALUE " DAYS".

       01 WS-SECTION-LINE PIC X(40) VALUE SPACES.
       01 WS-NONE-LINE PIC X(40) VALUE SPACES.

       01 WS-ACK-LINE.
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 WS-AL-BATCH PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-REASON-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-REASON-TEXT PIC X(40).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-NOTE PIC X(28).

       01 WS-REQUEUE-LINE.
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 WS-RL-BATCH PIC 9(6).
           05 FILLER PIC X(5) VALUE " FOR ".
           05 WS-RL-BUS-DATE PIC X(8).
           05 FILLER PIC X(11) VALUE "  LAST SENT".
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RL-SENT-DATE PIC X(8).
           05 FILLER PIC X(6) VALUE "  AGE ".
           05 WS-RL-AGE PIC Z(4)9.
           05 FILLER PIC X(13) VALUE " DAYS  SENDS ".
           05 WS-RL-SENDS PIC ZZ9.

       01 WS-REPLACED-LINE.
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 WS-XL-BATCH PIC 9(6).
           05 FILLER PIC X(5) VALUE " FOR ".
           05 WS-XL-BUS-DATE PIC X(8).
           05 FILLER PIC X(23) VALUE "  REPLACED BY BATCH ".
           05 WS-XL-LATER PIC 9(6).
           05 FILLER PIC X(16) VALUE " - NOT REQUEUED".

       01 WS-REGISTER-HEAD-LINE.
           05 FILLER PIC X(40)
               VALUE "BATCH  BUS DATE STATUS   FIRST    LAST  ".
           05 FILLER PIC X(40)
               VALUE "   SENDS DETAILS ACK DATE REASON".

       01 WS-REGISTER-LINE.
           05 WS-RG-BATCH PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-BUS-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-FIRST-SENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-LAST-SENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-SENDS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-DETAILS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-ACK-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-REASON-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RG-REPLACES PIC X(20).

       01 WS-GAP-LINE.
           05 FILLER PIC X(20) VALUE "  NO BATCH SENT".
           05 WS-GL-DATE PIC 9(8).

       01 WS-OUTSTANDING-LINE.
           05 FILLER PIC X(20) VALUE "  NOT YET ACCEPTED".
           05 WS-OL-DATE PIC 9(8).

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-PARMS.

           ACCEPT WS-XMTACK-DSN FROM ENVIRONMENT "XMTACK"
           MOVE "XMTACK" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XMTACK-DSN
           END-IF
           IF WS-XMTACK-DSN = SPACES
               MOVE "input/xmitacks.txt" TO WS-XMTACK-DSN
           END-IF.

           ACCEPT WS-XMTRPT-DSN FROM ENVIRONMENT "XMTRPT"
           MOVE "XMTRPT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XMTRPT-DSN
           END-IF
           IF WS-XMTRPT-DSN = SPACES
               MOVE "output/xmitreport.txt" TO WS-XMTRPT-DSN
           END-IF.

           PERFORM RESOLVE-XMIT-REGISTER.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

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

           ACCEPT WS-XMT-DAYS-IN FROM ENVIRONMENT "XMTDAYS"
           MOVE "XMTDAYS" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XMT-DAYS-IN
           END-IF
           IF WS-XMT-DAYS-IN NOT = SPACES
               IF FUNCTION TRIM(WS-XMT-DAYS-IN) IS NOT NUMERIC
                   DISPLAY "ERROR: XMTDAYS NOT NUMERIC: "
                       WS-XMT-DAYS-IN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-XMT-DAYS-IN) TO WS-XMT-DAYS
           END-IF.

           MOVE "SONARACK" TO WS-LOCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LOCK-RUN-DATE.
           PERFORM ACQUIRE-RUN-LOCK.

           PERFORM LOAD-XMIT-REGISTER.

           OPEN OUTPUT XMIT-REPORT-FILE.
           IF WS-XMTRPT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN TRANSMISSION REPORT "
                   "(STATUS " WS-XMTRPT-FS "): " WS-XMTRPT-DSN
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-XMT-DAYS TO WS-HL-DAYS.
           WRITE XMIT-REPORT-RECORD FROM WS-HEADER-LINE.

           PERFORM APPLY-ACKNOWLEDGMENTS.
           PERFORM REQUEUE-OVERDUE-BATCHES.
           PERFORM WRITE-REGISTER-LISTING.
           PERFORM WRITE-DAILY-CONTINUITY.
           PERFORM WRITE-ACK-SUMMARY.

           CLOSE XMIT-REPORT-FILE.

           PERFORM WRITE-XMIT-REGISTER.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "SONARACK ACKS READ:       " WS-ACK-READ.
           DISPLAY "SONARACK ACKS APPLIED:    " WS-ACK-APPLIED.
           DISPLAY "SONARACK BATCHES REJECTED:" WS-REJECTED-COUNT.
           DISPLAY "SONARACK UNKNOWN BATCHES: " WS-ACK-UNKNOWN.
           DISPLAY "SONARACK BATCHES REQUEUED:" WS-REQUEUED-COUNT.

           IF WS-REJECTED-COUNT > ZERO OR WS-ACK-UNKNOWN > ZERO
                   OR WS-ACK-INVALID > ZERO OR WS-REQUEUED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       APPLY-ACKNOWLEDGMENTS.
           MOVE SPACES TO XMIT-REPORT-RECORD
           WRITE XMIT-REPORT-RECORD
           MOVE "ACKNOWLEDGMENTS RECEIVED" TO WS-SECTION-LINE
           WRITE XMIT-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT XMIT-ACK-FILE
           IF WS-XMTACK-FS = "35"
               MOVE "  NO ACKNOWLEDGMENT FILE RECEIVED"
                   TO WS-NONE-LINE
               WRITE XMIT-REPORT-RECORD FROM WS-NONE-LINE
               DISPLAY "NO ACKNOWLEDGMENT FILE: " WS-XMTACK-DSN
           ELSE
               IF WS-XMTACK-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN ACKNOWLEDGMENT FILE "
                       "(STATUS " WS-XMTACK-FS "): " WS-XMTACK-DSN
                   CLOSE XMIT-REPORT-FILE
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XMIT-ACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ACK-READ
                           PERFORM APPLY-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE XMIT-ACK-FILE
               IF WS-ACK-READ = ZERO
                   MOVE "  ACKNOWLEDGMENT FILE EMPTY" TO WS-NONE-LINE
                   WRITE XMIT-REPORT-RECORD FROM WS-NONE-LINE
               END-IF
           END-IF.

       APPLY-ONE-ACK.
           MOVE ACK-BATCH-NUMBER TO WS-AL-BATCH
           MOVE ACK-STATUS TO WS-AL-STATUS
           MOVE ACK-DATE TO WS-AL-DATE
           MOVE ACK-REASON-CODE TO WS-AL-REASON-CODE
           MOVE ACK-REASON-TEXT TO WS-AL-REASON-TEXT
           MOVE SPACES TO WS-AL-NOTE
           MOVE ZERO TO WS-REG-MATCH-IX
           IF ACK-BATCH-NUMBER IS NOT NUMERIC
                   OR (ACK-STATUS NOT = 'A' AND ACK-STATUS NOT = 'R')
                   OR ACK-DATE IS NOT NUMERIC
               ADD 1 TO WS-ACK-INVALID
               MOVE "*** INVALID - IGNORED" TO WS-AL-NOTE
               DISPLAY "WARNING: INVALID ACKNOWLEDGMENT RECORD: "
                   XMIT-ACK-RECORD
           ELSE
               PERFORM VARYING WS-REG-IX FROM 1 BY 1
                       UNTIL WS-REG-IX > WS-REG-COUNT
                          OR WS-REG-MATCH-IX > ZERO
                   IF WS-REG-ENTRY(WS-REG-IX)(1:6) = ACK-BATCH-NUMBER
                       MOVE WS-REG-IX TO WS-REG-MATCH-IX
                   END-IF
               END-PERFORM
               IF WS-REG-MATCH-IX = ZERO
                   ADD 1 TO WS-ACK-UNKNOWN
                   MOVE "*** BATCH NOT ON REGISTER" TO WS-AL-NOTE
                   DISPLAY "WARNING: ACKNOWLEDGMENT FOR UNKNOWN BATCH "
                       ACK-BATCH-NUMBER
               ELSE
                   PERFORM UPDATE-ACKED-BATCH
               END-IF
           END-IF
           WRITE XMIT-REPORT-RECORD FROM WS-ACK-LINE.

       UPDATE-ACKED-BATCH.
           MOVE WS-REG-ENTRY(WS-REG-MATCH-IX) TO XMIT-REGISTER-RECORD
           MOVE XRG-STATUS TO WS-PRIOR-STATUS
           IF XRG-STATUS = ACK-STATUS AND XRG-ACK-DATE = ACK-DATE
               ADD 1 TO WS-ACK-REPEATED
               MOVE "ALREADY APPLIED" TO WS-AL-NOTE
           ELSE
               MOVE ACK-STATUS TO XRG-STATUS
               MOVE ACK-DATE TO XRG-ACK-DATE
               MOVE ACK-REASON-CODE TO XRG-ACK-REASON-CODE
               MOVE ACK-REASON-TEXT TO XRG-ACK-REASON-TEXT
               MOVE XMIT-REGISTER-RECORD
                   TO WS-REG-ENTRY(WS-REG-MATCH-IX)
               ADD 1 TO WS-ACK-APPLIED
               IF ACK-STATUS = 'A'
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE "ACCEPTED" TO WS-AL-NOTE
                   IF WS-PRIOR-STATUS = 'Q'
                       ADD 1 TO WS-CANCELLED-COUNT
                       MOVE "ACCEPTED - RESEND CANCELLED" TO WS-AL-NOTE
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "*** REJECTED" TO WS-AL-NOTE
                   DISPLAY "WARNING: BATCH " XRG-BATCH-NUMBER " FOR "
                       XRG-BUSINESS-DATE " REJECTED: "
                       ACK-REASON-CODE " " ACK-REASON-TEXT
               END-IF
           END-IF.

       REQUEUE-OVERDUE-BATCHES.
           MOVE SPACES TO XMIT-REPORT-RECORD
           WRITE XMIT-REPORT-RECORD
           MOVE "BATCHES REQUEUED FOR RESEND" TO WS-SECTION-LINE
           WRITE XMIT-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REGISTER-RECORD
               IF XRG-STATUS = 'S' AND XRG-SENT-DATE IS NUMERIC
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(XRG-SENT-DATE))
                   PERFORM FIND-LATER-BATCH
                   IF WS-AGE-DAYS > WS-XMT-DAYS
                           AND WS-REG-LATER-BATCH > ZERO
                       MOVE 'X' TO XRG-STATUS
                       MOVE XMIT-REGISTER-RECORD
                           TO WS-REG-ENTRY(WS-REG-IX)
                       ADD 1 TO WS-REPLACED-COUNT
                       MOVE XRG-BATCH-NUMBER TO WS-XL-BATCH
                       MOVE XRG-BUSINESS-DATE TO WS-XL-BUS-DATE
                       MOVE WS-REG-LATER-BATCH TO WS-XL-LATER
                       WRITE XMIT-REPORT-RECORD FROM WS-REPLACED-LINE
                   END-IF
                   IF WS-AGE-DAYS > WS-XMT-DAYS
                           AND WS-REG-LATER-BATCH = ZERO
                       MOVE 'Q' TO XRG-STATUS
                       MOVE XMIT-REGISTER-RECORD
                           TO WS-REG-ENTRY(WS-REG-IX)
                       ADD 1 TO WS-REQUEUED-COUNT
                       MOVE XRG-BATCH-NUMBER TO WS-RL-BATCH
                       MOVE XRG-BUSINESS-DATE TO WS-RL-BUS-DATE
                       MOVE XRG-SENT-DATE TO WS-RL-SENT-DATE
                       MOVE WS-AGE-DAYS TO WS-RL-AGE
                       MOVE XRG-SEND-COUNT TO WS-RL-SENDS
                       WRITE XMIT-REPORT-RECORD FROM WS-REQUEUE-LINE
                       DISPLAY "WARNING: BATCH " XRG-BATCH-NUMBER
                           " FOR " XRG-BUSINESS-DATE
                           " UNACKNOWLEDGED - REQUEUED FOR RESEND"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REQUEUED-COUNT = ZERO AND WS-REPLACED-COUNT = ZERO
               MOVE "  NONE" TO WS-NONE-LINE
               WRITE XMIT-REPORT-RECORD FROM WS-NONE-LINE
           END-IF.

       WRITE-REGISTER-LISTING.
           MOVE SPACES TO XMIT-REPORT-RECORD
           WRITE XMIT-REPORT-RECORD
           MOVE "TRANSMISSION REGISTER" TO WS-SECTION-LINE
           WRITE XMIT-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE XMIT-REPORT-RECORD FROM WS-REGISTER-HEAD-LINE
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REGISTER-RECORD
               PERFORM SET-STATUS-TEXT
               MOVE XRG-BATCH-NUMBER TO WS-RG-BATCH
               MOVE XRG-BUSINESS-DATE TO WS-RG-BUS-DATE
               MOVE WS-STATUS-TEXT TO WS-RG-STATUS
               MOVE XRG-FIRST-SENT-DATE TO WS-RG-FIRST-SENT
               MOVE XRG-SENT-DATE TO WS-RG-LAST-SENT
               MOVE ZERO TO WS-RG-SENDS WS-RG-DETAILS
               IF XRG-SEND-COUNT IS NUMERIC
                   MOVE XRG-SEND-COUNT TO WS-RG-SENDS
               END-IF
               IF XRG-DETAIL-COUNT IS NUMERIC
                   MOVE XRG-DETAIL-COUNT TO WS-RG-DETAILS
               END-IF
               MOVE XRG-ACK-DATE TO WS-RG-ACK-DATE
               MOVE XRG-ACK-REASON-CODE TO WS-RG-REASON-CODE
               MOVE SPACES TO WS-RG-REPLACES
               IF XRG-REPLACES-BATCH IS NUMERIC
                       AND XRG-REPLACES-BATCH > ZERO
                   STRING "REPLACES " DELIMITED BY SIZE
                       XRG-REPLACES-BATCH DELIMITED BY SIZE
                       INTO WS-RG-REPLACES
                   END-STRING
               END-IF
               WRITE XMIT-REPORT-RECORD FROM WS-REGISTER-LINE
           END-PERFORM
           IF WS-REG-COUNT = ZERO
               MOVE "  NO BATCHES ON REGISTER" TO WS-NONE-LINE
               WRITE XMIT-REPORT-RECORD FROM WS-NONE-LINE
           END-IF.

       SET-STATUS-TEXT.
           EVALUATE XRG-STATUS
               WHEN 'S'
                   MOVE "SENT" TO WS-STATUS-TEXT
               WHEN 'Q'
                   MOVE "QUEUED" TO WS-STATUS-TEXT
               WHEN 'A'
                   MOVE "ACCEPTED" TO WS-STATUS-TEXT
               WHEN 'R'
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN 'X'
                   MOVE "REPLACED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       WRITE-DAILY-CONTINUITY.
           MOVE SPACES TO XMIT-REPORT-RECORD
           WRITE XMIT-REPORT-RECORD
           MOVE "DAILY CONTINUITY" TO WS-SECTION-LINE
           WRITE XMIT-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE ZERO TO WS-FIRST-INT WS-LAST-INT
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REGISTER-RECORD
               IF XRG-BUSINESS-DATE IS NUMERIC
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(XRG-BUSINESS-DATE))
                   IF WS-FIRST-INT = ZERO OR WS-DATE-INT < WS-FIRST-INT
                       MOVE WS-DATE-INT TO WS-FIRST-INT
                   END-IF
                   IF WS-DATE-INT > WS-LAST-INT
                       MOVE WS-DATE-INT TO WS-LAST-INT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIRST-INT = ZERO
               MOVE "  NO BUSINESS DATES ON REGISTER" TO WS-NONE-LINE
               WRITE XMIT-REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM VARYING WS-DATE-INT FROM WS-FIRST-INT BY 1
                       UNTIL WS-DATE-INT > WS-LAST-INT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       TO WS-DATE-TEXT
                   PERFORM CHECK-ONE-DAY
               END-PERFORM
               IF WS-DAYS-NO-BATCH = ZERO
                       AND WS-DAYS-OUTSTANDING = ZERO
                   MOVE "  EVERY DAY SENT AND ACCEPTED" TO WS-NONE-LINE
                   WRITE XMIT-REPORT-RECORD FROM WS-NONE-LINE
               END-IF
           END-IF.

       CHECK-ONE-DAY.
           MOVE 'N' TO WS-DAY-SENT
           MOVE 'N' TO WS-DAY-ACCEPTED
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-IX) TO XMIT-REGISTER-RECORD
               IF XRG-BUSINESS-DATE = WS-DATE-TEXT
                   MOVE 'Y' TO WS-DAY-SENT
                   IF XRG-STATUS = 'A'
                       MOVE 'Y' TO WS-DAY-ACCEPTED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DAY-SENT = 'Y'
               ADD 1 TO WS-DAYS-COVERED
               IF WS-DAY-ACCEPTED = 'Y'
                   ADD 1 TO WS-DAYS-ACCEPTED
               ELSE
                   ADD 1 TO WS-DAYS-OUTSTANDING
                   MOVE WS-DATE-TEXT TO WS-OL-DATE
                   WRITE XMIT-REPORT-RECORD FROM WS-OUTSTANDING-LINE
               END-IF
           ELSE
               ADD 1 TO WS-DAYS-NO-BATCH
               MOVE WS-DATE-TEXT TO WS-GL-DATE
               WRITE XMIT-REPORT-RECORD FROM WS-GAP-LINE
           END-IF.

       WRITE-ACK-SUMMARY.
           MOVE SPACES TO XMIT-REPORT-RECORD
           WRITE XMIT-REPORT-RECORD
           MOVE "ACKNOWLEDGMENTS READ" TO WS-SL-LABEL
           MOVE WS-ACK-READ TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  ACCEPTANCES APPLIED" TO WS-SL-LABEL
           MOVE WS-ACCEPTED-COUNT TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  RESENDS CANCELLED" TO WS-SL-LABEL
           MOVE WS-CANCELLED-COUNT TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  REJECTIONS APPLIED" TO WS-SL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  ALREADY APPLIED" TO WS-SL-LABEL
           MOVE WS-ACK-REPEATED TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  UNKNOWN BATCH" TO WS-SL-LABEL
           MOVE WS-ACK-UNKNOWN TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  INVALID" TO WS-SL-LABEL
           MOVE WS-ACK-INVALID TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "BATCHES REQUEUED" TO WS-SL-LABEL
           MOVE WS-REQUEUED-COUNT TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "OVERDUE BATCHES REPLACED" TO WS-SL-LABEL
           MOVE WS-REPLACED-COUNT TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "BATCHES ON REGISTER" TO WS-SL-LABEL
           MOVE WS-REG-COUNT TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "BUSINESS DAYS SENT" TO WS-SL-LABEL
           MOVE WS-DAYS-COVERED TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  ACCEPTED" TO WS-SL-LABEL
           MOVE WS-DAYS-ACCEPTED TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  NOT YET ACCEPTED" TO WS-SL-LABEL
           MOVE WS-DAYS-OUTSTANDING TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "BUSINESS DAYS WITH NO BATCH" TO WS-SL-LABEL
           MOVE WS-DAYS-NO-BATCH TO WS-SL-COUNT
           WRITE XMIT-REPORT-RECORD FROM WS-SUMMARY-LINE.

           COPY SONARXRP.

           COPY SONARLKP.

           COPY SONARPRP.

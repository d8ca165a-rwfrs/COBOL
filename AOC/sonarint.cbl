       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT TREND1-FILE ASSIGN TO DYNAMIC WS-TREND1-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TREND1-FS.
              SELECT TREND2-FILE ASSIGN TO DYNAMIC WS-TREND2-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TREND2-FS.
              SELECT RESULT-HIST-FILE ASSIGN TO DYNAMIC WS-RESHIST-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESHIST-FS.
              SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIS-KEY
              FILE STATUS IS WS-HISTORY-FS.
              SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FS.
              SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-FS.
              SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MASTER-FS.
              SELECT INTEGRITY-REPORT-FILE
              ASSIGN TO DYNAMIC WS-INTRPT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INTRPT-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TREND1-FILE.
       01 TREND1-RECORD.
           05 TR1-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 TR1-READS PIC 9(7).
           05 FILLER PIC X(1).
           05 TR1-INCREASES PIC 9(7).
           05 FILLER PIC X(1).
           05 TR1-DECREASES PIC 9(7).

       FD TREND2-FILE.
       01 TREND2-RECORD.
           05 TR2-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 TR2-READS PIC 9(8).
           05 FILLER PIC X(1).
           05 TR2-INCREASES PIC 9(8).
           05 FILLER PIC X(1).
           05 TR2-DECREASES PIC 9(8).

       FD RESULT-HIST-FILE.
       01 RESULT-HIST-RECORD PIC X(80).

       FD HISTORY-FILE.
           COPY SONARHIS.

       FD AUDIT-FILE.
           COPY SONARAUD.

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

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 AMO-THRESHOLD-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 AMO-SEVERITY PIC X(1).
           05 FILLER PIC X(1).
           05 AMO-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 AMO-FIRST-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AMO-LAST-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AMO-RECUR-COUNT PIC 9(5).
           05 FILLER PIC X(1).
           05 AMO-ACK-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AMO-ACK-INITIALS PIC X(3).
           05 FILLER PIC X(1).
           05 AMO-ACK-NOTE PIC X(30).
           05 FILLER PIC X(1).
           05 AMO-FILE01-DSN PIC X(100).

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD PIC X(100).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.

           COPY SONARRES.

       01 WS-TREND1-DSN PIC X(100) VALUE SPACES.
       01 WS-TREND1-FS PIC X(2) VALUE SPACES.
       01 WS-TREND2-DSN PIC X(100) VALUE SPACES.
       01 WS-TREND2-FS PIC X(2) VALUE SPACES.
       01 WS-RESHIST-DSN PIC X(100) VALUE SPACES.
       01 WS-RESHIST-FS PIC X(2) VALUE SPACES.
       01 WS-HISTORY-DSN PIC X(100) VALUE SPACES.
       01 WS-HISTORY-FS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-DSN PIC X(100) VALUE SPACES.
       01 WS-AUDIT-FS PIC X(2) VALUE SPACES.
       01 WS-ALERT-DSN PIC X(100) VALUE SPACES.
       01 WS-ALERT-FS PIC X(2) VALUE SPACES.
       01 WS-MASTER-DSN PIC X(100) VALUE SPACES.
       01 WS-MASTER-FS PIC X(2) VALUE SPACES.
       01 WS-INTRPT-DSN PIC X(100) VALUE SPACES.
       01 WS-INTRPT-FS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE 'N'.

       01 WS-TREND1-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-TREND2-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-RESHIST-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-HISTORY-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-AUDIT-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-ALERT-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-MASTER-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-TABLE-FULL PIC X(1) VALUE 'N'.

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
       01 WS-DAY-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 400 TIMES.
              10 WS-DY-DATE PIC X(8).
              10 WS-DY-T1-ROWS PIC 9(3).
              10 WS-DY-T1-READS PIC 9(8).
              10 WS-DY-T2-ROWS PIC 9(3).
              10 WS-DY-T2-READS PIC 9(8).
              10 WS-DY-RH-ROWS PIC 9(5).
              10 WS-DY-RH-READS PIC 9(9).
              10 WS-DY-HIS-COUNT PIC 9(9).
              10 WS-DY-P1-RUNS PIC 9(3).
              10 WS-DY-P1-READS PIC 9(8).
              10 WS-DY-P1-RC PIC 9(4).
              10 WS-DY-P1-DETAIL PIC X(1).
              10 WS-DY-P2-RUNS PIC 9(3).
              10 WS-DY-P2-READS PIC 9(8).
              10 WS-DY-P2-RC PIC 9(4).
              10 WS-DY-DISCREPANCIES PIC 9(3).

       01 WS-RH-MAX PIC 9(5) VALUE 20000.
       01 WS-RH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RH-IX PIC 9(5) VALUE ZERO.
       01 WS-RH-MATCH-IX PIC 9(5) VALUE ZERO.
       01 WS-RH-TABLE.
           05 WS-RH-ENTRY OCCURS 20000 TIMES.
              10 WS-RH-DAY-IX PIC 9(3).
              10 WS-RH-SENSOR-ID PIC X(4).
              10 WS-RH-READS PIC 9(8).

       01 WS-ITEM-MAX PIC 9(3) VALUE 500.
       01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ITEM-IX PIC 9(3) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
              10 WS-ITM-THRESHOLD-NAME PIC X(10).
              10 WS-ITM-SEVERITY PIC X(1).
              10 WS-ITM-LAST-DATE PIC X(8).
              10 WS-ITM-FILE01-DSN PIC X(100).
              10 WS-ITM-TRACED PIC X(1).

       01 WS-ALERT-OLDEST PIC X(8) VALUE "99999999".
       01 WS-PREV-DATE PIC X(8) VALUE SPACES.
       01 WS-ROW-NUMBER PIC 9(8) VALUE ZERO.
       01 WS-CHECK-NAME PIC X(8) VALUE SPACES.

       01 WS-TREND1-ROWS PIC 9(8) VALUE ZERO.
       01 WS-TREND2-ROWS PIC 9(8) VALUE ZERO.
       01 WS-RESHIST-ROWS PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-SCANNED PIC 9(9) VALUE ZERO.
       01 WS-AUDIT-USED PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-ROWS PIC 9(8) VALUE ZERO.
       01 WS-ALERTS-READ PIC 9(8) VALUE ZERO.
       01 WS-OPEN-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-TRACED-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-RETENTION-ITEMS PIC 9(5) VALUE ZERO.

       01 WS-ORDER-DISC PIC 9(5) VALUE ZERO.
       01 WS-RESHIST-DISC PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-DISC PIC 9(5) VALUE ZERO.
       01 WS-AUDIT-DISC PIC 9(5) VALUE ZERO.
       01 WS-ALERT-DISC PIC 9(5) VALUE ZERO.
       01 WS-MASTER-DISC PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DISC PIC 9(5) VALUE ZERO.
       01 WS-DATES-AGREE PIC 9(4) VALUE ZERO.
       01 WS-DATES-DISC PIC 9(4) VALUE ZERO.
       01 WS-DATES-NO-RUN PIC 9(4) VALUE ZERO.

       01 WS-EDIT-COUNT PIC Z(9)9.

       01 WS-DAY-DISC-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DAY-DISC-IX PIC 9(2) VALUE ZERO.
       01 WS-DAY-DISC-TABLE.
           05 WS-DAY-DISC-LINE PIC X(100) OCCURS 8 TIMES.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(24) VALUE "MASTER INTEGRITY AUDIT  ".
           05 WS-HL-FROM PIC X(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-HL-TO PIC X(8).

       01 WS-SECTION-LINE PIC X(60).

       01 WS-DISC-COLUMN-LINE.
           05 FILLER PIC X(40)
               VALUE "      CHECK     DATE          FOUND  EXP".
           05 FILLER PIC X(20)
               VALUE "ECTED  DETAIL".

       01 WS-DISC-LINE.
           05 WS-DC-MARK PIC X(6).
           05 WS-DC-CHECK PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DC-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DC-FOUND PIC Z(8)9.
           05 WS-DC-FOUND-X REDEFINES WS-DC-FOUND PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DC-EXPECTED PIC Z(8)9.
           05 WS-DC-EXPECTED-X REDEFINES WS-DC-EXPECTED PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DC-TEXT PIC X(50).

       01 WS-ITEM-KEY-LINE.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ITEM KEY: ".
           05 WS-IK-THRESHOLD-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-IK-SEVERITY PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-IK-FILE01-DSN PIC X(60).

       01 WS-DAY-COLUMN-LINE.
           05 FILLER PIC X(40)
               VALUE "DATE         TREND01   RESHIST  HISTMAST".
           05 FILLER PIC X(38)
               VALUE "  PASS1AUD   TREND02  PASS2AUD  STATUS".

       01 WS-DAY-LINE.
           05 WS-DL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-TREND1 PIC X(10).
           05 WS-DL-RESHIST PIC X(10).
           05 WS-DL-HISTORY PIC X(10).
           05 WS-DL-PASS1 PIC X(10).
           05 WS-DL-TREND2 PIC X(10).
           05 WS-DL-PASS2 PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS PIC X(14).

       01 WS-FILE-LINE.
           05 WS-FL-NAME PIC X(10).
           05 WS-FL-STATE PIC X(12).
           05 WS-FL-COUNT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-DSN PIC X(60).

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(40).
           05 WS-SL-COUNT PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-PARMS.

           ACCEPT WS-TREND1-DSN FROM ENVIRONMENT "TRDIN01"
           MOVE "TRDIN01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-TREND1-DSN
           END-IF
           IF WS-TREND1-DSN = SPACES
               MOVE "output/day01trend.txt" TO WS-TREND1-DSN
           END-IF.

           ACCEPT WS-TREND2-DSN FROM ENVIRONMENT "TRDIN02"
           MOVE "TRDIN02" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-TREND2-DSN
           END-IF
           IF WS-TREND2-DSN = SPACES
               MOVE "output/day02trend.txt" TO WS-TREND2-DSN
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

           ACCEPT WS-HISTORY-DSN FROM ENVIRONMENT "HISTMAST"
           MOVE "HISTMAST" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-HISTORY-DSN
           END-IF
           IF WS-HISTORY-DSN = SPACES
               MOVE "output/history.dat" TO WS-HISTORY-DSN
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

           ACCEPT WS-ALERT-DSN FROM ENVIRONMENT "ALERT01"
           MOVE "ALERT01" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-ALERT-DSN
           END-IF
           IF WS-ALERT-DSN = SPACES
               MOVE "output/alerts.txt" TO WS-ALERT-DSN
           END-IF.

           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT "ALRMOLD"
           MOVE "ALRMOLD" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-MASTER-DSN
           END-IF
           IF WS-MASTER-DSN = SPACES
               MOVE "output/alertmaster.txt" TO WS-MASTER-DSN
           END-IF.

           ACCEPT WS-INTRPT-DSN FROM ENVIRONMENT "INTRPT"
           MOVE "INTRPT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-INTRPT-DSN
           END-IF
           IF WS-INTRPT-DSN = SPACES
               MOVE "output/integrity.txt" TO WS-INTRPT-DSN
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
           IF WS-TO-INT - WS-FROM-INT + 1 > WS-DAY-MAX
               DISPLAY "ERROR: DATE RANGE " WS-DATE-FROM " - "
                   WS-DATE-TO " LONGER THAN " WS-DAY-MAX " DAYS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-DAY-TABLE.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-INTRPT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN INTEGRITY REPORT "
                   "(STATUS " WS-INTRPT-FS "): " WS-INTRPT-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATE-FROM TO WS-HL-FROM.
           MOVE WS-DATE-TO TO WS-HL-TO.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE "MASTER FILES AND TREND ORDER" TO WS-SECTION-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-DISC-COLUMN-LINE.

           PERFORM CHECK-TREND1-MASTER.
           PERFORM CHECK-TREND2-MASTER.
           IF WS-ORDER-DISC = ZERO AND WS-TREND1-ON-FILE = 'Y'
                   AND WS-TREND2-ON-FILE = 'Y'
               MOVE "      TREND MASTERS IN ORDER, ONE ROW PER DATE"
                   TO WS-SECTION-LINE
               WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE
           END-IF.

           PERFORM LOAD-RESULT-HISTORY.
           PERFORM COUNT-HISTORY-READINGS.
           PERFORM GATHER-AUDIT-PASSES.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE "BUSINESS DATE CROSS-CHECK" TO WS-SECTION-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-DAY-COLUMN-LINE.

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               PERFORM CHECK-ONE-DAY
           END-PERFORM.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE "OPEN ALERT ITEM TRACE" TO WS-SECTION-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE.

           PERFORM LOAD-OPEN-ALERT-ITEMS.
           PERFORM TRACE-OPEN-ALERT-ITEMS.

           PERFORM WRITE-INTEGRITY-SUMMARY.
           CLOSE INTEGRITY-REPORT-FILE.

           DISPLAY "SONARINT DATES CHECKED:   " WS-DAY-COUNT.
           DISPLAY "SONARINT DATES AGREEING:  " WS-DATES-AGREE.
           DISPLAY "SONARINT DATES NOT RUN:   " WS-DATES-NO-RUN.
           DISPLAY "SONARINT OPEN ALERT ITEMS: " WS-OPEN-ITEMS.
           DISPLAY "SONARINT DISCREPANCIES:   " WS-TOTAL-DISC.
           IF WS-TOTAL-DISC > ZERO
               DISPLAY "WARNING: STANDING MASTERS DISAGREE - SEE "
                   "INTEGRITY REPORT " WS-INTRPT-DSN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "ERROR: INTEGRITY CHECK INCOMPLETE - WORK "
                   "TABLE FULL"
               MOVE 8 TO RETURN-CODE
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
               MOVE 'N' TO WS-DY-P1-DETAIL(WS-DAY-COUNT)
           END-PERFORM.

       CHECK-TREND1-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO WS-PREV-DATE
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE "TREND01" TO WS-CHECK-NAME
           OPEN INPUT TREND1-FILE
           IF WS-TREND1-FS = "35"
               PERFORM NOTE-MASTER-NOT-ON-FILE
           ELSE
               IF WS-TREND1-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN TREND MASTER "
                       "(STATUS " WS-TREND1-FS "): " WS-TREND1-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-TREND1-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TREND1-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TREND1-ROWS
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM CHECK-TREND1-ROW
                   END-READ
               END-PERFORM
               CLOSE TREND1-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       CHECK-TREND1-ROW.
           IF TR1-RUN-DATE IS NOT NUMERIC
               MOVE TR1-RUN-DATE TO WS-DC-DATE
               MOVE "ROW HAS NO VALID BUSINESS DATE" TO WS-DC-TEXT
               PERFORM NOTE-ORDER-DISCREPANCY
           ELSE
               PERFORM CHECK-ROW-SEQUENCE
               MOVE TR1-RUN-DATE TO WS-PREV-DATE
               IF TR1-RUN-DATE >= WS-DATE-FROM
                       AND TR1-RUN-DATE <= WS-DATE-TO
                   MOVE TR1-RUN-DATE TO WS-DAY-DATE-IN
                   PERFORM SET-DAY-INDEX
                   IF WS-DAY-IX = ZERO
                       MOVE TR1-RUN-DATE TO WS-DC-DATE
                       MOVE "ROW HAS NO VALID BUSINESS DATE"
                           TO WS-DC-TEXT
                       PERFORM NOTE-ORDER-DISCREPANCY
                   ELSE
                       ADD 1 TO WS-DY-T1-ROWS(WS-DAY-IX)
                       MOVE ZERO TO WS-DY-T1-READS(WS-DAY-IX)
                       IF TR1-READS IS NUMERIC
                           MOVE TR1-READS
                               TO WS-DY-T1-READS(WS-DAY-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-TREND2-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO WS-PREV-DATE
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE "TREND02" TO WS-CHECK-NAME
           OPEN INPUT TREND2-FILE
           IF WS-TREND2-FS = "35"
               PERFORM NOTE-MASTER-NOT-ON-FILE
           ELSE
               IF WS-TREND2-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN TREND MASTER "
                       "(STATUS " WS-TREND2-FS "): " WS-TREND2-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-TREND2-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TREND2-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TREND2-ROWS
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM CHECK-TREND2-ROW
                   END-READ
               END-PERFORM
               CLOSE TREND2-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       CHECK-TREND2-ROW.
           IF TR2-RUN-DATE IS NOT NUMERIC
               MOVE TR2-RUN-DATE TO WS-DC-DATE
               MOVE "ROW HAS NO VALID BUSINESS DATE" TO WS-DC-TEXT
               PERFORM NOTE-ORDER-DISCREPANCY
           ELSE
               PERFORM CHECK-ROW-SEQUENCE
               MOVE TR2-RUN-DATE TO WS-PREV-DATE
               IF TR2-RUN-DATE >= WS-DATE-FROM
                       AND TR2-RUN-DATE <= WS-DATE-TO
                   MOVE TR2-RUN-DATE TO WS-DAY-DATE-IN
                   PERFORM SET-DAY-INDEX
                   IF WS-DAY-IX = ZERO
                       MOVE TR2-RUN-DATE TO WS-DC-DATE
                       MOVE "ROW HAS NO VALID BUSINESS DATE"
                           TO WS-DC-TEXT
                       PERFORM NOTE-ORDER-DISCREPANCY
                   ELSE
                       ADD 1 TO WS-DY-T2-ROWS(WS-DAY-IX)
                       MOVE ZERO TO WS-DY-T2-READS(WS-DAY-IX)
                       IF TR2-READS IS NUMERIC
                           MOVE TR2-READS
                               TO WS-DY-T2-READS(WS-DAY-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ROW-SEQUENCE.
           IF WS-CHECK-NAME = "TREND01"
               MOVE TR1-RUN-DATE TO WS-DC-DATE
           ELSE
               MOVE TR2-RUN-DATE TO WS-DC-DATE
           END-IF
           IF WS-PREV-DATE NOT = SPACES
               IF WS-DC-DATE = WS-PREV-DATE
                   MOVE "SECOND ROW FOR THE SAME BUSINESS DATE"
                       TO WS-DC-TEXT
                   PERFORM NOTE-ORDER-DISCREPANCY
               ELSE
                   IF WS-DC-DATE < WS-PREV-DATE
                       MOVE SPACES TO WS-DC-TEXT
                       STRING "ROW OUT OF DATE ORDER - FOLLOWS "
                               DELIMITED BY SIZE
                           WS-PREV-DATE DELIMITED BY SIZE
                           INTO WS-DC-TEXT
                       END-STRING
                       PERFORM NOTE-ORDER-DISCREPANCY
                   END-IF
               END-IF
           END-IF.

       NOTE-ORDER-DISCREPANCY.
           MOVE WS-CHECK-NAME TO WS-DC-CHECK
           MOVE WS-ROW-NUMBER TO WS-DC-FOUND
           MOVE SPACES TO WS-DC-EXPECTED-X
           ADD 1 TO WS-ORDER-DISC
           PERFORM WRITE-DISCREPANCY-LINE.

       NOTE-UNDATED-ROW.
           MOVE WS-CHECK-NAME TO WS-DC-CHECK
           MOVE WS-ROW-NUMBER TO WS-DC-FOUND
           MOVE SPACES TO WS-DC-EXPECTED-X
           MOVE "ROW HAS NO VALID BUSINESS DATE" TO WS-DC-TEXT
           EVALUATE WS-CHECK-NAME
               WHEN "RESHIST"
                   ADD 1 TO WS-RESHIST-DISC
               WHEN "HISTMAST"
                   ADD 1 TO WS-HISTORY-DISC
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-DISC
           END-EVALUATE
           PERFORM WRITE-DISCREPANCY-LINE.

       SET-DAY-INDEX.
           MOVE ZERO TO WS-DAY-IX
           COMPUTE WS-DAY-OFFSET
               = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DAY-DATE-IN))
               - WS-FROM-INT + 1
           IF WS-DAY-OFFSET >= 1 AND WS-DAY-OFFSET <= WS-DAY-COUNT
               MOVE WS-DAY-OFFSET TO WS-DAY-IX
           END-IF.

       NOTE-MASTER-NOT-ON-FILE.
           MOVE WS-CHECK-NAME TO WS-DC-CHECK
           MOVE SPACES TO WS-DC-DATE
           MOVE SPACES TO WS-DC-FOUND-X
           MOVE SPACES TO WS-DC-EXPECTED-X
           MOVE "STANDING MASTER NOT ON FILE" TO WS-DC-TEXT
           ADD 1 TO WS-MASTER-DISC
           PERFORM WRITE-DISCREPANCY-LINE.

       WRITE-DISCREPANCY-LINE.
           MOVE "  *** " TO WS-DC-MARK
           WRITE INTEGRITY-REPORT-RECORD FROM WS-DISC-LINE
           ADD 1 TO WS-TOTAL-DISC.

       LOAD-RESULT-HISTORY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RESULT-HIST-FILE
           IF WS-RESHIST-FS = "35"
               MOVE "RESHIST" TO WS-CHECK-NAME
               PERFORM NOTE-MASTER-NOT-ON-FILE
           ELSE
               IF WS-RESHIST-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RESULT HISTORY "
                       "(STATUS " WS-RESHIST-FS "): " WS-RESHIST-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-RESHIST-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RESULT-HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RESHIST-ROWS
                           MOVE RESULT-HIST-RECORD
                               TO SONAR-SWEEP-RESULT
                           PERFORM NOTE-ONE-STORED-ROW
                   END-READ
               END-PERFORM
               CLOSE RESULT-HIST-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM VARYING WS-RH-IX FROM 1 BY 1
                   UNTIL WS-RH-IX > WS-RH-COUNT
               MOVE WS-RH-DAY-IX(WS-RH-IX) TO WS-DAY-IX
               ADD 1 TO WS-DY-RH-ROWS(WS-DAY-IX)
               ADD WS-RH-READS(WS-RH-IX) TO WS-DY-RH-READS(WS-DAY-IX)
           END-PERFORM.

       NOTE-ONE-STORED-ROW.
           IF SSR-PROGRAM-NAME = "HELLO-WORLD"
                   AND SSR-SENSOR-ID NOT = "ALL"
                   AND SSR-SENSOR-ID NOT = SPACES
                   AND SSR-READS IS NUMERIC
                   AND SSR-RUN-DATE IS NUMERIC
                   AND SSR-RUN-DATE >= WS-DATE-FROM
                   AND SSR-RUN-DATE <= WS-DATE-TO
               MOVE SSR-RUN-DATE TO WS-DAY-DATE-IN
               PERFORM SET-DAY-INDEX
               IF WS-DAY-IX = ZERO
                   MOVE "RESHIST" TO WS-CHECK-NAME
                   MOVE WS-RESHIST-ROWS TO WS-ROW-NUMBER
                   MOVE SSR-RUN-DATE TO WS-DC-DATE
                   PERFORM NOTE-UNDATED-ROW
               ELSE
                   PERFORM STORE-ONE-STORED-ROW
               END-IF
           END-IF.

       STORE-ONE-STORED-ROW.
           MOVE ZERO TO WS-RH-MATCH-IX
           PERFORM VARYING WS-RH-IX FROM 1 BY 1
                   UNTIL WS-RH-IX > WS-RH-COUNT
                      OR WS-RH-MATCH-IX > ZERO
               IF WS-RH-DAY-IX(WS-RH-IX) = WS-DAY-IX
                       AND WS-RH-SENSOR-ID(WS-RH-IX)
                           = SSR-SENSOR-ID
                   MOVE WS-RH-IX TO WS-RH-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-RH-MATCH-IX = ZERO
               IF WS-RH-COUNT < WS-RH-MAX
                   ADD 1 TO WS-RH-COUNT
                   MOVE WS-RH-COUNT TO WS-RH-MATCH-IX
                   MOVE WS-DAY-IX TO WS-RH-DAY-IX(WS-RH-MATCH-IX)
                   MOVE SSR-SENSOR-ID
                       TO WS-RH-SENSOR-ID(WS-RH-MATCH-IX)
               ELSE
                   IF WS-TABLE-FULL NOT = 'Y'
                       DISPLAY "WARNING: RESULT HISTORY TABLE "
                           "FULL AT " WS-RH-MAX " SENSOR-DATES"
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF
           IF WS-RH-MATCH-IX > ZERO
               MOVE SSR-READS TO WS-RH-READS(WS-RH-MATCH-IX)
           END-IF.

       COUNT-HISTORY-READINGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FS = "35"
               MOVE "HISTMAST" TO WS-CHECK-NAME
               PERFORM NOTE-MASTER-NOT-ON-FILE
           ELSE
               IF WS-HISTORY-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN HISTORY MASTER "
                       "(STATUS " WS-HISTORY-FS "): " WS-HISTORY-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-HISTORY-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HISTORY-SCANNED
                           IF HIS-RUN-DATE IS NUMERIC
                                   AND HIS-RUN-DATE >= WS-DATE-FROM
                                   AND HIS-RUN-DATE <= WS-DATE-TO
                               MOVE HIS-RUN-DATE TO WS-DAY-DATE-IN
                               PERFORM SET-DAY-INDEX
                               IF WS-DAY-IX = ZERO
                                   MOVE "HISTMAST" TO WS-CHECK-NAME
                                   MOVE WS-HISTORY-SCANNED
                                       TO WS-ROW-NUMBER
                                   MOVE HIS-RUN-DATE TO WS-DC-DATE
                                   PERFORM NOTE-UNDATED-ROW
                               ELSE
                                   ADD 1 TO WS-DY-HIS-COUNT(WS-DAY-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       GATHER-AUDIT-PASSES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FS = "35"
               MOVE "AUDIT01" TO WS-CHECK-NAME
               PERFORM NOTE-MASTER-NOT-ON-FILE
           ELSE
               IF WS-AUDIT-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RUN AUDIT (STATUS "
                       WS-AUDIT-FS "): " WS-AUDIT-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-AUDIT-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-AUDIT-ROWS
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
           MOVE AUD-RUN-DATE TO WS-DAY-DATE-IN
           PERFORM SET-DAY-INDEX
           IF WS-DAY-IX = ZERO
               MOVE "AUDIT01" TO WS-CHECK-NAME
               MOVE WS-AUDIT-ROWS TO WS-ROW-NUMBER
               MOVE AUD-RUN-DATE TO WS-DC-DATE
               PERFORM NOTE-UNDATED-ROW
           ELSE
               PERFORM STORE-ONE-AUDIT-RECORD
           END-IF.

       STORE-ONE-AUDIT-RECORD.
           IF AUD-PROGRAM-NAME = "HELLO-WORLD"
                   OR AUD-PROGRAM-NAME = "HELLO-WORLD-TOTAL"
               ADD 1 TO WS-AUDIT-USED
               ADD 1 TO WS-DY-P1-RUNS(WS-DAY-IX)
               MOVE ZERO TO WS-DY-P1-READS(WS-DAY-IX)
               IF AUD-READS IS NUMERIC
                   MOVE AUD-READS TO WS-DY-P1-READS(WS-DAY-IX)
               END-IF
               MOVE 9999 TO WS-DY-P1-RC(WS-DAY-IX)
               IF AUD-RETURN-CODE IS NUMERIC
                   MOVE AUD-RETURN-CODE TO WS-DY-P1-RC(WS-DAY-IX)
               END-IF
               MOVE AUD-DETAIL-MODE TO WS-DY-P1-DETAIL(WS-DAY-IX)
           ELSE
               IF AUD-PROGRAM-NAME = "DAY02"
                   ADD 1 TO WS-AUDIT-USED
                   ADD 1 TO WS-DY-P2-RUNS(WS-DAY-IX)
                   MOVE ZERO TO WS-DY-P2-READS(WS-DAY-IX)
                   IF AUD-READS IS NUMERIC
                       MOVE AUD-READS TO WS-DY-P2-READS(WS-DAY-IX)
                   END-IF
                   MOVE 9999 TO WS-DY-P2-RC(WS-DAY-IX)
                   IF AUD-RETURN-CODE IS NUMERIC
                       MOVE AUD-RETURN-CODE TO WS-DY-P2-RC(WS-DAY-IX)
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-DAY.
           MOVE ZERO TO WS-DAY-DISC-COUNT
           MOVE WS-DY-DATE(WS-DAY-IX) TO WS-DC-DATE

           IF WS-RESHIST-ON-FILE = 'Y' AND WS-TREND1-ON-FILE = 'Y'
               IF WS-DY-T1-ROWS(WS-DAY-IX) > ZERO
                   IF WS-DY-RH-ROWS(WS-DAY-IX) > ZERO
                       IF WS-DY-RH-READS(WS-DAY-IX)
                               NOT = WS-DY-T1-READS(WS-DAY-IX)
                           MOVE "RESHIST" TO WS-DC-CHECK
                           MOVE WS-DY-RH-READS(WS-DAY-IX)
                               TO WS-DC-FOUND
                           MOVE WS-DY-T1-READS(WS-DAY-IX)
                               TO WS-DC-EXPECTED
                           MOVE "SENSOR READS NOT EQUAL TO TRD-READS"
                               TO WS-DC-TEXT
                           ADD 1 TO WS-RESHIST-DISC
                           PERFORM WRITE-DAY-DISCREPANCY
                       END-IF
                   ELSE
                       IF WS-DY-T1-READS(WS-DAY-IX) > ZERO
                           MOVE "RESHIST" TO WS-DC-CHECK
                           MOVE ZERO TO WS-DC-FOUND
                           MOVE WS-DY-T1-READS(WS-DAY-IX)
                               TO WS-DC-EXPECTED
                           MOVE "NO PER-SENSOR ROWS FOR THE TREND DATE"
                               TO WS-DC-TEXT
                           ADD 1 TO WS-RESHIST-DISC
                           PERFORM WRITE-DAY-DISCREPANCY
                       END-IF
                   END-IF
               ELSE
                   IF WS-DY-RH-ROWS(WS-DAY-IX) > ZERO
                       MOVE "RESHIST" TO WS-DC-CHECK
                       MOVE WS-DY-RH-READS(WS-DAY-IX) TO WS-DC-FOUND
                       MOVE SPACES TO WS-DC-EXPECTED-X
                       MOVE "PER-SENSOR ROWS BUT NO TREND01 ROW"
                           TO WS-DC-TEXT
                       ADD 1 TO WS-RESHIST-DISC
                       PERFORM WRITE-DAY-DISCREPANCY
                   END-IF
               END-IF
           END-IF

           IF WS-AUDIT-ON-FILE = 'Y'
               IF WS-DY-P1-RUNS(WS-DAY-IX) > ZERO
                   IF WS-DY-P1-RC(WS-DAY-IX) NOT > 4
                       PERFORM CHECK-PASS1-AGAINST-MASTERS
                   END-IF
               ELSE
                   IF WS-DY-T1-ROWS(WS-DAY-IX) > ZERO
                           OR WS-DY-HIS-COUNT(WS-DAY-IX) > ZERO
                           OR WS-DY-RH-ROWS(WS-DAY-IX) > ZERO
                       MOVE "AUDIT01" TO WS-DC-CHECK
                       MOVE SPACES TO WS-DC-FOUND-X
                       MOVE SPACES TO WS-DC-EXPECTED-X
                       MOVE "PASS 1 DATA BUT NO PASS 1 AUDIT RECORD"
                           TO WS-DC-TEXT
                       ADD 1 TO WS-AUDIT-DISC
                       PERFORM WRITE-DAY-DISCREPANCY
                   END-IF
               END-IF
               IF WS-DY-P2-RUNS(WS-DAY-IX) > ZERO
                   IF WS-DY-P2-RC(WS-DAY-IX) NOT > 4
                       PERFORM CHECK-PASS2-AGAINST-MASTERS
                   END-IF
               ELSE
                   IF WS-DY-T2-ROWS(WS-DAY-IX) > ZERO
                       MOVE "AUDIT01" TO WS-DC-CHECK
                       MOVE SPACES TO WS-DC-FOUND-X
                       MOVE SPACES TO WS-DC-EXPECTED-X
                       MOVE "TREND02 ROW BUT NO PASS 2 AUDIT RECORD"
                           TO WS-DC-TEXT
                       ADD 1 TO WS-AUDIT-DISC
                       PERFORM WRITE-DAY-DISCREPANCY
                   END-IF
               END-IF
           END-IF

           IF WS-DY-DISCREPANCIES(WS-DAY-IX) > ZERO
               ADD 1 TO WS-DATES-DISC
           ELSE
               IF WS-DY-T1-ROWS(WS-DAY-IX) = ZERO
                       AND WS-DY-T2-ROWS(WS-DAY-IX) = ZERO
                       AND WS-DY-RH-ROWS(WS-DAY-IX) = ZERO
                       AND WS-DY-HIS-COUNT(WS-DAY-IX) = ZERO
                       AND WS-DY-P1-RUNS(WS-DAY-IX) = ZERO
                       AND WS-DY-P2-RUNS(WS-DAY-IX) = ZERO
                   ADD 1 TO WS-DATES-NO-RUN
               ELSE
                   ADD 1 TO WS-DATES-AGREE
               END-IF
           END-IF

           PERFORM WRITE-DAY-LINE
           PERFORM VARYING WS-DAY-DISC-IX FROM 1 BY 1
                   UNTIL WS-DAY-DISC-IX > WS-DAY-DISC-COUNT
               WRITE INTEGRITY-REPORT-RECORD
                   FROM WS-DAY-DISC-LINE(WS-DAY-DISC-IX)
           END-PERFORM.

       CHECK-PASS1-AGAINST-MASTERS.
           IF WS-TREND1-ON-FILE = 'Y'
               IF WS-DY-T1-ROWS(WS-DAY-IX) = ZERO
                   MOVE "TREND01" TO WS-DC-CHECK
                   MOVE SPACES TO WS-DC-FOUND-X
                   MOVE WS-DY-P1-READS(WS-DAY-IX) TO WS-DC-EXPECTED
                   MOVE "NO TREND ROW FOR THE AUDITED PASS 1 RUN"
                       TO WS-DC-TEXT
                   ADD 1 TO WS-AUDIT-DISC
                   PERFORM WRITE-DAY-DISCREPANCY
               ELSE
                   IF WS-DY-T1-READS(WS-DAY-IX)
                           NOT = WS-DY-P1-READS(WS-DAY-IX)
                       MOVE "TREND01" TO WS-DC-CHECK
                       MOVE WS-DY-T1-READS(WS-DAY-IX) TO WS-DC-FOUND
                       MOVE WS-DY-P1-READS(WS-DAY-IX)
                           TO WS-DC-EXPECTED
                       MOVE "TRD-READS DIFFER FROM PASS 1 AUDIT READS"
                           TO WS-DC-TEXT
                       ADD 1 TO WS-AUDIT-DISC
                       PERFORM WRITE-DAY-DISCREPANCY
                   END-IF
               END-IF
           END-IF
           IF WS-HISTORY-ON-FILE = 'Y'
                   AND WS-DY-P1-DETAIL(WS-DAY-IX) = 'Y'
               IF WS-DY-HIS-COUNT(WS-DAY-IX)
                       NOT = WS-DY-P1-READS(WS-DAY-IX)
                   MOVE "HISTMAST" TO WS-DC-CHECK
                   MOVE WS-DY-HIS-COUNT(WS-DAY-IX) TO WS-DC-FOUND
                   MOVE WS-DY-P1-READS(WS-DAY-IX) TO WS-DC-EXPECTED
                   MOVE "READINGS ON MASTER DIFFER FROM PASS 1 AUDIT"
                       TO WS-DC-TEXT
                   ADD 1 TO WS-HISTORY-DISC
                   PERFORM WRITE-DAY-DISCREPANCY
               END-IF
           END-IF.

       CHECK-PASS2-AGAINST-MASTERS.
           IF WS-TREND2-ON-FILE = 'Y'
               IF WS-DY-T2-ROWS(WS-DAY-IX) = ZERO
                   MOVE "TREND02" TO WS-DC-CHECK
                   MOVE SPACES TO WS-DC-FOUND-X
                   MOVE WS-DY-P2-READS(WS-DAY-IX) TO WS-DC-EXPECTED
                   MOVE "NO TREND ROW FOR THE AUDITED PASS 2 RUN"
                       TO WS-DC-TEXT
                   ADD 1 TO WS-AUDIT-DISC
                   PERFORM WRITE-DAY-DISCREPANCY
               ELSE
                   IF WS-DY-T2-READS(WS-DAY-IX)
                           NOT = WS-DY-P2-READS(WS-DAY-IX)
                       MOVE "TREND02" TO WS-DC-CHECK
                       MOVE WS-DY-T2-READS(WS-DAY-IX) TO WS-DC-FOUND
                       MOVE WS-DY-P2-READS(WS-DAY-IX)
                           TO WS-DC-EXPECTED
                       MOVE "TRD-READS DIFFER FROM PASS 2 AUDIT READS"
                           TO WS-DC-TEXT
                       ADD 1 TO WS-AUDIT-DISC
                       PERFORM WRITE-DAY-DISCREPANCY
                   END-IF
               END-IF
           END-IF.

       WRITE-DAY-DISCREPANCY.
           ADD 1 TO WS-DY-DISCREPANCIES(WS-DAY-IX)
           ADD 1 TO WS-TOTAL-DISC
           MOVE "  *** " TO WS-DC-MARK
           ADD 1 TO WS-DAY-DISC-COUNT
           MOVE WS-DISC-LINE TO WS-DAY-DISC-LINE(WS-DAY-DISC-COUNT).

       WRITE-DAY-LINE.
           MOVE WS-DY-DATE(WS-DAY-IX) TO WS-DL-DATE
           MOVE "      ----" TO WS-DL-TREND1
           IF WS-DY-T1-ROWS(WS-DAY-IX) > ZERO
               MOVE WS-DY-T1-READS(WS-DAY-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-DL-TREND1
           END-IF
           MOVE "      ----" TO WS-DL-RESHIST
           IF WS-DY-RH-ROWS(WS-DAY-IX) > ZERO
               MOVE WS-DY-RH-READS(WS-DAY-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-DL-RESHIST
           END-IF
           MOVE "      ----" TO WS-DL-HISTORY
           IF WS-DY-HIS-COUNT(WS-DAY-IX) > ZERO
               MOVE WS-DY-HIS-COUNT(WS-DAY-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-DL-HISTORY
           END-IF
           MOVE "      ----" TO WS-DL-PASS1
           IF WS-DY-P1-RUNS(WS-DAY-IX) > ZERO
               MOVE WS-DY-P1-READS(WS-DAY-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-DL-PASS1
           END-IF
           MOVE "      ----" TO WS-DL-TREND2
           IF WS-DY-T2-ROWS(WS-DAY-IX) > ZERO
               MOVE WS-DY-T2-READS(WS-DAY-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-DL-TREND2
           END-IF
           MOVE "      ----" TO WS-DL-PASS2
           IF WS-DY-P2-RUNS(WS-DAY-IX) > ZERO
               MOVE WS-DY-P2-READS(WS-DAY-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-DL-PASS2
           END-IF
           IF WS-DY-T1-ROWS(WS-DAY-IX) = ZERO
                   AND WS-DY-T2-ROWS(WS-DAY-IX) = ZERO
                   AND WS-DY-RH-ROWS(WS-DAY-IX) = ZERO
                   AND WS-DY-HIS-COUNT(WS-DAY-IX) = ZERO
                   AND WS-DY-P1-RUNS(WS-DAY-IX) = ZERO
                   AND WS-DY-P2-RUNS(WS-DAY-IX) = ZERO
               MOVE "NO RUN" TO WS-DL-STATUS
           ELSE
               MOVE "AGREES" TO WS-DL-STATUS
               IF (WS-DY-P1-RUNS(WS-DAY-IX) > ZERO
                       AND WS-DY-P1-RC(WS-DAY-IX) > 4)
                   OR (WS-DY-P2-RUNS(WS-DAY-IX) > ZERO
                       AND WS-DY-P2-RC(WS-DAY-IX) > 4)
                   MOVE "PASS RC OVER 4" TO WS-DL-STATUS
               END-IF
               IF WS-DY-DISCREPANCIES(WS-DAY-IX) > ZERO
                   MOVE "DISCREPANCY" TO WS-DL-STATUS
               END-IF
           END-IF
           WRITE INTEGRITY-REPORT-RECORD FROM WS-DAY-LINE.

       LOAD-OPEN-ALERT-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FS = "35"
               MOVE "ALRTMAST" TO WS-CHECK-NAME
               PERFORM NOTE-MASTER-NOT-ON-FILE
           ELSE
               IF WS-MASTER-FS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN ALERT ITEM MASTER "
                       "(STATUS " WS-MASTER-FS "): " WS-MASTER-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-MASTER-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AMO-STATUS = 'O'
                               PERFORM STORE-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       STORE-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-ITEMS
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE AMO-THRESHOLD-NAME
                   TO WS-ITM-THRESHOLD-NAME(WS-ITEM-COUNT)
               MOVE AMO-SEVERITY TO WS-ITM-SEVERITY(WS-ITEM-COUNT)
               MOVE AMO-LAST-DATE TO WS-ITM-LAST-DATE(WS-ITEM-COUNT)
               MOVE AMO-FILE01-DSN
                   TO WS-ITM-FILE01-DSN(WS-ITEM-COUNT)
               MOVE 'N' TO WS-ITM-TRACED(WS-ITEM-COUNT)
           ELSE
               IF WS-TABLE-FULL NOT = 'Y'
                   DISPLAY "WARNING: OPEN ALERT ITEM TABLE FULL AT "
                       WS-ITEM-MAX " ITEMS"
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       TRACE-OPEN-ALERT-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FS = "00"
               MOVE 'Y' TO WS-ALERT-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ALERTS-READ
                           PERFORM MATCH-ONE-ALERT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           ELSE
               IF WS-ALERT-FS NOT = "35"
                   DISPLAY "ERROR: UNABLE TO OPEN ALERT FILE (STATUS "
                       WS-ALERT-FS "): " WS-ALERT-DSN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               PERFORM REPORT-ONE-OPEN-ITEM
           END-PERFORM
           IF WS-ITEM-COUNT = ZERO
               MOVE "      NO OPEN ALERT ITEMS ON THE MASTER"
                   TO WS-SECTION-LINE
               WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE
           ELSE
               IF WS-TRACED-ITEMS = WS-ITEM-COUNT
                   MOVE "      EVERY OPEN ITEM TRACES TO ALERT01"
                       TO WS-SECTION-LINE
                   WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE
               END-IF
           END-IF.

       MATCH-ONE-ALERT-RECORD.
           IF ALR-RUN-DATE IS NUMERIC
                   AND ALR-RUN-DATE < WS-ALERT-OLDEST
               MOVE ALR-RUN-DATE TO WS-ALERT-OLDEST
           END-IF
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               IF WS-ITM-TRACED(WS-ITEM-IX) = 'N'
                       AND ALR-THRESHOLD-NAME
                           = WS-ITM-THRESHOLD-NAME(WS-ITEM-IX)
                       AND ALR-SEVERITY = WS-ITM-SEVERITY(WS-ITEM-IX)
                       AND ALR-FILE01-DSN
                           = WS-ITM-FILE01-DSN(WS-ITEM-IX)
                       AND ALR-RUN-DATE = WS-ITM-LAST-DATE(WS-ITEM-IX)
                   MOVE 'Y' TO WS-ITM-TRACED(WS-ITEM-IX)
               END-IF
           END-PERFORM.

       REPORT-ONE-OPEN-ITEM.
           IF WS-ITM-TRACED(WS-ITEM-IX) = 'Y'
               ADD 1 TO WS-TRACED-ITEMS
           ELSE
               MOVE "ALRTMAST" TO WS-DC-CHECK
               MOVE WS-ITM-LAST-DATE(WS-ITEM-IX) TO WS-DC-DATE
               MOVE SPACES TO WS-DC-FOUND-X
               MOVE SPACES TO WS-DC-EXPECTED-X
               IF WS-ITM-LAST-DATE(WS-ITEM-IX) < WS-ALERT-OLDEST
                   MOVE "OPEN ITEM OLDER THAN ALERT01 RETENTION"
                       TO WS-DC-TEXT
                   MOVE " NOTE " TO WS-DC-MARK
                   WRITE INTEGRITY-REPORT-RECORD FROM WS-DISC-LINE
                   ADD 1 TO WS-RETENTION-ITEMS
               ELSE
                   MOVE "OPEN ITEM HAS NO MATCHING ALERT01 RECORD"
                       TO WS-DC-TEXT
                   ADD 1 TO WS-ALERT-DISC
                   PERFORM WRITE-DISCREPANCY-LINE
               END-IF
               MOVE WS-ITM-THRESHOLD-NAME(WS-ITEM-IX)
                   TO WS-IK-THRESHOLD-NAME
               MOVE WS-ITM-SEVERITY(WS-ITEM-IX) TO WS-IK-SEVERITY
               MOVE WS-ITM-FILE01-DSN(WS-ITEM-IX) TO WS-IK-FILE01-DSN
               WRITE INTEGRITY-REPORT-RECORD FROM WS-ITEM-KEY-LINE
           END-IF.

       WRITE-INTEGRITY-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "MASTERS READ" TO WS-SECTION-LINE
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE "TRDIN01" TO WS-FL-NAME
           MOVE WS-TREND1-ON-FILE TO WS-FL-STATE
           MOVE WS-TREND1-ROWS TO WS-FL-COUNT
           MOVE WS-TREND1-DSN TO WS-FL-DSN
           PERFORM WRITE-FILE-LINE
           MOVE "TRDIN02" TO WS-FL-NAME
           MOVE WS-TREND2-ON-FILE TO WS-FL-STATE
           MOVE WS-TREND2-ROWS TO WS-FL-COUNT
           MOVE WS-TREND2-DSN TO WS-FL-DSN
           PERFORM WRITE-FILE-LINE
           MOVE "RESHIST" TO WS-FL-NAME
           MOVE WS-RESHIST-ON-FILE TO WS-FL-STATE
           MOVE WS-RESHIST-ROWS TO WS-FL-COUNT
           MOVE WS-RESHIST-DSN TO WS-FL-DSN
           PERFORM WRITE-FILE-LINE
           MOVE "HISTMAST" TO WS-FL-NAME
           MOVE WS-HISTORY-ON-FILE TO WS-FL-STATE
           MOVE WS-HISTORY-SCANNED TO WS-FL-COUNT
           MOVE WS-HISTORY-DSN TO WS-FL-DSN
           PERFORM WRITE-FILE-LINE
           MOVE "AUDIT01" TO WS-FL-NAME
           MOVE WS-AUDIT-ON-FILE TO WS-FL-STATE
           MOVE WS-AUDIT-USED TO WS-FL-COUNT
           MOVE WS-AUDIT-DSN TO WS-FL-DSN
           PERFORM WRITE-FILE-LINE
           MOVE "ALRTMAST" TO WS-FL-NAME
           MOVE WS-MASTER-ON-FILE TO WS-FL-STATE
           MOVE WS-OPEN-ITEMS TO WS-FL-COUNT
           MOVE WS-MASTER-DSN TO WS-FL-DSN
           PERFORM WRITE-FILE-LINE
           MOVE "ALERT01" TO WS-FL-NAME
           MOVE WS-ALERT-ON-FILE TO WS-FL-STATE
           MOVE WS-ALERTS-READ TO WS-FL-COUNT
           MOVE WS-ALERT-DSN TO WS-FL-DSN
           PERFORM WRITE-FILE-LINE

           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "DATES CHECKED" TO WS-SL-LABEL
           MOVE WS-DAY-COUNT TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "DATES WHERE THE MASTERS AGREE" TO WS-SL-LABEL
           MOVE WS-DATES-AGREE TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "DATES WITH A DISCREPANCY" TO WS-SL-LABEL
           MOVE WS-DATES-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "DATES WITH NO RUN" TO WS-SL-LABEL
           MOVE WS-DATES-NO-RUN TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "OPEN ALERT ITEMS CHECKED" TO WS-SL-LABEL
           MOVE WS-OPEN-ITEMS TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "OPEN ITEMS BEYOND ALERT01 RETENTION" TO WS-SL-LABEL
           MOVE WS-RETENTION-ITEMS TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "MASTERS NOT ON FILE" TO WS-SL-LABEL
           MOVE WS-MASTER-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "TREND ORDER DISCREPANCIES" TO WS-SL-LABEL
           MOVE WS-ORDER-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "RESHIST / TREND DISCREPANCIES" TO WS-SL-LABEL
           MOVE WS-RESHIST-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "HISTMAST / AUDIT DISCREPANCIES" TO WS-SL-LABEL
           MOVE WS-HISTORY-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "TREND / AUDIT DISCREPANCIES" TO WS-SL-LABEL
           MOVE WS-AUDIT-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "UNTRACED OPEN ALERT ITEMS" TO WS-SL-LABEL
           MOVE WS-ALERT-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "TOTAL DISCREPANCIES" TO WS-SL-LABEL
           MOVE WS-TOTAL-DISC TO WS-SL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE.

       WRITE-FILE-LINE.
           IF WS-FL-STATE = 'Y'
               MOVE "READ" TO WS-FL-STATE
           ELSE
               MOVE "NOT ON FILE" TO WS-FL-STATE
           END-IF
           WRITE INTEGRITY-REPORT-RECORD FROM WS-FILE-LINE.

           COPY SONARPRP.

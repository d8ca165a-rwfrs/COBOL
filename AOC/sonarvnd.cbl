       IDENTIFICATION DIVISION.
       PROGRAM-ID. SONARVND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
              SELECT VENDOR-IN-FILE ASSIGN TO DYNAMIC WS-VNDIN-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VNDIN-FS.
              SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-FS.
              SELECT FILE01-OUT-FILE ASSIGN TO DYNAMIC WS-VNDOUT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VNDOUT-FS.
              SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-VNDREJ-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VNDREJ-FS.
              SELECT CONTROL-REPORT-FILE ASSIGN TO DYNAMIC WS-VNDRPT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VNDRPT-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-IN-FILE.
       01 VENDOR-IN-RECORD PIC X(120).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XRF-VENDOR-ID PIC X(20).
           05 FILLER PIC X(1).
           05 XRF-SENSOR-ID PIC X(4).

       FD FILE01-OUT-FILE.
       01 FILE01-OUT-RECORD PIC X(25).

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-REASON PIC X(30).
           05 FILLER PIC X(1).
           05 REJ-LINE-NUMBER PIC 9(7).
           05 FILLER PIC X(1).
           05 REJ-VENDOR-RECORD PIC X(120).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(100).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.

       01 WS-VNDIN-DSN PIC X(100) VALUE SPACES.
       01 WS-VNDIN-FS PIC X(2) VALUE SPACES.
       01 WS-XREF-DSN PIC X(100) VALUE SPACES.
       01 WS-XREF-FS PIC X(2) VALUE SPACES.
       01 WS-VNDOUT-DSN PIC X(100) VALUE SPACES.
       01 WS-VNDOUT-FS PIC X(2) VALUE SPACES.
       01 WS-VNDREJ-DSN PIC X(100) VALUE SPACES.
       01 WS-VNDREJ-FS PIC X(2) VALUE SPACES.
       01 WS-VNDRPT-DSN PIC X(100) VALUE SPACES.
       01 WS-VNDRPT-FS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE 'N'.
       01 WS-XREF-BAD PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE PIC X(8).
       01 WS-AS-OF-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-EXTRACT-DATE PIC X(8) VALUE SPACES.
       01 WS-HEADER-SOURCE PIC X(8) VALUE "TOWEDHUB".
       01 WS-FEET-PER-FATHOM PIC 9(1) VALUE 6.

       01 WS-XREF-MAX PIC 9(3) VALUE 500.
       01 WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       01 WS-XREF-IX PIC 9(3) VALUE ZERO.
       01 WS-XREF-MATCH-IX PIC 9(3) VALUE ZERO.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 500 TIMES.
              10 WS-XR-VENDOR-ID PIC X(20).
              10 WS-XR-SENSOR-ID PIC X(4).
              10 WS-XR-OUT-COUNT PIC 9(7).

       01 WS-VENDOR-LINE PIC X(120) VALUE SPACES.
       01 WS-LINE-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-FIELD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-V-ID PIC X(30) VALUE SPACES.
       01 WS-V-TIMESTAMP PIC X(30) VALUE SPACES.
       01 WS-V-DEPTH PIC X(30) VALUE SPACES.
       01 WS-V-QUALITY PIC X(30) VALUE SPACES.
       01 WS-V-EXTRA PIC X(30) VALUE SPACES.

       01 WS-TS-IN PIC X(19) VALUE SPACES.
       01 WS-TS-IN-PARTS REDEFINES WS-TS-IN.
           05 WS-TSI-YEAR PIC X(4).
           05 WS-TSI-SEP1 PIC X(1).
           05 WS-TSI-MONTH PIC X(2).
           05 WS-TSI-SEP2 PIC X(1).
           05 WS-TSI-DAY PIC X(2).
           05 WS-TSI-SEP3 PIC X(1).
           05 WS-TSI-HOUR PIC X(2).
           05 WS-TSI-SEP4 PIC X(1).
           05 WS-TSI-MINUTE PIC X(2).
           05 WS-TSI-SEP5 PIC X(1).
           05 WS-TSI-SECOND PIC X(2).
       01 WS-TS-OUT PIC X(14) VALUE SPACES.
       01 WS-TS-OUT-PARTS REDEFINES WS-TS-OUT.
           05 WS-TSO-DATE PIC 9(8).
           05 WS-TSO-TIME PIC 9(6).

       01 WS-FT-WHOLE PIC X(10) VALUE SPACES.
       01 WS-FT-TENTHS PIC X(10) VALUE SPACES.
       01 WS-FT-PARTS PIC 9(2) VALUE ZERO.
       01 WS-FEET-TENTHS PIC 9(9) VALUE ZERO.
       01 WS-DEPTH-FATHOMS PIC 9(7) VALUE ZERO.

       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

       01 WS-OUT-DETAIL.
           05 WS-OD-SENSOR-ID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OD-TIMESTAMP PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OD-MEASURMENT PIC 9(4).

       01 WS-OUT-HEADER.
           05 FILLER PIC X(2) VALUE "H ".
           05 WS-OH-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OH-SOURCE PIC X(8).

       01 WS-OUT-TRAILER.
           05 FILLER PIC X(2) VALUE "T ".
           05 WS-OT-COUNT PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OT-HASH PIC 9(9).

       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJ-MALFORMED PIC 9(7) VALUE ZERO.
       01 WS-REJ-QUALITY-BAD PIC 9(7) VALUE ZERO.
       01 WS-REJ-QUALITY-UNKNOWN PIC 9(7) VALUE ZERO.
       01 WS-REJ-NO-XREF PIC 9(7) VALUE ZERO.
       01 WS-REJ-TIMESTAMP PIC 9(7) VALUE ZERO.
       01 WS-REJ-DEPTH PIC 9(7) VALUE ZERO.
       01 WS-REJ-RANGE PIC 9(7) VALUE ZERO.
       01 WS-HASH-SUM PIC 9(15) VALUE ZERO.
       01 WS-ACCOUNTED PIC 9(7) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(26) VALUE "VENDOR EXTRACT CONVERSION ".
           05 WS-HL-DATE PIC X(8).
           05 FILLER PIC X(9) VALUE "  SOURCE ".
           05 WS-HL-SOURCE PIC X(8).

       01 WS-DSN-LINE.
           05 WS-DL-LABEL PIC X(14).
           05 WS-DL-DSN PIC X(80).

       01 WS-SECTION-LINE PIC X(40) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(34).
           05 WS-SL-COUNT PIC Z(8)9.

       01 WS-SENSOR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SN-VENDOR-ID PIC X(20).
           05 FILLER PIC X(4) VALUE " -> ".
           05 WS-SN-SENSOR-ID PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-SN-COUNT PIC Z(8)9.

       01 WS-BALANCE-LINE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-PARMS.

           ACCEPT WS-VNDIN-DSN FROM ENVIRONMENT "VNDIN"
           MOVE "VNDIN" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-VNDIN-DSN
           END-IF
           IF WS-VNDIN-DSN = SPACES
               MOVE "input/vendorextract.csv" TO WS-VNDIN-DSN
           END-IF.

           ACCEPT WS-XREF-DSN FROM ENVIRONMENT "VNDXREF"
           MOVE "VNDXREF" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-XREF-DSN
           END-IF
           IF WS-XREF-DSN = SPACES
               MOVE "input/vendorxref.txt" TO WS-XREF-DSN
           END-IF.

           ACCEPT WS-VNDOUT-DSN FROM ENVIRONMENT "VNDOUT"
           MOVE "VNDOUT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-VNDOUT-DSN
           END-IF
           IF WS-VNDOUT-DSN = SPACES
               MOVE "output/file01vendor.txt" TO WS-VNDOUT-DSN
           END-IF.

           ACCEPT WS-VNDREJ-DSN FROM ENVIRONMENT "VNDREJ"
           MOVE "VNDREJ" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-VNDREJ-DSN
           END-IF
           IF WS-VNDREJ-DSN = SPACES
               MOVE "output/vendorrejects.txt" TO WS-VNDREJ-DSN
           END-IF.

           ACCEPT WS-VNDRPT-DSN FROM ENVIRONMENT "VNDRPT"
           MOVE "VNDRPT" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-VNDRPT-DSN
           END-IF
           IF WS-VNDRPT-DSN = SPACES
               MOVE "output/vendorcontrol.txt" TO WS-VNDRPT-DSN
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

           ACCEPT WS-EXTRACT-DATE FROM ENVIRONMENT "EXTDATE"
           MOVE "EXTDATE" TO WS-PARM-LOOKUP-KEY
           PERFORM GET-RUN-PARM
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-EXTRACT-DATE
           END-IF
           IF WS-EXTRACT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
           END-IF.
           IF WS-EXTRACT-DATE IS NOT NUMERIC
               DISPLAY "ERROR: EXTDATE NOT A DATE: " WS-EXTRACT-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VENDOR-XREF.
           IF WS-XREF-BAD = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-XREF-COUNT = ZERO
               DISPLAY "ERROR: NO VENDOR SENSOR CROSS-REFERENCES IN "
                   WS-XREF-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VENDOR-IN-FILE.
           IF WS-VNDIN-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN VENDOR EXTRACT (STATUS "
                   WS-VNDIN-FS "): " WS-VNDIN-DSN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FILE01-OUT-FILE.
           IF WS-VNDOUT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CONVERTED EXTRACT "
                   "(STATUS " WS-VNDOUT-FS "): " WS-VNDOUT-DSN
               CLOSE VENDOR-IN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF WS-VNDREJ-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN VENDOR REJECTS "
                   "(STATUS " WS-VNDREJ-FS "): " WS-VNDREJ-DSN
               CLOSE VENDOR-IN-FILE
               CLOSE FILE01-OUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF WS-VNDRPT-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CONTROL REPORT "
                   "(STATUS " WS-VNDRPT-FS "): " WS-VNDRPT-DSN
               CLOSE VENDOR-IN-FILE
               CLOSE FILE01-OUT-FILE
               CLOSE REJECT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-EXTRACT-DATE TO WS-OH-DATE.
           MOVE WS-HEADER-SOURCE TO WS-OH-SOURCE.
           MOVE WS-OUT-HEADER TO FILE01-OUT-RECORD.
           WRITE FILE01-OUT-RECORD.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       ADD 1 TO WS-RECORDS-READ
                       MOVE VENDOR-IN-RECORD TO WS-VENDOR-LINE
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE VENDOR-IN-FILE.

           MOVE WS-OUT-COUNT TO WS-OT-COUNT.
           COMPUTE WS-OT-HASH = FUNCTION MOD(WS-HASH-SUM, 1000000000).
           MOVE WS-OUT-TRAILER TO FILE01-OUT-RECORD.
           WRITE FILE01-OUT-RECORD.
           CLOSE FILE01-OUT-FILE.
           CLOSE REJECT-FILE.

           PERFORM WRITE-CONTROL-REPORT.
           CLOSE CONTROL-REPORT-FILE.

           DISPLAY "SONARVND VENDOR RECORDS READ: " WS-RECORDS-READ.
           DISPLAY "SONARVND LINES SKIPPED:       " WS-SKIPPED-COUNT.
           DISPLAY "SONARVND FILE01 DETAILS OUT:  " WS-OUT-COUNT.
           DISPLAY "SONARVND READINGS REJECTED:   " WS-REJECT-COUNT.
           DISPLAY "SONARVND TRAILER HASH:        " WS-OT-HASH.

           IF WS-ACCOUNTED NOT = WS-RECORDS-READ
               DISPLAY "ERROR: VENDOR RECORDS OUT OF BALANCE - READ "
                   WS-RECORDS-READ " ACCOUNTED FOR " WS-ACCOUNTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUT-COUNT = ZERO
                   DISPLAY "WARNING: NO READINGS CONVERTED FROM "
                       WS-VNDIN-DSN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF WS-REJ-MALFORMED > ZERO
                           OR WS-REJ-NO-XREF > ZERO
                           OR WS-REJ-TIMESTAMP > ZERO
                           OR WS-REJ-DEPTH > ZERO
                           OR WS-REJ-RANGE > ZERO
                           OR WS-REJ-QUALITY-UNKNOWN > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           STOP RUN.

       LOAD-VENDOR-XREF.
           MOVE 'N' TO WS-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN VENDOR CROSS-REFERENCE "
                   "(STATUS " WS-XREF-FS "): " WS-XREF-DSN
               MOVE 'Y' TO WS-XREF-BAD
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF XREF-RECORD NOT = SPACES
                                   AND XREF-RECORD(1:1) NOT = "*"
                               PERFORM ADD-XREF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-XREF-ENTRY.
           IF XRF-VENDOR-ID = SPACES OR XRF-SENSOR-ID = SPACES
               DISPLAY "ERROR: INCOMPLETE CROSS-REFERENCE RECORD: "
                   XREF-RECORD
               MOVE 'Y' TO WS-XREF-BAD
           ELSE
               MOVE ZERO TO WS-XREF-MATCH-IX
               PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                       UNTIL WS-XREF-IX > WS-XREF-COUNT
                   IF WS-XR-VENDOR-ID(WS-XREF-IX) = XRF-VENDOR-ID
                       MOVE WS-XREF-IX TO WS-XREF-MATCH-IX
                   END-IF
               END-PERFORM
               IF WS-XREF-MATCH-IX > ZERO
                   DISPLAY "ERROR: VENDOR ID CROSS-REFERENCED TWICE: "
                       XRF-VENDOR-ID
                   MOVE 'Y' TO WS-XREF-BAD
               ELSE
                   IF WS-XREF-COUNT >= WS-XREF-MAX
                       DISPLAY "ERROR: CROSS-REFERENCE TABLE FULL AT "
                           WS-XREF-MAX ": " WS-XREF-DSN
                       MOVE 'Y' TO WS-XREF-BAD
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE XRF-VENDOR-ID
                           TO WS-XR-VENDOR-ID(WS-XREF-COUNT)
                       MOVE XRF-SENSOR-ID
                           TO WS-XR-SENSOR-ID(WS-XREF-COUNT)
                       MOVE ZERO TO WS-XR-OUT-COUNT(WS-XREF-COUNT)
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-V-ID WS-V-TIMESTAMP WS-V-DEPTH
               WS-V-QUALITY WS-V-EXTRA
           MOVE ZERO TO WS-FIELD-COUNT
           IF WS-VENDOR-LINE = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               UNSTRING WS-VENDOR-LINE DELIMITED BY ","
                   INTO WS-V-ID WS-V-TIMESTAMP WS-V-DEPTH
                        WS-V-QUALITY WS-V-EXTRA
                   TALLYING IN WS-FIELD-COUNT
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-V-ID) TO WS-V-ID
               MOVE FUNCTION TRIM(WS-V-TIMESTAMP) TO WS-V-TIMESTAMP
               MOVE FUNCTION TRIM(WS-V-DEPTH) TO WS-V-DEPTH
               MOVE FUNCTION TRIM(WS-V-QUALITY) TO WS-V-QUALITY
               IF WS-LINE-NUMBER = 1
                       AND WS-V-TIMESTAMP(1:1) IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM VALIDATE-VENDOR-RECORD
                   IF WS-REJECT-REASON = SPACES
                       PERFORM WRITE-CONVERTED-DETAIL
                   ELSE
                       PERFORM WRITE-REJECTED-RECORD
                   END-IF
               END-IF
           END-IF.

       VALIDATE-VENDOR-RECORD.
           IF WS-FIELD-COUNT NOT = 4 OR WS-V-ID = SPACES
                   OR WS-V-TIMESTAMP = SPACES OR WS-V-DEPTH = SPACES
                   OR WS-V-QUALITY = SPACES OR WS-V-QUALITY(2:1)
                   NOT = SPACE
               MOVE "MALFORMED RECORD" TO WS-REJECT-REASON
               ADD 1 TO WS-REJ-MALFORMED
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-V-QUALITY(1:1) = "B"
                   MOVE "VENDOR QUALITY BAD" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-QUALITY-BAD
               ELSE
                   IF WS-V-QUALITY(1:1) NOT = "G"
                       MOVE "VENDOR QUALITY CODE UNKNOWN"
                           TO WS-REJECT-REASON
                       ADD 1 TO WS-REJ-QUALITY-UNKNOWN
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-XREF-MATCH-IX
               PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                       UNTIL WS-XREF-IX > WS-XREF-COUNT
                          OR WS-XREF-MATCH-IX > ZERO
                   IF WS-XR-VENDOR-ID(WS-XREF-IX) = WS-V-ID
                       MOVE WS-XREF-IX TO WS-XREF-MATCH-IX
                   END-IF
               END-PERFORM
               IF WS-XREF-MATCH-IX = ZERO
                   MOVE "VENDOR ID NOT CROSS-REFERENCED"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-NO-XREF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM CONVERT-TIMESTAMP
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM CONVERT-DEPTH
           END-IF.

       CONVERT-TIMESTAMP.
           MOVE WS-V-TIMESTAMP TO WS-TS-IN
           IF WS-V-TIMESTAMP(20:11) NOT = SPACES
                   OR WS-TSI-YEAR IS NOT NUMERIC
                   OR WS-TSI-MONTH IS NOT NUMERIC
                   OR WS-TSI-DAY IS NOT NUMERIC
                   OR WS-TSI-HOUR IS NOT NUMERIC
                   OR WS-TSI-MINUTE IS NOT NUMERIC
                   OR WS-TSI-SECOND IS NOT NUMERIC
                   OR WS-TSI-SEP1 NOT = "-" OR WS-TSI-SEP2 NOT = "-"
                   OR (WS-TSI-SEP3 NOT = "T" AND WS-TSI-SEP3 NOT = " ")
                   OR WS-TSI-SEP4 NOT = ":" OR WS-TSI-SEP5 NOT = ":"
               MOVE "TIMESTAMP NOT ISO FORMAT" TO WS-REJECT-REASON
               ADD 1 TO WS-REJ-TIMESTAMP
           ELSE
               IF WS-TSI-MONTH < "01" OR WS-TSI-MONTH > "12"
                       OR WS-TSI-DAY < "01" OR WS-TSI-DAY > "31"
                       OR WS-TSI-HOUR > "23" OR WS-TSI-MINUTE > "59"
                       OR WS-TSI-SECOND > "59"
                   MOVE "TIMESTAMP OUT OF RANGE" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-TIMESTAMP
               ELSE
                   STRING WS-TSI-YEAR WS-TSI-MONTH WS-TSI-DAY
                       WS-TSI-HOUR WS-TSI-MINUTE WS-TSI-SECOND
                       DELIMITED BY SIZE INTO WS-TS-OUT
                   END-STRING
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TSO-DATE)
                           NOT = ZERO
                       MOVE "TIMESTAMP OUT OF RANGE"
                           TO WS-REJECT-REASON
                       ADD 1 TO WS-REJ-TIMESTAMP
                   END-IF
               END-IF
           END-IF.

       CONVERT-DEPTH.
           MOVE SPACES TO WS-FT-WHOLE WS-FT-TENTHS
           MOVE ZERO TO WS-FT-PARTS
           UNSTRING WS-V-DEPTH DELIMITED BY "."
               INTO WS-FT-WHOLE WS-FT-TENTHS
               TALLYING IN WS-FT-PARTS
           END-UNSTRING
           IF WS-FT-WHOLE = SPACES
                   OR FUNCTION TRIM(WS-FT-WHOLE) IS NOT NUMERIC
                   OR WS-V-DEPTH(11:20) NOT = SPACES
                   OR (WS-FT-PARTS = 2
                       AND (WS-FT-TENTHS(1:1) IS NOT NUMERIC
                            OR WS-FT-TENTHS(2:9) NOT = SPACES))
               MOVE "DEPTH NOT FEET TO ONE DECIMAL" TO WS-REJECT-REASON
               ADD 1 TO WS-REJ-DEPTH
           ELSE
               COMPUTE WS-FEET-TENTHS =
                   FUNCTION NUMVAL(WS-FT-WHOLE) * 10
               IF WS-FT-PARTS = 2
                   ADD FUNCTION NUMVAL(WS-FT-TENTHS(1:1))
                       TO WS-FEET-TENTHS
               END-IF
               COMPUTE WS-DEPTH-FATHOMS ROUNDED =
                   WS-FEET-TENTHS / (WS-FEET-PER-FATHOM * 10)
               IF WS-DEPTH-FATHOMS > 9999
                   MOVE "DEPTH OUT OF RANGE" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-RANGE
               END-IF
           END-IF.

       WRITE-CONVERTED-DETAIL.
           MOVE WS-XR-SENSOR-ID(WS-XREF-MATCH-IX) TO WS-OD-SENSOR-ID
           MOVE WS-TS-OUT TO WS-OD-TIMESTAMP
           MOVE WS-DEPTH-FATHOMS TO WS-OD-MEASURMENT
           MOVE WS-OUT-DETAIL TO FILE01-OUT-RECORD
           WRITE FILE01-OUT-RECORD
           ADD 1 TO WS-OUT-COUNT
           ADD 1 TO WS-XR-OUT-COUNT(WS-XREF-MATCH-IX)
           ADD WS-DEPTH-FATHOMS TO WS-HASH-SUM.

       WRITE-REJECTED-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-LINE-NUMBER TO REJ-LINE-NUMBER
           MOVE WS-VENDOR-LINE TO REJ-VENDOR-RECORD
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-CONTROL-REPORT.
           MOVE WS-EXTRACT-DATE TO WS-HL-DATE
           MOVE WS-HEADER-SOURCE TO WS-HL-SOURCE
           WRITE CONTROL-REPORT-RECORD FROM WS-HEADER-LINE
           MOVE "VENDOR IN:" TO WS-DL-LABEL
           MOVE WS-VNDIN-DSN TO WS-DL-DSN
           WRITE CONTROL-REPORT-RECORD FROM WS-DSN-LINE
           MOVE "FILE01 OUT:" TO WS-DL-LABEL
           MOVE WS-VNDOUT-DSN TO WS-DL-DSN
           WRITE CONTROL-REPORT-RECORD FROM WS-DSN-LINE
           MOVE "REJECTS:" TO WS-DL-LABEL
           MOVE WS-VNDREJ-DSN TO WS-DL-DSN
           WRITE CONTROL-REPORT-RECORD FROM WS-DSN-LINE

           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "RECORD RECONCILIATION" TO WS-SECTION-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE "VENDOR RECORDS READ" TO WS-SL-LABEL
           MOVE WS-RECORDS-READ TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  HEADING/BLANK LINES SKIPPED" TO WS-SL-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  FILE01 DETAIL RECORDS WRITTEN" TO WS-SL-LABEL
           MOVE WS-OUT-COUNT TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  READINGS REJECTED" TO WS-SL-LABEL
           MOVE WS-REJECT-COUNT TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           COMPUTE WS-ACCOUNTED = WS-SKIPPED-COUNT + WS-OUT-COUNT
               + WS-REJECT-COUNT
           MOVE "  TOTAL ACCOUNTED FOR" TO WS-SL-LABEL
           MOVE WS-ACCOUNTED TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           IF WS-ACCOUNTED = WS-RECORDS-READ
               MOVE "IN = OUT + REJECTS + SKIPPED: IN BALANCE"
                   TO WS-BALANCE-LINE
           ELSE
               MOVE "*** IN NOT EQUAL OUT + REJECTS + SKIPPED"
                   TO WS-BALANCE-LINE
           END-IF
           WRITE CONTROL-REPORT-RECORD FROM WS-BALANCE-LINE

           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "FILE01 CONTROL RECORDS" TO WS-SECTION-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE "TRAILER COUNT" TO WS-SL-LABEL
           MOVE WS-OT-COUNT TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "TRAILER HASH (DEPTH SUM)" TO WS-SL-LABEL
           MOVE WS-OT-HASH TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE

           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "REJECTS BY REASON" TO WS-SECTION-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE "  VENDOR QUALITY BAD" TO WS-SL-LABEL
           MOVE WS-REJ-QUALITY-BAD TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  VENDOR QUALITY CODE UNKNOWN" TO WS-SL-LABEL
           MOVE WS-REJ-QUALITY-UNKNOWN TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  VENDOR ID NOT CROSS-REFERENCED" TO WS-SL-LABEL
           MOVE WS-REJ-NO-XREF TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  BAD TIMESTAMP" TO WS-SL-LABEL
           MOVE WS-REJ-TIMESTAMP TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  BAD DEPTH" TO WS-SL-LABEL
           MOVE WS-REJ-DEPTH TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  DEPTH OUT OF RANGE" TO WS-SL-LABEL
           MOVE WS-REJ-RANGE TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  MALFORMED RECORD" TO WS-SL-LABEL
           MOVE WS-REJ-MALFORMED TO WS-SL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-SUMMARY-LINE

           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "READINGS BY SENSOR" TO WS-SECTION-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                   UNTIL WS-XREF-IX > WS-XREF-COUNT
               MOVE WS-XR-VENDOR-ID(WS-XREF-IX) TO WS-SN-VENDOR-ID
               MOVE WS-XR-SENSOR-ID(WS-XREF-IX) TO WS-SN-SENSOR-ID
               MOVE WS-XR-OUT-COUNT(WS-XREF-IX) TO WS-SN-COUNT
               WRITE CONTROL-REPORT-RECORD FROM WS-SENSOR-LINE
           END-PERFORM.

           COPY SONARPRP.

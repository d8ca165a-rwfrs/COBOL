       01 READING-GAP-RECORD.
           05 GAP-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 GAP-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 GAP-SENSOR-ID PIC X(4).
           05 FILLER PIC X(1).
           05 GAP-LAST-TS PIC 9(14).
           05 FILLER PIC X(1).
           05 GAP-NEXT-TS PIC 9(14).
           05 FILLER PIC X(1).
           05 GAP-INTERVAL PIC 9(5).
           05 FILLER PIC X(1).
           05 GAP-SECONDS PIC 9(8).
           05 FILLER PIC X(1).
           05 GAP-MISSED-COUNT PIC 9(7).

       01 HOURLY-PROFILE-RECORD.
           05 PRF-SENSOR-ID PIC X(4).
           05 FILLER PIC X(1).
           05 PRF-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 PRF-HOUR PIC 9(2).
           05 FILLER PIC X(1).
           05 PRF-READ-COUNT PIC 9(5).
           05 FILLER PIC X(1).
           05 PRF-MIN-DEPTH PIC 9(4).
           05 FILLER PIC X(1).
           05 PRF-MAX-DEPTH PIC 9(4).
           05 FILLER PIC X(1).
           05 PRF-AVG-DEPTH PIC 9(4)V9.
           05 FILLER PIC X(1).
           05 PRF-NET-SIGN PIC X(1).
           05 PRF-NET-CHANGE PIC 9(4).
           05 FILLER PIC X(1).
           05 PRF-DIRECTION PIC X(8).
           05 FILLER PIC X(1).
           05 PRF-EMPTY-FLAG PIC X(1).

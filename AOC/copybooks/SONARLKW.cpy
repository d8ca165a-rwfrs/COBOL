       01 WS-LOCK-DSN PIC X(100) VALUE SPACES.
       01 WS-LOCK-FS PIC X(2) VALUE SPACES.
       01 WS-LOCK-JOB-NAME PIC X(8) VALUE SPACES.
       01 WS-LOCK-JOB-ID PIC X(8) VALUE SPACES.
       01 WS-LOCK-PROGRAM PIC X(20) VALUE SPACES.
       01 WS-LOCK-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-LOCK-TIME PIC X(8) VALUE SPACES.
       01 WS-LOCK-TAKEN PIC X(1) VALUE 'N'.
       01 WS-LOCK-HELD PIC X(1) VALUE 'N'.
       01 WS-LOCK-OURS PIC X(1) VALUE 'N'.

       01 RUN-LOCK-RECORD.
           05 LCK-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 LCK-JOB-NAME PIC X(8).
           05 FILLER PIC X(1).
           05 LCK-JOB-ID PIC X(8).
           05 FILLER PIC X(1).
           05 LCK-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 LCK-RUN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 LCK-START-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 LCK-START-TIME PIC X(8).
           05 FILLER PIC X(1).
           05 LCK-FREE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 LCK-FREE-TIME PIC X(8).
           05 FILLER PIC X(1).
           05 LCK-FREED-BY PIC X(20).

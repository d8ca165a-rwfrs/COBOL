           05 AUD-RERUN-FLAG PIC X(1).
           05 FILLER PIC X(1).
           05 AUD-PARM-DSN PIC X(100).
           05 FILLER PIC X(1).
           05 AUD-LOCK-JOB-NAME PIC X(8).
           05 FILLER PIC X(1).
           05 AUD-LOCK-JOB-ID PIC X(8).
           05 FILLER PIC X(1).
           05 AUD-LOCK-PROGRAM PIC X(20).
           05 FILLER PIC X(1).
           05 AUD-LOCK-START-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AUD-LOCK-START-TIME PIC X(8).
           05 FILLER PIC X(1).
           05 AUD-LOCK-REASON PIC X(60).

           05 SEN-MST-RETIRE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 SEN-MST-DESCRIPTION PIC X(30).
           05 FILLER PIC X(1).
           05 SEN-MST-INTERVAL PIC 9(5).
           05 FILLER PIC X(1).
           05 SEN-MST-TYPE PIC X(4).

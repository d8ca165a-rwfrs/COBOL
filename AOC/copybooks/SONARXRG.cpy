       01 XMIT-REGISTER-RECORD.
           05 XRG-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 XRG-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 XRG-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 XRG-FIRST-SENT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 XRG-SENT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 XRG-SEND-COUNT PIC 9(3).
           05 FILLER PIC X(1).
           05 XRG-DETAIL-COUNT PIC 9(7).
           05 FILLER PIC X(1).
           05 XRG-READS-TOTAL PIC 9(11).
           05 FILLER PIC X(1).
           05 XRG-REPLACES-BATCH PIC 9(6).
           05 FILLER PIC X(1).
           05 XRG-ACK-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 XRG-ACK-REASON-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 XRG-ACK-REASON-TEXT PIC X(40).

       01 WS-XMTREG-DSN PIC X(100) VALUE SPACES.
       01 WS-XMTREG-FS PIC X(2) VALUE SPACES.
       01 WS-XMTRNEW-DSN PIC X(100) VALUE SPACES.
       01 WS-XMTRNEW-FS PIC X(2) VALUE SPACES.
       01 WS-REG-EOF PIC X(1) VALUE 'N'.
       01 WS-REG-MAX PIC 9(4) VALUE 2000.
       01 WS-REG-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REG-IX PIC 9(4) VALUE ZERO.
       01 WS-REG-MATCH-IX PIC 9(4) VALUE ZERO.
       01 WS-REG-SCAN-IX PIC 9(4) VALUE ZERO.
       01 WS-REG-LATER-BATCH PIC 9(6) VALUE ZERO.
       01 WS-REG-SCAN-RECORD PIC X(121) VALUE SPACES.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY PIC X(121) OCCURS 2000 TIMES.

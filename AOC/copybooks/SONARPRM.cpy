       01 WS-PARM-BAD PIC X(1) VALUE 'N'.
       01 WS-PARM-NUM-REQ PIC X(1) VALUE 'N'.
       01 WS-PARM-KEY-OK PIC X(1) VALUE 'N'.
       01 WS-PARM-MAX PIC 9(3) VALUE 101.
       01 WS-PARM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PARM-IX PIC 9(3) VALUE ZERO.
       01 WS-PARM-JX PIC 9(3) VALUE ZERO.
       01 WS-PARM-MATCH-IX PIC 9(3) VALUE ZERO.
       01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 101 TIMES.
              10 WS-PRM-KEYWORD PIC X(12).
              10 WS-PRM-VALUE PIC X(100).
       01 WS-PARM-KEY-IN PIC X(40) VALUE SPACES.
           05 FILLER PIC X(1) VALUE "=".
           05 WS-PEL-VALUE PIC X(60).

       01 WS-VALID-KEYWORD-COUNT PIC 9(3) VALUE 101.
       01 WS-VALID-KEYWORD-LIST.
           05 FILLER PIC X(12) VALUE "FILE01".
           05 FILLER PIC X(12) VALUE "REPORT01".
           05 FILLER PIC X(12) VALUE "SCORERPT".
           05 FILLER PIC X(12) VALUE "DATEFROM".
           05 FILLER PIC X(12) VALUE "DATETO".
           05 FILLER PIC X(12) VALUE "GAP01".
           05 FILLER PIC X(12) VALUE "SPIKELIM".
           05 FILLER PIC X(12) VALUE "QUAR01".
           05 FILLER PIC X(12) VALUE "PAIRTBL".
           05 FILLER PIC X(12) VALUE "CRBRPT".
           05 FILLER PIC X(12) VALUE "CRBDATE".
           05 FILLER PIC X(12) VALUE "CRBWINDOW".
           05 FILLER PIC X(12) VALUE "CRBSUSTAIN".
           05 FILLER PIC X(12) VALUE "PRFLIST".
           05 FILLER PIC X(12) VALUE "PRFRPT".
           05 FILLER PIC X(12) VALUE "PRFOUT".
           05 FILLER PIC X(12) VALUE "RPLDATE".
           05 FILLER PIC X(12) VALUE "RPLRES".
           05 FILLER PIC X(12) VALUE "RPLRPT".
           05 FILLER PIC X(12) VALUE "BUSCAL".
           05 FILLER PIC X(12) VALUE "CMPRPT".
           05 FILLER PIC X(12) VALUE "RUNLOCK".
           05 FILLER PIC X(12) VALUE "LCKACTION".
           05 FILLER PIC X(12) VALUE "LCKHOLDER".
           05 FILLER PIC X(12) VALUE "LCKHOLDID".
           05 FILLER PIC X(12) VALUE "LCKREASON".
           05 FILLER PIC X(12) VALUE "LCKSTALE".
           05 FILLER PIC X(12) VALUE "INTRPT".
           05 FILLER PIC X(12) VALUE "EVTIN01".
           05 FILLER PIC X(12) VALUE "EVTIN02".
           05 FILLER PIC X(12) VALUE "XMTOUT".
           05 FILLER PIC X(12) VALUE "XMTARC".
           05 FILLER PIC X(12) VALUE "XMTREG".
           05 FILLER PIC X(12) VALUE "XMTRNEW".
           05 FILLER PIC X(12) VALUE "XMTACK".
           05 FILLER PIC X(12) VALUE "XMTRPT".
           05 FILLER PIC X(12) VALUE "XMTDAYS".
           05 FILLER PIC X(12) VALUE "VNDIN".
           05 FILLER PIC X(12) VALUE "VNDXREF".
           05 FILLER PIC X(12) VALUE "VNDOUT".
           05 FILLER PIC X(12) VALUE "VNDREJ".
           05 FILLER PIC X(12) VALUE "VNDRPT".
       01 WS-VALID-KEYWORD-TABLE REDEFINES WS-VALID-KEYWORD-LIST.
           05 WS-VALID-KEYWORD PIC X(12) OCCURS 101 TIMES.

       01 WS-NUMERIC-KEYWORD-COUNT PIC 9(2) VALUE 18.
       01 WS-NUMERIC-KEYWORD-LIST.
           05 FILLER PIC X(12) VALUE "CKPTIVL".
           05 FILLER PIC X(12) VALUE "STREAKMIN".
           05 FILLER PIC X(12) VALUE "DATETO".
           05 FILLER PIC X(12) VALUE "QRYFROM".
           05 FILLER PIC X(12) VALUE "QRYTO".
           05 FILLER PIC X(12) VALUE "CRBDATE".
           05 FILLER PIC X(12) VALUE "CRBWINDOW".
           05 FILLER PIC X(12) VALUE "CRBSUSTAIN".
           05 FILLER PIC X(12) VALUE "RPLDATE".
           05 FILLER PIC X(12) VALUE "LCKSTALE".
           05 FILLER PIC X(12) VALUE "XMTDAYS".
       01 WS-NUMERIC-KEYWORD-TABLE REDEFINES WS-NUMERIC-KEYWORD-LIST.
           05 WS-NUMERIC-KEYWORD PIC X(12) OCCURS 18 TIMES.

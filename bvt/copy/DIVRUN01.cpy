000256*                         SHOWS FOR WHAT IT IS -- THE START
000258*                         TIMESTAMP STAYS WALL-CLOCK. BLANK
000259*                         ON ROWS WRITTEN BEFORE THIS CHANGE.
000260*        2026-10-15 RLW   ADDED THE COUNT OF RESULTS HELD FOR
000261*                         REVIEW BY THE REASONABLENESS CHECK.
000262*                         BLANK ON ROWS WRITTEN BEFORE THIS
000263*                         CHANGE.
000264*
000270 01  DIVRUN01-RECORD.
000280     05  DIVRUN01-RUN-ID               PIC X(12).
000290     05  DIVRUN01-START-TIMESTAMP      PIC X(14).
000410     05  DIVRUN01-RETURN-CODE          PIC 9(01).
000420     05  DIVRUN01-REVERSAL-COUNT       PIC 9(05).
000425     05  DIVRUN01-BUSINESS-DATE        PIC X(08).
000427     05  DIVRUN01-HELD-COUNT           PIC 9(05).
000430     05  FILLER                        PIC X(02).

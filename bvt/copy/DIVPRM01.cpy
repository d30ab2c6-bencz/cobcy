000214*                         FILE, THE RUN HISTORY OR THE
000216*                         CHECKPOINT. A CARD CUT BEFORE THIS
000218*                         CHANGE READS BACK AS A LIVE RUN.
000219*        2026-10-15 RLW   ADDED THE REASONABLENESS TOLERANCE PCT.
000220*                         A MOVE BEYOND IT FROM THE LAST POSTED
000221*                         QUOTIENT IS HELD; ZERO TURNS IT OFF.
000222*        2026-10-15 RLW   ADDED THE OPERATOR ID. A SIMULATE RUN
000223*                         NEEDS THE DIVOPA01 OVERRIDE PRIVILEGE.
000224*        2026-10-15 RLW   ADDED THE PARTITION NUMBER. 1-4 RUNS
000225*                         CHAP424 AS THAT PARTITION OF THE DATE
000226*                         CHAP451 SPLIT; ZERO RUNS THE WHOLE FEED.
000227*
000228 01  DIVPRM01-RECORD.
000230     05  DIVPRM01-DECIMAL-PLACES       PIC 9(01).
000240     05  DIVPRM01-ROUND-SWITCH         PIC X(01).
000250         88  DIVPRM01-ROUND-QUOTIENT       VALUE "Y".
000270     05  DIVPRM01-CHECKPOINT-INTERVAL  PIC 9(05).
000272     05  DIVPRM01-SIMULATE-SWITCH      PIC X(01).
000274         88  DIVPRM01-SIMULATE-RUN         VALUE "Y".
000284     05  DIVPRM01-TOLERANCE-PCT        PIC 9(03)V9(02).
000294     05  DIVPRM01-OPERATOR-ID          PIC X(08).
000295     05  DIVPRM01-PARTITION-NO         PIC 9(01).
000296     05  FILLER                        PIC X(46).

000100*                            DIVPCC01
000110*
000120*    PERIOD-CONTROL CARD -- ONE CARD PER ACTION AGAINST THE
000130*    DIVPER01 PERIOD-CONTROL FILE, READ BY CHAP443. A CLOSE
000140*    CARD SHUTS A BUSINESS MONTH (YYYYMM) THAT HAS ENDED TO
000150*    FURTHER POSTING AND PRINTS ITS FROZEN MONTH-END
000160*    STATEMENT. A REOPEN CARD IS THE ONLY WAY BACK IN AND
000170*    MUST SAY WHY. EVERY CARD CARRIES THE ID OF THE OPERATOR
000180*    WHO KEYED IT, AND EVERY CARD, APPLIED OR REFUSED, IS
000190*    WRITTEN TO THE DIVPLG01 PERIOD LOG.
000200*
000210*    MOD-HISTORY.
000220*        DATE       INIT  DESCRIPTION
000230*        2026-10-15 RLW   ORIGINAL FOR THE ACCOUNTING PERIOD
000240*                         CLOSE AND POSTING LOCKOUT.
000250*
000260 01  DIVPCC01-RECORD.
000270     05  DIVPCC01-ACTION-CODE          PIC X(01).
000280         88  DIVPCC01-ACTION-CLOSE         VALUE "C".
000290         88  DIVPCC01-ACTION-REOPEN        VALUE "R".
000300     05  DIVPCC01-PERIOD               PIC X(06).
000310     05  DIVPCC01-OPERATOR-ID          PIC X(08).
000320     05  DIVPCC01-REASON-TEXT          PIC X(40).
000330     05  FILLER                        PIC X(25).

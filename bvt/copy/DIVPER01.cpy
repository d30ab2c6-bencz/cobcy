000100*                            DIVPER01
000110*
000120*    PERIOD-CONTROL RECORD -- ONE ROW PER BUSINESS MONTH
000130*    FINANCE HAS EVER CLOSED, KEYED BY THE MONTH (YYYYMM). A
000140*    MONTH WITH NO ROW HAS NEVER BEEN CLOSED AND IS OPEN.
000150*    CHAP443 ADDS OR REWRITES THE ROW ON A CLOSE OR REOPEN
000160*    CARD AND FREEZES THE MONTH'S POSTED COUNT AND QUOTIENT
000170*    SUMS ON IT AT CLOSE; CHAP424 READS IT TO REFUSE A RUN
000180*    WHOSE BUSINESS DATE FALLS IN A CLOSED MONTH AND TO POST
000190*    A REVERSAL OF A CLOSED MONTH'S RESULT AS A CURRENT-PERIOD
000200*    ADJUSTMENT (REASON 08).
000210*
000220*    MOD-HISTORY.
000230*        DATE       INIT  DESCRIPTION
000240*        2026-10-15 RLW   ORIGINAL FOR THE ACCOUNTING PERIOD
000250*                         CLOSE AND POSTING LOCKOUT.
000260*
000270 01  DIVPER01-RECORD.
000280     05  DIVPER01-PERIOD               PIC X(06).
000290     05  DIVPER01-STATUS               PIC X(01).
000300         88  DIVPER01-STATUS-OPEN          VALUE "O".
000310         88  DIVPER01-STATUS-CLOSED        VALUE "C".
000320     05  DIVPER01-CLOSED-TIMESTAMP     PIC X(14).
000330     05  DIVPER01-CLOSED-BY            PIC X(08).
000340     05  DIVPER01-REOPENED-TIMESTAMP   PIC X(14).
000350     05  DIVPER01-REOPENED-BY          PIC X(08).
000360     05  DIVPER01-REOPEN-COUNT         PIC 9(03).
000370     05  DIVPER01-POSTED-COUNT         PIC 9(07).
000380     05  DIVPER01-POSTED-SUM           PIC S9(09)V9(04).
000390     05  DIVPER01-REVERSAL-COUNT       PIC 9(07).
000400     05  DIVPER01-NET-SUM              PIC S9(09)V9(04).
000410     05  FILLER                        PIC X(10).

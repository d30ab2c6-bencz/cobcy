000100*                            DIVPLG01
000110*
000120*    PERIOD LOG RECORD -- ONE ROW APPENDED BY CHAP443 FOR
000130*    EVERY DIVPCC01 CARD IT READS: WHEN, WHICH MONTH, CLOSE OR
000140*    REOPEN, WHO KEYED IT, WHETHER IT WAS APPLIED OR REFUSED
000150*    (AND WHY), AND THE REASON TEXT FROM THE CARD. THE LOG IS
000160*    NEVER REWRITTEN, SO A REOPENED MONTH ALWAYS SHOWS WHO
000170*    REOPENED IT AND WHY.
000180*
000190*    MOD-HISTORY.
000200*        DATE       INIT  DESCRIPTION
000210*        2026-10-15 RLW   ORIGINAL FOR THE ACCOUNTING PERIOD
000220*                         CLOSE AND POSTING LOCKOUT.
000230*
000240 01  DIVPLG01-RECORD.
000250     05  DIVPLG01-TIMESTAMP            PIC X(14).
000260     05  DIVPLG01-PERIOD               PIC X(06).
000270     05  DIVPLG01-ACTION-CODE          PIC X(01).
000280         88  DIVPLG01-ACTION-CLOSE         VALUE "C".
000290         88  DIVPLG01-ACTION-REOPEN        VALUE "R".
000300     05  DIVPLG01-OPERATOR-ID          PIC X(08).
000310     05  DIVPLG01-OUTCOME              PIC X(01).
000320         88  DIVPLG01-OUTCOME-APPLIED      VALUE "A".
000330         88  DIVPLG01-OUTCOME-REFUSED      VALUE "R".
000340     05  DIVPLG01-DISPOSITION          PIC X(16).
000350     05  DIVPLG01-REASON-TEXT          PIC X(40).

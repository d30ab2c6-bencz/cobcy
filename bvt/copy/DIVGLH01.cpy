000100*                            DIVGLH01
000110*
000120*    GL JOURNAL HEADER -- THE FIRST RECORD OF THE JOURNAL FILE
000130*    CHAP444 CUTS FOR THE GENERAL LEDGER, IN THE LEDGER'S FIXED
000140*    INTERFACE LAYOUT: RECORD TYPE "H", THE SOURCE SYSTEM, THE
000150*    BUSINESS DATE THE JOURNAL POSTS FOR AND WHEN IT WAS CUT.
000160*    DIVGLD01 ENTRIES FOLLOW AND ONE DIVGLT01 TRAILER ENDS IT.
000170*
000180*    MOD-HISTORY.
000190*        DATE       INIT  DESCRIPTION
000200*        2026-10-15 RLW   ORIGINAL FOR THE GL JOURNAL INTERFACE.
000210*
000220 01  DIVGLH01-RECORD.
000230     05  DIVGLH01-RECORD-TYPE          PIC X(01).
000240         88  DIVGLH01-TYPE-HEADER          VALUE "H".
000250     05  DIVGLH01-SOURCE-SYSTEM        PIC X(08).
000260     05  DIVGLH01-JOURNAL-DATE         PIC X(08).
000270     05  DIVGLH01-CREATED-TIMESTAMP    PIC X(14).
000280     05  FILLER                        PIC X(49).

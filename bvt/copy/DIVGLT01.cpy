000100*                            DIVGLT01
000110*
000120*    GL JOURNAL TRAILER -- THE LAST RECORD OF THE JOURNAL FILE,
000130*    RECORD TYPE "T": HOW MANY DIVGLD01 ENTRIES PRECEDE IT AND
000140*    WHAT THEIR DEBITS AND CREDITS TOTAL. CHAP444 NEVER CUTS A
000150*    TRAILER WHOSE TWO TOTALS DIFFER, SO THE LEDGER CAN REFUSE
000160*    ANY FILE THAT ARRIVES WITHOUT ONE.
000170*
000180*    MOD-HISTORY.
000190*        DATE       INIT  DESCRIPTION
000200*        2026-10-15 RLW   ORIGINAL FOR THE GL JOURNAL INTERFACE.
000210*
000220 01  DIVGLT01-RECORD.
000230     05  DIVGLT01-RECORD-TYPE          PIC X(01).
000240         88  DIVGLT01-TYPE-TRAILER         VALUE "T".
000250     05  DIVGLT01-JOURNAL-DATE         PIC X(08).
000260     05  DIVGLT01-ENTRY-COUNT          PIC 9(07).
000270     05  DIVGLT01-DEBIT-TOTAL          PIC 9(11)V9(04).
000280     05  DIVGLT01-CREDIT-TOTAL         PIC 9(11)V9(04).
000290     05  FILLER                        PIC X(34).

000100*                            DIVGLD01
000110*
000120*    GL JOURNAL ENTRY -- ONE DEBIT OR CREDIT LINE OF THE
000130*    JOURNAL, IN THE LEDGER'S FIXED INTERFACE LAYOUT. CHAP444
000140*    SUMMARIZES THE DAY'S POSTED AUDIT ROWS BY DEPARTMENT AND
000150*    OPERATION CODE AND WRITES EACH SUMMARY AS A BALANCED PAIR
000160*    -- ONE DEBIT, ONE CREDIT, SAME AMOUNT -- TO THE ACCOUNTS
000170*    DIVACM01 NAMES. ENTRY TYPE "P" IS THE DAY'S POSTINGS; "R"
000180*    IS THE OFFSETTING PAIR FOR THE DAY'S REVERSALS AND
000190*    CLOSED-PERIOD ADJUSTMENTS, WITH THE ACCOUNTS SWAPPED. THE
000200*    AMOUNT IS ALWAYS POSITIVE; THE DEBIT/CREDIT FLAG CARRIES
000210*    THE DIRECTION. ITEM COUNT IS HOW MANY AUDIT ROWS THE PAIR
000220*    SUMMARIZES.
000230*
000240*    MOD-HISTORY.
000250*        DATE       INIT  DESCRIPTION
000260*        2026-10-15 RLW   ORIGINAL FOR THE GL JOURNAL INTERFACE.
000270*
000280 01  DIVGLD01-RECORD.
000290     05  DIVGLD01-RECORD-TYPE          PIC X(01).
000300         88  DIVGLD01-TYPE-ENTRY           VALUE "D".
000310     05  DIVGLD01-JOURNAL-DATE         PIC X(08).
000320     05  DIVGLD01-ACCOUNT              PIC X(12).
000330     05  DIVGLD01-DEBIT-CREDIT         PIC X(01).
000340         88  DIVGLD01-DEBIT                VALUE "D".
000350         88  DIVGLD01-CREDIT               VALUE "C".
000360     05  DIVGLD01-AMOUNT               PIC 9(09)V9(04).
000370     05  DIVGLD01-DEPT-CODE            PIC X(04).
000380     05  DIVGLD01-OP-CODE              PIC X(01).
000390     05  DIVGLD01-ENTRY-TYPE           PIC X(01).
000400         88  DIVGLD01-ENTRY-POSTING        VALUE "P".
000410         88  DIVGLD01-ENTRY-REVERSAL       VALUE "R".
000420     05  DIVGLD01-ITEM-COUNT           PIC 9(07).
000430     05  FILLER                        PIC X(32).

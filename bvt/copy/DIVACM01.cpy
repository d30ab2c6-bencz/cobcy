000100*                            DIVACM01
000110*
000120*    GL ACCOUNT-MAPPING REFERENCE RECORD -- ONE RECORD PER
000130*    DEPARTMENT AND OPERATION CODE, MAINTAINED BY FINANCE,
000140*    NAMING THE LEDGER ACCOUNT A POSTED RESULT DEBITS AND THE
000150*    ONE IT CREDITS. CHAP444 LOADS THE FILE AT THE START OF ITS
000160*    RUN AND WILL NOT CUT THE DAY'S JOURNAL WHILE ANY POSTED
000170*    DEPARTMENT AND OPERATION HAS NO RECORD HERE, OR A RECORD
000180*    WITH EITHER ACCOUNT BLANK. A BLANK DEPARTMENT MAPS THE
000190*    UNASSIGNED RESULTS; A BLANK OPERATION IS TAKEN AS "D"
000200*    (DIVIDE), THE SAME WAY DIVTRN01 READS IT.
000210*
000220*    MOD-HISTORY.
000230*        DATE       INIT  DESCRIPTION
000240*        2026-10-15 RLW   ORIGINAL FOR THE GL JOURNAL INTERFACE.
000250*
000260 01  DIVACM01-RECORD.
000270     05  DIVACM01-DEPT-CODE            PIC X(04).
000280     05  DIVACM01-OP-CODE              PIC X(01).
000290     05  DIVACM01-DEBIT-ACCOUNT        PIC X(12).
000300     05  DIVACM01-CREDIT-ACCOUNT       PIC X(12).
000310     05  DIVACM01-DESCRIPTION          PIC X(30).
000320     05  FILLER                        PIC X(21).

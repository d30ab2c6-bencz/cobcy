000140*    CUT BY CHAP434 AT END OF CYCLE SO THE UPSTREAM SHOP CAN
000150*    RECONCILE WHAT HAPPENED TO EVERY RECORD IT SENT INSTEAD
000160*    OF PHONING: POSTED (REASON 00), REJECTED BY THE CHAP427
000170*    EDIT (REASONS 10-21), EXCEPTED BY THE CHAP424 ENGINE
000180*    (REASONS 01-06), APPLIED AS A REVERSAL (REASON 09, OR
000182*    08 WHEN IT ADJUSTS A CLOSED PERIOD), OR
000185*    HELD FOR REVIEW BY THE REASONABLENESS CHECK (REASON 07).
000190*    THE RUN-ID NAMES THE RUN THAT DISPOSED OF THE RECORD.
000200*    THE LAST RECORD OF THE EXTRACT IS A TRAILER IN THE
000210*    DIVCTL01 HASH-TOTAL LAYOUT (DETAIL COUNT AND POSTED
000260*        DATE       INIT  DESCRIPTION
000270*        2026-09-02 RLW   ORIGINAL FOR THE UPSTREAM
000280*                         ACKNOWLEDGMENT EXTRACT.
000282*        2026-10-15 RLW   ADDED THE HELD-FOR-REVIEW
000284*                         DISPOSITION.
000286*        2026-10-15 RLW   EDIT REJECTS NOW RUN 10-21 WITH
000288*                         THE RECORD-ID MASTER CHECKS.
000289*        2026-10-15 RLW   ADDED REVERSAL REASON 08.
000290*
000300 01  DIVACK01-RECORD.
000310     05  DIVACK01-RECORD-ID            PIC X(10).
000350         88  DIVACK01-DISP-EXCEPTED        VALUE "E".
000360         88  DIVACK01-DISP-REVERSED        VALUE "V".
000370         88  DIVACK01-DISP-UNMATCHED       VALUE "U".
000375         88  DIVACK01-DISP-HELD            VALUE "H".
000380     05  DIVACK01-REASON-CODE          PIC X(02).
000390     05  DIVACK01-RUN-ID               PIC X(12).
000400     05  FILLER                        PIC X(55).

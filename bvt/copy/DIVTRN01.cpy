000459*                         AUDIT, EXTRACT AND HISTORY CHAIN. A
000460*                         BLANK CODE MEANS UNASSIGNED, SO
000461*                         EXISTING FEEDS NEED NO CHANGE.
000462*        2026-10-15 RLW   ADDED THE SOURCE CODE. BLANK IS THE
000463*                         UPSTREAM FEED. H IS A RESULT CHAP442
000464*                         RELEASED FROM THE REVIEW HOLD; ITS
000465*                         ORIG-RUN-ID AND DIVISOR ARE THE
000466*                         HOLDING RUN'S AND CHAP424 POSTS IT
000467*                         UNCHECKED. G IS A CHAP449 STANDING
000468*                         INSTRUCTION, EDITED LIKE THE FEED.
000469*
000470 01  DIVTRN01-RECORD.
000480     05  DIVTRN01-RECORD-ID             PIC X(10).
000490     05  DIVTRN01-DIVISOR                PIC 9(05)V9(04).
000620     05  DIVTRN01-ORIG-RUN-ID            PIC X(12).
000630     05  DIVTRN01-DEPT-CODE              PIC X(04).
000640         88  DIVTRN01-DEPT-UNASSIGNED        VALUE SPACES.
000650     05  DIVTRN01-SOURCE-CODE            PIC X(01).
000660         88  DIVTRN01-SOURCE-FEED            VALUE SPACE.
000670         88  DIVTRN01-SOURCE-RELEASED-HOLD   VALUE "H".
000680         88  DIVTRN01-SOURCE-STANDING        VALUE "G".

000352*        2026-09-02 RLW   THE QUOTIENT SUMS ARE NOW SIGNED
000354*                         (TRAILING OVERPUNCH -- OLD
000356*                         CHECKPOINTS READ BACK POSITIVE).
000357*        2026-10-15 RLW   ADDED THE HELD AND ADJUSTMENT COUNTS
000358*                         AND THE RUN-ID A RESTART REUSES. OLD
000359*                         CHECKPOINTS READ BACK AS ZERO/SPACES.
000360*
000370 01  DIVCKP01-RECORD.
000380     05  DIVCKP01-LAST-RECORD-ID        PIC X(10).
000440     05  DIVCKP01-LAST-XTR-QUOT-SUM     PIC S9(09)V9(04).
000450     05  DIVCKP01-LAST-REVERSAL-COUNT   PIC 9(05).
000460     05  DIVCKP01-LAST-REVERSED-SUM     PIC S9(09)V9(04).
000465     05  DIVCKP01-LAST-HELD-COUNT       PIC 9(05).
000467     05  DIVCKP01-LAST-ADJUSTMENT-COUNT PIC 9(05).
000468     05  DIVCKP01-LAST-RUN-ID           PIC X(12).
000470     05  FILLER                         PIC X(02).

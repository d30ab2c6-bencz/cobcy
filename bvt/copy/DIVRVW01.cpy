000100*                            DIVRVW01
000110*
000120*    HOLD REVIEW CARD -- KEYED BY THE ANALYST AGAINST THE
000130*    DIVHLD01 HELD-FOR-REVIEW FILE. EACH CARD NAMES ONE HELD
000140*    RESULT BY ITS RECORD-ID AND THE RUN-ID OF THE RUN THAT
000150*    HELD IT, AND EITHER RELEASES IT TO POST ON THE NEXT
000160*    CHAP424 RUN OR REJECTS IT INTO THE DIVEXM01 EXCEPTION
000170*    MASTER. THE ANALYST'S ID IS REQUIRED AND IS KEPT ON THE
000180*    HELD ROW AS THE RECORD OF WHO DECIDED. READ BY CHAP442.
000190*
000200*    MOD-HISTORY.
000210*        DATE       INIT  DESCRIPTION
000220*        2026-10-15 RLW   ORIGINAL FOR THE QUOTIENT
000230*                         REASONABLENESS REVIEW HOLD.
000240*
000250 01  DIVRVW01-RECORD.
000260     05  DIVRVW01-RECORD-ID            PIC X(10).
000270     05  DIVRVW01-RUN-ID               PIC X(12).
000280     05  DIVRVW01-ACTION-CODE          PIC X(01).
000290         88  DIVRVW01-ACTION-RELEASE       VALUE "R".
000300         88  DIVRVW01-ACTION-REJECT        VALUE "J".
000310     05  DIVRVW01-ANALYST-ID           PIC X(08).
000320     05  FILLER                        PIC X(49).

000100*                            DIVSTM01
000110*
000120*    STANDING-INSTRUCTION MAINTENANCE CARD -- ONE CARD PER
000130*    CHANGE TO THE DIVSTI01 STANDING-INSTRUCTION MASTER, READ
000140*    BY CHAP448:
000150*        A  ADD AN INSTRUCTION FOR A RECORD-ID NOT YET ON FILE
000160*        C  CHANGE AN EXISTING INSTRUCTION (THE CARD REPLACES
000170*           EVERY FIELD BUT THE LAST-GENERATED DATE)
000180*        D  DELETE AN INSTRUCTION
000190*    THE OPERANDS FOLLOW DIVTRN01. A DELETE NEEDS ONLY THE
000200*    RECORD-ID. EVERY CARD CARRIES THE ID OF THE OPERATOR WHO
000210*    KEYED IT; A CARD WITHOUT ONE IS REFUSED.
000220*
000230*    MOD-HISTORY.
000240*        DATE       INIT  DESCRIPTION
000250*        2026-10-15 RLW   ORIGINAL FOR STANDING INSTRUCTIONS.
000260*
000270 01  DIVSTM01-RECORD.
000280     05  DIVSTM01-ACTION-CODE          PIC X(01).
000290         88  DIVSTM01-ACTION-ADD           VALUE "A".
000300         88  DIVSTM01-ACTION-CHANGE        VALUE "C".
000310         88  DIVSTM01-ACTION-DELETE        VALUE "D".
000320     05  DIVSTM01-RECORD-ID            PIC X(10).
000330     05  DIVSTM01-OP-CODE              PIC X(01).
000340     05  DIVSTM01-DIVIDEND             PIC 9(05)V9(04).
000350     05  DIVSTM01-DIVISOR              PIC 9(05)V9(04).
000360     05  DIVSTM01-DIVISOR-CODE         PIC X(04).
000370     05  DIVSTM01-DEPT-CODE            PIC X(04).
000380     05  DIVSTM01-FREQUENCY            PIC X(01).
000390     05  DIVSTM01-START-DATE           PIC X(08).
000400     05  DIVSTM01-END-DATE             PIC X(08).
000410     05  DIVSTM01-OPERATOR-ID          PIC X(08).
000420     05  FILLER                        PIC X(17).

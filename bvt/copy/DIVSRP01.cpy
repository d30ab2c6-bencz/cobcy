000100*                            DIVSRP01
000110*
000120*    SECURITY REPORT SELECTION CARD -- ONE OPTIONAL CARD THAT
000130*    LIMITS THE CHAP447 SECURITY LOG REPORT TO THE ROWS WHOSE
000140*    BUSINESS DATE FALLS FROM THE FROM-DATE TO THE TO-DATE,
000150*    BOTH INCLUSIVE. A MISSING CARD, OR A BLANK OR NON-NUMERIC
000160*    DATE, LEAVES THAT END OF THE RANGE OPEN.
000170*
000180*    MOD-HISTORY.
000190*        DATE       INIT  DESCRIPTION
000200*        2026-10-15 RLW   ORIGINAL FOR THE SECURITY TRAIL.
000210*
000220 01  DIVSRP01-RECORD.
000230     05  DIVSRP01-FROM-DATE            PIC X(08).
000240     05  DIVSRP01-TO-DATE              PIC X(08).
000250     05  FILLER                        PIC X(64).

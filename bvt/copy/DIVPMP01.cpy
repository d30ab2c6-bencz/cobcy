000100*                            DIVPMP01
000110*
000120*    DEPARTMENT PARTITION MAP RECORD -- ONE RECORD PER
000130*    DEPARTMENT/COST-CENTER CODE, NAMING WHICH OF THE PARALLEL
000140*    CHAP424 PARTITIONS (1 THROUGH 4) POSTS THAT DEPARTMENT'S
000150*    TRANSACTIONS. MAINTAINED BY OPERATIONS ALONGSIDE THE
000160*    DIVDEP01 REFERENCE FILE. CHAP451 LOADS THE FILE AT THE
000170*    START OF ITS SPLIT PASS; A DEPARTMENT NOT ON THE MAP, AND
000180*    A BLANK (UNASSIGNED) DEPARTMENT, GO TO PARTITION 1. A
000190*    PARTITION NUMBER OUTSIDE 1 THROUGH 4, OR A DEPARTMENT
000200*    MAPPED TWICE, STOPS THE SPLIT.
000210*
000220*    MOD-HISTORY.
000230*        DATE       INIT  DESCRIPTION
000240*        2026-10-15 RLW   ORIGINAL FOR DEPARTMENT-PARTITIONED
000250*                         CHAP424 RUNS.
000260*
000270 01  DIVPMP01-RECORD.
000280     05  DIVPMP01-DEPT-CODE            PIC X(04).
000290     05  DIVPMP01-PARTITION-NO         PIC 9(01).
000300     05  FILLER                        PIC X(75).

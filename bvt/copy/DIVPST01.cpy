000100*                            DIVPST01
000110*
000120*    PARTITION STATUS RECORD -- ONE ROW PER CHAP424 PARTITION
000130*    PER BUSINESS DATE ON THE INDEXED DIVPSTAT FILE, KEYED BY
000140*    BUSINESS DATE PLUS PARTITION NUMBER. CHAP451 ADDS THE ROWS
000150*    AS SPLIT (S) WHEN IT CUTS THE PARTITION FEEDS, STAMPING
000160*    EVERY PARTITION OF THE DATE WITH THE ONE SHARED RUN-ID THE
000170*    PARTITIONS POST UNDER, SO THE AUDIT, EXCEPTION AND HELD
000180*    ROWS OF THE WHOLE DATE CARRY A SINGLE RUN-ID JUST AS AN
000190*    UNPARTITIONED RUN'S DO. CHAP424 MARKS ITS OWN ROW RUNNING
000200*    (R) WHEN IT STARTS POSTING AND COMPLETE (C) OR FAILED (F)
000210*    AT END OF RUN, WITH THE COUNTS, SUMS AND RETURN CODE IT
000220*    WOULD OTHERWISE HAVE WRITTEN TO DIVRUN01. A PARTITION LEFT
000230*    RUNNING HAS ABENDED. CHAP452 CONSOLIDATES THE DATE ONLY
000240*    WHEN EVERY ROW IS COMPLETE, THEN MARKS THEM CONSOLIDATED
000250*    (K). THE START TIMESTAMP IS THE FIRST ATTEMPT'S; A
000260*    CHECKPOINT RESTART LEAVES IT AND SETS THE RESTART FLAG.
000270*
000280*    MOD-HISTORY.
000290*        DATE       INIT  DESCRIPTION
000300*        2026-10-15 RLW   ORIGINAL FOR DEPARTMENT-PARTITIONED
000310*                         CHAP424 RUNS.
000320*
000330 01  DIVPST01-RECORD.
000340     05  DIVPST01-KEY.
000350         10  DIVPST01-BUSINESS-DATE    PIC X(08).
000360         10  DIVPST01-PARTITION-NO     PIC 9(01).
000370     05  DIVPST01-RUN-ID               PIC X(12).
000380     05  DIVPST01-STATUS               PIC X(01).
000390         88  DIVPST01-STATUS-SPLIT         VALUE "S".
000400         88  DIVPST01-STATUS-RUNNING       VALUE "R".
000410         88  DIVPST01-STATUS-COMPLETE      VALUE "C".
000420         88  DIVPST01-STATUS-FAILED        VALUE "F".
000430         88  DIVPST01-STATUS-CONSOLIDATED  VALUE "K".
000440     05  DIVPST01-SPLIT-COUNT          PIC 9(07).
000450     05  DIVPST01-SPLIT-TIMESTAMP      PIC X(14).
000460     05  DIVPST01-START-TIMESTAMP      PIC X(14).
000470     05  DIVPST01-END-TIMESTAMP        PIC X(14).
000480     05  DIVPST01-REC-COUNT            PIC 9(07).
000490     05  DIVPST01-QUOTIENT-SUM         PIC S9(09)V9(04).
000500     05  DIVPST01-XTR-REC-COUNT        PIC 9(07).
000510     05  DIVPST01-XTR-QUOTIENT-SUM     PIC S9(09)V9(04).
000520     05  DIVPST01-EXC01-COUNT          PIC 9(05).
000530     05  DIVPST01-EXC02-COUNT          PIC 9(05).
000540     05  DIVPST01-EXC-OTHER-COUNT      PIC 9(05).
000550     05  DIVPST01-REVERSAL-COUNT       PIC 9(05).
000560     05  DIVPST01-HELD-COUNT           PIC 9(05).
000570     05  DIVPST01-RESTART-FLAG         PIC X(01).
000580         88  DIVPST01-WAS-RESTART          VALUE "Y".
000590     05  DIVPST01-RETURN-CODE          PIC 9(01).
000600     05  FILLER                        PIC X(10).

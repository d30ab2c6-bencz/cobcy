000100*                            DIVSTI01
000110*
000120*    STANDING-INSTRUCTION RECORD -- ONE ROW PER RECORD-ID ON
000130*    THE INDEXED DIVSTND FILE, DESCRIBING A TRANSACTION THAT
000140*    RECURS ON A FIXED SCHEDULE (A HEADCOUNT SPLIT, A FIXED
000150*    PERCENT-OF CHARGE) SO THE UNIT NO LONGER DEPENDS ON THE
000160*    UPSTREAM FEED TO SEND IT. THE OPERANDS MIRROR DIVTRN01:
000170*    A NON-BLANK DIVISOR CODE NAMES A DIVRAT01 RATE AND THE
000180*    LITERAL DIVISOR IS THEN IGNORED. THE FREQUENCY IS:
000190*        D  DAILY -- EVERY BUSINESS DATE
000200*        M  MONTH-END -- THE LAST CALENDAR DAY OF A MONTH
000210*        Q  QUARTER-END -- THE LAST CALENDAR DAY OF MARCH,
000220*           JUNE, SEPTEMBER OR DECEMBER
000230*    AN INSTRUCTION IS DUE ONLY ON BUSINESS DATES FROM ITS
000240*    START DATE THROUGH ITS END DATE; A BLANK END DATE NEVER
000250*    EXPIRES. CHAP449 STAMPS THE LAST BUSINESS DATE IT
000260*    GENERATED THE INSTRUCTION FOR, AND NEVER GENERATES IT
000270*    AGAIN FOR THAT DATE OR ANY EARLIER ONE. ROWS ARE
000280*    MAINTAINED ONLY BY CHAP448 FROM DIVSTM01 CARDS.
000290*
000300*    MOD-HISTORY.
000310*        DATE       INIT  DESCRIPTION
000320*        2026-10-15 RLW   ORIGINAL FOR STANDING INSTRUCTIONS.
000330*
000340 01  DIVSTI01-RECORD.
000350     05  DIVSTI01-RECORD-ID            PIC X(10).
000360     05  DIVSTI01-OP-CODE              PIC X(01).
000370         88  DIVSTI01-OP-DIVIDE            VALUE "D" SPACE.
000380         88  DIVSTI01-OP-MULTIPLY          VALUE "M".
000390         88  DIVSTI01-OP-VALID             VALUE "D" "M"
000400                                           "P" "R" SPACE.
000410     05  DIVSTI01-DIVIDEND             PIC 9(05)V9(04).
000420     05  DIVSTI01-DIVISOR              PIC 9(05)V9(04).
000430     05  DIVSTI01-DIVISOR-CODE         PIC X(04).
000440         88  DIVSTI01-DIVISOR-LITERAL      VALUE SPACES.
000450     05  DIVSTI01-DEPT-CODE            PIC X(04).
000460     05  DIVSTI01-FREQUENCY            PIC X(01).
000470         88  DIVSTI01-FREQ-DAILY           VALUE "D".
000480         88  DIVSTI01-FREQ-MONTH-END       VALUE "M".
000490         88  DIVSTI01-FREQ-QUARTER-END     VALUE "Q".
000500         88  DIVSTI01-FREQ-VALID           VALUE "D" "M" "Q".
000510     05  DIVSTI01-START-DATE           PIC X(08).
000520     05  DIVSTI01-END-DATE             PIC X(08).
000530         88  DIVSTI01-NO-END-DATE          VALUE SPACES.
000540     05  DIVSTI01-LAST-GEN-DATE        PIC X(08).
000550         88  DIVSTI01-NEVER-GENERATED      VALUE SPACES.
000560     05  DIVSTI01-CHANGED-DATE         PIC X(08).
000570     05  DIVSTI01-CHANGED-BY           PIC X(08).
000580     05  FILLER                        PIC X(02).

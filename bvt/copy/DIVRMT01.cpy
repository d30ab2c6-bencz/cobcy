000110*
000120*    DIVISOR RATE MAINTENANCE CARD -- ONE CARD PER CHANGE TO
000130*    THE DIVRAT01 RATE MASTER, KEYED BY THE OPERATOR AND
000140*    FILED AS A PENDING CHANGE IN CARD ORDER BY CHAP439:
000150*        A  ADD A NEW RATE ROW (CODE, EFFECTIVE DATE, RATE,
000160*           OPTIONAL EXPIRY DATE)
000170*        E  EXPIRE AN EXISTING ROW (CODE AND EFFECTIVE DATE
000220*        DATE       INIT  DESCRIPTION
000230*        2026-08-22 RLW   ORIGINAL FOR THE DIVISOR REFERENCE
000240*                         MASTER MAINTENANCE FACILITY.
000241*        2026-10-15 RLW   ADDED THE OPERATOR ID OF WHOEVER
000242*                         KEYED THE CARD. CARDS NO LONGER
000243*                         CHANGE THE MASTER DIRECTLY -- CHAP439
000244*                         FILES EACH ONE AS A DIVRPC01 PENDING
000245*                         CHANGE FOR A SECOND OPERATOR TO
000246*                         APPROVE ON CHAP440 BEFORE CHAP431
000247*                         APPLIES IT.
000250*
000260 01  DIVRMT01-RECORD.
000270     05  DIVRMT01-ACTION-CODE          PIC X(01).
000310     05  DIVRMT01-EFF-DATE             PIC X(08).
000320     05  DIVRMT01-RATE                 PIC 9(05)V9(04).
000330     05  DIVRMT01-EXPIRY-DATE          PIC X(08).
000335     05  DIVRMT01-OPERATOR-ID          PIC X(08).
000340     05  FILLER                        PIC X(42).

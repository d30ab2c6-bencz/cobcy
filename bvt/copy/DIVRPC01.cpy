000100*                            DIVRPC01
000110*
000120*    PENDING RATE CHANGE RECORD -- ONE ROW PER PROPOSED CHANGE
000130*    TO THE DIVRAT01 RATE MASTER, KEPT ON THE INDEXED DIVRPEND
000140*    FILE SO NO SINGLE OPERATOR CAN REPRICE A DIVISOR CODE.
000150*    CHAP439 FILES EACH DIVRMT01 CARD HERE AS PENDING UNDER
000160*    THE ID OF THE OPERATOR WHO KEYED IT; A SECOND, DIFFERENT
000170*    OPERATOR APPROVES OR REJECTS IT ON THE CHAP440 SCREEN;
000180*    CHAP431 APPLIES ONLY THE APPROVED ROWS AND MARKS EACH ONE
000190*    APPLIED, OR FAILED WHEN THE MASTER REFUSES IT. A REJECTED,
000200*    APPLIED OR FAILED ROW IS NEVER TOUCHED AGAIN AND STAYS ON
000210*    FILE AS THE RECORD OF WHO PROPOSED AND WHO DECIDED.
000220*
000230*    KEYED BY THE RATE ROW THE CHANGE NAMES (CODE PLUS
000240*    EFFECTIVE DATE), THE ACTION AND THE PROPOSAL TIMESTAMP,
000250*    SO CHAP431 APPLIES AN ADD AHEAD OF AN EXPIRE OF THE SAME
000260*    ROW AND THE SAME ROW MAY BE PROPOSED AGAIN AFTER AN
000270*    EARLIER PROPOSAL IS SETTLED.
000280*
000290*    MOD-HISTORY.
000300*        DATE       INIT  DESCRIPTION
000310*        2026-10-15 RLW   ORIGINAL FOR MAKER/CHECKER APPROVAL OF
000320*                         RATE MASTER CHANGES.
000330*
000340 01  DIVRPC01-RECORD.
000350     05  DIVRPC01-KEY.
000360         10  DIVRPC01-RATE-CODE        PIC X(04).
000370         10  DIVRPC01-EFF-DATE         PIC X(08).
000380         10  DIVRPC01-ACTION-CODE      PIC X(01).
000390             88  DIVRPC01-ACTION-ADD       VALUE "A".
000400             88  DIVRPC01-ACTION-EXPIRE    VALUE "E".
000410         10  DIVRPC01-PROPOSED-TMS     PIC X(14).
000420     05  DIVRPC01-RATE                 PIC 9(05)V9(04).
000430     05  DIVRPC01-EXPIRY-DATE          PIC X(08).
000440     05  DIVRPC01-PROPOSER-ID          PIC X(08).
000450     05  DIVRPC01-STATUS               PIC X(01).
000460         88  DIVRPC01-STATUS-PENDING       VALUE "P".
000470         88  DIVRPC01-STATUS-APPROVED      VALUE "A".
000480         88  DIVRPC01-STATUS-REJECTED      VALUE "R".
000490         88  DIVRPC01-STATUS-APPLIED       VALUE "X".
000500         88  DIVRPC01-STATUS-FAILED        VALUE "F".
000510         88  DIVRPC01-STATUS-OUTSTANDING   VALUE "P" "A".
000520     05  DIVRPC01-APPROVER-ID          PIC X(08).
000530     05  DIVRPC01-DECISION-TMS         PIC X(14).
000540     05  DIVRPC01-APPLIED-DATE         PIC X(08).
000550     05  FILLER                        PIC X(10).

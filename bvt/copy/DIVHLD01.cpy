000100*                            DIVHLD01
000110*
000120*    HELD-FOR-REVIEW RECORD -- ONE ROW PER RESULT CHAP424
000130*    REFUSED TO POST BECAUSE IT MOVED FURTHER FROM THE
000140*    RECORD-ID'S LAST POSTED (REASON 00) QUOTIENT IN DIVHIST
000150*    THAN THE PARAMETER CARD'S TOLERANCE ALLOWS. THE ROW KEEPS
000160*    THE OPERANDS AS THE ENGINE USED THEM (A DIVISOR CODE
000170*    ALREADY RESOLVED TO ITS RATE), BOTH QUOTIENTS AND THE
000180*    PERCENT CHANGE, SO AN ANALYST CAN JUDGE IT WITHOUT THE
000190*    PRINT FILE. KEPT ON THE INDEXED DIVHOLD FILE, KEYED BY
000200*    RECORD-ID PLUS THE RUN-ID OF THE RUN THAT HELD IT, THE
000210*    SAME WAY THE DIVEXM01 EXCEPTION MASTER IS KEYED.
000220*
000230*    CHAP424 ADDS EACH ROW AS HELD. THE CHAP442 REVIEW STEP
000240*    EITHER RELEASES IT -- CUTTING A DIVTRN01 RECORD MARKED AS
000250*    A RELEASED HOLD FOR THE NEXT CHAP424 RUN, WHICH POSTS IT
000260*    WITHOUT CHECKING IT AGAIN AND MARKS THE ROW POSTED -- OR
000270*    REJECTS IT INTO THE DIVEXM01 EXCEPTION MASTER AS REASON
000280*    07. A REJECTED OR POSTED ROW IS NEVER TOUCHED AGAIN.
000281*    A RELEASED ROW WHOSE RESULT EXCEPTS WHEN CHAP424
000282*    RECOMPUTES IT GOES TO REJECTED WITH THE EXCEPTION REASON
000283*    SET, AND ITS POSTED-RUN-ID THEN NAMES THE RUN THAT
000284*    EXCEPTED IT. A RELEASE MARK WITH NO ROW IN RELEASED
000285*    STATUS IS EXCEPTED AS REASON 07 AND NEVER POSTS.
000290*
000300*    MOD-HISTORY.
000310*        DATE       INIT  DESCRIPTION
000320*        2026-10-15 RLW   ORIGINAL FOR THE QUOTIENT
000330*                         REASONABLENESS CHECK AND REVIEW HOLD.
000332*        2026-10-15 RLW   ADDED THE EXCEPTION REASON FOR A
000334*                         RELEASE THAT EXCEPTS ON RECOMPUTE.
000340*
000350 01  DIVHLD01-RECORD.
000360     05  DIVHLD01-KEY.
000370         10  DIVHLD01-RECORD-ID        PIC X(10).
000380         10  DIVHLD01-RUN-ID           PIC X(12).
000390     05  DIVHLD01-DIVISOR              PIC 9(05)V9(04).
000400     05  DIVHLD01-DIVIDEND             PIC 9(05)V9(04).
000410     05  DIVHLD01-OP-CODE              PIC X(01).
000420     05  DIVHLD01-DEPT-CODE            PIC X(04).
000430     05  DIVHLD01-QUOTIENT             PIC S9(05)V9(04).
000440     05  DIVHLD01-PRIOR-QUOTIENT       PIC S9(05)V9(04).
000450     05  DIVHLD01-PRIOR-TIMESTAMP      PIC X(14).
000460     05  DIVHLD01-PCT-CHANGE           PIC S9(07)V9(02).
000470     05  DIVHLD01-TOLERANCE-PCT        PIC 9(03)V9(02).
000480     05  DIVHLD01-HELD-TIMESTAMP       PIC X(14).
000490     05  DIVHLD01-STATUS               PIC X(01).
000500         88  DIVHLD01-STATUS-HELD          VALUE "H".
000510         88  DIVHLD01-STATUS-RELEASED      VALUE "R".
000520         88  DIVHLD01-STATUS-REJECTED      VALUE "J".
000530         88  DIVHLD01-STATUS-POSTED        VALUE "P".
000540     05  DIVHLD01-REVIEWER-ID          PIC X(08).
000550     05  DIVHLD01-REVIEW-TIMESTAMP     PIC X(14).
000560     05  DIVHLD01-POSTED-RUN-ID        PIC X(12).
000565     05  DIVHLD01-EXCEPTION-REASON     PIC X(02).
000570     05  FILLER                        PIC X(08).

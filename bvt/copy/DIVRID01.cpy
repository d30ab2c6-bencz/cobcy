000100*                            DIVRID01
000110*
000120*    RECORD-ID REFERENCE RECORD -- ONE ROW PER RECORD-ID ON THE
000130*    INDEXED DIVRIDM FILE, SAYING WHAT THE ID IS AND HOW IT MAY
000140*    BE USED. CHAP427 REJECTS A TRANSACTION WHOSE RECORD-ID IS
000150*    NOT ON FILE (18), IS NOT ACTIVE ON THE BUSINESS DATE (19),
000160*    CARRIES AN OPERATION THE ID DOES NOT PERMIT (20) OR NAMES A
000170*    DEPARTMENT OTHER THAN THE OWNER (21). AN ID IS ACTIVE WHEN
000180*    ITS STATUS IS A AND THE BUSINESS DATE FALLS FROM ITS OPEN
000190*    DATE THROUGH ITS CLOSE DATE; A BLANK CLOSE DATE NEVER
000200*    CLOSES. THE PERMITTED OPERATIONS ARE UP TO FIVE DIVTRN01 OP
000210*    CODES (D, M, P OR R) IN ANY ORDER; A TRANSACTION WITH A
000220*    BLANK OP IS A DIVIDE AND NEEDS D. A BLANK OWNER MEANS ANY
000230*    DEPARTMENT MAY POST TO THE ID. CHAP424, CHAP436 AND CHAP429
000240*    SHOW THE DESCRIPTION BESIDE THE ID. ROWS ARE MAINTAINED
000250*    ONLY BY CHAP450 FROM DIVRIM01 CARDS.
000260*
000270*    MOD-HISTORY.
000280*        DATE       INIT  DESCRIPTION
000290*        2026-10-15 RLW   ORIGINAL FOR THE RECORD-ID MASTER.
000300*
000310 01  DIVRID01-RECORD.
000320     05  DIVRID01-RECORD-ID            PIC X(10).
000330     05  DIVRID01-DESCRIPTION          PIC X(30).
000340     05  DIVRID01-OWNER-DEPT           PIC X(04).
000350         88  DIVRID01-NO-OWNER             VALUE SPACES.
000360     05  DIVRID01-PERMITTED-OPS        PIC X(05).
000370     05  DIVRID01-PERMITTED-OP-LIST REDEFINES
000380                                   DIVRID01-PERMITTED-OPS.
000390         10  DIVRID01-PERMITTED-OP OCCURS 5 TIMES
000400                                       PIC X(01).
000410     05  DIVRID01-STATUS               PIC X(01).
000420         88  DIVRID01-STATUS-ACTIVE        VALUE "A".
000430         88  DIVRID01-STATUS-INACTIVE      VALUE "I".
000440         88  DIVRID01-STATUS-VALID         VALUE "A" "I".
000450     05  DIVRID01-OPEN-DATE            PIC X(08).
000460     05  DIVRID01-CLOSE-DATE           PIC X(08).
000470         88  DIVRID01-NO-CLOSE-DATE        VALUE SPACES.
000480     05  DIVRID01-CHANGED-DATE         PIC X(08).
000490     05  DIVRID01-CHANGED-BY           PIC X(08).
000500     05  FILLER                        PIC X(18).

001560*                         CHANGE-RATIO WITH A ZERO PRIOR
001570*                         PERIOD -- AND THE REVERSAL
001580*                         CANNOT-ABSORB REFUSAL IS GONE.
001581*        2026-10-15 RLW   REASONABLENESS HOLDS IN DIVHLD01 (RC 4).
001582*        2026-10-15 RLW   CLOSED-PERIOD POSTING LOCKOUT (RC 3).
001583*        2026-10-15 RLW   REVERSAL AUDIT ROW KEEPS ORIGINAL OP.
001584*        2026-10-15 RLW   AUTHORITY ON PARM/DATE/OVERRIDE (RC 5).
001585*        2026-10-15 RLW   RECORD-ID DESCRIPTION ON DETAIL LINE.
001586*        2026-10-15 RLW   DEPARTMENT PARTITION RUNS UNDER CHAP451/
001587*                         CHAP452, STATUS KEPT IN DIVPST01.
001588*        2026-10-15 RLW   PARTITIONS FILE OWN EXCEPTION, HELD
001589*                         AND SECURITY ROWS. RESTART KEEPS RUN-ID.
001590*
001600 ENVIRONMENT DIVISION.
001610*
002070         ORGANIZATION IS LINE SEQUENTIAL
002080         FILE STATUS IS WS-RUNH-FILE-STATUS.
002090*
002091     SELECT HELD-REVIEW-FILE ASSIGN TO "DIVHOLD"
002092         ORGANIZATION IS INDEXED
002093         ACCESS MODE IS DYNAMIC
002094         RECORD KEY IS DIVHLD01-KEY
002095         FILE STATUS IS WS-HOLD-FILE-STATUS.
002096*
002100     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
002110         ORGANIZATION IS LINE SEQUENTIAL
002120         FILE STATUS IS WS-BDATE-FILE-STATUS.
002121*
002122     SELECT PERIOD-CONTROL-FILE ASSIGN TO "DIVPERD"
002123         ORGANIZATION IS INDEXED
002124         ACCESS MODE IS DYNAMIC
002125         RECORD KEY IS DIVPER01-PERIOD
002126         FILE STATUS IS WS-PERD-FILE-STATUS.
002130*
002140     SELECT OPERATOR-OVERRIDE-FILE ASSIGN TO "DIVOVRD"
002150         ORGANIZATION IS LINE SEQUENTIAL
002160         FILE STATUS IS WS-OVRD-FILE-STATUS.
002170*
002171     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
002172         ORGANIZATION IS INDEXED
002173         ACCESS MODE IS RANDOM
002174         RECORD KEY IS DIVOPA01-OPERATOR-ID
002175         FILE STATUS IS WS-OPER-FILE-STATUS.
002176*
002180     SELECT SIMULATION-EXTRACT-FILE ASSIGN TO "DIVSIMX"
002190         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS WS-SIMX-FILE-STATUS.
002210*
002211     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
002212         ORGANIZATION IS LINE SEQUENTIAL
002213         FILE STATUS IS WS-SECL-FILE-STATUS.
002214*
002215     SELECT PARTITION-SECURITY-FILE ASSIGN TO "DIVPSEC"
002216         ORGANIZATION IS LINE SEQUENTIAL
002217         FILE STATUS IS WS-PSEC-FILE-STATUS.
002218*
002220     SELECT PROPOSED-RATE-CARD-FILE ASSIGN TO "DIVRPROP"
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS WS-PROP-FILE-STATUS.
002241*
002242     SELECT RECORD-ID-MASTER-FILE ASSIGN TO "DIVRIDM"
002243         ORGANIZATION IS INDEXED
002244         ACCESS MODE IS RANDOM
002245         RECORD KEY IS DIVRID01-RECORD-ID
002246         FILE STATUS IS WS-RIDM-FILE-STATUS.
002250*
002260     SELECT DIVISION-HISTORY-FILE ASSIGN TO "DIVHIST"
002270         ORGANIZATION IS INDEXED
002280         ACCESS MODE IS DYNAMIC
002290         RECORD KEY IS DIVHIS01-KEY
002300         FILE STATUS IS WS-HIST-FILE-STATUS.
002301*
002302     SELECT PARTITION-STATUS-FILE ASSIGN TO "DIVPSTAT"
002303         ORGANIZATION IS INDEXED
002304         ACCESS MODE IS DYNAMIC
002305         RECORD KEY IS DIVPST01-KEY
002306         FILE STATUS IS WS-PSTAT-FILE-STATUS.
002310*
002311     SELECT PARTITION-EXCEPTION-FILE ASSIGN TO "DIVPEXC"
002312         ORGANIZATION IS LINE SEQUENTIAL
002313         FILE STATUS IS WS-PEXC-FILE-STATUS.
002314*
002315     SELECT PARTITION-HELD-FILE ASSIGN TO "DIVPHLD"
002316         ORGANIZATION IS LINE SEQUENTIAL
002317         FILE STATUS IS WS-PHLD-FILE-STATUS.
002318*
002320 DATA DIVISION.
002330*
002340 FILE SECTION.
003210     COPY DIVRUN01.
003220*
003230*-------------------------------------------------------------*
003231*    HELD-REVIEW-FILE -- THE INDEXED DIVHLD01 HELD-FOR-REVIEW *
003232*    FILE. A RESULT THE REASONABLENESS CHECK REFUSES IS ADDED *
003233*    HELD; A RELEASED HOLD IS CHECKED HERE AND MARKED POSTED. *
003234*-------------------------------------------------------------*
003235 FD  HELD-REVIEW-FILE
003236     LABEL RECORDS ARE STANDARD.
003237     COPY DIVHLD01.
003238*
003239*-------------------------------------------------------------*
003240*    BUSINESS-DATE-CARD-FILE -- OPTIONAL ONE-CARD BUSINESS    *
003250*    DATE FOR A BACKDATED RERUN. A MISSING FILE OR A          *
003260*    NON-NUMERIC DATE MEANS TODAY.                            *
003280 FD  BUSINESS-DATE-CARD-FILE
003290     LABEL RECORDS ARE STANDARD.
003300     COPY DIVBDT01.
003301*
003302*-------------------------------------------------------------*
003303*    PERIOD-CONTROL-FILE -- THE INDEXED DIVPER01 FILE CHAP443 *
003304*    KEEPS, ONE ROW PER MONTH EVER CLOSED. OPTIONAL INPUT:    *
003305*    WITH NO FILE, NO MONTH HAS BEEN CLOSED.                  *
003306*-------------------------------------------------------------*
003307 FD  PERIOD-CONTROL-FILE
003308     LABEL RECORDS ARE STANDARD.
003309     COPY DIVPER01.
003310*
003320*-------------------------------------------------------------*
003330*    OPERATOR-OVERRIDE-FILE -- OPTIONAL ONE-CARD OVERRIDE OF  *
003380 FD  OPERATOR-OVERRIDE-FILE
003390     LABEL RECORDS ARE STANDARD.
003400     COPY DIVOVR01.
003401*
003402*-------------------------------------------------------------*
003403*    OPERATOR-AUTH-FILE -- THE INDEXED DIVOPA01 OPERATOR      *
003404*    AUTHORIZATION FILE CHAP446 MAINTAINS. WITH NO FILE, NO   *
003405*    OPERATOR MAY SIMULATE, BACKDATE OR OVERRIDE.             *
003406*-------------------------------------------------------------*
003407 FD  OPERATOR-AUTH-FILE
003408     LABEL RECORDS ARE STANDARD.
003409     COPY DIVOPA01.
003410*
003420*-------------------------------------------------------------*
003430*    SIMULATION-EXTRACT-FILE -- THE TRIAL RUN'S COPY OF THE   *
003520     COPY DIVDTL01 REPLACING LEADING ==DIVDTL01== BY ==DIVSDT01==.
003530     COPY DIVCTL01 REPLACING LEADING ==DIVCTL01== BY ==DIVSTL01==.
003540*
003541*-------------------------------------------------------------*
003542*    PARTITION-SECURITY-FILE -- A LIVE PARTITION RUN'S OWN    *
003543*    SECURITY LOG ROWS, FOR CHAP452 TO ADD TO DIVSECL.        *
003544*-------------------------------------------------------------*
003545 FD  PARTITION-SECURITY-FILE
003546     LABEL RECORDS ARE STANDARD.
003547     COPY DIVSEC01 REPLACING LEADING ==DIVSEC01== BY ==DIVPSC01==.
003548*
003550*-------------------------------------------------------------*
003551*    SECURITY-LOG-FILE -- APPEND-ONLY DIVSEC01 SECURITY LOG.  *
003552*    ONE ROW PER AUTHORITY CHECK, GRANTED OR REFUSED.         *
003553*-------------------------------------------------------------*
003554 FD  SECURITY-LOG-FILE
003555     LABEL RECORDS ARE STANDARD.
003556     COPY DIVSEC01.
003557*
003558*-------------------------------------------------------------*
003560*    PROPOSED-RATE-CARD-FILE -- OPTIONAL DIVRMT01 CARD DECK   *
003570*    A TRIAL RUN LAYS OVER THE RATE MASTER: ADD CARDS ACT AS  *
003580*    CANDIDATE RATE ROWS AND EXPIRE CARDS SCHEDULE WHEN A     *
003630     LABEL RECORDS ARE STANDARD.
003640     COPY DIVRMT01.
003650*
003651*-------------------------------------------------------------*
003652*    PARTITION-EXCEPTION-FILE -- A LIVE PARTITION RUN'S OWN   *
003653*    EXCEPTION ROWS, FOR CHAP452 TO LOAD INTO DIVEXCM.        *
003654*-------------------------------------------------------------*
003655 FD  PARTITION-EXCEPTION-FILE
003656     LABEL RECORDS ARE STANDARD.
003657     COPY DIVEXM01 REPLACING LEADING ==DIVEXM01== BY ==DIVPEX01==.
003658*
003660*-------------------------------------------------------------*
003661*    RECORD-ID-MASTER-FILE -- THE INDEXED DIVRID01 RECORD-ID  *
003662*    MASTER CHAP450 MAINTAINS, READ FOR THE DESCRIPTION       *
003663*    BESIDE EACH ID. WITH NO MASTER THE COLUMN IS BLANK.      *
003664*-------------------------------------------------------------*
003665 FD  RECORD-ID-MASTER-FILE
003666     LABEL RECORDS ARE STANDARD.
003667     COPY DIVRID01.
003668*
003669*-------------------------------------------------------------*
003670*    DIVISION-HISTORY-FILE -- THE INDEXED DIVHIS01 MASTER     *
003680*    CHAP428 LOADS FROM THE AUDIT LOG, READ HERE TO MATCH A   *
003690*    REVERSAL AGAINST THE RESULT IT BACKS OUT AND TO FIND     *
003700*    THE LAST POSTED QUOTIENT THE REASONABLENESS CHECK        *
003710*    MEASURES AGAINST. OPTIONAL INPUT: WITH NO MASTER, EVERY  *
003720*    REVERSAL GOES TO THE EXCEPTION FILE WITH REASON 05 AND   *
003725*    NO RESULT IS HELD FOR REVIEW.                            *
003730*-------------------------------------------------------------*
003740 FD  DIVISION-HISTORY-FILE
003750     LABEL RECORDS ARE STANDARD.
003760     COPY DIVHIS01.
003761*
003762*-------------------------------------------------------------*
003763*    PARTITION-STATUS-FILE -- THE INDEXED DIVPST01 FILE       *
003764*    CHAP451 FILLS. A PARTITION RUN UPDATES ITS OWN ROW; A    *
003765*    WHOLE-FEED RUN READS IT FOR THE DUPLICATE-RUN GUARD.     *
003766*-------------------------------------------------------------*
003767 FD  PARTITION-STATUS-FILE
003768     LABEL RECORDS ARE STANDARD.
003769     COPY DIVPST01.
003770*
003771*-------------------------------------------------------------*
003772*    PARTITION-HELD-FILE -- A LIVE PARTITION RUN'S OWN NEW    *
003773*    AND CHANGED HELD ROWS, FOR CHAP452 TO LOAD INTO DIVHOLD. *
003774*-------------------------------------------------------------*
003775 FD  PARTITION-HELD-FILE
003776     LABEL RECORDS ARE STANDARD.
003777     COPY DIVHLD01 REPLACING LEADING ==DIVHLD01== BY ==DIVPHL01==.
003778*
003780 WORKING-STORAGE SECTION.
003790*
003800*-------------------------------------------------------------*
003820*    BROUGHT IN FROM THE SAME SHARED COPYBOOK AS THE FILES.   *
003830*-------------------------------------------------------------*
003840     COPY DIVREC01 REPLACING LEADING ==DIVREC01== BY ==W005==.
003841*
003842*-------------------------------------------------------------*
003843*    W010-RECORD -- THE SECURITY LOG ROW BEING BUILT, FOR     *
003844*    WHICHEVER SECURITY LOG THIS RUN WRITES TO.               *
003845*-------------------------------------------------------------*
003846     COPY DIVSEC01 REPLACING LEADING ==DIVSEC01== BY ==W010==.
003850*
003860 77  WS-TRANS-FILE-STATUS              PIC X(02) VALUE "00".
003870*
005260         10  WS-RVSL-RECORD-ID         PIC X(10).
005270         10  WS-RVSL-ORIG-RUN-ID       PIC X(12).
005280         10  WS-RVSL-AMOUNT            PIC S9(05)V9(04).
005281         10  WS-RVSL-ADJ-FLAG          PIC X(01).
005282*
005283*-------------------------------------------------------------*
005284*    REASONABLENESS CHECK -- THE PARM CARD TOLERANCE (ZERO IS *
005285*    OFF), THE LAST POSTED QUOTIENT FROM DIVHIST, THE PERCENT *
005286*    CHANGE (PINNED AT ITS LIMIT) AND THE HOLDS LISTED.       *
005287*-------------------------------------------------------------*
005288 77  WS-PARM-TOLERANCE-PCT              PIC 9(03)V9(02)
005289                                             VALUE ZERO.
005290*
005300 77  WS-REC-COUNT                      PIC 9(07) COMP
005310                                            VALUE ZERO.
005311*
005312 77  WS-PRIOR-SCAN-OP                   PIC X(01) VALUE SPACE.
005313*
005314 77  WS-PRIOR-ROW-OP                    PIC X(01) VALUE SPACE.
005320*
005321 77  WS-HOLD-FILE-STATUS                PIC X(02) VALUE "00".
005322*
005323 77  WS-HOLD-FILE-OPEN-SWITCH           PIC X(01) VALUE "N".
005324         88  WS-HOLD-FILE-OPEN                         VALUE "Y".
005325*
005326 77  WS-PRIOR-QUOT-FOUND-SWITCH         PIC X(01) VALUE "N".
005327         88  WS-PRIOR-QUOT-FOUND                       VALUE "Y".
005328*
005330 77  WS-PAGE-NO                        PIC 9(03) COMP
005340                                            VALUE ZERO.
005341*
005342 77  WS-PRIOR-QUOTIENT                  PIC S9(05)V9(04)
005343                                             VALUE ZERO.
005344*
005345 77  WS-PRIOR-TIMESTAMP                 PIC X(14) VALUE SPACES.
005346*
005347 77  WS-HOLD-BASE                       PIC S9(05)V9(04)
005348                                             VALUE ZERO.
005350*
005360 77  WS-LINE-COUNT                     PIC 9(03) COMP
005370                                            VALUE ZERO.
005380*
005381 77  WS-HOLD-PCT-CHANGE                 PIC S9(07)V9(02)
005382                                             VALUE ZERO.
005383*
005384 77  WS-HOLD-PCT-ABS                    PIC 9(07)V9(02)
005385                                             VALUE ZERO.
005386*
005387 77  WS-HOLD-PCT-CAP-SWITCH             PIC X(01) VALUE "N".
005388         88  WS-HOLD-PCT-CAPPED                        VALUE "Y".
005389*
005390 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
005400                                            VALUE 20.
005401*
005402 77  WS-HOLD-RESULT-SWITCH              PIC X(01) VALUE "N".
005403         88  WS-HOLD-RESULT                            VALUE "Y".
005404*
005405 77  WS-RELEASED-HOLD-SWITCH            PIC X(01) VALUE "N".
005406         88  WS-RELEASED-HOLD                          VALUE "Y".
005407*
005408 77  WS-HELD-COUNT                      PIC 9(05) COMP
005409                                             VALUE ZERO.
005410*
005420 77  WS-EXCEPTION-COUNT                PIC 9(07) COMP
005430                                            VALUE ZERO.
005440*
005441 77  WS-HELD-MAX-LISTED                 PIC 9(03) COMP
005442                                             VALUE 100.
005443*
005444 77  WS-HELD-LISTED-COUNT               PIC 9(03) COMP
005445                                             VALUE ZERO.
005446*
005447 77  WS-HELD-SUB                        PIC 9(03) COMP
005448                                             VALUE ZERO.
005449*
005450 77  WS-QUOTIENT-SUM                   PIC S9(09)V9(04)
005460                                            VALUE ZERO.
005461*
005462 01  WS-HELD-TABLE.
005463     05  WS-HELD-ENTRY OCCURS 100 TIMES.
005464         10  WS-HELD-RECORD-ID         PIC X(10).
005465         10  WS-HELD-PRIOR-QUOTIENT    PIC S9(05)V9(04).
005466         10  WS-HELD-QUOTIENT          PIC S9(05)V9(04).
005467         10  WS-HELD-PCT-CHANGE        PIC S9(07)V9(02).
005470*
005480 77  WS-XTR-REC-COUNT                  PIC 9(07) COMP
005490                                            VALUE ZERO.
005500*
005501*-------------------------------------------------------------*
005502*    PERIOD LOCKOUT -- PERIOD-CONTROL FILE OPEN, RUN DATE IN  *
005503*    A CLOSED MONTH, REVERSAL OF A CLOSED MONTH'S RESULT.     *
005504*-------------------------------------------------------------*
005505 77  WS-PERD-FILE-STATUS                PIC X(02) VALUE "00".
005506*
005507 77  WS-PERD-FILE-OPEN-SWITCH           PIC X(01) VALUE "N".
005508         88  WS-PERD-FILE-OPEN                         VALUE "Y".
005509*
005510 77  WS-XTR-QUOTIENT-SUM               PIC S9(09)V9(04)
005520                                            VALUE ZERO.
005521*
005522 77  WS-PERIOD-LOCK-SWITCH              PIC X(01) VALUE "N".
005523         88  WS-PERIOD-LOCKED                          VALUE "Y".
005524*
005525 77  WS-ORIG-PERIOD-SWITCH              PIC X(01) VALUE "N".
005526         88  WS-ORIG-PERIOD-CLOSED                     VALUE "Y".
005530*
005540 01  WS-RUN-ID.
005550         05  WS-RUN-ID-DATE                PIC X(08).
005560         05  WS-RUN-ID-TIME                PIC X(04).
005570*
005571*-------------------------------------------------------------*
005572*    OPERATOR AUTHORITY -- THE AUTHORIZATION FILE AND         *
005573*    SECURITY LOG ARE OPEN ONLY WHILE THE RUN'S CARDS ARE     *
005574*    CHECKED. A REFUSED SIMULATE OR BACKDATE REFUSES THE RUN. *
005575*-------------------------------------------------------------*
005576 77  WS-OPER-FILE-STATUS                PIC X(02) VALUE "00".
005577*
005578 77  WS-SECL-FILE-STATUS                PIC X(02) VALUE "00".
005579*
005580 01  WS-AUD-TIMESTAMP.
005590         05  WS-AUD-TMS-DATE               PIC X(08).
005600         05  WS-AUD-TMS-TIME               PIC X(06).
005610*
005611 77  WS-OPER-FILE-OPEN-SWITCH           PIC X(01) VALUE "N".
005612         88  WS-OPER-FILE-OPEN                         VALUE "Y".
005613*
005614 77  WS-SECL-FILE-OPEN-SWITCH           PIC X(01) VALUE "N".
005615         88  WS-SECL-FILE-OPEN                         VALUE "Y".
005616*
005617 77  WS-PRIV-GRANTED-SWITCH             PIC X(01) VALUE "N".
005618         88  WS-PRIV-GRANTED                           VALUE "Y".
005619*
005620 77  WS-AUD-FULL-TIME                  PIC X(08).
005621*
005622 77  WS-AUTH-REFUSED-SWITCH             PIC X(01) VALUE "N".
005623         88  WS-AUTH-REFUSED                           VALUE "Y".
005624*
005625 77  WS-BACKDATE-SWITCH                 PIC X(01) VALUE "N".
005626         88  WS-BACKDATE-SUPPLIED                      VALUE "Y".
005627*
005628 77  WS-PARM-OPERATOR-ID                PIC X(08) VALUE SPACES.
005630*
005640*-------------------------------------------------------------*
005650*    PARAMETER-CARD WORKING FIELDS                             *
005660*-------------------------------------------------------------*
005670 77  WS-PARM-DECIMAL-PLACES            PIC 9(01) VALUE 4.
005680*
005681 77  WS-BDATE-OPERATOR-ID               PIC X(08) VALUE SPACES.
005682*
005683 77  WS-OVRD-OPERATOR-ID                PIC X(08) VALUE SPACES.
005684*
005685 77  WS-SEC-OPERATOR-ID                 PIC X(08) VALUE SPACES.
005686*
005690 77  WS-PARM-ROUND-SWITCH              PIC X(01) VALUE "Y".
005700         88  WS-PARM-ROUND-QUOTIENT                   VALUE "Y".
005701*
005702 77  WS-SEC-ACTION                      PIC X(01) VALUE SPACE.
005703         88  WS-SEC-OVERRIDE                           VALUE "O".
005704         88  WS-SEC-SIMULATE                           VALUE "S".
005705         88  WS-SEC-BACKDATE                           VALUE "B".
005706*
005707 77  WS-SEC-DETAIL                      PIC X(30) VALUE SPACES.
005708*
005709 77  WS-RIDM-FILE-STATUS                PIC X(02) VALUE "00".
005710*
005720 77  WS-PARM-CKPT-INTERVAL             PIC 9(05) COMP
005730                                            VALUE 10.
005740*
005741 77  WS-RIDM-FILE-OPEN-SWITCH           PIC X(01) VALUE "N".
005742         88  WS-RIDM-FILE-OPEN                         VALUE "Y".
005743*
005744 77  WS-PSTAT-FILE-STATUS               PIC X(02) VALUE "00".
005745*
005746 77  WS-PEXC-FILE-STATUS                PIC X(02) VALUE "00".
005747*
005748 77  WS-PHLD-FILE-STATUS                PIC X(02) VALUE "00".
005749*
005750 77  WS-PARM-SIMULATE-SWITCH           PIC X(01) VALUE "N".
005760         88  WS-SIMULATE-RUN                          VALUE "Y".
005761*
005762 77  WS-PSTAT-SCAN-SWITCH               PIC X(01) VALUE "N".
005763         88  WS-PSTAT-SCAN-DONE                        VALUE "Y".
005764*
005765 77  WS-PARTITION-NO                    PIC 9(01) VALUE ZERO.
005766         88  WS-PARTITION-RUN                VALUE 1 THRU 9.
005767*
005768 77  WS-PSEC-FILE-STATUS                PIC X(02) VALUE "00".
005770*
005780*-------------------------------------------------------------*
005790*    TRIAL-RUN (SIMULATION) WORKING FIELDS AND THE PROPOSED   *
005800*    RATE DECK LAID OVER THE RATE MASTER FOR THE LOOKUP.      *
005810*-------------------------------------------------------------*
005820 77  WS-SIMX-FILE-STATUS               PIC X(02) VALUE "00".
005821*
005822 77  WS-PTN-ROW-STATUS                  PIC X(01) VALUE SPACE.
005823         88  WS-PTN-ROW-FINISHED             VALUE "C" "K".
005824         88  WS-PTN-ROW-TRIED                VALUE "R" "F".
005825*
005826 77  WS-ADJUSTMENT-COUNT                PIC 9(05) COMP
005827                                             VALUE ZERO.
005830*
005840 77  WS-PROP-FILE-STATUS               PIC X(02) VALUE "00".
005850*
006990 77  WS-CKPT-LAST-REVERSED-SUM          PIC S9(09)V9(04)
007000                                             VALUE ZERO.
007010*
007012 77  WS-CKPT-LAST-HELD-COUNT            PIC 9(05) VALUE ZERO.
007014*
007016 77  WS-CKPT-LAST-ADJUSTMENT-COUNT      PIC 9(05) VALUE ZERO.
007017*
007018 77  WS-CKPT-LAST-RUN-ID                PIC X(12) VALUE SPACES.
007019*
007020 77  WS-CKPT-DIVIDE-RESULT              PIC 9(07) COMP.
007030*
007040 77  WS-CKPT-REMAINDER                  PIC 9(05) COMP.
007210         05  WS-HDG-TRIAL-TAG          PIC X(52) VALUE SPACES.
007220*
007230 01  WS-RPT-HDG-3.
007240         05  FILLER                    PIC X(42)
007250             VALUE "RECORD-ID  DESCRIPTION             DIVISOR".
007260         05  FILLER                    PIC X(38)
007270             VALUE "   DIVIDEND    QUOTIENT OP DEPT".
007280*
007290 01  WS-RPT-DETAIL.
007300         05  WS-DTL-RECORD-ID          PIC X(10).
007310         05  FILLER                    PIC X(01) VALUE SPACES.
007312         05  WS-DTL-DESCRIPTION        PIC X(20).
007314         05  FILLER                    PIC X(01) VALUE SPACES.
007320         05  WS-DTL-DIVISOR            PIC ZZZZ9.9999.
007330         05  FILLER                    PIC X(01) VALUE SPACES.
007340         05  WS-DTL-DIVIDEND           PIC ZZZZ9.9999.
007350         05  FILLER                    PIC X(01) VALUE SPACES.
007360         05  WS-DTL-QUOTIENT           PIC -ZZZZ9.9999.
007370         05  FILLER                    PIC X(01) VALUE SPACES.
007380         05  WS-DTL-OP-CODE            PIC X(01).
007390         05  FILLER                    PIC X(02) VALUE SPACES.
007400         05  WS-DTL-DEPT-CODE          PIC X(04).
007410         05  FILLER                    PIC X(07) VALUE SPACES.
007420*
007430 01  WS-RPT-DEPT-SUBTOTAL.
007440         05  FILLER                    PIC X(05) VALUE "DEPT ".
007720         05  WS-TOT-EXCEPT-COUNT       PIC ZZZ,ZZ9.
007730         05  FILLER                    PIC X(53) VALUE SPACES.
007740*
007741 01  WS-RPT-HELD-TOTAL.
007742         05  FILLER                    PIC X(20)
007743             VALUE "HELD FOR REVIEW:    ".
007744         05  WS-HLT-COUNT              PIC ZZZ,ZZ9.
007745         05  FILLER                    PIC X(53) VALUE SPACES.
007746*
007750 01  WS-RPT-REVERSAL-HDG.
007760         05  FILLER                    PIC X(80)
007770             VALUE "REVERSALS".
007772*
007774 01  WS-RPT-HELD-HDG.
007776         05  FILLER                    PIC X(80)
007778             VALUE "RESULTS HELD FOR REVIEW".
007780*
007790 01  WS-RPT-REVERSAL-DETAIL.
007800         05  WS-RVD-RECORD-ID          PIC X(10).
007820         05  WS-RVD-ORIG-RUN-ID        PIC X(12).
007830         05  FILLER                    PIC X(02) VALUE SPACES.
007840         05  WS-RVD-AMOUNT             PIC -ZZZZ9.9999.
007850         05  FILLER                    PIC X(02) VALUE SPACES.
007852         05  WS-RVD-ADJ-TAG            PIC X(24).
007854         05  FILLER                    PIC X(17) VALUE SPACES.
007860*
007861 01  WS-RPT-HELD-COL-HDG.
007862         05  FILLER                    PIC X(23)
007863             VALUE "RECORD-ID    PRIOR QUOT".
007864         05  FILLER                    PIC X(13)
007865             VALUE "     NEW QUOT".
007866         05  FILLER                    PIC X(15)
007867             VALUE "     PCT CHANGE".
007868         05  FILLER                    PIC X(29) VALUE SPACES.
007869*
007870 01  WS-RPT-REVERSAL-TOTAL.
007880         05  FILLER                    PIC X(20)
007890             VALUE "REVERSALS APPLIED: ".
007900         05  WS-RVT-COUNT              PIC ZZZ,ZZ9.
007910         05  FILLER                    PIC X(53) VALUE SPACES.
007920*
007921 01  WS-RPT-HELD-DETAIL.
007922         05  WS-HLD-RECORD-ID          PIC X(12).
007923         05  WS-HLD-PRIOR-QUOTIENT     PIC -ZZZZ9.9999.
007924         05  FILLER                    PIC X(02) VALUE SPACES.
007925         05  WS-HLD-QUOTIENT           PIC -ZZZZ9.9999.
007926         05  FILLER                    PIC X(02) VALUE SPACES.
007927         05  WS-HLD-PCT-CHANGE         PIC -Z,ZZZ,ZZ9.99.
007928         05  FILLER                    PIC X(29) VALUE SPACES.
007929*
007930 01  WS-RPT-REVERSED-SUM-LINE.
007940         05  FILLER                    PIC X(20)
007950             VALUE "QUOTIENT REVERSED: ".
007960         05  WS-RVT-SUM                PIC -ZZZ,ZZZ,ZZ9.9999.
007970         05  FILLER                    PIC X(43) VALUE SPACES.
007971*
007972 01  WS-RPT-ADJUSTMENT-TOTAL.
007973         05  FILLER                    PIC X(20)
007974             VALUE "CLOSED-PERIOD ADJ:  ".
007975         05  WS-ADT-COUNT              PIC ZZZ,ZZ9.
007976         05  FILLER                    PIC X(53) VALUE SPACES.
007980*
007982 01  WS-RPT-HELD-CAP-NOTE.
007984         05  FILLER                    PIC X(80)
007986             VALUE "FIRST 100 HELD RESULTS LISTED".
007988*
007990 01  WS-RPT-RVSL-CAP-NOTE.
008000         05  FILLER                    PIC X(80)
008010             VALUE "FIRST 100 REVERSALS LISTED".
008180*    PRINT-COMPUTED-VALUE UNTIL THE TRANSACTION FILE IS       *
008190*    EXHAUSTED, THEN SETS THE BATCH RETURN CODE THE JOB       *
008200*    SCHEDULER CAN BRANCH ON.                                 *
008202*    A RUN REFUSED BEFORE POSTING ENDS WITH 5 WHEN THE        *
008204*    OPERATOR ON A SIMULATE OR BACKDATE CARD IS NOT           *
008206*    AUTHORIZED, 3 FOR A CLOSED PERIOD OR 2 FOR A DUPLICATE.  *
008210*-------------------------------------------------------------*
008220 MAIN-LINE-LOGIC.
008230     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
008250         MOVE 8 TO RETURN-CODE
008260         GO TO MAIN-LINE-LOGIC-EXIT
008270     END-IF.
008271     IF WS-AUTH-REFUSED
008272         MOVE 5 TO RETURN-CODE
008273         GO TO MAIN-LINE-LOGIC-EXIT
008274     END-IF.
008275     IF WS-PERIOD-LOCKED
008276         MOVE 3 TO RETURN-CODE
008277         GO TO MAIN-LINE-LOGIC-EXIT
008278     END-IF.
008280     IF WS-DUP-RUN-BLOCKED
008290         MOVE 2 TO RETURN-CODE
008300         GO TO MAIN-LINE-LOGIC-EXIT
008460*    FROM A PRIOR RUN, REFUSES A SECOND POSTING FOR A        *
008470*    BUSINESS DATE A COMPLETED RUN ALREADY COVERED (UNLESS   *
008480*    AN OVERRIDE CARD OR A CHECKPOINT TO RESUME EXISTS),     *
008482*    TAKES A PARTITION RUN'S SHARED RUN-ID, REFUSES A RUN     *
008484*    INTO A CLOSED MONTH,                                     *
008490*    THEN POSITIONS THE TRANSACTION FILE                     *
008500*    PAST WHATEVER WAS ALREADY PROCESSED.                     *
008510*-------------------------------------------------------------*
008580         GO TO INITIALIZE-RUN-EXIT
008590     END-IF.
008600     PERFORM READ-PARM-CARD.
008605     IF NOT WS-PARTITION-RUN
008610         PERFORM READ-CONTROL-TOTALS
008615     END-IF.
008620     IF NOT WS-SIMULATE-RUN
008630         PERFORM READ-CHECKPOINT-RECORD
008640     END-IF.
008710     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
008720     MOVE WS-BUSINESS-DATE TO WS-RUN-ID-DATE.
008730     MOVE WS-AUD-FULL-TIME(1:4) TO WS-RUN-ID-TIME.
008731     IF WS-CKPT-FOUND
008732             AND WS-CKPT-LAST-RUN-ID IS NOT EQUAL TO SPACES
008733         MOVE WS-CKPT-LAST-RUN-ID TO WS-RUN-ID
008734     END-IF.
008735     IF WS-PARTITION-RUN AND NOT WS-SIMULATE-RUN
008736         PERFORM READ-PARTITION-STATUS
008737             THRU READ-PARTITION-STATUS-EXIT
008738     END-IF.
008739     PERFORM OPEN-SECURITY-FILES.
008740     IF NOT WS-FATAL-ABORT
008741         PERFORM CHECK-RUN-AUTHORITY
008742     END-IF.
008743     PERFORM OPEN-PERIOD-CONTROL-FILE.
008744     IF NOT WS-SIMULATE-RUN AND NOT WS-FATAL-ABORT
008745             AND NOT WS-AUTH-REFUSED
008746         PERFORM CHECK-PERIOD-CLOSED
008747     END-IF.
008748     IF NOT WS-SIMULATE-RUN AND NOT WS-PERIOD-LOCKED
008749             AND NOT WS-AUTH-REFUSED AND NOT WS-FATAL-ABORT
008750         PERFORM READ-OVERRIDE-CARD
008760         PERFORM CHECK-PRIOR-RUN-HISTORY
008770             THRU CHECK-PRIOR-RUN-HISTORY-EXIT
008780     END-IF.
008781     PERFORM CLOSE-SECURITY-FILES.
008782     IF WS-PARTITION-RUN AND NOT WS-SIMULATE-RUN
008783             AND NOT WS-DUP-RUN-BLOCKED AND NOT WS-PERIOD-LOCKED
008784             AND NOT WS-FATAL-ABORT AND NOT WS-AUTH-REFUSED
008785         PERFORM MARK-PARTITION-RUNNING
008786             THRU MARK-PARTITION-RUNNING-EXIT
008787     END-IF.
008790     IF WS-DUP-RUN-BLOCKED OR WS-PERIOD-LOCKED OR WS-FATAL-ABORT
008795             OR WS-AUTH-REFUSED
008800         CLOSE DIVISION-TRANS-FILE
008801         IF WS-PERD-FILE-OPEN
008802             CLOSE PERIOD-CONTROL-FILE
008803         END-IF
008810         GO TO INITIALIZE-RUN-EXIT
008820     END-IF.
008830     OPEN OUTPUT DIVISION-REPORT-FILE.
009200                 GIVING WS-XTR-REC-COUNT
009210             SUBTRACT WS-CKPT-LAST-REVERSAL-COUNT
009220                 FROM WS-XTR-REC-COUNT
009222             SUBTRACT WS-CKPT-LAST-HELD-COUNT
009224                 FROM WS-XTR-REC-COUNT
009230             MOVE WS-CKPT-LAST-XTR-QUOT-SUM TO
009240                 WS-XTR-QUOTIENT-SUM
009250             MOVE WS-CKPT-LAST-REVERSAL-COUNT TO
009260                 WS-REVERSAL-COUNT
009265             MOVE WS-CKPT-LAST-HELD-COUNT TO WS-HELD-COUNT
009266             MOVE WS-CKPT-LAST-ADJUSTMENT-COUNT TO
009267                 WS-ADJUSTMENT-COUNT
009270             MOVE WS-CKPT-LAST-REVERSED-SUM TO WS-REVERSED-SUM
009280             PERFORM SKIP-CHECKPOINTED-RECORDS
009290                 UNTIL WS-CKPT-SKIP-DONE
009400             GO TO INITIALIZE-RUN-EXIT
009410         END-IF
009420     END-IF.
009421     PERFORM OPEN-HELD-REVIEW-FILE
009422         THRU OPEN-HELD-REVIEW-FILE-EXIT.
009423     IF WS-FATAL-ABORT
009424         GO TO INITIALIZE-RUN-EXIT
009425     END-IF.
009430     IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
009440         DISPLAY "CHAP424 -- UNABLE TO OPEN "
009450             "DIVISION-AUDIT-LOG-FILE, STATUS = "
009620     IF WS-HIST-FILE-STATUS IS EQUAL TO "00"
009630         SET WS-HIST-FILE-OPEN TO TRUE
009640     END-IF.
009642     OPEN INPUT RECORD-ID-MASTER-FILE.
009644     IF WS-RIDM-FILE-STATUS IS EQUAL TO "00"
009646         SET WS-RIDM-FILE-OPEN TO TRUE
009648     END-IF.
009650     IF NOT WS-SIMULATE-RUN AND NOT WS-PARTITION-RUN
009660         OPEN EXTEND RUN-HISTORY-FILE
009670         IF WS-RUNH-FILE-STATUS IS EQUAL TO "35"
009680             OPEN OUTPUT RUN-HISTORY-FILE
009830*-------------------------------------------------------------*
009840*    READ-PARM-CARD -- OPTIONAL ONE-CARD OVERRIDE OF DECIMAL  *
009850*    PLACES, ROUNDING, THE CHECKPOINT INTERVAL AND THE        *
009860*    TRIAL-RUN SWITCH, AND THE PARTITION NUMBER. MISSING      *
009870*    CARD MEANS THE WORKING-STORAGE DEFAULTS STAND.           *
009880*-------------------------------------------------------------*
009890 READ-PARM-CARD.
010040                 END-IF
010050                 IF DIVPRM01-SIMULATE-RUN
010060                     SET WS-SIMULATE-RUN TO TRUE
010061                     MOVE DIVPRM01-OPERATOR-ID TO
010062                         WS-PARM-OPERATOR-ID
010063                 END-IF
010064                 IF DIVPRM01-TOLERANCE-PCT IS NUMERIC
010065                     MOVE DIVPRM01-TOLERANCE-PCT TO
010066                         WS-PARM-TOLERANCE-PCT
010067                 END-IF
010068                 IF DIVPRM01-PARTITION-NO IS NUMERIC
010069                     MOVE DIVPRM01-PARTITION-NO TO WS-PARTITION-NO
010070                 END-IF
010080         END-READ
010090         CLOSE DIVISION-PARM-FILE
010720                     MOVE DIVCKP01-LAST-REVERSED-SUM TO
010730                         WS-CKPT-LAST-REVERSED-SUM
010740                 END-IF
010741                 IF DIVCKP01-LAST-HELD-COUNT IS NUMERIC
010742                     MOVE DIVCKP01-LAST-HELD-COUNT TO
010743                         WS-CKPT-LAST-HELD-COUNT
010744                 END-IF
010745                 IF DIVCKP01-LAST-ADJUSTMENT-COUNT IS NUMERIC
010746                     MOVE DIVCKP01-LAST-ADJUSTMENT-COUNT TO
010747                         WS-CKPT-LAST-ADJUSTMENT-COUNT
010748                 END-IF
010749                 MOVE DIVCKP01-LAST-RUN-ID TO WS-CKPT-LAST-RUN-ID
010750         END-READ
010760         CLOSE DIVISION-CHECKPOINT-FILE
010770     END-IF.
011440*    A ZERO PRIOR PERIOD,                                     *
011450*    AND 06 FOR AN OPERATION CODE THE ENGINE DOES NOT         *
011460*    KNOW.                                                    *
011462*    A GOOD RESULT MUST ALSO PASS THE REASONABLENESS CHECK    *
011464*    AGAINST THE RECORD-ID'S LAST POSTED QUOTIENT OR IT IS    *
011466*    HELD FOR REVIEW (REASON 07) INSTEAD OF POSTING; A HOLD   *
011468*    AN ANALYST HAS RELEASED POSTS WITHOUT THE CHECK.         *
011469*    ANY OTHER RELEASE MARK IS EXCEPTED AS REASON 07.         *
011470*-------------------------------------------------------------*
011480 PRINT-COMPUTED-VALUE.
011490     IF WS-GRP-OPEN
011680     MOVE DIVTRN01-OP-CODE   TO W005-OP-CODE.
011690     MOVE DIVTRN01-DEPT-CODE TO W005-DEPT-CODE.
011700     MOVE "N" TO WS-COMPUTE-ERROR-SWITCH.
011701     MOVE "N" TO WS-RELEASED-HOLD-SWITCH.
011702     IF DIVTRN01-SOURCE-RELEASED-HOLD
011703             AND NOT DIVTRN01-OP-REVERSAL
011704         PERFORM CHECK-RELEASED-HOLD
011705             THRU CHECK-RELEASED-HOLD-EXIT
011706         IF NOT WS-RELEASED-HOLD
011707             GO TO PRINT-COMPUTED-VALUE-NEXT
011708         END-IF
011709     END-IF.
011710     IF DIVTRN01-OP-REVERSAL
011720         PERFORM PROCESS-REVERSAL-TRANS
011730             THRU PROCESS-REVERSAL-TRANS-EXIT
011830     IF WS-COMPUTE-ERROR
011840         PERFORM WRITE-EXCEPTION-RECORD
011850             THRU WRITE-EXCEPTION-RECORD-EXIT
011852         IF WS-RELEASED-HOLD
011854             PERFORM MARK-HOLD-EXCEPTED
011856                 THRU MARK-HOLD-EXCEPTED-EXIT
011858         END-IF
011860     ELSE
011870         PERFORM TRUNCATE-QUOTIENT-PRECISION
011880         IF WS-ROUND-SIZE-ERROR
011890             MOVE "02" TO WS-EXCPT-REASON-CODE
011900             PERFORM WRITE-EXCEPTION-RECORD
011910                 THRU WRITE-EXCEPTION-RECORD-EXIT
011912             IF WS-RELEASED-HOLD
011914                 PERFORM MARK-HOLD-EXCEPTED
011916                     THRU MARK-HOLD-EXCEPTED-EXIT
011918             END-IF
011920         ELSE
011930             MOVE "00" TO WS-EXCPT-REASON-CODE
011931             PERFORM CHECK-QUOTIENT-REASONABLE
011932                 THRU CHECK-QUOTIENT-REASONABLE-EXIT
011933             IF WS-HOLD-RESULT
011934                 PERFORM WRITE-HELD-RECORD
011935                     THRU WRITE-HELD-RECORD-EXIT
011936             ELSE
011940                 PERFORM WRITE-DETAIL-LINE
011941                 IF WS-RELEASED-HOLD
011942                     PERFORM MARK-HOLD-POSTED
011943                         THRU MARK-HOLD-POSTED-EXIT
011944                 END-IF
011945             END-IF
011950         END-IF
011960     END-IF.
011970 PRINT-COMPUTED-VALUE-NEXT.
015560*    KEY SEQUENCE WHILE IT STILL BELONGS TO THE REVERSAL'S    *
015570*    RECORD-ID, LOOKING FOR THE POSTED (REASON 00) ROW FROM   *
015580*    THE NAMED ORIGINATING RUN. THE MATCH CARRIES THE        *
015590*    ORIGINAL OPERANDS, QUOTIENT AND OPERATION CODE INTO     *
015600*    W005 SO THE OFFSETTING AUDIT ROW SHOWS EXACTLY WHAT     *
015605*    CAME BACK OUT.                                          *
015610*-------------------------------------------------------------*
015620 SCAN-ONE-HISTORY-ROW.
015630     READ DIVISION-HISTORY-FILE NEXT RECORD
015780                     MOVE DIVHIS01-DIVIDEND TO W005-DIVIDEND
015790                     MOVE DIVHIS01-QUOTIENT TO W005-QUOTIENT
015800                     MOVE DIVHIS01-DEPT-CODE TO W005-DEPT-CODE
015805                     MOVE DIVHIS01-OP-CODE TO W005-OP-CODE
015810                 END-IF
015820             END-IF
015830     END-READ.
015920*    OFFSETTING AUDIT ROW. NO EXTRACT DETAIL IS CUT -- THE   *
015930*    EXTRACT AND ITS TRAILER DESCRIBE ONLY THE RESULTS THIS  *
015940*    RUN PRODUCED.                                           *
015942*    WHEN THE ORIGINAL'S MONTH IS CLOSED THE ROW IS REASON    *
015944*    08 INSTEAD OF 09: THE REVERSAL POSTS HERE, IN THE OPEN   *
015946*    PERIOD, AS AN ADJUSTMENT TO THE CLOSED ONE.              *
015950*-------------------------------------------------------------*
015960 APPLY-MATCHED-REVERSAL.
015965     PERFORM CHECK-ORIG-PERIOD-CLOSED.
015970     SUBTRACT W005-QUOTIENT FROM WS-QUOTIENT-SUM.
015980     ADD 1 TO WS-REVERSAL-COUNT.
015990     ADD W005-QUOTIENT TO WS-REVERSED-SUM.
016050             WS-RVSL-ORIG-RUN-ID (WS-RVSL-LISTED-COUNT)
016060         MOVE W005-QUOTIENT TO
016070             WS-RVSL-AMOUNT (WS-RVSL-LISTED-COUNT)
016072         MOVE WS-ORIG-PERIOD-SWITCH TO
016074             WS-RVSL-ADJ-FLAG (WS-RVSL-LISTED-COUNT)
016080     END-IF.
016082     IF WS-ORIG-PERIOD-CLOSED
016084         ADD 1 TO WS-ADJUSTMENT-COUNT
016086         MOVE "08" TO WS-EXCPT-REASON-CODE
016088     ELSE
016090         MOVE "09" TO WS-EXCPT-REASON-CODE
016095     END-IF.
016100     PERFORM WRITE-AUDIT-RECORD
016110         THRU WRITE-AUDIT-RECORD-EXIT.
016120*
016440     MOVE WS-EXC02-COUNT TO DIVCKP01-LAST-EXC02-COUNT.
016450     MOVE WS-XTR-QUOTIENT-SUM TO DIVCKP01-LAST-XTR-QUOT-SUM.
016460     MOVE WS-REVERSAL-COUNT TO DIVCKP01-LAST-REVERSAL-COUNT.
016465     MOVE WS-HELD-COUNT TO DIVCKP01-LAST-HELD-COUNT.
016466     MOVE WS-ADJUSTMENT-COUNT TO DIVCKP01-LAST-ADJUSTMENT-COUNT.
016467     MOVE WS-RUN-ID TO DIVCKP01-LAST-RUN-ID.
016470     MOVE WS-REVERSED-SUM TO DIVCKP01-LAST-REVERSED-SUM.
016480     WRITE DIVCKP01-RECORD.
016490     IF WS-CKPT-FILE-STATUS IS NOT EQUAL TO "00"
016670         PERFORM WRITE-REPORT-HEADINGS
016680     END-IF.
016690     MOVE DIVTRN01-RECORD-ID TO WS-DTL-RECORD-ID.
016695     PERFORM LOOK-UP-RECORD-ID-DESCRIPTION.
016700     MOVE W005-DIVISOR       TO WS-DTL-DIVISOR.
016710     MOVE W005-DIVIDEND      TO WS-DTL-DIVIDEND.
016720     MOVE W005-QUOTIENT      TO WS-DTL-QUOTIENT.
017410*    KEYED EXCEPTION MASTER WITH AN OPEN STATUS, WHERE IT     *
017420*    LIVES UNTIL CHAP426 SETTLES IT. A TRIAL RUN COUNTS      *
017430*    THE EXCEPTION FOR THE REPORT BUT FILES NOTHING.          *
017431*    A LIVE PARTITION RUN FILES IT IN ITS OWN DIVPEXC         *
017432*    DATASET INSTEAD, FOR CHAP452 TO LOAD.                    *
017440*-------------------------------------------------------------*
017450 WRITE-EXCEPTION-RECORD.
017460     ADD 1 TO WS-EXCEPTION-COUNT.
017730     MOVE WS-AUD-TIMESTAMP   TO DIVEXM01-TIMESTAMP.
017740     SET DIVEXM01-STATUS-OPEN TO TRUE.
017750     MOVE WS-AUD-TMS-DATE    TO DIVEXM01-STATUS-DATE.
017751     IF WS-PARTITION-RUN
017752         PERFORM WRITE-PARTITION-EXCEPTION
017753         IF WS-FATAL-ABORT
017754             GO TO WRITE-EXCEPTION-RECORD-EXIT
017755         END-IF
017756         GO TO WRITE-EXCEPTION-RECORD-AUDIT
017757     END-IF.
017760     WRITE DIVEXM01-RECORD
017770         INVALID KEY
017780             REWRITE DIVEXM01-RECORD
017850         SET WS-END-OF-FILE TO TRUE
017860         GO TO WRITE-EXCEPTION-RECORD-EXIT
017870     END-IF.
017875 WRITE-EXCEPTION-RECORD-AUDIT.
017880     MOVE ZERO TO W005-QUOTIENT.
017890     PERFORM WRITE-AUDIT-RECORD
017900         THRU WRITE-AUDIT-RECORD-EXIT.
018420     PERFORM CHECK-RPT-FILE-STATUS.
018430     PERFORM WRITE-REVERSAL-SECTION
018440         THRU WRITE-REVERSAL-SECTION-EXIT.
018442     PERFORM WRITE-HELD-SECTION
018444         THRU WRITE-HELD-SECTION-EXIT.
018450     PERFORM WRITE-DEPT-TOTALS-SECTION
018460         THRU WRITE-DEPT-TOTALS-SECTION-EXIT.
018462     IF WS-PARTITION-RUN
018464         PERFORM NOTE-PARTITION-RECONCILE
018466     ELSE
018470         PERFORM RECONCILE-CONTROL-TOTALS
018475     END-IF.
018480     IF NOT WS-FATAL-ABORT
018490         PERFORM WRITE-EXTRACT-TRAILER
018500             THRU WRITE-EXTRACT-TRAILER-EXIT
018620         CLOSE EXCEPTION-MASTER-FILE
018630         CLOSE DIVISION-AUDIT-LOG-FILE
018640         CLOSE RESULTS-EXTRACT-FILE
018645         IF NOT WS-PARTITION-RUN
018650             CLOSE RUN-HISTORY-FILE
018655         END-IF
018656         IF WS-PARTITION-RUN
018657             CLOSE PARTITION-EXCEPTION-FILE
018658             CLOSE PARTITION-HELD-FILE
018659         END-IF
018660     END-IF.
018670     IF WS-RATE-FILE-OPEN
018680         CLOSE DIVISION-RATE-FILE
018690     END-IF.
018691     IF WS-HOLD-FILE-OPEN
018692         CLOSE HELD-REVIEW-FILE
018693     END-IF.
018694     IF WS-PERD-FILE-OPEN
018695         CLOSE PERIOD-CONTROL-FILE
018696     END-IF.
018700     IF WS-HIST-FILE-OPEN
018710         CLOSE DIVISION-HISTORY-FILE
018720     END-IF.
018721     IF WS-RIDM-FILE-OPEN
018722         CLOSE RECORD-ID-MASTER-FILE
018723     END-IF.
018730 TERMINATE-RUN-EXIT.
018740     EXIT.
018750*
019340*    SCHEDULER SEES CAN NEVER DISAGREE. A TRIAL RUN SETTLES    *
019350*    ITS RETURN CODE THE SAME WAY BUT WRITES NO ROW -- A       *
019360*    TRIAL IS NOT A RUN THE STATUS BOARD SHOULD SHOW.          *
019362*    A PARTITION RUN RECORDS THE SAME FIGURES ON ITS          *
019364*    PARTITION STATUS ROW INSTEAD; CHAP452 WRITES THE DATE'S  *
019366*    ONE ROW.                                                 *
019370*-------------------------------------------------------------*
019380 WRITE-RUN-HISTORY-RECORD.
019390     ACCEPT WS-AUD-TMS-DATE  FROM DATE YYYYMMDD.
019450         MOVE 8 TO WS-FINAL-RETURN-CODE
019460     ELSE
019470         IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
019475                 OR WS-HELD-COUNT IS GREATER THAN ZERO
019480                 OR WS-CTL-OUT-OF-BALANCE
019490             MOVE 4 TO WS-FINAL-RETURN-CODE
019500         ELSE
019570     IF WS-SIMULATE-RUN
019580         GO TO WRITE-RUN-HISTORY-RECORD-EXIT
019590     END-IF.
019591     IF WS-PARTITION-RUN
019592         PERFORM WRITE-PARTITION-STATUS
019593             THRU WRITE-PARTITION-STATUS-EXIT
019594         GO TO WRITE-RUN-HISTORY-RECORD-EXIT
019595     END-IF.
019600     MOVE SPACES TO DIVRUN01-RECORD.
019610     MOVE WS-RUN-ID              TO DIVRUN01-RUN-ID.
019620     MOVE WS-RUN-START-TIMESTAMP TO DIVRUN01-START-TIMESTAMP.
019670     MOVE WS-EXC-OTHER-WORK      TO DIVRUN01-EXC-OTHER-COUNT.
019680     MOVE WS-RUN-BALANCE-FLAG    TO DIVRUN01-BALANCE-FLAG.
019690     MOVE WS-REVERSAL-COUNT      TO DIVRUN01-REVERSAL-COUNT.
019695     MOVE WS-HELD-COUNT          TO DIVRUN01-HELD-COUNT.
019700     MOVE WS-BUSINESS-DATE       TO DIVRUN01-BUSINESS-DATE.
019710     IF WS-CKPT-FOUND
019720         MOVE "Y" TO DIVRUN01-RESTART-FLAG
019860*
019870*-------------------------------------------------------------*
019880*    WRITE-REVERSAL-SECTION -- THE REPORT'S REVERSALS         *
019890*    SECTION: THE APPLIED COUNT, BACKED-OUT SUM AND HOW MANY  *
019895*    WERE CLOSED-PERIOD ADJUSTMENTS, AND ONE LINE PER         *
019900*    REVERSAL LISTED (UP TO THE TABLE LIMIT, WITH A NOTE WHEN *
019910*    THE RUN HELD MORE), ADJUSTMENTS MARKED AS SUCH.          *
019920*-------------------------------------------------------------*
019930 WRITE-REVERSAL-SECTION.
019940     MOVE WS-REVERSAL-COUNT TO WS-RVT-COUNT.
020020     WRITE DIVRPT01-LINE FROM WS-RPT-REVERSED-SUM-LINE
020030         AFTER ADVANCING 1 LINES.
020040     PERFORM CHECK-RPT-FILE-STATUS.
020042     MOVE WS-ADJUSTMENT-COUNT TO WS-ADT-COUNT.
020044     WRITE DIVRPT01-LINE FROM WS-RPT-ADJUSTMENT-TOTAL
020046         AFTER ADVANCING 1 LINES.
020048     PERFORM CHECK-RPT-FILE-STATUS.
020050     WRITE DIVRPT01-LINE FROM WS-RPT-REVERSAL-HDG
020060         AFTER ADVANCING 2 LINES.
020070     PERFORM CHECK-RPT-FILE-STATUS.
020080     ADD 4 TO WS-LINE-COUNT.
020090     PERFORM WRITE-ONE-REVERSAL-LINE
020100         VARYING WS-RVSL-SUB FROM 1 BY 1
020110         UNTIL WS-RVSL-SUB IS GREATER THAN
020270     MOVE WS-RVSL-ORIG-RUN-ID (WS-RVSL-SUB) TO
020280         WS-RVD-ORIG-RUN-ID.
020290     MOVE WS-RVSL-AMOUNT (WS-RVSL-SUB) TO WS-RVD-AMOUNT.
020291     IF WS-RVSL-ADJ-FLAG (WS-RVSL-SUB) IS EQUAL TO "Y"
020292         MOVE "CLOSED-PERIOD ADJUSTMENT" TO WS-RVD-ADJ-TAG
020293     ELSE
020294         MOVE SPACES TO WS-RVD-ADJ-TAG
020295     END-IF.
020300     WRITE DIVRPT01-LINE FROM WS-RPT-REVERSAL-DETAIL
020310         AFTER ADVANCING 1 LINES.
020320     PERFORM CHECK-RPT-FILE-STATUS.
020970             NOT AT END
020980                 IF DIVOVR01-OVERRIDE-YES
020990                     SET WS-OVERRIDE-SUPPLIED TO TRUE
020992                     MOVE DIVOVR01-OPERATOR-ID TO
020994                         WS-OVRD-OPERATOR-ID
021000                 END-IF
021010         END-READ
021020         CLOSE OPERATOR-OVERRIDE-FILE
021060*    CHECK-PRIOR-RUN-HISTORY -- THE DUPLICATE-RUN GUARD.      *
021070*    SCANS THE RUN-HISTORY FILE FOR A COMPLETED ROW (RETURN   *
021080*    CODE BELOW 8) WHOSE RUN-ID CARRIES THIS RUN'S BUSINESS   *
021090*    DATE, OR A PARTITION ROW THAT STOPS THIS RUN (SEE        *
021092*    CHECK-PARTITION-HISTORY). A CHECKPOINT TO RESUME WAIVES  *
021094*    THE GUARD; SO DOES AN OVERRIDE CARD, BUT ONLY WHEN ITS   *
021096*    OPERATOR HOLDS THE OVERRIDE PRIVILEGE, AND THE CHECK IS  *
021100*    LOGGED. OTHERWISE A MATCH REFUSES THE RUN BEFORE         *
021110*    ANYTHING IS POSTED, SAYS WHICH RUN ALREADY COVERED THE   *
021120*    DATE AND ENDS WITH RETURN CODE 2.                        *
021130*-------------------------------------------------------------*
021140 CHECK-PRIOR-RUN-HISTORY.
021150     IF WS-CKPT-FOUND
021160         GO TO CHECK-PRIOR-RUN-HISTORY-EXIT
021170     END-IF.
021180     OPEN INPUT RUN-HISTORY-FILE.
021190     IF WS-RUNH-FILE-STATUS IS EQUAL TO "35"
021200         MOVE "00" TO WS-RUNH-FILE-STATUS
021210         GO TO CHECK-PRIOR-RUN-PARTITIONS
021220     END-IF.
021230     IF WS-RUNH-FILE-STATUS IS NOT EQUAL TO "00"
021240         DISPLAY "CHAP424 -- UNABLE TO OPEN "
021300     PERFORM SCAN-ONE-RUN-HISTORY-ROW
021310         UNTIL WS-RUNH-END-OF-FILE.
021320     CLOSE RUN-HISTORY-FILE.
021321 CHECK-PRIOR-RUN-PARTITIONS.
021322     IF NOT WS-PRIOR-RUN-FOUND
021323         PERFORM CHECK-PARTITION-HISTORY
021324             THRU CHECK-PARTITION-HISTORY-EXIT
021325     END-IF.
021326     IF WS-PRIOR-RUN-FOUND AND WS-OVERRIDE-SUPPLIED
021327         PERFORM CHECK-OVERRIDE-AUTHORITY
021328     END-IF.
021330     IF WS-PRIOR-RUN-FOUND
021340         DISPLAY "CHAP424 -- RUN " WS-PRIOR-RUN-ID
021350             " ALREADY COVERED BUSINESS DATE "
024200*    AFTER THE CUTOVER FROM THE OLD FLAT FILE BOOTSTRAPS      *
024210*    THE DATASET THE SAME WAY CHAP431 BOOTSTRAPS THE RATE     *
024220*    MASTER.                                                  *
024221*    A LIVE PARTITION RUN ONLY READS THE MASTER, WHICH        *
024222*    MUST ALREADY EXIST, AND FILES TO ITS OWN DIVPEXC.        *
024230*-------------------------------------------------------------*
024240 OPEN-EXCEPTION-MASTER.
024241     IF WS-PARTITION-RUN
024242         PERFORM OPEN-PARTITION-EXCEPTION-FILE
024243             THRU OPEN-PARTITION-EXCEPTION-FILE-EXIT
024244         GO TO OPEN-EXCEPTION-MASTER-EXIT
024245     END-IF.
024250     OPEN I-O EXCEPTION-MASTER-FILE.
024260     IF WS-EXCM-FILE-STATUS IS EQUAL TO "35"
024270         OPEN OUTPUT EXCEPTION-MASTER-FILE
024510                 CONTINUE
024520             NOT AT END
024530                 IF DIVBDT01-BUSINESS-DATE IS NUMERIC
024531                     IF DIVBDT01-BUSINESS-DATE IS NOT EQUAL TO
024532                             WS-BUSINESS-DATE
024533                         SET WS-BACKDATE-SUPPLIED TO TRUE
024534                         MOVE DIVBDT01-OPERATOR-ID TO
024535                             WS-BDATE-OPERATOR-ID
024536                     END-IF
024540                     MOVE DIVBDT01-BUSINESS-DATE TO
024550                         WS-BUSINESS-DATE
024560                 END-IF
024570         END-READ
024580         CLOSE BUSINESS-DATE-CARD-FILE
024590     END-IF.
024600*
024610*-------------------------------------------------------------*
024620*    OPEN-SECURITY-FILES -- OPENS THE AUTHORIZATION FILE AND  *
024630*    THE SECURITY LOG FOR THE CARD CHECKS. A MISSING          *
024640*    AUTHORIZATION FILE IS NOT FATAL -- EVERY CHECK IS THEN   *
024650*    REFUSED -- BUT A LOG THAT CANNOT BE WRITTEN IS, SINCE A  *
024660*    PRIVILEGED ACTION MUST NEVER GO UNRECORDED.              *
024661*    A LIVE PARTITION RUN LOGS TO ITS OWN DIVPSEC, WHICH      *
024662*    CHAP452 ADDS TO DIVSECL, SO PARTITIONS RUNNING SIDE BY   *
024663*    SIDE NEVER EXTEND THE SHARED LOG AT ONCE.                *
024670*-------------------------------------------------------------*
024680 OPEN-SECURITY-FILES.
024690     OPEN INPUT OPERATOR-AUTH-FILE.
024700     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
024710         SET WS-OPER-FILE-OPEN TO TRUE
024720     END-IF.
024730     IF WS-PARTITION-RUN AND NOT WS-SIMULATE-RUN
024731         PERFORM OPEN-PARTITION-SECURITY-FILE
024732     ELSE
024733         OPEN EXTEND SECURITY-LOG-FILE
024734         IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
024735             OPEN OUTPUT SECURITY-LOG-FILE
024736         END-IF
024737         IF WS-SECL-FILE-STATUS IS EQUAL TO "00"
024738             SET WS-SECL-FILE-OPEN TO TRUE
024739         ELSE
024740             DISPLAY "CHAP424 -- UNABLE TO OPEN "
024741                 "SECURITY-LOG-FILE, STATUS = "
024742                 WS-SECL-FILE-STATUS
024743             SET WS-FATAL-ABORT TO TRUE
024744         END-IF
024745     END-IF.
024850*
024860 CLOSE-SECURITY-FILES.
024870     IF WS-OPER-FILE-OPEN
024880         CLOSE OPERATOR-AUTH-FILE
024890         MOVE "N" TO WS-OPER-FILE-OPEN-SWITCH
024900     END-IF.
024910     IF WS-SECL-FILE-OPEN
024920         IF WS-PARTITION-RUN AND NOT WS-SIMULATE-RUN
024921             CLOSE PARTITION-SECURITY-FILE
024922         ELSE
024923             CLOSE SECURITY-LOG-FILE
024924         END-IF
024930         MOVE "N" TO WS-SECL-FILE-OPEN-SWITCH
024940     END-IF.
024950*
024960*-------------------------------------------------------------*
024970*    CHECK-RUN-AUTHORITY -- A SIMULATE RUN NEEDS THE OVERRIDE *
024980*    PRIVILEGE FOR THE OPERATOR ON THE PARAMETER CARD, AND A  *
024990*    BUSINESS DATE OTHER THAN TODAY NEEDS THE BACKDATE        *
025000*    PRIVILEGE FOR THE OPERATOR ON THE BUSINESS-DATE CARD.    *
025010*    EITHER REFUSAL REFUSES THE RUN.                          *
025020*-------------------------------------------------------------*
025030 CHECK-RUN-AUTHORITY.
025040     IF WS-SIMULATE-RUN
025050         MOVE WS-PARM-OPERATOR-ID TO WS-SEC-OPERATOR-ID
025060         SET WS-SEC-SIMULATE TO TRUE
025070         MOVE "SIMULATE RUN" TO WS-SEC-DETAIL
025080         PERFORM CHECK-OPERATOR-PRIVILEGE
025090             THRU CHECK-OPERATOR-PRIVILEGE-EXIT
025100         IF NOT WS-PRIV-GRANTED
025110             DISPLAY "CHAP424 -- OPERATOR '" WS-PARM-OPERATOR-ID
025120                 "' NOT AUTHORIZED TO SIMULATE -- NOTHING RUN"
025130             SET WS-AUTH-REFUSED TO TRUE
025140         END-IF
025150     END-IF.
025160     IF WS-BACKDATE-SUPPLIED
025170         MOVE WS-BDATE-OPERATOR-ID TO WS-SEC-OPERATOR-ID
025180         SET WS-SEC-BACKDATE TO TRUE
025190         MOVE SPACES TO WS-SEC-DETAIL
025200         STRING "BACKDATE FROM " DELIMITED BY SIZE
025210                WS-RUN-START-TIMESTAMP(1:8) DELIMITED BY SIZE
025220             INTO WS-SEC-DETAIL
025230         END-STRING
025240         PERFORM CHECK-OPERATOR-PRIVILEGE
025250             THRU CHECK-OPERATOR-PRIVILEGE-EXIT
025260         IF NOT WS-PRIV-GRANTED
025270             DISPLAY "CHAP424 -- OPERATOR '" WS-BDATE-OPERATOR-ID
025280                 "' NOT AUTHORIZED TO BACKDATE TO "
025290                 WS-BUSINESS-DATE " -- NOTHING POSTED"
025300             SET WS-AUTH-REFUSED TO TRUE
025310         END-IF
025320     END-IF.
025330*
025340*-------------------------------------------------------------*
025350*    CHECK-OPERATOR-PRIVILEGE -- GRANTS THE ACTION IN         *
025360*    WS-SEC-ACTION ONLY WHEN WS-SEC-OPERATOR-ID IS ON THE     *
025370*    AUTHORIZATION FILE WITH THE MATCHING PRIVILEGE FLAG SET. *
025380*    A BLANK ID, AN ID NOT ON FILE OR A MISSING FILE IS       *
025390*    REFUSED. SIMULATE IS COVERED BY THE OVERRIDE PRIVILEGE.  *
025400*    EVERY CHECK IS LOGGED.                                   *
025410*-------------------------------------------------------------*
025420 CHECK-OPERATOR-PRIVILEGE.
025430     MOVE "N" TO WS-PRIV-GRANTED-SWITCH.
025440     IF WS-SEC-OPERATOR-ID IS EQUAL TO SPACES
025450             OR NOT WS-OPER-FILE-OPEN
025460         GO TO CHECK-OPERATOR-PRIVILEGE-LOG
025470     END-IF.
025480     MOVE WS-SEC-OPERATOR-ID TO DIVOPA01-OPERATOR-ID.
025490     READ OPERATOR-AUTH-FILE
025500         INVALID KEY
025510             MOVE SPACES TO DIVOPA01-PRIVILEGES
025520     END-READ.
025530     EVALUATE TRUE
025540         WHEN WS-SEC-OVERRIDE OR WS-SEC-SIMULATE
025550             IF DIVOPA01-MAY-OVERRIDE
025560                 SET WS-PRIV-GRANTED TO TRUE
025570             END-IF
025580         WHEN WS-SEC-BACKDATE
025590             IF DIVOPA01-MAY-BACKDATE
025600                 SET WS-PRIV-GRANTED TO TRUE
025610             END-IF
025620     END-EVALUATE.
025630 CHECK-OPERATOR-PRIVILEGE-LOG.
025640     PERFORM WRITE-SECURITY-LOG-RECORD.
025650 CHECK-OPERATOR-PRIVILEGE-EXIT.
025660     EXIT.
025670*
025680 WRITE-SECURITY-LOG-RECORD.
025690     MOVE SPACES TO W010-RECORD.
025691     MOVE WS-RUN-START-TIMESTAMP TO W010-TIMESTAMP.
025692     MOVE "CHAP424"              TO W010-PROGRAM-ID.
025693     MOVE WS-SEC-OPERATOR-ID     TO W010-OPERATOR-ID.
025694     MOVE WS-SEC-ACTION          TO W010-ACTION-CODE.
025695     MOVE WS-BUSINESS-DATE       TO W010-BUSINESS-DATE.
025696     IF WS-PRIV-GRANTED
025697         SET W010-OUTCOME-GRANTED TO TRUE
025698     ELSE
025699         SET W010-OUTCOME-REFUSED TO TRUE
025700     END-IF.
025701     MOVE WS-SEC-DETAIL          TO W010-DETAIL.
025702     IF WS-PARTITION-RUN AND NOT WS-SIMULATE-RUN
025703         WRITE DIVPSC01-RECORD FROM W010-RECORD
025704         IF WS-PSEC-FILE-STATUS IS NOT EQUAL TO "00"
025705             DISPLAY "CHAP424 -- WRITE FAILED ON "
025706                 "PARTITION-SECURITY-FILE, STATUS = "
025707                 WS-PSEC-FILE-STATUS
025708             SET WS-FATAL-ABORT TO TRUE
025709         END-IF
025710     ELSE
025711         WRITE DIVSEC01-RECORD FROM W010-RECORD
025712         IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
025713             DISPLAY "CHAP424 -- WRITE FAILED ON "
025714                 "SECURITY-LOG-FILE, STATUS = "
025715                 WS-SECL-FILE-STATUS
025716             SET WS-FATAL-ABORT TO TRUE
025717         END-IF
025718     END-IF.
025880*
025890*-------------------------------------------------------------*
025895*    CHECK-RELEASED-HOLD -- A TRANSACTION MARKED AS A         *
025900*    RELEASED HOLD POSTS ONLY IF ITS DIVHLD01 ROW (RECORD-ID  *
025905*    PLUS THE RUN THAT HELD IT) SAYS AN ANALYST RELEASED IT   *
025910*    -- OR SAYS EARLIER TODAY'S RUN ALREADY POSTED OR         *
025915*    EXCEPTED IT, WHICH IS A RESTART REPLAYING RECORDS PAST   *
025920*    ITS LAST CHECKPOINT. NO ROW, NO HOLD FILE, A ROW STILL   *
025925*    HELD, REJECTED BY THE ANALYST OR DISPOSED OF BY AN       *
025930*    EARLIER RUN MEANS THE RELEASE IS NOT VALID: IT GOES TO   *
025935*    THE EXCEPTION MASTER AS REASON 07 AND DOES NOT POST.     *
025940*-------------------------------------------------------------*
025945 CHECK-RELEASED-HOLD.
025950     IF NOT WS-HOLD-FILE-OPEN
025955         GO TO CHECK-RELEASED-HOLD-REFUSE
025960     END-IF.
025965     MOVE DIVTRN01-RECORD-ID   TO DIVHLD01-RECORD-ID.
025970     MOVE DIVTRN01-ORIG-RUN-ID TO DIVHLD01-RUN-ID.
025975     READ HELD-REVIEW-FILE
025980         INVALID KEY
025985             GO TO CHECK-RELEASED-HOLD-REFUSE
025990     END-READ.
025995     IF DIVHLD01-STATUS-RELEASED
026000         SET WS-RELEASED-HOLD TO TRUE
026005     END-IF.
026010     IF (DIVHLD01-STATUS-POSTED
026015             OR (DIVHLD01-STATUS-REJECTED
026020             AND DIVHLD01-EXCEPTION-REASON IS NOT EQUAL TO
026025                 SPACES))
026030             AND DIVHLD01-POSTED-RUN-ID(1:8) IS EQUAL TO
026035                 WS-RUN-ID-DATE
026040         SET WS-RELEASED-HOLD TO TRUE
026045     END-IF.
026050     IF WS-RELEASED-HOLD
026055         GO TO CHECK-RELEASED-HOLD-EXIT
026060     END-IF.
026065 CHECK-RELEASED-HOLD-REFUSE.
026070     DISPLAY "CHAP424 -- RELEASE NOT VALID FOR "
026075         DIVTRN01-RECORD-ID " HELD UNDER "
026080         DIVTRN01-ORIG-RUN-ID " -- FILED AS REASON 07".
026085     MOVE "07" TO WS-EXCPT-REASON-CODE.
026090     MOVE ZERO TO W005-QUOTIENT.
026095     PERFORM WRITE-EXCEPTION-RECORD
026100         THRU WRITE-EXCEPTION-RECORD-EXIT.
026160 CHECK-RELEASED-HOLD-EXIT.
026170     EXIT.
026180*
026190*-------------------------------------------------------------*
026200*    CHECK-QUOTIENT-REASONABLE -- MEASURES THE NEW RESULT     *
026210*    AGAINST THE RECORD-ID'S MOST RECENT POSTED (REASON 00)   *
026220*    QUOTIENT FOR THE SAME OPERATION IN DIVHIST (A BLANK      *
026222*    OPERATION CODE IS A DIVIDE) AS A PERCENT CHANGE, AND     *
026230*    FLAGS IT FOR HOLDING WHEN THE CHANGE, EITHER WAY, IS     *
026240*    GREATER THAN THE TOLERANCE ON THE PARAMETER CARD. NO     *
026250*    TOLERANCE, NO HISTORY MASTER OR NO PRIOR POSTING MEANS   *
026260*    NOTHING TO MEASURE AGAINST, AND THE RESULT POSTS AS IT   *
026262*    ALWAYS HAS.                                              *
026270*-------------------------------------------------------------*
026280 CHECK-QUOTIENT-REASONABLE.
026290     MOVE "N" TO WS-HOLD-RESULT-SWITCH.
026300     IF WS-RELEASED-HOLD
026310             OR WS-PARM-TOLERANCE-PCT IS EQUAL TO ZERO
026320             OR NOT WS-HIST-FILE-OPEN
026330         GO TO CHECK-QUOTIENT-REASONABLE-EXIT
026340     END-IF.
026350     MOVE "N" TO WS-PRIOR-QUOT-FOUND-SWITCH.
026352     MOVE W005-OP-CODE TO WS-PRIOR-SCAN-OP.
026354     IF WS-PRIOR-SCAN-OP IS EQUAL TO SPACE
026356         MOVE "D" TO WS-PRIOR-SCAN-OP
026358     END-IF.
026360     MOVE DIVTRN01-RECORD-ID TO DIVHIS01-RECORD-ID.
026370     MOVE LOW-VALUES TO DIVHIS01-TIMESTAMP.
026380     START DIVISION-HISTORY-FILE
026390         KEY IS NOT LESS THAN DIVHIS01-KEY
026400         INVALID KEY
026410             GO TO CHECK-QUOTIENT-REASONABLE-EXIT
026420     END-START.
026430     MOVE "N" TO WS-HIST-SCAN-SWITCH.
026440     PERFORM SCAN-PRIOR-RESULT-ROW
026450         UNTIL WS-HIST-SCAN-DONE.
026460     IF NOT WS-PRIOR-QUOT-FOUND
026470         GO TO CHECK-QUOTIENT-REASONABLE-EXIT
026480     END-IF.
026490     MOVE "N" TO WS-HOLD-PCT-CAP-SWITCH.
026500     MOVE WS-PRIOR-QUOTIENT TO WS-HOLD-BASE.
026510     IF WS-HOLD-BASE IS LESS THAN ZERO
026520         MULTIPLY -1 BY WS-HOLD-BASE
026530     END-IF.
026540     IF WS-HOLD-BASE IS EQUAL TO ZERO
026550         IF W005-QUOTIENT IS EQUAL TO ZERO
026560             MOVE ZERO TO WS-HOLD-PCT-CHANGE
026570         ELSE
026580             SET WS-HOLD-PCT-CAPPED TO TRUE
026590         END-IF
026600     ELSE
026610         COMPUTE WS-HOLD-PCT-CHANGE ROUNDED =
026620             (W005-QUOTIENT - WS-PRIOR-QUOTIENT) * 100
026630                 / WS-HOLD-BASE
026640             ON SIZE ERROR
026650                 SET WS-HOLD-PCT-CAPPED TO TRUE
026660         END-COMPUTE
026670     END-IF.
026680     IF WS-HOLD-PCT-CAPPED
026690         IF W005-QUOTIENT IS LESS THAN WS-PRIOR-QUOTIENT
026700             MOVE -9999999.99 TO WS-HOLD-PCT-CHANGE
026710         ELSE
026720             MOVE 9999999.99 TO WS-HOLD-PCT-CHANGE
026730         END-IF
026740     END-IF.
026750     MOVE WS-HOLD-PCT-CHANGE TO WS-HOLD-PCT-ABS.
026760     IF WS-HOLD-PCT-ABS IS GREATER THAN WS-PARM-TOLERANCE-PCT
026770         SET WS-HOLD-RESULT TO TRUE
026780     END-IF.
026790 CHECK-QUOTIENT-REASONABLE-EXIT.
026800     EXIT.
026810*
026820*-------------------------------------------------------------*
026830*    SCAN-PRIOR-RESULT-ROW -- READS THE NEXT HISTORY ROW IN   *
026840*    KEY SEQUENCE WHILE IT STILL BELONGS TO THE RECORD-ID.    *
026850*    ROWS COME BACK OLDEST FIRST, SO THE LAST POSTED (REASON  *
026860*    00) ROW OF THE SAME OPERATION SEEN IS THE MOST RECENT.   *
026870*-------------------------------------------------------------*
026880 SCAN-PRIOR-RESULT-ROW.
026890     READ DIVISION-HISTORY-FILE NEXT RECORD
026900         AT END
026910             SET WS-HIST-SCAN-DONE TO TRUE
026920         NOT AT END
026930             IF DIVHIS01-RECORD-ID IS NOT EQUAL TO
026940                     DIVTRN01-RECORD-ID
026950                 SET WS-HIST-SCAN-DONE TO TRUE
026960             ELSE
026962                 MOVE DIVHIS01-OP-CODE TO WS-PRIOR-ROW-OP
026964                 IF WS-PRIOR-ROW-OP IS EQUAL TO SPACE
026966                     MOVE "D" TO WS-PRIOR-ROW-OP
026968                 END-IF
026970                 IF DIVHIS01-REASON-CODE IS EQUAL TO "00"
026972                     AND WS-PRIOR-ROW-OP IS EQUAL TO
026974                         WS-PRIOR-SCAN-OP
026980                     SET WS-PRIOR-QUOT-FOUND TO TRUE
026990                     MOVE DIVHIS01-QUOTIENT TO WS-PRIOR-QUOTIENT
027000                     MOVE DIVHIS01-TIMESTAMP TO
027010                         WS-PRIOR-TIMESTAMP
027020                 END-IF
027030             END-IF
027040     END-READ.
027050     IF WS-HIST-FILE-STATUS IS NOT EQUAL TO "00"
027060         SET WS-HIST-SCAN-DONE TO TRUE
027070     END-IF.
027080*
027090*-------------------------------------------------------------*
027100*    WRITE-HELD-RECORD -- FILES A RESULT THE REASONABLENESS   *
027110*    CHECK REFUSED TO POST ON THE HELD-FOR-REVIEW FILE, WITH  *
027120*    THE PRIOR QUOTIENT, THE NEW ONE AND THE PERCENT CHANGE,  *
027130*    AND AUDITS IT AS REASON 07 WITH A ZERO QUOTIENT SO THE   *
027140*    LOG STILL SHOWS EVERY TRANSACTION ATTEMPTED. A TRIAL RUN *
027150*    COUNTS AND LISTS THE HOLD BUT FILES NOTHING.             *
027151*    A LIVE PARTITION RUN FILES THE ROW IN ITS OWN DIVPHLD    *
027152*    DATASET INSTEAD, FOR CHAP452 TO LOAD.                    *
027160*-------------------------------------------------------------*
027170 WRITE-HELD-RECORD.
027180     ADD 1 TO WS-HELD-COUNT.
027190     IF WS-HELD-LISTED-COUNT IS LESS THAN WS-HELD-MAX-LISTED
027200         ADD 1 TO WS-HELD-LISTED-COUNT
027210         MOVE DIVTRN01-RECORD-ID TO
027220             WS-HELD-RECORD-ID (WS-HELD-LISTED-COUNT)
027230         MOVE WS-PRIOR-QUOTIENT TO
027240             WS-HELD-PRIOR-QUOTIENT (WS-HELD-LISTED-COUNT)
027250         MOVE W005-QUOTIENT TO
027260             WS-HELD-QUOTIENT (WS-HELD-LISTED-COUNT)
027270         MOVE WS-HOLD-PCT-CHANGE TO
027280             WS-HELD-PCT-CHANGE (WS-HELD-LISTED-COUNT)
027290     END-IF.
027300     IF WS-SIMULATE-RUN
027310         GO TO WRITE-HELD-RECORD-EXIT
027320     END-IF.
027330     MOVE SPACES TO DIVHLD01-RECORD.
027340     MOVE DIVTRN01-RECORD-ID    TO DIVHLD01-RECORD-ID.
027350     MOVE WS-RUN-ID             TO DIVHLD01-RUN-ID.
027360     MOVE W005-DIVISOR          TO DIVHLD01-DIVISOR.
027370     MOVE W005-DIVIDEND         TO DIVHLD01-DIVIDEND.
027380     MOVE W005-OP-CODE          TO DIVHLD01-OP-CODE.
027390     MOVE W005-DEPT-CODE        TO DIVHLD01-DEPT-CODE.
027400     MOVE W005-QUOTIENT         TO DIVHLD01-QUOTIENT.
027410     MOVE WS-PRIOR-QUOTIENT     TO DIVHLD01-PRIOR-QUOTIENT.
027420     MOVE WS-PRIOR-TIMESTAMP    TO DIVHLD01-PRIOR-TIMESTAMP.
027430     MOVE WS-HOLD-PCT-CHANGE    TO DIVHLD01-PCT-CHANGE.
027440     MOVE WS-PARM-TOLERANCE-PCT TO DIVHLD01-TOLERANCE-PCT.
027450     MOVE WS-BUSINESS-DATE      TO WS-AUD-TMS-DATE.
027460     ACCEPT WS-AUD-FULL-TIME FROM TIME.
027470     MOVE WS-AUD-FULL-TIME(1:6) TO WS-AUD-TMS-TIME.
027480     MOVE WS-AUD-TIMESTAMP      TO DIVHLD01-HELD-TIMESTAMP.
027490     SET DIVHLD01-STATUS-HELD TO TRUE.
027491     IF WS-PARTITION-RUN
027492         PERFORM WRITE-PARTITION-HELD-ROW
027493         IF WS-FATAL-ABORT
027494             GO TO WRITE-HELD-RECORD-EXIT
027495         END-IF
027496         GO TO WRITE-HELD-RECORD-AUDIT
027497     END-IF.
027500     WRITE DIVHLD01-RECORD
027510         INVALID KEY
027520             REWRITE DIVHLD01-RECORD
027530     END-WRITE.
027540     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
027550         DISPLAY "CHAP424 -- WRITE FAILED ON "
027560             "HELD-REVIEW-FILE, STATUS = "
027570             WS-HOLD-FILE-STATUS
027580         SET WS-FATAL-ABORT TO TRUE
027590         SET WS-END-OF-FILE TO TRUE
027600         GO TO WRITE-HELD-RECORD-EXIT
027610     END-IF.
027615 WRITE-HELD-RECORD-AUDIT.
027620     MOVE "07" TO WS-EXCPT-REASON-CODE.
027630     MOVE ZERO TO W005-QUOTIENT.
027640     PERFORM WRITE-AUDIT-RECORD
027650         THRU WRITE-AUDIT-RECORD-EXIT.
027660 WRITE-HELD-RECORD-EXIT.
027670     EXIT.
027680*
027690*-------------------------------------------------------------*
027700*    MARK-HOLD-POSTED -- A RELEASED HOLD HAS JUST POSTED;     *
027710*    ITS HELD ROW IS MARKED POSTED WITH THIS RUN'S ID SO IT   *
027720*    CANNOT BE RELEASED INTO A SECOND POSTING. A ROW ALREADY  *
027730*    MARKED BY THE RUN A RESTART IS REPLAYING IS LEFT AS IT   *
027740*    IS, AND A TRIAL RUN CHANGES NOTHING.                     *
027741*    A LIVE PARTITION RUN FILES THE MARKED ROW IN ITS OWN     *
027742*    DIVPHLD FOR CHAP452 INSTEAD OF REWRITING DIVHOLD.        *
027750*-------------------------------------------------------------*
027760 MARK-HOLD-POSTED.
027770     IF WS-SIMULATE-RUN
027780             OR NOT DIVHLD01-STATUS-RELEASED
027790         GO TO MARK-HOLD-POSTED-EXIT
027800     END-IF.
027810     SET DIVHLD01-STATUS-POSTED TO TRUE.
027820     MOVE WS-RUN-ID TO DIVHLD01-POSTED-RUN-ID.
027822     IF WS-PARTITION-RUN
027824         PERFORM WRITE-PARTITION-HELD-ROW
027826         GO TO MARK-HOLD-POSTED-EXIT
027828     END-IF.
027830     REWRITE DIVHLD01-RECORD.
027840     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
027850         DISPLAY "CHAP424 -- REWRITE FAILED ON "
027860             "HELD-REVIEW-FILE, STATUS = "
027870             WS-HOLD-FILE-STATUS
027880         SET WS-FATAL-ABORT TO TRUE
027890         SET WS-END-OF-FILE TO TRUE
027900     END-IF.
027910 MARK-HOLD-POSTED-EXIT.
027920     EXIT.
027930*
027940*-------------------------------------------------------------*
027950*    CHECK-OVERRIDE-AUTHORITY -- A DUPLICATE-RUN OVERRIDE     *
027960*    CARD IS HONORED ONLY FROM AN OPERATOR HOLDING THE        *
027970*    OVERRIDE PRIVILEGE. WHEN IT IS, THE PRIOR RUN NO LONGER  *
027980*    BLOCKS THIS ONE; OTHERWISE THE CARD IS IGNORED AND THE   *
027990*    GUARD STAYS IN FORCE. EITHER WAY THE CHECK IS LOGGED.    *
028000*-------------------------------------------------------------*
028010 CHECK-OVERRIDE-AUTHORITY.
028020     MOVE WS-OVRD-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
028030     SET WS-SEC-OVERRIDE TO TRUE.
028040     MOVE SPACES TO WS-SEC-DETAIL.
028050     STRING "OVERRIDE OF RUN " DELIMITED BY SIZE
028060            WS-PRIOR-RUN-ID    DELIMITED BY SIZE
028070         INTO WS-SEC-DETAIL
028080     END-STRING.
028090     PERFORM CHECK-OPERATOR-PRIVILEGE
028100         THRU CHECK-OPERATOR-PRIVILEGE-EXIT.
028110     IF WS-PRIV-GRANTED
028120         MOVE "N" TO WS-PRIOR-RUN-FOUND-SWITCH
028130     ELSE
028140         DISPLAY "CHAP424 -- OPERATOR '" WS-OVRD-OPERATOR-ID
028150             "' NOT AUTHORIZED TO OVERRIDE -- CARD IGNORED"
028160     END-IF.
028170*
028180*-------------------------------------------------------------*
028190*    LOOK-UP-RECORD-ID-DESCRIPTION -- FILLS THE DETAIL LINE'S *
028200*    DESCRIPTION FROM THE RECORD-ID MASTER. AN ID NOT ON THE  *
028210*    MASTER, OR NO MASTER AT ALL, LEAVES IT BLANK.            *
028220*-------------------------------------------------------------*
028230 LOOK-UP-RECORD-ID-DESCRIPTION.
028240     MOVE SPACES TO WS-DTL-DESCRIPTION.
028250     IF WS-RIDM-FILE-OPEN
028260         MOVE DIVTRN01-RECORD-ID TO DIVRID01-RECORD-ID
028270         READ RECORD-ID-MASTER-FILE
028280             INVALID KEY
028290                 CONTINUE
028300             NOT INVALID KEY
028310                 MOVE DIVRID01-DESCRIPTION TO WS-DTL-DESCRIPTION
028320         END-READ
028330     END-IF.
028340*
028350*-------------------------------------------------------------*
028360*    CHECK-PARTITION-HISTORY -- THE PARTITION HALF OF THE     *
028370*    DUPLICATE-RUN GUARD. A PARTITION RUN IS STOPPED BY ITS   *
028380*    OWN ROW ALREADY COMPLETE OR CONSOLIDATED; THE OTHER      *
028390*    PARTITIONS OF THE DATE DO NOT CONCERN IT. A WHOLE-FEED   *
028400*    RUN IS STOPPED BY ANY PARTITION OF THE DATE THAT HAS     *
028410*    STARTED POSTING (RUNNING, COMPLETE, FAILED OR            *
028420*    CONSOLIDATED), SINCE THE PARTITIONS ALREADY OWN THE      *
028430*    DATE'S RUN-ID. A PARTITION ONLY SPLIT HAS POSTED NOTHING *
028440*    AND STOPS NOTHING. A MISSING PARTITION STATUS FILE MEANS *
028450*    THE DATE WAS NEVER SPLIT.                                *
028460*-------------------------------------------------------------*
028470 CHECK-PARTITION-HISTORY.
028480     IF WS-PARTITION-RUN
028490         IF WS-PTN-ROW-FINISHED
028500             SET WS-PRIOR-RUN-FOUND TO TRUE
028510             MOVE WS-RUN-ID TO WS-PRIOR-RUN-ID
028520         END-IF
028530         GO TO CHECK-PARTITION-HISTORY-EXIT
028540     END-IF.
028550     OPEN INPUT PARTITION-STATUS-FILE.
028560     IF WS-PSTAT-FILE-STATUS IS EQUAL TO "35"
028570         MOVE "00" TO WS-PSTAT-FILE-STATUS
028580         GO TO CHECK-PARTITION-HISTORY-EXIT
028590     END-IF.
028600     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
028610         DISPLAY "CHAP424 -- UNABLE TO OPEN "
028620             "PARTITION-STATUS-FILE, STATUS = "
028630             WS-PSTAT-FILE-STATUS
028640         SET WS-FATAL-ABORT TO TRUE
028650         GO TO CHECK-PARTITION-HISTORY-EXIT
028660     END-IF.
028670     MOVE WS-RUN-ID-DATE TO DIVPST01-BUSINESS-DATE.
028680     MOVE ZERO TO DIVPST01-PARTITION-NO.
028690     START PARTITION-STATUS-FILE
028700         KEY IS NOT LESS THAN DIVPST01-KEY
028710         INVALID KEY
028720             GO TO CHECK-PARTITION-HISTORY-CLOSE
028730     END-START.
028740     MOVE "N" TO WS-PSTAT-SCAN-SWITCH.
028750     PERFORM SCAN-ONE-PARTITION-ROW
028760         UNTIL WS-PSTAT-SCAN-DONE.
028770 CHECK-PARTITION-HISTORY-CLOSE.
028780     CLOSE PARTITION-STATUS-FILE.
028790 CHECK-PARTITION-HISTORY-EXIT.
028800     EXIT.
028810*
028820 SCAN-ONE-PARTITION-ROW.
028830     READ PARTITION-STATUS-FILE NEXT RECORD
028840         AT END
028850             SET WS-PSTAT-SCAN-DONE TO TRUE
028860         NOT AT END
028870             IF DIVPST01-BUSINESS-DATE IS NOT EQUAL TO
028880                     WS-RUN-ID-DATE
028890                 SET WS-PSTAT-SCAN-DONE TO TRUE
028900             ELSE
028910                 IF NOT DIVPST01-STATUS-SPLIT
028920                     SET WS-PRIOR-RUN-FOUND TO TRUE
028930                     MOVE DIVPST01-RUN-ID TO WS-PRIOR-RUN-ID
028940                 END-IF
028950             END-IF
028960     END-READ.
028970     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
028980         SET WS-PSTAT-SCAN-DONE TO TRUE
028990     END-IF.
029000*
029010*-------------------------------------------------------------*
029020*    NOTE-PARTITION-RECONCILE -- STANDS IN FOR                *
029030*    RECONCILE-CONTROL-TOTALS ON A PARTITION RUN. THE         *
029040*    CONTROL-TOTAL CARD COVERS THE WHOLE FEED, SO THE         *
029050*    RECONCILE WAITS FOR CHAP452, WHICH HOLDS EVERY           *
029060*    PARTITION'S TOTALS.                                      *
029070*-------------------------------------------------------------*
029080 NOTE-PARTITION-RECONCILE.
029090     MOVE "PARTITION RUN -- CONTROL TOTALS RECONCILED BY CHAP452"
029100         TO WS-CTL-RESULT-TEXT.
029110     MOVE "N" TO WS-RUN-BALANCE-FLAG.
029120     WRITE DIVRPT01-LINE FROM WS-RPT-CONTROL-RESULT
029130         AFTER ADVANCING 2 LINES.
029140     PERFORM CHECK-RPT-FILE-STATUS.
029150*
029160*-------------------------------------------------------------*
029170*    READ-PARTITION-STATUS -- A PARTITION RUN READS ITS OWN   *
029171*    ROW OF THE PARTITION STATUS FILE FOR THE BUSINESS DATE.  *
029172*    THE ROW'S RUN-ID REPLACES THE ONE THIS RUN WOULD HAVE    *
029173*    FORMED, SO EVERY PARTITION OF THE DATE POSTS UNDER THE   *
029174*    SAME RUN-ID. NO ROW MEANS CHAP451 NEVER SPLIT THIS       *
029175*    PARTITION FOR THE DATE, WHICH IS FATAL -- THERE IS NO    *
029176*    RUN-ID TO POST UNDER AND NO FEED TO TRUST. EVERY         *
029177*    PARTITION OF THE DATE SHARES THE FILE, SO IT IS OPENED   *
029178*    ONLY FOR EACH READ OR UPDATE AND CLOSED STRAIGHT AFTER.  *
029250*-------------------------------------------------------------*
029260 READ-PARTITION-STATUS.
029270     OPEN INPUT PARTITION-STATUS-FILE.
029280     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
029290         DISPLAY "CHAP424 -- UNABLE TO OPEN "
029300             "PARTITION-STATUS-FILE, STATUS = "
029310             WS-PSTAT-FILE-STATUS
029320         SET WS-FATAL-ABORT TO TRUE
029330         GO TO READ-PARTITION-STATUS-EXIT
029340     END-IF.
029360     MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE.
029370     MOVE WS-PARTITION-NO TO DIVPST01-PARTITION-NO.
029380     READ PARTITION-STATUS-FILE
029390         INVALID KEY
029400             DISPLAY "CHAP424 -- PARTITION " WS-PARTITION-NO
029410                 " WAS NOT SPLIT FOR BUSINESS DATE "
029420                 WS-BUSINESS-DATE " -- NOTHING POSTED"
029430             SET WS-FATAL-ABORT TO TRUE
029440         NOT INVALID KEY
029450             MOVE DIVPST01-RUN-ID TO WS-RUN-ID
029460             MOVE DIVPST01-STATUS TO WS-PTN-ROW-STATUS
029470     END-READ.
029475     CLOSE PARTITION-STATUS-FILE.
029480 READ-PARTITION-STATUS-EXIT.
029490     EXIT.
029500*
029510*-------------------------------------------------------------*
029520*    MARK-PARTITION-RUNNING -- ONCE THE GUARDS HAVE PASSED, A *
029530*    PARTITION RUN TAGS ITS REPORT HEADING WITH THE PARTITION *
029540*    AND RUN-ID AND MARKS ITS STATUS ROW RUNNING, SO A        *
029550*    PARTITION THAT ABENDS FROM HERE ON IS LEFT RUNNING AND   *
029560*    HOLDS UP CONSOLIDATION. THE FIRST ATTEMPT'S START TIME   *
029570*    IS KEPT; A CHECKPOINT RESTART, OR A RERUN OF A PARTITION *
029580*    THAT WAS ALREADY TRIED, IS FLAGGED AS A RESTART.         *
029590*-------------------------------------------------------------*
029600 MARK-PARTITION-RUNNING.
029610     MOVE SPACES TO WS-HDG-TRIAL-TAG.
029620     STRING "*** PARTITION " DELIMITED BY SIZE
029630            WS-PARTITION-NO  DELIMITED BY SIZE
029640            " OF RUN "       DELIMITED BY SIZE
029650            WS-RUN-ID        DELIMITED BY SIZE
029660            " ***"           DELIMITED BY SIZE
029670         INTO WS-HDG-TRIAL-TAG
029680     END-STRING.
029681     OPEN I-O PARTITION-STATUS-FILE.
029682     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
029683         DISPLAY "CHAP424 -- UNABLE TO OPEN "
029684             "PARTITION-STATUS-FILE, STATUS = "
029685             WS-PSTAT-FILE-STATUS
029686         SET WS-FATAL-ABORT TO TRUE
029687         GO TO MARK-PARTITION-RUNNING-EXIT
029688     END-IF.
029690     MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE.
029700     MOVE WS-PARTITION-NO TO DIVPST01-PARTITION-NO.
029710     READ PARTITION-STATUS-FILE
029720         INVALID KEY
029730             CONTINUE
029740     END-READ.
029750     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
029760         DISPLAY "CHAP424 -- READ FAILED ON "
029770             "PARTITION-STATUS-FILE, STATUS = "
029780             WS-PSTAT-FILE-STATUS
029790         SET WS-FATAL-ABORT TO TRUE
029800         GO TO MARK-PARTITION-RUNNING-CLOSE
029810     END-IF.
029820     IF WS-CKPT-FOUND OR WS-PTN-ROW-TRIED
029830         SET DIVPST01-WAS-RESTART TO TRUE
029840     END-IF.
029850     IF DIVPST01-START-TIMESTAMP IS EQUAL TO SPACES
029860         MOVE WS-RUN-START-TIMESTAMP TO DIVPST01-START-TIMESTAMP
029870     END-IF.
029880     SET DIVPST01-STATUS-RUNNING TO TRUE.
029890     REWRITE DIVPST01-RECORD.
029900     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
029910         DISPLAY "CHAP424 -- REWRITE FAILED ON "
029920             "PARTITION-STATUS-FILE, STATUS = "
029930             WS-PSTAT-FILE-STATUS
029940         SET WS-FATAL-ABORT TO TRUE
029950     END-IF.
029955 MARK-PARTITION-RUNNING-CLOSE.
029956     CLOSE PARTITION-STATUS-FILE.
029960 MARK-PARTITION-RUNNING-EXIT.
029970     EXIT.
029980*
029990*-------------------------------------------------------------*
030000*    WRITE-PARTITION-STATUS -- A PARTITION RUN'S END-OF-RUN   *
030010*    RECORD: THE FIGURES AN UNPARTITIONED RUN PUTS ON ITS     *
030020*    DIVRUN01 ROW, PLUS THE QUOTIENT SUM CHAP452 RECONCILES   *
030030*    AGAINST THE CONTROL-TOTAL CARD AND THE EXTRACT COUNT AND *
030040*    SUM IT PROVES THE PARTITION EXTRACT AGAINST, GO ON THE   *
030050*    PARTITION'S STATUS ROW. RETURN CODE 8 MARKS THE          *
030060*    PARTITION FAILED, ANYTHING LOWER COMPLETE.               *
030070*-------------------------------------------------------------*
030080 WRITE-PARTITION-STATUS.
030081     OPEN I-O PARTITION-STATUS-FILE.
030082     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
030083         DISPLAY "CHAP424 -- UNABLE TO OPEN "
030084             "PARTITION-STATUS-FILE, STATUS = "
030085             WS-PSTAT-FILE-STATUS
030086         SET WS-FATAL-ABORT TO TRUE
030087         GO TO WRITE-PARTITION-STATUS-EXIT
030088     END-IF.
030090     MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE.
030100     MOVE WS-PARTITION-NO TO DIVPST01-PARTITION-NO.
030110     READ PARTITION-STATUS-FILE
030120         INVALID KEY
030130             CONTINUE
030140     END-READ.
030150     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
030160         DISPLAY "CHAP424 -- READ FAILED ON "
030170             "PARTITION-STATUS-FILE, STATUS = "
030180             WS-PSTAT-FILE-STATUS
030190         SET WS-FATAL-ABORT TO TRUE
030200         GO TO WRITE-PARTITION-STATUS-CLOSE
030210     END-IF.
030220     MOVE WS-RUN-END-TIMESTAMP   TO DIVPST01-END-TIMESTAMP.
030230     MOVE WS-REC-COUNT           TO DIVPST01-REC-COUNT.
030240     MOVE WS-QUOTIENT-SUM        TO DIVPST01-QUOTIENT-SUM.
030250     MOVE WS-XTR-REC-COUNT       TO DIVPST01-XTR-REC-COUNT.
030260     MOVE WS-XTR-QUOTIENT-SUM    TO DIVPST01-XTR-QUOTIENT-SUM.
030270     MOVE WS-EXC01-COUNT         TO DIVPST01-EXC01-COUNT.
030280     MOVE WS-EXC02-COUNT         TO DIVPST01-EXC02-COUNT.
030290     MOVE WS-EXC-OTHER-WORK      TO DIVPST01-EXC-OTHER-COUNT.
030300     MOVE WS-REVERSAL-COUNT      TO DIVPST01-REVERSAL-COUNT.
030310     MOVE WS-HELD-COUNT          TO DIVPST01-HELD-COUNT.
030320     MOVE WS-FINAL-RETURN-CODE   TO DIVPST01-RETURN-CODE.
030330     IF WS-FINAL-RETURN-CODE IS EQUAL TO 8
030340         SET DIVPST01-STATUS-FAILED TO TRUE
030350     ELSE
030360         SET DIVPST01-STATUS-COMPLETE TO TRUE
030370     END-IF.
030380     REWRITE DIVPST01-RECORD.
030390     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
030400         DISPLAY "CHAP424 -- REWRITE FAILED ON "
030410             "PARTITION-STATUS-FILE, STATUS = "
030420             WS-PSTAT-FILE-STATUS
030430         SET WS-FATAL-ABORT TO TRUE
030440     END-IF.
030445 WRITE-PARTITION-STATUS-CLOSE.
030446     CLOSE PARTITION-STATUS-FILE.
030450 WRITE-PARTITION-STATUS-EXIT.
030460     EXIT.
030470*
030480*-------------------------------------------------------------*
030490*    OPEN-HELD-REVIEW-FILE -- OPENS THE HELD-FOR-REVIEW FILE. *
030500*    A LIVE RUN OPENS IT I-O, CREATING IT EMPTY ON FIRST USE  *
030510*    THE SAME WAY THE EXCEPTION MASTER IS BOOTSTRAPPED. A     *
030520*    TRIAL RUN ONLY NEEDS TO RECOGNIZE RELEASED HOLDS, SO IT  *
030530*    OPENS THE FILE INPUT AND CARRIES ON WITHOUT IT IF IT IS  *
030540*    NOT THERE.                                               *
030541*    A LIVE PARTITION RUN OPENS IT INPUT ONLY, AND IT MUST    *
030542*    ALREADY EXIST; THE RUN FILES ITS HELD ROWS IN DIVPHLD.   *
030550*-------------------------------------------------------------*
030560 OPEN-HELD-REVIEW-FILE.
030570     IF WS-SIMULATE-RUN
030580         OPEN INPUT HELD-REVIEW-FILE
030590         IF WS-HOLD-FILE-STATUS IS EQUAL TO "00"
030600             SET WS-HOLD-FILE-OPEN TO TRUE
030610         END-IF
030620         GO TO OPEN-HELD-REVIEW-FILE-EXIT
030630     END-IF.
030631     IF WS-PARTITION-RUN
030632         PERFORM OPEN-PARTITION-HELD-FILE
030633             THRU OPEN-PARTITION-HELD-FILE-EXIT
030634         GO TO OPEN-HELD-REVIEW-FILE-EXIT
030635     END-IF.
030640     OPEN I-O HELD-REVIEW-FILE.
030650     IF WS-HOLD-FILE-STATUS IS EQUAL TO "35"
030660         OPEN OUTPUT HELD-REVIEW-FILE
030670         CLOSE HELD-REVIEW-FILE
030680         OPEN I-O HELD-REVIEW-FILE
030690     END-IF.
030700     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
030710         DISPLAY "CHAP424 -- UNABLE TO OPEN "
030720             "HELD-REVIEW-FILE, STATUS = "
030730             WS-HOLD-FILE-STATUS
030740         SET WS-FATAL-ABORT TO TRUE
030750         GO TO OPEN-HELD-REVIEW-FILE-EXIT
030760     END-IF.
030770     SET WS-HOLD-FILE-OPEN TO TRUE.
030780 OPEN-HELD-REVIEW-FILE-EXIT.
030790     EXIT.
030800*
030810*-------------------------------------------------------------*
030820*    OPEN-PERIOD-CONTROL-FILE -- OPENS THE PERIOD-CONTROL     *
030830*    FILE FOR KEYED READS. A FILE NOT CREATED YET (STATUS 35) *
030840*    MEANS CHAP443 HAS NEVER CLOSED A MONTH, SO NOTHING IS    *
030850*    LOCKED; ANY OTHER FAILURE IS FATAL RATHER THAN RISK      *
030860*    POSTING INTO A CLOSED MONTH.                             *
030870*-------------------------------------------------------------*
030880 OPEN-PERIOD-CONTROL-FILE.
030890     OPEN INPUT PERIOD-CONTROL-FILE.
030900     IF WS-PERD-FILE-STATUS IS EQUAL TO "00"
030910         SET WS-PERD-FILE-OPEN TO TRUE
030920     ELSE
030930         IF WS-PERD-FILE-STATUS IS NOT EQUAL TO "35"
030940             DISPLAY "CHAP424 -- UNABLE TO OPEN "
030950                 "PERIOD-CONTROL-FILE, STATUS = "
030960                 WS-PERD-FILE-STATUS
030970             SET WS-FATAL-ABORT TO TRUE
030980         END-IF
030990     END-IF.
031000*
031010*-------------------------------------------------------------*
031020*    CHECK-PERIOD-CLOSED -- THE POSTING LOCKOUT. A BUSINESS   *
031030*    DATE IN A MONTH THE PERIOD-CONTROL FILE SHOWS CLOSED     *
031040*    REFUSES THE RUN BEFORE ANYTHING IS POSTED, WHETHER IT IS *
031050*    A BACKDATED RERUN, A RESTART OR CARRIES AN OVERRIDE      *
031060*    CARD. ONLY A CHAP443 REOPEN CARD LETS IT THROUGH.        *
031070*-------------------------------------------------------------*
031080 CHECK-PERIOD-CLOSED.
031090     IF WS-PERD-FILE-OPEN
031100         MOVE WS-BUSINESS-DATE(1:6) TO DIVPER01-PERIOD
031110         READ PERIOD-CONTROL-FILE
031120             INVALID KEY
031130                 CONTINUE
031140             NOT INVALID KEY
031150                 IF DIVPER01-STATUS-CLOSED
031160                     DISPLAY "CHAP424 -- BUSINESS DATE "
031170                         WS-BUSINESS-DATE
031180                         " FALLS IN CLOSED PERIOD "
031190                         DIVPER01-PERIOD " -- NOTHING POSTED"
031200                     SET WS-PERIOD-LOCKED TO TRUE
031210                 END-IF
031220         END-READ
031230     END-IF.
031240*
031250*-------------------------------------------------------------*
031260*    CHECK-ORIG-PERIOD-CLOSED -- SAYS WHETHER THE MONTH OF    *
031270*    THE REVERSAL'S ORIGINATING RUN IS CLOSED.                *
031280*-------------------------------------------------------------*
031290 CHECK-ORIG-PERIOD-CLOSED.
031300     MOVE "N" TO WS-ORIG-PERIOD-SWITCH.
031310     IF WS-PERD-FILE-OPEN
031320         MOVE DIVTRN01-ORIG-RUN-ID(1:6) TO DIVPER01-PERIOD
031330         READ PERIOD-CONTROL-FILE
031340             INVALID KEY
031350                 CONTINUE
031360             NOT INVALID KEY
031370                 IF DIVPER01-STATUS-CLOSED
031380                     SET WS-ORIG-PERIOD-CLOSED TO TRUE
031390                 END-IF
031400         END-READ
031410     END-IF.
031420*
031430*-------------------------------------------------------------*
031440*    WRITE-HELD-SECTION -- THE REPORT'S HELD-FOR-REVIEW       *
031450*    SECTION: THE HELD COUNT, AND ONE LINE PER HOLD LISTED    *
031460*    WITH THE PRIOR QUOTIENT, THE NEW ONE AND THE PERCENT     *
031470*    CHANGE THE ANALYST REVIEWING IT IN CHAP442 WILL SEE.     *
031480*-------------------------------------------------------------*
031490 WRITE-HELD-SECTION.
031500     MOVE WS-HELD-COUNT TO WS-HLT-COUNT.
031510     WRITE DIVRPT01-LINE FROM WS-RPT-HELD-TOTAL
031520         AFTER ADVANCING 1 LINES.
031530     PERFORM CHECK-RPT-FILE-STATUS.
031540     IF WS-HELD-COUNT IS EQUAL TO ZERO
031550         GO TO WRITE-HELD-SECTION-EXIT
031560     END-IF.
031570     WRITE DIVRPT01-LINE FROM WS-RPT-HELD-HDG
031580         AFTER ADVANCING 2 LINES.
031590     PERFORM CHECK-RPT-FILE-STATUS.
031600     WRITE DIVRPT01-LINE FROM WS-RPT-HELD-COL-HDG
031610         AFTER ADVANCING 1 LINES.
031620     PERFORM CHECK-RPT-FILE-STATUS.
031630     ADD 3 TO WS-LINE-COUNT.
031640     PERFORM WRITE-ONE-HELD-LINE
031650         VARYING WS-HELD-SUB FROM 1 BY 1
031660         UNTIL WS-HELD-SUB IS GREATER THAN
031670             WS-HELD-LISTED-COUNT.
031680     IF WS-HELD-COUNT IS GREATER THAN
031690             WS-HELD-LISTED-COUNT
031700         WRITE DIVRPT01-LINE FROM WS-RPT-HELD-CAP-NOTE
031710             AFTER ADVANCING 1 LINES
031720         PERFORM CHECK-RPT-FILE-STATUS
031730     END-IF.
031740 WRITE-HELD-SECTION-EXIT.
031750     EXIT.
031760*
031770 WRITE-ONE-HELD-LINE.
031780     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
031790         PERFORM WRITE-REPORT-HEADINGS
031800     END-IF.
031810     MOVE WS-HELD-RECORD-ID (WS-HELD-SUB) TO WS-HLD-RECORD-ID.
031820     MOVE WS-HELD-PRIOR-QUOTIENT (WS-HELD-SUB) TO
031830         WS-HLD-PRIOR-QUOTIENT.
031840     MOVE WS-HELD-QUOTIENT (WS-HELD-SUB) TO WS-HLD-QUOTIENT.
031850     MOVE WS-HELD-PCT-CHANGE (WS-HELD-SUB) TO
031860         WS-HLD-PCT-CHANGE.
031870     WRITE DIVRPT01-LINE FROM WS-RPT-HELD-DETAIL
031880         AFTER ADVANCING 1 LINES.
031890     PERFORM CHECK-RPT-FILE-STATUS.
031900     ADD 1 TO WS-LINE-COUNT.
031910*
031920*-------------------------------------------------------------*
031930*    MARK-HOLD-EXCEPTED -- A RELEASED HOLD HAS JUST GONE TO   *
031940*    THE EXCEPTION MASTER ON RECOMPUTE. ITS HELD ROW IS       *
031950*    MARKED REJECTED WITH THE EXCEPTION REASON AND THIS       *
031960*    RUN'S ID, SO IT CANNOT BE RELEASED AGAIN AND CHAP426     *
031970*    SETTLES IT LIKE ANY OTHER EXCEPTION. A TRIAL RUN         *
031980*    CHANGES NOTHING.                                         *
031981*    A LIVE PARTITION RUN FILES THE MARKED ROW IN ITS OWN     *
031982*    DIVPHLD FOR CHAP452 INSTEAD OF REWRITING DIVHOLD.        *
031990*-------------------------------------------------------------*
032000 MARK-HOLD-EXCEPTED.
032010     IF WS-SIMULATE-RUN
032020             OR WS-FATAL-ABORT
032030             OR NOT DIVHLD01-STATUS-RELEASED
032040         GO TO MARK-HOLD-EXCEPTED-EXIT
032050     END-IF.
032060     SET DIVHLD01-STATUS-REJECTED TO TRUE.
032070     MOVE WS-EXCPT-REASON-CODE TO DIVHLD01-EXCEPTION-REASON.
032080     MOVE WS-RUN-ID TO DIVHLD01-POSTED-RUN-ID.
032082     IF WS-PARTITION-RUN
032084         PERFORM WRITE-PARTITION-HELD-ROW
032086         GO TO MARK-HOLD-EXCEPTED-EXIT
032088     END-IF.
032090     REWRITE DIVHLD01-RECORD.
032100     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
032110         DISPLAY "CHAP424 -- REWRITE FAILED ON "
032120             "HELD-REVIEW-FILE, STATUS = "
032130             WS-HOLD-FILE-STATUS
032140         SET WS-FATAL-ABORT TO TRUE
032150         SET WS-END-OF-FILE TO TRUE
032160     END-IF.
032170 MARK-HOLD-EXCEPTED-EXIT.
032180     EXIT.
032190*
032200*-------------------------------------------------------------*
032210*    OPEN-PARTITION-EXCEPTION-FILE -- A LIVE PARTITION RUN    *
032220*    OPENS THE SHARED EXCEPTION MASTER INPUT ONLY, SO THE     *
032230*    PARTITIONS RUNNING SIDE BY SIDE NEVER UPDATE IT AT ONCE. *
032240*    THE MASTER MUST ALREADY EXIST -- A PARTITION RUN DOES    *
032250*    NOT CREATE IT. THE RUN FILES ITS EXCEPTIONS IN ITS OWN   *
032260*    DIVPEXC DATASET, WHICH CHAP452 LOADS ONCE EVERY          *
032270*    PARTITION IS COMPLETE. A CHECKPOINT RESTART EXTENDS THE  *
032280*    DATASET THE WAY IT EXTENDS THE AUDIT LOG.                *
032290*-------------------------------------------------------------*
032300 OPEN-PARTITION-EXCEPTION-FILE.
032310     OPEN INPUT EXCEPTION-MASTER-FILE.
032320     IF WS-EXCM-FILE-STATUS IS NOT EQUAL TO "00"
032330         DISPLAY "CHAP424 -- UNABLE TO OPEN "
032340             "EXCEPTION-MASTER-FILE, STATUS = "
032350             WS-EXCM-FILE-STATUS
032360         SET WS-FATAL-ABORT TO TRUE
032370         GO TO OPEN-PARTITION-EXCEPTION-FILE-EXIT
032380     END-IF.
032390     IF WS-CKPT-FOUND
032400         OPEN EXTEND PARTITION-EXCEPTION-FILE
032410     ELSE
032420         OPEN OUTPUT PARTITION-EXCEPTION-FILE
032430     END-IF.
032440     IF WS-PEXC-FILE-STATUS IS NOT EQUAL TO "00"
032450         DISPLAY "CHAP424 -- UNABLE TO OPEN "
032460             "PARTITION-EXCEPTION-FILE, STATUS = "
032470             WS-PEXC-FILE-STATUS
032480         SET WS-FATAL-ABORT TO TRUE
032490     END-IF.
032500 OPEN-PARTITION-EXCEPTION-FILE-EXIT.
032510     EXIT.
032520*
032530*-------------------------------------------------------------*
032540*    OPEN-PARTITION-HELD-FILE -- A LIVE PARTITION RUN OPENS   *
032550*    THE SHARED HELD-FOR-REVIEW FILE INPUT ONLY, TO FIND THE  *
032560*    HOLDS RELEASED TO IT, AND FILES ITS NEW AND CHANGED      *
032570*    HELD ROWS IN ITS OWN DIVPHLD DATASET FOR CHAP452 TO      *
032580*    LOAD. THE FILE MUST ALREADY EXIST.                       *
032590*-------------------------------------------------------------*
032600 OPEN-PARTITION-HELD-FILE.
032610     OPEN INPUT HELD-REVIEW-FILE.
032620     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
032630         DISPLAY "CHAP424 -- UNABLE TO OPEN "
032640             "HELD-REVIEW-FILE, STATUS = "
032650             WS-HOLD-FILE-STATUS
032660         SET WS-FATAL-ABORT TO TRUE
032670         GO TO OPEN-PARTITION-HELD-FILE-EXIT
032680     END-IF.
032690     SET WS-HOLD-FILE-OPEN TO TRUE.
032700     IF WS-CKPT-FOUND
032710         OPEN EXTEND PARTITION-HELD-FILE
032720     ELSE
032730         OPEN OUTPUT PARTITION-HELD-FILE
032740     END-IF.
032750     IF WS-PHLD-FILE-STATUS IS NOT EQUAL TO "00"
032760         DISPLAY "CHAP424 -- UNABLE TO OPEN "
032770             "PARTITION-HELD-FILE, STATUS = "
032780             WS-PHLD-FILE-STATUS
032790         SET WS-FATAL-ABORT TO TRUE
032800     END-IF.
032810 OPEN-PARTITION-HELD-FILE-EXIT.
032820     EXIT.
032830*
032840*-------------------------------------------------------------*
032850*    OPEN-PARTITION-SECURITY-FILE -- A LIVE PARTITION RUN     *
032860*    APPENDS ITS SECURITY ROWS TO ITS OWN DIVPSEC DATASET,    *
032870*    CREATING IT ON FIRST USE. THE DATASET IS NEVER           *
032880*    EMPTIED, SO NO ROW IS LOST TO A RERUN; CHAP452 COPIES    *
032890*    THE BUSINESS DATE'S ROWS TO DIVSECL.                     *
032900*-------------------------------------------------------------*
032910 OPEN-PARTITION-SECURITY-FILE.
032920     OPEN EXTEND PARTITION-SECURITY-FILE.
032930     IF WS-PSEC-FILE-STATUS IS EQUAL TO "35"
032940         OPEN OUTPUT PARTITION-SECURITY-FILE
032950     END-IF.
032960     IF WS-PSEC-FILE-STATUS IS EQUAL TO "00"
032970         SET WS-SECL-FILE-OPEN TO TRUE
032980     ELSE
032990         DISPLAY "CHAP424 -- UNABLE TO OPEN "
033000             "PARTITION-SECURITY-FILE, STATUS = "
033010             WS-PSEC-FILE-STATUS
033020         SET WS-FATAL-ABORT TO TRUE
033030     END-IF.
033040*
033050*-------------------------------------------------------------*
033060*    WRITE-PARTITION-EXCEPTION -- FILES THE EXCEPTION ROW     *
033070*    JUST BUILT IN ITS PARTITION DATASET.                     *
033080*-------------------------------------------------------------*
033090 WRITE-PARTITION-EXCEPTION.
033100     WRITE DIVPEX01-RECORD FROM DIVEXM01-RECORD.
033110     IF WS-PEXC-FILE-STATUS IS NOT EQUAL TO "00"
033120         DISPLAY "CHAP424 -- WRITE FAILED ON "
033130             "PARTITION-EXCEPTION-FILE, STATUS = "
033140             WS-PEXC-FILE-STATUS
033150         SET WS-FATAL-ABORT TO TRUE
033160         SET WS-END-OF-FILE TO TRUE
033170     END-IF.
033180*
033190*-------------------------------------------------------------*
033200*    WRITE-PARTITION-HELD-ROW -- FILES THE NEW OR CHANGED     *
033210*    HELD ROW IN ITS PARTITION DATASET. THE LAST ROW FOR A    *
033220*    KEY IS THE ONE CHAP452 LEAVES ON DIVHOLD.                *
033230*-------------------------------------------------------------*
033240 WRITE-PARTITION-HELD-ROW.
033250     WRITE DIVPHL01-RECORD FROM DIVHLD01-RECORD.
033260     IF WS-PHLD-FILE-STATUS IS NOT EQUAL TO "00"
033270         DISPLAY "CHAP424 -- WRITE FAILED ON "
033280             "PARTITION-HELD-FILE, STATUS = "
033290             WS-PHLD-FILE-STATUS
033300         SET WS-FATAL-ABORT TO TRUE
033310         SET WS-END-OF-FILE TO TRUE
033320     END-IF.

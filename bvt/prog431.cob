000160*                         ONE CARD INSTEAD OF A REGENERATED
000170*                         TRANSACTION FEED. A MISSING MASTER IS
000180*                         CREATED EMPTY ON FIRST USE.
000181*        2026-10-15 RLW   MAKER/CHECKER. CHAP439 NOW FILES THE
000182*                         CARDS ON THE DIVRPEND PENDING FILE AND
000183*                         A SECOND OPERATOR APPROVES OR REJECTS
000184*                         EACH ON CHAP440. THIS RUN APPLIES ONLY
000185*                         THE APPROVED CHANGES, MARKS EACH ONE
000186*                         APPLIED OR FAILED AND PRINTS WHO
000187*                         PROPOSED AND APPROVED IT. A BLANK OR
000188*                         SELF-APPROVAL IS REFUSED.
000190*
000200 ENVIRONMENT DIVISION.
000210*
000240 INPUT-OUTPUT SECTION.
000250*
000260 FILE-CONTROL.
000270     SELECT PENDING-RATE-CHANGE-FILE ASSIGN TO "DIVRPEND"
000280         ORGANIZATION IS INDEXED
000282         ACCESS MODE IS SEQUENTIAL
000284         RECORD KEY IS DIVRPC01-KEY
000290         FILE STATUS IS WS-PEND-FILE-STATUS.
000300*
000310     SELECT DIVISION-RATE-FILE ASSIGN TO "DIVRATE"
000320         ORGANIZATION IS INDEXED
000420 FILE SECTION.
000430*
000440*-------------------------------------------------------------*
000450*    PENDING-RATE-CHANGE-FILE -- PROPOSED CHANGES AND THEIR   *
000455*    APPROVALS, READ IN KEY ORDER AND MARKED AS APPLIED       *
000460*-------------------------------------------------------------*
000470 FD  PENDING-RATE-CHANGE-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY DIVRPC01.
000500*
000510*-------------------------------------------------------------*
000520*    DIVISION-RATE-FILE -- THE INDEXED DIVISOR RATE MASTER    *
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690 77  WS-PEND-FILE-STATUS               PIC X(02) VALUE "00".
000700*
000710 77  WS-RATE-FILE-STATUS               PIC X(02) VALUE "00".
000720*
000780 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
000790         88  WS-FATAL-ABORT                            VALUE "Y".
000800*
000810 77  WS-APPROVED-READ-COUNT            PIC 9(05) COMP
000820                                            VALUE ZERO.
000830*
000832 77  WS-AWAITING-COUNT                 PIC 9(05) COMP
000834                                            VALUE ZERO.
000836*
000840 77  WS-APPLIED-COUNT                  PIC 9(05) COMP
000850                                            VALUE ZERO.
000860*
001150             VALUE "DIVISOR RATE MASTER MAINTENANCE REPORT".
001160*
001170 01  WS-RPT-HDG-3.
001180         05  FILLER                    PIC X(28)
001190             VALUE "AC CODE EFFECTIVE       RATE".
001200         05  FILLER                    PIC X(52)
001210             VALUE "EXPIRY   PROPOSED APPROVED RESULT".
001220*
001230 01  WS-RPT-DETAIL.
001240         05  WS-DTL-ACTION-CODE        PIC X(01).
001310         05  FILLER                    PIC X(01) VALUE SPACES.
001320         05  WS-DTL-EXPIRY-DATE        PIC X(08).
001330         05  FILLER                    PIC X(01) VALUE SPACES.
001332         05  WS-DTL-PROPOSER-ID        PIC X(08).
001334         05  FILLER                    PIC X(01) VALUE SPACES.
001336         05  WS-DTL-APPROVER-ID        PIC X(08).
001338         05  FILLER                    PIC X(01) VALUE SPACES.
001340         05  WS-DTL-RESULT             PIC X(25).
001360*
001370 01  WS-RPT-TOTAL-LINE.
001380         05  WS-TOT-CAPTION            PIC X(20).
001420 PROCEDURE DIVISION.
001430*
001440*-------------------------------------------------------------*
001450*    MAIN-LINE-LOGIC -- APPLIES EVERY APPROVED CHANGE IN KEY  *
001460*    ORDER, THEN SETS THE BATCH RETURN CODE: 0 MEANS EVERY    *
001470*    APPROVED CHANGE APPLIED, 4 MEANS SOME WERE REPORTED IN   *
001480*    ERROR AND NOT APPLIED, 8 MEANS A FATAL ERROR. CHANGES    *
001485*    STILL AWAITING A DECISION ARE COUNTED, NOT ERRORS.       *
001490*-------------------------------------------------------------*
001500 MAIN-LINE-LOGIC.
001510     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
001530         MOVE 8 TO RETURN-CODE
001540         GO TO MAIN-LINE-LOGIC-EXIT
001550     END-IF.
001560     PERFORM APPLY-ONE-PENDING-CHANGE
001570             THRU APPLY-ONE-PENDING-CHANGE-EXIT
001580         UNTIL WS-END-OF-FILE.
001590     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
001600     IF WS-FATAL-ABORT
001700     STOP RUN.
001710*
001720*-------------------------------------------------------------*
001730*    INITIALIZE-RUN -- OPENS THE PENDING FILE AND THE REPORT, *
001740*    THEN THE RATE MASTER I-O. A MASTER THAT DOES NOT EXIST   *
001750*    YET (STATUS 35) IS CREATED EMPTY AND REOPENED, SO THE    *
001760*    VERY FIRST MAINTENANCE RUN BOOTSTRAPS THE FILE.          *
001770*-------------------------------------------------------------*
001780 INITIALIZE-RUN.
001790     OPEN I-O PENDING-RATE-CHANGE-FILE.
001800     IF WS-PEND-FILE-STATUS IS NOT EQUAL TO "00"
001810         DISPLAY "CHAP431 -- UNABLE TO OPEN "
001820             "PENDING-RATE-CHANGE-FILE, STATUS = "
001830             WS-PEND-FILE-STATUS
001840         SET WS-FATAL-ABORT TO TRUE
001850         GO TO INITIALIZE-RUN-EXIT
001860     END-IF.
002090     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002100     MOVE ZERO TO WS-PAGE-NO.
002110     PERFORM WRITE-REPORT-HEADINGS.
002120     PERFORM READ-PENDING-CHANGE.
002130 INITIALIZE-RUN-EXIT.
002140     EXIT.
002150*
002160 READ-PENDING-CHANGE.
002170     READ PENDING-RATE-CHANGE-FILE
002180         AT END
002190             SET WS-END-OF-FILE TO TRUE
002200     END-READ.
002500     MOVE 3 TO WS-LINE-COUNT.
002510*
002520*-------------------------------------------------------------*
002530*    APPLY-ONE-PENDING-CHANGE -- APPLIES ONE APPROVED CHANGE. *
002535*    A CHANGE STILL PENDING IS COUNTED AND LEFT FOR CHAP440;  *
002540*    REJECTED AND ALREADY SETTLED CHANGES ARE PASSED OVER.    *
002545*    AN APPROVED CHANGE WHOSE APPROVER IS BLANK OR THE SAME   *
002550*    OPERATOR WHO PROPOSED IT IS REFUSED. AN ADD WRITES A NEW *
002555*    RATE ROW; AN EXPIRE READS THE NAMED ROW, STAMPS ITS      *
002560*    EXPIRY DATE AND STATUS AND REWRITES IT. EVERY APPROVED   *
002563*    CHANGE PRINTS ONE REPORT LINE WITH ITS RESULT AND IS     *
002566*    MARKED APPLIED OR FAILED SO IT IS NEVER APPLIED TWICE.   *
002570*-------------------------------------------------------------*
002580 APPLY-ONE-PENDING-CHANGE.
002582     IF DIVRPC01-STATUS-PENDING
002583         ADD 1 TO WS-AWAITING-COUNT
002584     END-IF.
002585     IF NOT DIVRPC01-STATUS-APPROVED
002586         GO TO APPLY-ONE-PENDING-CHANGE-NEXT
002587     END-IF.
002590     ADD 1 TO WS-APPROVED-READ-COUNT.
002600     MOVE DIVRPC01-ACTION-CODE TO WS-DTL-ACTION-CODE.
002610     MOVE DIVRPC01-RATE-CODE   TO WS-DTL-RATE-CODE.
002620     MOVE DIVRPC01-EFF-DATE    TO WS-DTL-EFF-DATE.
002630     IF DIVRPC01-RATE IS NUMERIC
002640         MOVE DIVRPC01-RATE TO WS-DTL-RATE
002650     ELSE
002660         MOVE ZERO TO WS-DTL-RATE
002670     END-IF.
002680     MOVE DIVRPC01-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE.
002682     MOVE DIVRPC01-PROPOSER-ID TO WS-DTL-PROPOSER-ID.
002684     MOVE DIVRPC01-APPROVER-ID TO WS-DTL-APPROVER-ID.
002686     MOVE SPACES TO WS-DTL-RESULT.
002690     EVALUATE TRUE
002691         WHEN DIVRPC01-APPROVER-ID IS EQUAL TO SPACES
002692                 OR DIVRPC01-APPROVER-ID IS EQUAL TO
002693                     DIVRPC01-PROPOSER-ID
002694             ADD 1 TO WS-ERROR-COUNT
002695             MOVE "APPROVER NOT INDEPENDENT" TO WS-DTL-RESULT
002700         WHEN DIVRPC01-ACTION-ADD
002710             PERFORM APPLY-ADD-CARD
002720                 THRU APPLY-ADD-CARD-EXIT
002730         WHEN DIVRPC01-ACTION-EXPIRE
002740             PERFORM APPLY-EXPIRE-CARD
002750                 THRU APPLY-EXPIRE-CARD-EXIT
002760         WHEN OTHER
002770             ADD 1 TO WS-ERROR-COUNT
002780             MOVE "INVALID ACTION CODE" TO WS-DTL-RESULT
002790     END-EVALUATE.
002792     IF NOT WS-FATAL-ABORT
002794         PERFORM MARK-CHANGE-SETTLED
002796     END-IF.
002800     PERFORM WRITE-ACTION-LINE.
002807 APPLY-ONE-PENDING-CHANGE-NEXT.
002810     PERFORM READ-PENDING-CHANGE.
002820 APPLY-ONE-PENDING-CHANGE-EXIT.
002830     EXIT.
002840*
002850*-------------------------------------------------------------*
002860*    APPLY-ADD-CARD -- WRITES A NEW RATE ROW. THE CHANGE MUST *
002870*    CARRY A NUMERIC NON-ZERO RATE AND A NUMERIC EFFECTIVE    *
002880*    DATE; A ROW ALREADY ON FILE FOR THE SAME CODE AND        *
002890*    EFFECTIVE DATE IS REPORTED, NOT OVERWRITTEN.             *
002900*-------------------------------------------------------------*
002910 APPLY-ADD-CARD.
002920     IF DIVRPC01-RATE IS NOT NUMERIC
002930             OR DIVRPC01-RATE IS EQUAL TO ZERO
002940         ADD 1 TO WS-ERROR-COUNT
002950         MOVE "RATE MISSING OR ZERO" TO WS-DTL-RESULT
002960         GO TO APPLY-ADD-CARD-EXIT
002970     END-IF.
002980     IF DIVRPC01-EFF-DATE IS NOT NUMERIC
002990         ADD 1 TO WS-ERROR-COUNT
003000         MOVE "EFFECTIVE DATE INVALID" TO WS-DTL-RESULT
003010         GO TO APPLY-ADD-CARD-EXIT
003020     END-IF.
003030     MOVE SPACES TO DIVRAT01-RECORD.
003040     MOVE DIVRPC01-RATE-CODE   TO DIVRAT01-RATE-CODE.
003050     MOVE DIVRPC01-EFF-DATE    TO DIVRAT01-EFF-DATE.
003060     MOVE DIVRPC01-RATE        TO DIVRAT01-RATE.
003070     MOVE DIVRPC01-EXPIRY-DATE TO DIVRAT01-EXPIRY-DATE.
003080     SET DIVRAT01-STATUS-ACTIVE TO TRUE.
003090     WRITE DIVRAT01-RECORD
003100         INVALID KEY
003260     EXIT.
003270*
003280*-------------------------------------------------------------*
003290*    APPLY-EXPIRE-CARD -- READS THE ROW THE CHANGE NAMES BY   *
003300*    CODE PLUS EFFECTIVE DATE, STAMPS THE EXPIRY DATE AND     *
003310*    THE EXPIRED STATUS AND REWRITES IT IN PLACE.             *
003320*-------------------------------------------------------------*
003330 APPLY-EXPIRE-CARD.
003340     IF DIVRPC01-EXPIRY-DATE IS NOT NUMERIC
003350         ADD 1 TO WS-ERROR-COUNT
003360         MOVE "EXPIRY DATE INVALID" TO WS-DTL-RESULT
003370         GO TO APPLY-EXPIRE-CARD-EXIT
003380     END-IF.
003390     MOVE DIVRPC01-RATE-CODE TO DIVRAT01-RATE-CODE.
003400     MOVE DIVRPC01-EFF-DATE  TO DIVRAT01-EFF-DATE.
003410     READ DIVISION-RATE-FILE
003420         INVALID KEY
003430             ADD 1 TO WS-ERROR-COUNT
003520         SET WS-END-OF-FILE TO TRUE
003530         GO TO APPLY-EXPIRE-CARD-EXIT
003540     END-IF.
003550     MOVE DIVRPC01-EXPIRY-DATE TO DIVRAT01-EXPIRY-DATE.
003560     SET DIVRAT01-STATUS-EXPIRED TO TRUE.
003570     REWRITE DIVRAT01-RECORD
003580         INVALID KEY
003830     ADD 1 TO WS-LINE-COUNT.
003840*
003850*-------------------------------------------------------------*
003860*    TERMINATE-RUN -- PRINTS THE CHANGE TOTALS AND CLOSES ALL *
003870*    OPEN FILES. APPROVED CHANGES ALWAYS EQUALS APPLIED PLUS  *
003880*    IN ERROR.                                                *
003890*-------------------------------------------------------------*
003900 TERMINATE-RUN.
003910     MOVE "APPROVED CHANGES:   " TO WS-TOT-CAPTION.
003920     MOVE WS-APPROVED-READ-COUNT TO WS-TOT-COUNT.
003930     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
003940         AFTER ADVANCING 2 LINES.
003950     PERFORM CHECK-RPT-FILE-STATUS.
003960     MOVE "CHANGES APPLIED:    " TO WS-TOT-CAPTION.
003970     MOVE WS-APPLIED-COUNT TO WS-TOT-COUNT.
003980     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
003990         AFTER ADVANCING 1 LINES.
004000     PERFORM CHECK-RPT-FILE-STATUS.
004010     MOVE "CHANGES IN ERROR:   " TO WS-TOT-CAPTION.
004020     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
004030     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
004040         AFTER ADVANCING 1 LINES.
004050     PERFORM CHECK-RPT-FILE-STATUS.
004052     MOVE "AWAITING APPROVAL:  " TO WS-TOT-CAPTION.
004054     MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT.
004056     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
004058         AFTER ADVANCING 1 LINES.
004059     PERFORM CHECK-RPT-FILE-STATUS.
004060     CLOSE PENDING-RATE-CHANGE-FILE.
004070     CLOSE DIVISION-RATE-FILE.
004080     CLOSE MAINT-REPORT-FILE.
004090 TERMINATE-RUN-EXIT.
004100     EXIT.
004110*
004120*-------------------------------------------------------------*
004130*    MARK-CHANGE-SETTLED -- REWRITES THE PENDING ROW AS       *
004140*    APPLIED WHEN THE MASTER TOOK THE CHANGE AND AS FAILED    *
004150*    OTHERWISE, WITH THIS RUN'S DATE.                         *
004160*-------------------------------------------------------------*
004170 MARK-CHANGE-SETTLED.
004180     IF WS-DTL-RESULT IS EQUAL TO "ADDED"
004190             OR WS-DTL-RESULT IS EQUAL TO "EXPIRED"
004200         SET DIVRPC01-STATUS-APPLIED TO TRUE
004210     ELSE
004220         SET DIVRPC01-STATUS-FAILED TO TRUE
004230     END-IF.
004240     MOVE WS-RUN-DATE TO DIVRPC01-APPLIED-DATE.
004250     REWRITE DIVRPC01-RECORD
004260         INVALID KEY
004270             CONTINUE
004280     END-REWRITE.
004290     IF WS-PEND-FILE-STATUS IS NOT EQUAL TO "00"
004300         DISPLAY "CHAP431 -- REWRITE FAILED ON "
004310             "PENDING-RATE-CHANGE-FILE, STATUS = "
004320             WS-PEND-FILE-STATUS
004330         SET WS-FATAL-ABORT TO TRUE
004340         SET WS-END-OF-FILE TO TRUE
004350     END-IF.

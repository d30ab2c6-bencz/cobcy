000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP442.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. APPLIES THE ANALYST'S DIVRVW01
000120*                         REVIEW CARDS TO THE DIVHLD01 RESULTS
000130*                         CHAP424'S REASONABLENESS CHECK HELD. A
000140*                         RELEASE MARKS THE HOLD RELEASED AND CUTS
000150*                         A DIVTRN01 RECORD, MARKED AS A RELEASED
000160*                         HOLD, READY TO BE CONCATENATED INTO THE
000170*                         NEXT CHAP424 TRANSACTION FILE, WHERE IT
000180*                         POSTS WITHOUT BEING CHECKED AGAIN. A
000190*                         REJECT MARKS THE HOLD REJECTED AND ADDS
000200*                         IT TO THE DIVEXM01 EXCEPTION MASTER AS
000210*                         AN OPEN REASON 07 EXCEPTION FOR CHAP426.
000220*                         PRINTS AN ACTION REPORT AND LISTS EVERY
000230*                         RESULT STILL AWAITING REVIEW.
000231*        2026-10-15 RLW   A REJECT WHOSE EXCEPTION IS ALREADY
000233*                         ON THE MASTER IS REFUSED INSTEAD OF
000235*                         OVERWRITING THE ROW ON FILE.
000240*
000250 ENVIRONMENT DIVISION.
000260*
000270 CONFIGURATION SECTION.
000280*
000290 INPUT-OUTPUT SECTION.
000300*
000310 FILE-CONTROL.
000320     SELECT REVIEW-CARD-FILE ASSIGN TO "DIVHRVW"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CARD-FILE-STATUS.
000350*
000360     SELECT HELD-REVIEW-FILE ASSIGN TO "DIVHOLD"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DIVHLD01-KEY
000400         FILE STATUS IS WS-HOLD-FILE-STATUS.
000410*
000420     SELECT EXCEPTION-MASTER-FILE ASSIGN TO "DIVEXCM"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS DIVEXM01-KEY
000460         FILE STATUS IS WS-EXCM-FILE-STATUS.
000470*
000480     SELECT RELEASE-TRANS-FILE ASSIGN TO "DIVRLSE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RLSE-FILE-STATUS.
000510*
000520     SELECT REVIEW-REPORT-FILE ASSIGN TO PRINTER
000530         FILE STATUS IS WS-RPT-FILE-STATUS.
000540*
000550 DATA DIVISION.
000560*
000570 FILE SECTION.
000580*
000590*-------------------------------------------------------------*
000600*    REVIEW-CARD-FILE -- ANALYST-KEYED REVIEW DECISIONS, ONE  *
000610*    CARD PER HELD RESULT TO BE RELEASED OR REJECTED.         *
000620*-------------------------------------------------------------*
000630 FD  REVIEW-CARD-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DIVRVW01.
000660*
000670*-------------------------------------------------------------*
000680*    HELD-REVIEW-FILE -- THE INDEXED DIVHLD01 HELD-FOR-REVIEW *
000690*    FILE CHAP424 ADDS TO. EACH CARD READS ITS ROW BY KEY AND *
000700*    REWRITES IT WITH THE DECISION; THE ROWS STILL HELD ARE   *
000710*    THEN WALKED IN KEY ORDER FOR THE LISTING.                *
000720*-------------------------------------------------------------*
000730 FD  HELD-REVIEW-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DIVHLD01.
000760*
000770*-------------------------------------------------------------*
000780*    EXCEPTION-MASTER-FILE -- THE KEYED DIVEXM01 EXCEPTION    *
000790*    MASTER. A REJECTED HOLD IS ADDED OPEN UNDER THE KEY OF   *
000800*    THE RUN THAT HELD IT.                                    *
000810*-------------------------------------------------------------*
000820 FD  EXCEPTION-MASTER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DIVEXM01.
000850*
000860*-------------------------------------------------------------*
000870*    RELEASE-TRANS-FILE -- RELEASED HOLDS IN THE SAME         *
000880*    DIVTRN01 LAYOUT THE UPSTREAM FEED SUPPLIES, READY TO BE  *
000890*    CONCATENATED INTO THE NEXT CHAP424 TRANSACTION FILE.     *
000900*-------------------------------------------------------------*
000910 FD  RELEASE-TRANS-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DIVTRN01.
000940*
000950*-------------------------------------------------------------*
000960*    REVIEW-REPORT-FILE -- PRINTED ACTION REPORT: ONE LINE    *
000970*    PER CARD WITH WHAT WAS DONE, THEN THE RESULTS STILL      *
000980*    HELD FOR REVIEW.                                         *
000990*-------------------------------------------------------------*
001000 FD  REVIEW-REPORT-FILE
001010     LABEL RECORDS ARE OMITTED
001020     RECORD CONTAINS 80 CHARACTERS.
001030*
001040 01  DIVRPT01-LINE                        PIC X(80).
001050*
001060 WORKING-STORAGE SECTION.
001070*
001080 77  WS-CARD-FILE-STATUS               PIC X(02) VALUE "00".
001090*
001100 77  WS-HOLD-FILE-STATUS               PIC X(02) VALUE "00".
001110*
001120 77  WS-EXCM-FILE-STATUS               PIC X(02) VALUE "00".
001130*
001140 77  WS-RLSE-FILE-STATUS               PIC X(02) VALUE "00".
001150*
001160 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
001170*
001180 77  WS-CARD-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
001190         88  WS-CARD-FILE-OPEN                        VALUE "Y".
001200*
001210 77  WS-CARD-EOF-SWITCH                PIC X(01) VALUE "N".
001220         88  WS-CARD-END-OF-FILE                      VALUE "Y".
001230*
001240 77  WS-HOLD-EOF-SWITCH                PIC X(01) VALUE "N".
001250         88  WS-HOLD-END-OF-FILE                      VALUE "Y".
001260*
001270 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001280         88  WS-FATAL-ABORT                            VALUE "Y".
001290*
001292 77  WS-CARD-REFUSED-SWITCH            PIC X(01) VALUE "N".
001294         88  WS-CARD-REFUSED                          VALUE "Y".
001296*
001300 77  WS-CARD-READ-COUNT                PIC 9(05) COMP
001310                                            VALUE ZERO.
001320*
001330 77  WS-RELEASED-COUNT                 PIC 9(05) COMP
001340                                            VALUE ZERO.
001350*
001360 77  WS-REJECTED-COUNT                 PIC 9(05) COMP
001370                                            VALUE ZERO.
001380*
001390 77  WS-CARD-ERROR-COUNT               PIC 9(05) COMP
001400                                            VALUE ZERO.
001410*
001420 77  WS-STILL-HELD-COUNT               PIC 9(05) COMP
001430                                            VALUE ZERO.
001440*
001450 77  WS-PAGE-NO                        PIC 9(03) COMP
001460                                            VALUE ZERO.
001470*
001480 77  WS-LINE-COUNT                     PIC 9(03) COMP
001490                                            VALUE ZERO.
001500*
001510 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001520                                            VALUE 20.
001530*
001540 01  WS-RUN-DATE                       PIC X(08).
001550*
001560 01  WS-RUN-TIME                       PIC X(08).
001570*
001580 01  WS-REVIEW-TIMESTAMP.
001590         05  WS-RVW-TMS-DATE               PIC X(08).
001600         05  WS-RVW-TMS-TIME               PIC X(06).
001610*
001620*-------------------------------------------------------------*
001630*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
001640*-------------------------------------------------------------*
001650 01  WS-RPT-HDG-1.
001660         05  FILLER                    PIC X(15)
001670                                        VALUE "CHAP442  DATE ".
001680         05  WS-HDG-RUN-DATE           PIC X(08).
001690         05  FILLER                    PIC X(10) VALUE SPACES.
001700         05  FILLER                    PIC X(05) VALUE "PAGE ".
001710         05  WS-HDG-PAGE-NO            PIC ZZ9.
001720         05  FILLER                    PIC X(37) VALUE SPACES.
001730*
001740 01  WS-RPT-HDG-2.
001750         05  FILLER                    PIC X(80)
001760             VALUE "HELD RESULT REVIEW ACTION REPORT".
001770*
001780 01  WS-RPT-HDG-3.
001790         05  FILLER                    PIC X(29)
001800             VALUE "RECORD-ID   HELD RUN-ID   A  ".
001810         05  FILLER                    PIC X(51)
001820             VALUE "ANALYST     PCT CHANGE  DISPOSITION".
001830*
001840 01  WS-RPT-DETAIL.
001850         05  WS-DTL-RECORD-ID          PIC X(10).
001860         05  FILLER                    PIC X(02) VALUE SPACES.
001870         05  WS-DTL-RUN-ID             PIC X(12).
001880         05  FILLER                    PIC X(02) VALUE SPACES.
001890         05  WS-DTL-ACTION-CODE        PIC X(01).
001900         05  FILLER                    PIC X(02) VALUE SPACES.
001910         05  WS-DTL-ANALYST-ID         PIC X(08).
001920         05  FILLER                    PIC X(01) VALUE SPACES.
001930         05  WS-DTL-PCT-CHANGE         PIC -Z,ZZZ,ZZ9.99.
001940         05  FILLER                    PIC X(02) VALUE SPACES.
001950         05  WS-DTL-DISPOSITION        PIC X(17).
001960         05  FILLER                    PIC X(10) VALUE SPACES.
001970*
001980 01  WS-RPT-HELD-HDG.
001990         05  FILLER                    PIC X(80)
002000             VALUE "RESULTS STILL HELD FOR REVIEW".
002010*
002020 01  WS-RPT-HELD-COL-HDG.
002030         05  FILLER                    PIC X(37)
002040             VALUE "RECORD-ID   HELD RUN-ID    PRIOR QUOT".
002050         05  FILLER                    PIC X(43)
002060             VALUE "     NEW QUOT     PCT CHANGE".
002070*
002080 01  WS-RPT-HELD-DETAIL.
002090         05  WS-HLD-RECORD-ID          PIC X(10).
002100         05  FILLER                    PIC X(02) VALUE SPACES.
002110         05  WS-HLD-RUN-ID             PIC X(12).
002120         05  FILLER                    PIC X(02) VALUE SPACES.
002130         05  WS-HLD-PRIOR-QUOTIENT     PIC -ZZZZ9.9999.
002140         05  FILLER                    PIC X(02) VALUE SPACES.
002150         05  WS-HLD-QUOTIENT           PIC -ZZZZ9.9999.
002160         05  FILLER                    PIC X(02) VALUE SPACES.
002170         05  WS-HLD-PCT-CHANGE         PIC -Z,ZZZ,ZZ9.99.
002180         05  FILLER                    PIC X(15) VALUE SPACES.
002190*
002200 01  WS-RPT-TOTAL-LINE.
002210         05  WS-TOT-CAPTION            PIC X(20).
002220         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
002230         05  FILLER                    PIC X(53) VALUE SPACES.
002240*
002250 PROCEDURE DIVISION.
002260*
002270*-------------------------------------------------------------*
002280*    MAIN-LINE-LOGIC -- APPLIES ONE REVIEW CARD AT A TIME     *
002290*    UNTIL THE DECK IS EXHAUSTED, LISTS WHAT IS STILL HELD,   *
002300*    THEN SETS THE BATCH RETURN CODE: 0 MEANS EVERY CARD WAS  *
002310*    APPLIED AND NOTHING IS LEFT HELD, 4 MEANS A CARD WAS     *
002320*    REFUSED OR RESULTS STILL AWAIT REVIEW, 8 MEANS A FATAL   *
002330*    ERROR.                                                   *
002340*-------------------------------------------------------------*
002350 MAIN-LINE-LOGIC.
002360     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
002370     IF WS-FATAL-ABORT
002380         MOVE 8 TO RETURN-CODE
002390         GO TO MAIN-LINE-LOGIC-EXIT
002400     END-IF.
002410     PERFORM PROCESS-ONE-REVIEW-CARD
002420             THRU PROCESS-ONE-REVIEW-CARD-EXIT
002430         UNTIL WS-CARD-END-OF-FILE.
002440     IF NOT WS-FATAL-ABORT
002450         PERFORM LIST-STILL-HELD
002460             THRU LIST-STILL-HELD-EXIT
002470     END-IF.
002480     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
002490     IF WS-FATAL-ABORT
002500         MOVE 8 TO RETURN-CODE
002510     ELSE
002520         IF WS-CARD-ERROR-COUNT IS GREATER THAN ZERO
002530                 OR WS-STILL-HELD-COUNT IS GREATER THAN ZERO
002540             MOVE 4 TO RETURN-CODE
002550         ELSE
002560             MOVE 0 TO RETURN-CODE
002570         END-IF
002580     END-IF.
002590 MAIN-LINE-LOGIC-EXIT.
002600     STOP RUN.
002610*
002620*-------------------------------------------------------------*
002630*    INITIALIZE-RUN -- OPENS THE HELD-FOR-REVIEW FILE, THE    *
002640*    EXCEPTION MASTER AND ALL OUTPUTS, AND READS THE FIRST    *
002650*    REVIEW CARD. A HELD FILE NOT CREATED YET MEANS CHAP424   *
002660*    HAS NEVER HELD ANYTHING; IT IS CREATED EMPTY THE SAME    *
002670*    WAY CHAP424 BOOTSTRAPS IT. A MISSING CARD FILE IS NOT AN *
002680*    ERROR -- THE RUN SIMPLY LISTS WHAT IS HELD.              *
002690*-------------------------------------------------------------*
002700 INITIALIZE-RUN.
002710     OPEN I-O HELD-REVIEW-FILE.
002720     IF WS-HOLD-FILE-STATUS IS EQUAL TO "35"
002730         OPEN OUTPUT HELD-REVIEW-FILE
002740         CLOSE HELD-REVIEW-FILE
002750         OPEN I-O HELD-REVIEW-FILE
002760     END-IF.
002770     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
002780         DISPLAY "CHAP442 -- UNABLE TO OPEN "
002790             "HELD-REVIEW-FILE, STATUS = "
002800             WS-HOLD-FILE-STATUS
002810         SET WS-FATAL-ABORT TO TRUE
002820         GO TO INITIALIZE-RUN-EXIT
002830     END-IF.
002840     OPEN I-O EXCEPTION-MASTER-FILE.
002850     IF WS-EXCM-FILE-STATUS IS NOT EQUAL TO "00"
002860         DISPLAY "CHAP442 -- UNABLE TO OPEN "
002870             "EXCEPTION-MASTER-FILE, STATUS = "
002880             WS-EXCM-FILE-STATUS
002890         DISPLAY "CHAP442 -- RUN CHAP424 AT LEAST ONCE FIRST."
002900         SET WS-FATAL-ABORT TO TRUE
002910         GO TO INITIALIZE-RUN-EXIT
002920     END-IF.
002930     OPEN OUTPUT REVIEW-REPORT-FILE.
002940     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002950         DISPLAY "CHAP442 -- UNABLE TO OPEN "
002960             "REVIEW-REPORT-FILE, STATUS = "
002970             WS-RPT-FILE-STATUS
002980         SET WS-FATAL-ABORT TO TRUE
002990         GO TO INITIALIZE-RUN-EXIT
003000     END-IF.
003010     OPEN OUTPUT RELEASE-TRANS-FILE.
003020     IF WS-RLSE-FILE-STATUS IS NOT EQUAL TO "00"
003030         DISPLAY "CHAP442 -- UNABLE TO OPEN "
003040             "RELEASE-TRANS-FILE, STATUS = "
003050             WS-RLSE-FILE-STATUS
003060         SET WS-FATAL-ABORT TO TRUE
003070         GO TO INITIALIZE-RUN-EXIT
003080     END-IF.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     ACCEPT WS-RUN-TIME FROM TIME.
003110     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003120     MOVE WS-RUN-DATE TO WS-RVW-TMS-DATE.
003130     MOVE WS-RUN-TIME(1:6) TO WS-RVW-TMS-TIME.
003140     MOVE ZERO TO WS-PAGE-NO.
003150     PERFORM WRITE-REPORT-HEADINGS.
003160     OPEN INPUT REVIEW-CARD-FILE.
003170     IF WS-CARD-FILE-STATUS IS NOT EQUAL TO "00"
003180         SET WS-CARD-END-OF-FILE TO TRUE
003190         GO TO INITIALIZE-RUN-EXIT
003200     END-IF.
003210     SET WS-CARD-FILE-OPEN TO TRUE.
003220     PERFORM READ-REVIEW-CARD.
003230 INITIALIZE-RUN-EXIT.
003240     EXIT.
003250*
003260 READ-REVIEW-CARD.
003270     READ REVIEW-CARD-FILE
003280         AT END
003290             SET WS-CARD-END-OF-FILE TO TRUE
003300     END-READ.
003310*
003320*-------------------------------------------------------------*
003330*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
003340*    REVIEW-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE    *
003350*    THE REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.           *
003360*-------------------------------------------------------------*
003370 CHECK-RPT-FILE-STATUS.
003380     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
003390         DISPLAY "CHAP442 -- WRITE FAILED ON "
003400             "REVIEW-REPORT-FILE, STATUS = "
003410             WS-RPT-FILE-STATUS
003420         SET WS-FATAL-ABORT TO TRUE
003430         SET WS-CARD-END-OF-FILE TO TRUE
003440         SET WS-HOLD-END-OF-FILE TO TRUE
003450     END-IF.
003460*
003470*-------------------------------------------------------------*
003480*    WRITE-REPORT-HEADINGS -- STARTS A NEW PAGE OF THE REPORT *
003490*-------------------------------------------------------------*
003500 WRITE-REPORT-HEADINGS.
003510     ADD 1 TO WS-PAGE-NO.
003520     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
003530     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
003540         AFTER ADVANCING PAGE.
003550     PERFORM CHECK-RPT-FILE-STATUS.
003560     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
003570         AFTER ADVANCING 2 LINES.
003580     PERFORM CHECK-RPT-FILE-STATUS.
003590     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
003600         AFTER ADVANCING 1 LINES.
003610     PERFORM CHECK-RPT-FILE-STATUS.
003620     MOVE 3 TO WS-LINE-COUNT.
003630*
003640*-------------------------------------------------------------*
003650*    PROCESS-ONE-REVIEW-CARD -- APPLIES ONE CARD TO THE HELD  *
003660*    ROW IT NAMES. A CARD WITH NO ANALYST ID OR AN UNKNOWN    *
003670*    ACTION, ONE NAMING NO HELD ROW, OR ONE NAMING A ROW      *
003680*    ALREADY RELEASED, REJECTED OR POSTED IS REFUSED AND      *
003690*    CHANGES NOTHING -- SO A SECOND CARD FOR THE SAME HOLD    *
003700*    CAN NEVER RELEASE IT TWICE.                              *
003702*    A REJECT WHOSE EXCEPTION IS ALREADY ON THE MASTER IS     *
003704*    REFUSED THE SAME WAY.                                    *
003710*-------------------------------------------------------------*
003720 PROCESS-ONE-REVIEW-CARD.
003730     ADD 1 TO WS-CARD-READ-COUNT.
003735     MOVE "N" TO WS-CARD-REFUSED-SWITCH.
003740     MOVE DIVRVW01-RECORD-ID   TO WS-DTL-RECORD-ID.
003750     MOVE DIVRVW01-RUN-ID      TO WS-DTL-RUN-ID.
003760     MOVE DIVRVW01-ACTION-CODE TO WS-DTL-ACTION-CODE.
003770     MOVE DIVRVW01-ANALYST-ID  TO WS-DTL-ANALYST-ID.
003780     MOVE ZERO TO WS-DTL-PCT-CHANGE.
003790     IF DIVRVW01-ANALYST-ID IS EQUAL TO SPACES
003800         MOVE "NO ANALYST ID" TO WS-DTL-DISPOSITION
003810         GO TO PROCESS-ONE-REVIEW-CARD-REFUSED
003820     END-IF.
003830     IF NOT DIVRVW01-ACTION-RELEASE
003840             AND NOT DIVRVW01-ACTION-REJECT
003850         MOVE "BAD ACTION CODE" TO WS-DTL-DISPOSITION
003860         GO TO PROCESS-ONE-REVIEW-CARD-REFUSED
003870     END-IF.
003880     MOVE DIVRVW01-RECORD-ID TO DIVHLD01-RECORD-ID.
003890     MOVE DIVRVW01-RUN-ID    TO DIVHLD01-RUN-ID.
003900     READ HELD-REVIEW-FILE
003910         INVALID KEY
003920             MOVE "NO SUCH HOLD" TO WS-DTL-DISPOSITION
003930             GO TO PROCESS-ONE-REVIEW-CARD-REFUSED
003940     END-READ.
003950     MOVE DIVHLD01-PCT-CHANGE TO WS-DTL-PCT-CHANGE.
003960     IF NOT DIVHLD01-STATUS-HELD
003970         MOVE "ALREADY REVIEWED" TO WS-DTL-DISPOSITION
003980         GO TO PROCESS-ONE-REVIEW-CARD-REFUSED
003990     END-IF.
004000     IF DIVRVW01-ACTION-RELEASE
004010         PERFORM RELEASE-HELD-RESULT
004020             THRU RELEASE-HELD-RESULT-EXIT
004030     ELSE
004040         PERFORM REJECT-HELD-RESULT
004050             THRU REJECT-HELD-RESULT-EXIT
004060     END-IF.
004062     IF WS-CARD-REFUSED
004064         GO TO PROCESS-ONE-REVIEW-CARD-REFUSED
004066     END-IF.
004070     IF WS-FATAL-ABORT
004080         GO TO PROCESS-ONE-REVIEW-CARD-EXIT
004090     END-IF.
004100     MOVE DIVRVW01-ANALYST-ID TO DIVHLD01-REVIEWER-ID.
004110     MOVE WS-REVIEW-TIMESTAMP TO DIVHLD01-REVIEW-TIMESTAMP.
004120     REWRITE DIVHLD01-RECORD.
004130     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
004140         DISPLAY "CHAP442 -- REWRITE FAILED ON "
004150             "HELD-REVIEW-FILE, STATUS = "
004160             WS-HOLD-FILE-STATUS
004170         SET WS-FATAL-ABORT TO TRUE
004180         SET WS-CARD-END-OF-FILE TO TRUE
004190         GO TO PROCESS-ONE-REVIEW-CARD-EXIT
004200     END-IF.
004210     GO TO PROCESS-ONE-REVIEW-CARD-PRINT.
004220 PROCESS-ONE-REVIEW-CARD-REFUSED.
004230     ADD 1 TO WS-CARD-ERROR-COUNT.
004240 PROCESS-ONE-REVIEW-CARD-PRINT.
004250     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
004260         PERFORM WRITE-REPORT-HEADINGS
004270     END-IF.
004280     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
004290         AFTER ADVANCING 1 LINES.
004300     PERFORM CHECK-RPT-FILE-STATUS.
004310     ADD 1 TO WS-LINE-COUNT.
004320     PERFORM READ-REVIEW-CARD.
004330 PROCESS-ONE-REVIEW-CARD-EXIT.
004340     EXIT.
004350*
004360*-------------------------------------------------------------*
004370*    RELEASE-HELD-RESULT -- CUTS THE HELD TRANSACTION BACK    *
004380*    OUT AS A DIVTRN01 RECORD: THE OPERANDS EXACTLY AS THE    *
004390*    HOLDING RUN USED THEM (THE DIVISOR ALREADY RESOLVED, SO  *
004400*    NO RATE CODE), ITS OPERATION AND DEPARTMENT, THE HOLDING *
004410*    RUN-ID AS THE ORIGINATING RUN AND THE RELEASED-HOLD      *
004420*    SOURCE MARK CHAP424 LOOKS FOR. THE HELD ROW GOES TO      *
004430*    RELEASED UNTIL CHAP424 POSTS IT.                         *
004440*-------------------------------------------------------------*
004450 RELEASE-HELD-RESULT.
004460     MOVE SPACES TO DIVTRN01-RECORD.
004470     MOVE DIVHLD01-RECORD-ID TO DIVTRN01-RECORD-ID.
004480     MOVE DIVHLD01-DIVISOR   TO DIVTRN01-DIVISOR.
004490     MOVE DIVHLD01-DIVIDEND  TO DIVTRN01-DIVIDEND.
004500     MOVE DIVHLD01-OP-CODE   TO DIVTRN01-OP-CODE.
004510     MOVE DIVHLD01-RUN-ID    TO DIVTRN01-ORIG-RUN-ID.
004520     MOVE DIVHLD01-DEPT-CODE TO DIVTRN01-DEPT-CODE.
004530     SET DIVTRN01-SOURCE-RELEASED-HOLD TO TRUE.
004540     WRITE DIVTRN01-RECORD.
004550     IF WS-RLSE-FILE-STATUS IS NOT EQUAL TO "00"
004560         DISPLAY "CHAP442 -- WRITE FAILED ON "
004570             "RELEASE-TRANS-FILE, STATUS = "
004580             WS-RLSE-FILE-STATUS
004590         SET WS-FATAL-ABORT TO TRUE
004600         SET WS-CARD-END-OF-FILE TO TRUE
004610         GO TO RELEASE-HELD-RESULT-EXIT
004620     END-IF.
004630     SET DIVHLD01-STATUS-RELEASED TO TRUE.
004640     ADD 1 TO WS-RELEASED-COUNT.
004650     MOVE "RELEASED" TO WS-DTL-DISPOSITION.
004660 RELEASE-HELD-RESULT-EXIT.
004670     EXIT.
004680*
004690*-------------------------------------------------------------*
004700*    REJECT-HELD-RESULT -- ADDS THE HELD RESULT TO THE        *
004710*    EXCEPTION MASTER AS AN OPEN REASON 07 EXCEPTION UNDER    *
004720*    THE HOLDING RUN'S KEY, WITH A ZERO QUOTIENT AS CHAP424    *
004730*    WRITES EVERY EXCEPTION, SO CHAP426 CAN CORRECT OR WRITE  *
004740*    IT OFF LIKE ANY OTHER. THE HELD ROW GOES TO REJECTED.    *
004742*    AN EXCEPTION ALREADY FILED UNDER THAT KEY IS LEFT AS     *
004744*    IT IS AND THE CARD IS REFUSED WITH THE HOLD UNCHANGED.   *
004750*-------------------------------------------------------------*
004760 REJECT-HELD-RESULT.
004770     MOVE SPACES TO DIVEXM01-RECORD.
004780     MOVE DIVHLD01-RECORD-ID TO DIVEXM01-RECORD-ID.
004790     MOVE DIVHLD01-RUN-ID    TO DIVEXM01-RUN-ID.
004800     MOVE DIVHLD01-DIVISOR   TO DIVEXM01-DIVISOR.
004810     MOVE DIVHLD01-DIVIDEND  TO DIVEXM01-DIVIDEND.
004820     MOVE ZERO               TO DIVEXM01-QUOTIENT.
004830     MOVE "07"               TO DIVEXM01-REASON-CODE.
004840     MOVE WS-REVIEW-TIMESTAMP TO DIVEXM01-TIMESTAMP.
004850     MOVE DIVHLD01-OP-CODE   TO DIVEXM01-OP-CODE.
004860     MOVE DIVHLD01-DEPT-CODE TO DIVEXM01-DEPT-CODE.
004870     SET DIVEXM01-STATUS-OPEN TO TRUE.
004880     MOVE WS-RUN-DATE        TO DIVEXM01-STATUS-DATE.
004890     WRITE DIVEXM01-RECORD
004900         INVALID KEY
004910             MOVE "EXCEPTION ON FILE" TO WS-DTL-DISPOSITION
004912             SET WS-CARD-REFUSED TO TRUE
004914             GO TO REJECT-HELD-RESULT-EXIT
004920     END-WRITE.
004930     IF WS-EXCM-FILE-STATUS IS NOT EQUAL TO "00"
004940         DISPLAY "CHAP442 -- WRITE FAILED ON "
004950             "EXCEPTION-MASTER-FILE, STATUS = "
004960             WS-EXCM-FILE-STATUS
004970         SET WS-FATAL-ABORT TO TRUE
004980         SET WS-CARD-END-OF-FILE TO TRUE
004990         GO TO REJECT-HELD-RESULT-EXIT
005000     END-IF.
005010     SET DIVHLD01-STATUS-REJECTED TO TRUE.
005020     ADD 1 TO WS-REJECTED-COUNT.
005030     MOVE "REJECTED" TO WS-DTL-DISPOSITION.
005040 REJECT-HELD-RESULT-EXIT.
005050     EXIT.
005060*
005070*-------------------------------------------------------------*
005080*    LIST-STILL-HELD -- WALKS THE HELD-FOR-REVIEW FILE IN KEY *
005090*    ORDER AND LISTS EVERY ROW STILL AWAITING A DECISION, SO  *
005100*    NOTHING HELD CAN BE FORGOTTEN.                           *
005110*-------------------------------------------------------------*
005120 LIST-STILL-HELD.
005130     WRITE DIVRPT01-LINE FROM WS-RPT-HELD-HDG
005140         AFTER ADVANCING 2 LINES.
005150     PERFORM CHECK-RPT-FILE-STATUS.
005160     WRITE DIVRPT01-LINE FROM WS-RPT-HELD-COL-HDG
005170         AFTER ADVANCING 1 LINES.
005180     PERFORM CHECK-RPT-FILE-STATUS.
005190     ADD 3 TO WS-LINE-COUNT.
005200     MOVE LOW-VALUES TO DIVHLD01-KEY.
005210     START HELD-REVIEW-FILE
005220         KEY IS NOT LESS THAN DIVHLD01-KEY
005230         INVALID KEY
005240             GO TO LIST-STILL-HELD-EXIT
005250     END-START.
005260     PERFORM LIST-ONE-HELD-ROW
005270         UNTIL WS-HOLD-END-OF-FILE.
005280 LIST-STILL-HELD-EXIT.
005290     EXIT.
005300*
005310 LIST-ONE-HELD-ROW.
005320     READ HELD-REVIEW-FILE NEXT RECORD
005330         AT END
005340             SET WS-HOLD-END-OF-FILE TO TRUE
005350     END-READ.
005360     IF NOT WS-HOLD-END-OF-FILE
005370             AND DIVHLD01-STATUS-HELD
005380         ADD 1 TO WS-STILL-HELD-COUNT
005390         IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
005400             PERFORM WRITE-REPORT-HEADINGS
005410             WRITE DIVRPT01-LINE FROM WS-RPT-HELD-COL-HDG
005420                 AFTER ADVANCING 1 LINES
005430             PERFORM CHECK-RPT-FILE-STATUS
005440             ADD 1 TO WS-LINE-COUNT
005450         END-IF
005460         MOVE DIVHLD01-RECORD-ID      TO WS-HLD-RECORD-ID
005470         MOVE DIVHLD01-RUN-ID         TO WS-HLD-RUN-ID
005480         MOVE DIVHLD01-PRIOR-QUOTIENT TO WS-HLD-PRIOR-QUOTIENT
005490         MOVE DIVHLD01-QUOTIENT       TO WS-HLD-QUOTIENT
005500         MOVE DIVHLD01-PCT-CHANGE     TO WS-HLD-PCT-CHANGE
005510         WRITE DIVRPT01-LINE FROM WS-RPT-HELD-DETAIL
005520             AFTER ADVANCING 1 LINES
005530         PERFORM CHECK-RPT-FILE-STATUS
005540         ADD 1 TO WS-LINE-COUNT
005550     END-IF.
005560*
005570*-------------------------------------------------------------*
005580*    TERMINATE-RUN -- PRINTS THE ACTION TOTALS AND CLOSES ALL *
005590*    OPEN FILES. CARDS READ ALWAYS EQUALS RELEASED PLUS       *
005600*    REJECTED PLUS REFUSED.                                   *
005610*-------------------------------------------------------------*
005620 TERMINATE-RUN.
005630     MOVE "CARDS READ:         " TO WS-TOT-CAPTION.
005640     MOVE WS-CARD-READ-COUNT TO WS-TOT-COUNT.
005650     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005660         AFTER ADVANCING 2 LINES.
005670     PERFORM CHECK-RPT-FILE-STATUS.
005680     MOVE "HOLDS RELEASED:     " TO WS-TOT-CAPTION.
005690     MOVE WS-RELEASED-COUNT TO WS-TOT-COUNT.
005700     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005710         AFTER ADVANCING 1 LINES.
005720     PERFORM CHECK-RPT-FILE-STATUS.
005730     MOVE "HOLDS REJECTED:     " TO WS-TOT-CAPTION.
005740     MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
005750     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005760         AFTER ADVANCING 1 LINES.
005770     PERFORM CHECK-RPT-FILE-STATUS.
005780     MOVE "CARDS REFUSED:      " TO WS-TOT-CAPTION.
005790     MOVE WS-CARD-ERROR-COUNT TO WS-TOT-COUNT.
005800     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005810         AFTER ADVANCING 1 LINES.
005820     PERFORM CHECK-RPT-FILE-STATUS.
005830     MOVE "STILL HELD:         " TO WS-TOT-CAPTION.
005840     MOVE WS-STILL-HELD-COUNT TO WS-TOT-COUNT.
005850     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005860         AFTER ADVANCING 1 LINES.
005870     PERFORM CHECK-RPT-FILE-STATUS.
005880     IF WS-CARD-FILE-OPEN
005890         CLOSE REVIEW-CARD-FILE
005900     END-IF.
005910     CLOSE HELD-REVIEW-FILE.
005920     CLOSE EXCEPTION-MASTER-FILE.
005930     CLOSE RELEASE-TRANS-FILE.
005940     CLOSE REVIEW-REPORT-FILE.
005950 TERMINATE-RUN-EXIT.
005960     EXIT.

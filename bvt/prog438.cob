000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP438.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. END-OF-CYCLE BALANCING
000120*                         PROOF FOR THE BUSINESS DATE ON THE
000130*                         DIVBDATE CARD.
000140*                         PROVES FOUR LEGS ACROSS THE CYCLE'S
000150*                         FILES INSTEAD OF BY HAND FROM FOUR
000160*                         PRINTOUTS: THE RAW FEED AGAINST THE
000170*                         CHAP427 CLEAN AND REJECT FILES, THE
000180*                         CLEAN FEED AGAINST THE CHAP424 RUN-
000190*                         HISTORY ROW AND THE EXCEPTION MASTER,
000200*                         THE RESULTS EXTRACT TRAILER AGAINST THE
000210*                         POSTED AUDIT ROWS, AND THE CHAP434
000220*                         ACKNOWLEDGMENTS AGAINST THE RAW FEED.
000230*                         PRINTS A ONE-PAGE PROOF AND SETS A
000240*                         RETURN CODE THE SCHEDULER CAN STOP ON.
000241*        2026-10-15 RLW   RESULTS CHAP424 HELD FOR REVIEW ARE
000242*                         NEITHER POSTED NOR EXCEPTED: LEG 2 NOW
000243*                         TAKES THE RUN ROW'S HELD COUNT OUT OF
000244*                         POSTED AND ADDS IT BACK AS ITS OWN LINE,
000245*                         AND LEG 4 COUNTS HELD ACKNOWLEDGMENTS.
000246*        2026-10-15 RLW   A REASON 07 ROW IS LEFT OUT OF LEG 2
000247*                         ONLY WHEN DIVHOLD SHOWS IT IS A HELD
000248*                         RESULT A REVIEWER REJECTED.
000249*        2026-10-15 RLW   LEG 3 COUNTS AN AUDIT ROW ONCE PER
000250*                         RECORD-ID AND RUN-ID, SO A RESULT A
000251*                         CHAP424 RESTART REWROTE IS NOT COUNTED
000252*                         TWICE.
000253*
000260 ENVIRONMENT DIVISION.
000270*
000280 CONFIGURATION SECTION.
000290*
000300 INPUT-OUTPUT SECTION.
000310*
000320 FILE-CONTROL.
000330     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BDATE-FILE-STATUS.
000360*
000370     SELECT DIVISION-TRANS-FILE ASSIGN TO "DIVTRANS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRANS-FILE-STATUS.
000400*
000410     SELECT CLEAN-TRANS-FILE ASSIGN TO "DIVCLEAN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CLEAN-FILE-STATUS.
000440*
000450     SELECT REJECT-TRANS-FILE ASSIGN TO "DIVREJCT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REJECT-FILE-STATUS.
000480*
000490     SELECT RUN-HISTORY-FILE ASSIGN TO "DIVRUNH"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RUNH-FILE-STATUS.
000520*
000530     SELECT EXCEPTION-MASTER-FILE ASSIGN TO "DIVEXCM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS DIVEXM01-KEY
000570         FILE STATUS IS WS-EXCM-FILE-STATUS.
000571*
000572     SELECT HELD-REVIEW-FILE ASSIGN TO "DIVHOLD"
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS DYNAMIC
000575         RECORD KEY IS DIVHLD01-KEY
000576         FILE STATUS IS WS-HOLD-FILE-STATUS.
000580*
000590     SELECT RESULTS-EXTRACT-FILE ASSIGN TO "DIVRSLT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-XTR-FILE-STATUS.
000620*
000630     SELECT DIVISION-AUDIT-LOG-FILE ASSIGN TO "DIVAUDIT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000660*
000661     SELECT AUDIT-KEY-WORK-FILE ASSIGN TO "DIVBPWRK"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS DIVBPW01-KEY
000665         FILE STATUS IS WS-WORK-FILE-STATUS.
000666*
000670     SELECT ACKNOWLEDGMENT-FILE ASSIGN TO "DIVACK"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ACK-FILE-STATUS.
000700*
000710     SELECT PROOF-REPORT-FILE ASSIGN TO PRINTER
000720         FILE STATUS IS WS-RPT-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750*
000760 FILE SECTION.
000770*
000780*-------------------------------------------------------------*
000790*    BUSINESS-DATE-CARD-FILE -- THE SAME OPTIONAL DIVBDT01    *
000800*    CARD CHAP424 HONORS, NAMING THE CYCLE BEING PROVED. A    *
000810*    MISSING FILE OR A NON-NUMERIC DATE MEANS TODAY.          *
000820*-------------------------------------------------------------*
000830 FD  BUSINESS-DATE-CARD-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY DIVBDT01.
000860*
000870*-------------------------------------------------------------*
000880*    DIVISION-TRANS-FILE -- THE RAW UPSTREAM FEED AS RECEIVED, *
000890*    THE SAME FILE CHAP427 EDITED AND CHAP434 ACKNOWLEDGED.    *
000900*-------------------------------------------------------------*
000910 FD  DIVISION-TRANS-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DIVTRN01.
000940*
000950*-------------------------------------------------------------*
000960*    CLEAN-TRANS-FILE -- THE CHAP427 CLEAN FEED CHAP424 READ  *
000970*-------------------------------------------------------------*
000980 FD  CLEAN-TRANS-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY DIVTRN01 REPLACING LEADING ==DIVTRN01== BY ==DIVCLN01==.
001010*
001020*-------------------------------------------------------------*
001030*    REJECT-TRANS-FILE -- THE CHAP427 EDIT REJECTS            *
001040*-------------------------------------------------------------*
001050 FD  REJECT-TRANS-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY DIVREC01 REPLACING LEADING ==DIVREC01== BY ==DIVREJ01==.
001080*
001090*-------------------------------------------------------------*
001100*    RUN-HISTORY-FILE -- ONE DIVRUN01 ROW PER CHAP424 RUN     *
001110*-------------------------------------------------------------*
001120 FD  RUN-HISTORY-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY DIVRUN01.
001150*
001160*-------------------------------------------------------------*
001170*    EXCEPTION-MASTER-FILE -- THE KEYED DIVEXM01 EXCEPTION    *
001180*    MASTER, WALKED IN KEY SEQUENCE. ONLY ROWS FILED UNDER    *
001190*    THE CYCLE'S RUN-ID ARE COUNTED, WHATEVER THEIR STATUS    *
001200*    SINCE -- A ROW CHAP426 HAS SETTLED WAS STILL EXCEPTED BY *
001210*    THE RUN.                                                 *
001220*-------------------------------------------------------------*
001230 FD  EXCEPTION-MASTER-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY DIVEXM01.
001251*
001252*-------------------------------------------------------------*
001253*    HELD-REVIEW-FILE -- THE DIVHLD01 HELD-RESULT ROWS, READ  *
001254*    BY KEY TO TELL A REJECTED HOLD FROM OTHER REASON 07S.    *
001255*-------------------------------------------------------------*
001256 FD  HELD-REVIEW-FILE
001257     LABEL RECORDS ARE STANDARD.
001258     COPY DIVHLD01.
001260*
001270*-------------------------------------------------------------*
001280*    RESULTS-EXTRACT-FILE -- THE DIVRES01 DETAILS CHAP424 CUT, *
001290*    ENDED BY THE DEPARTMENT TRAILERS AND THE DIVCTL01-STYLE   *
001300*    HASH TRAILER. A BLANK RUN-ID TAIL (BYTES 2-12) MARKS A    *
001310*    TRAILER; THE LAST TRAILER ON THE FILE IS THE HASH CARD.   *
001320*-------------------------------------------------------------*
001330 FD  RESULTS-EXTRACT-FILE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY DIVRES01.
001360     COPY DIVCTL01 REPLACING LEADING ==DIVCTL01== BY ==DIVXTL01==.
001370*
001380*-------------------------------------------------------------*
001390*    DIVISION-AUDIT-LOG-FILE -- THE ROWS CHAP424 APPENDED,    *
001400*    ONE PER DIVIDE ATTEMPTED, IN THE SHARED DIVREC01 LAYOUT. *
001410*-------------------------------------------------------------*
001420 FD  DIVISION-AUDIT-LOG-FILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY DIVREC01 REPLACING LEADING ==DIVREC01== BY ==DIVAUD01==.
001450*
001460*-------------------------------------------------------------*
001470*    ACKNOWLEDGMENT-FILE -- THE CHAP434 DIVACK01 DETAILS AND   *
001480*    THEIR DIVCTL01-STYLE TRAILER. THE TRAILER IS THE ONLY     *
001490*    RECORD WHOSE DISPOSITION BYTE IS NOT ONE OF THE FIVE      *
001500*    DISPOSITION CODES -- ITS QUOTIENT SUM DIGITS OCCUPY IT.   *
001510*-------------------------------------------------------------*
001520 FD  ACKNOWLEDGMENT-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY DIVACK01.
001550     COPY DIVCTL01 REPLACING LEADING ==DIVCTL01== BY ==DIVATL01==.
001560*
001570*-------------------------------------------------------------*
001580*    PROOF-REPORT-FILE -- THE PRINTED ONE-PAGE BALANCING PROOF*
001590*-------------------------------------------------------------*
001600 FD  PROOF-REPORT-FILE
001610     LABEL RECORDS ARE OMITTED
001620     RECORD CONTAINS 80 CHARACTERS.
001630*
001640 01  DIVRPT01-LINE                        PIC X(80).
001641*
001642*-------------------------------------------------------------*
001643*    AUDIT-KEY-WORK-FILE -- SCRATCH INDEXED FILE OF THE KEY   *
001644*    OF EVERY POSTED AUDIT ROW COUNTED. A SECOND WRITE OF A   *
001645*    KEY COMES BACK INVALID -- A ROW A RESTARTED CHAP424 RUN  *
001646*    WROTE AGAIN. REBUILT EMPTY EACH TIME THE LOG IS SUMMED.  *
001647*-------------------------------------------------------------*
001648 FD  AUDIT-KEY-WORK-FILE
001649     LABEL RECORDS ARE STANDARD.
001650*
001651 01  DIVBPW01-RECORD.
001652     05  DIVBPW01-KEY.
001653         10  DIVBPW01-RECORD-ID         PIC X(10).
001654         10  DIVBPW01-RUN-ID            PIC X(12).
001655*
001660 WORKING-STORAGE SECTION.
001670*
001680*-------------------------------------------------------------*
001690*    W009-RECORD -- THE RUN-HISTORY ROW OF THE CHAP424 RUN    *
001700*    THAT POSTED THE CYCLE, IN THE SAME DIVRUN01 LAYOUT.      *
001710*-------------------------------------------------------------*
001720     COPY DIVRUN01 REPLACING LEADING ==DIVRUN01== BY ==W009==.
001730*
001740 77  WS-BDATE-FILE-STATUS              PIC X(02) VALUE "00".
001750*
001760 77  WS-TRANS-FILE-STATUS              PIC X(02) VALUE "00".
001770*
001780 77  WS-CLEAN-FILE-STATUS              PIC X(02) VALUE "00".
001790*
001800 77  WS-REJECT-FILE-STATUS             PIC X(02) VALUE "00".
001810*
001820 77  WS-RUNH-FILE-STATUS               PIC X(02) VALUE "00".
001830*
001840 77  WS-EXCM-FILE-STATUS               PIC X(02) VALUE "00".
001842*
001844 77  WS-HOLD-FILE-STATUS               PIC X(02) VALUE "00".
001846*
001847 77  WS-HOLD-OPEN-SWITCH               PIC X(01) VALUE "N".
001848         88  WS-HOLD-FILE-OPEN                        VALUE "Y".
001850*
001860 77  WS-XTR-FILE-STATUS                PIC X(02) VALUE "00".
001870*
001880 77  WS-AUDIT-FILE-STATUS              PIC X(02) VALUE "00".
001890*
001892 77  WS-WORK-FILE-STATUS               PIC X(02) VALUE "00".
001894*
001900 77  WS-ACK-FILE-STATUS                PIC X(02) VALUE "00".
001910*
001920 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
001930*
001940 77  WS-LOAD-EOF-SWITCH                PIC X(01) VALUE "N".
001950         88  WS-LOAD-END-OF-FILE                      VALUE "Y".
001960*
001970 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001980         88  WS-FATAL-ABORT                            VALUE "Y".
001990*
002000 77  WS-RUN-ROW-SWITCH                  PIC X(01) VALUE "N".
002010         88  WS-RUN-ROW-FOUND                          VALUE "Y".
002020*
002030 77  WS-XTR-TRAILER-SWITCH              PIC X(01) VALUE "N".
002040         88  WS-XTR-TRAILER-FOUND                      VALUE "Y".
002050*
002060 77  WS-ACK-TRAILER-SWITCH              PIC X(01) VALUE "N".
002070         88  WS-ACK-TRAILER-FOUND                      VALUE "Y".
002080*
002090 77  WS-LEG-SWITCH                      PIC X(01) VALUE "Y".
002100         88  WS-LEG-IN-BALANCE                         VALUE "Y".
002110         88  WS-LEG-OUT-OF-BALANCE                     VALUE "N".
002120*
002130 77  WS-LEGS-OUT-COUNT                 PIC 9(03) COMP
002140                                            VALUE ZERO.
002150*
002160 77  WS-MISSING-FILE-COUNT             PIC 9(03) COMP
002170                                            VALUE ZERO.
002180*
002190 77  WS-RAW-COUNT                      PIC 9(07) COMP
002200                                            VALUE ZERO.
002210*
002220 77  WS-CLEAN-COUNT                    PIC 9(07) COMP
002230                                            VALUE ZERO.
002240*
002250 77  WS-REJECT-COUNT                   PIC 9(07) COMP
002260                                            VALUE ZERO.
002270*
002280 77  WS-EDIT-TOTAL-COUNT               PIC 9(07) COMP
002290                                            VALUE ZERO.
002300*
002310 77  WS-RUN-EXC-COUNT                  PIC 9(07) COMP
002320                                            VALUE ZERO.
002330*
002340 77  WS-RUN-POSTED-COUNT               PIC S9(07) COMP
002350                                            VALUE ZERO.
002360*
002370 77  WS-EXCM-RUN-COUNT                 PIC 9(07) COMP
002380                                            VALUE ZERO.
002390*
002392 77  WS-RUN-HELD-COUNT                 PIC 9(07) COMP
002394                                            VALUE ZERO.
002396*
002400 77  WS-RUN-ACCOUNTED-COUNT            PIC S9(07) COMP
002410                                            VALUE ZERO.
002420*
002430 77  WS-XTR-TRAILER-COUNT              PIC 9(07) COMP
002440                                            VALUE ZERO.
002450*
002460 77  WS-XTR-TRAILER-SUM                PIC S9(09)V9(04)
002470                                            VALUE ZERO.
002480*
002490 77  WS-AUD-POSTED-COUNT               PIC 9(07) COMP
002500                                            VALUE ZERO.
002510*
002520 77  WS-AUD-POSTED-SUM                 PIC S9(09)V9(04)
002530                                            VALUE ZERO.
002540*
002550 77  WS-ACK-POSTED-COUNT               PIC 9(07) COMP
002560                                            VALUE ZERO.
002570*
002580 77  WS-ACK-REJECTED-COUNT             PIC 9(07) COMP
002590                                            VALUE ZERO.
002600*
002610 77  WS-ACK-EXCEPTED-COUNT             PIC 9(07) COMP
002620                                            VALUE ZERO.
002630*
002640 77  WS-ACK-REVERSED-COUNT             PIC 9(07) COMP
002642                                            VALUE ZERO.
002644*
002646 77  WS-ACK-HELD-COUNT                 PIC 9(07) COMP
002650                                            VALUE ZERO.
002660*
002670 77  WS-ACK-UNMATCHED-COUNT            PIC 9(07) COMP
002680                                            VALUE ZERO.
002690*
002700 77  WS-ACK-DETAIL-COUNT               PIC 9(07) COMP
002710                                            VALUE ZERO.
002720*
002730 77  WS-ACK-DISPOSED-COUNT             PIC 9(07) COMP
002740                                            VALUE ZERO.
002750*
002760 77  WS-ACK-TRAILER-COUNT              PIC 9(07) COMP
002770                                            VALUE ZERO.
002780*
002790 01  WS-RUN-DATE                       PIC X(08).
002800*
002810 77  WS-BUSINESS-DATE                  PIC X(08) VALUE SPACES.
002820*
002830 77  WS-CYCLE-RUN-ID                   PIC X(12) VALUE SPACES.
002840*
002850*-------------------------------------------------------------*
002860*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
002870*-------------------------------------------------------------*
002880 01  WS-RPT-HDG-1.
002890         05  FILLER                    PIC X(15)
002900                                        VALUE "CHAP438  DATE ".
002910         05  WS-HDG-RUN-DATE           PIC X(08).
002920         05  FILLER                    PIC X(10) VALUE SPACES.
002930         05  FILLER                    PIC X(05) VALUE "PAGE ".
002940         05  WS-HDG-PAGE-NO            PIC ZZ9.
002950         05  FILLER                    PIC X(37) VALUE SPACES.
002960*
002970 01  WS-RPT-HDG-2.
002980         05  FILLER                    PIC X(80)
002990             VALUE "END-OF-CYCLE BALANCING PROOF".
003000*
003010 01  WS-RPT-CYCLE-LINE.
003020         05  FILLER                    PIC X(15)
003030             VALUE "BUSINESS DATE ".
003040         05  WS-CYC-BUSINESS-DATE      PIC X(08).
003050         05  FILLER                    PIC X(04) VALUE SPACES.
003060         05  FILLER                    PIC X(13)
003070             VALUE "CHAP424 RUN ".
003080         05  WS-CYC-RUN-ID             PIC X(12).
003090         05  FILLER                    PIC X(28) VALUE SPACES.
003100*
003110 01  WS-RPT-LEG-HDG.
003120         05  WS-LEG-TITLE              PIC X(80).
003130*
003140 01  WS-RPT-COUNT-LINE.
003150         05  FILLER                    PIC X(04) VALUE SPACES.
003160         05  WS-CNT-CAPTION            PIC X(32).
003170         05  WS-CNT-COUNT              PIC Z,ZZZ,ZZ9.
003180         05  FILLER                    PIC X(35) VALUE SPACES.
003190*
003200 01  WS-RPT-SUM-LINE.
003210         05  FILLER                    PIC X(04) VALUE SPACES.
003220         05  WS-SUM-CAPTION            PIC X(32).
003230         05  WS-SUM-AMOUNT             PIC -ZZZZZZZZ9.9999.
003240         05  FILLER                    PIC X(29) VALUE SPACES.
003250*
003260 01  WS-RPT-RESULT-LINE.
003270         05  FILLER                    PIC X(04) VALUE SPACES.
003280         05  WS-RES-LEG-NAME           PIC X(08).
003290         05  WS-RES-VERDICT            PIC X(20).
003300         05  FILLER                    PIC X(48) VALUE SPACES.
003310*
003320 01  WS-RPT-NOTE-LINE.
003330         05  FILLER                    PIC X(04) VALUE SPACES.
003340         05  WS-NOTE-TEXT              PIC X(76).
003350*
003360 01  WS-RPT-CONCLUSION-LINE.
003370         05  WS-CON-TEXT               PIC X(40).
003380         05  WS-CON-COUNT              PIC ZZ9.
003390         05  FILLER                    PIC X(37) VALUE SPACES.
003400*
003410 PROCEDURE DIVISION.
003420*
003430*-------------------------------------------------------------*
003440*    MAIN-LINE-LOGIC -- GATHERS THE CYCLE'S COUNTS FROM EACH  *
003450*    FILE, PRINTS THE FOUR-LEG PROOF AND SETS THE BATCH       *
003460*    RETURN CODE: 0 MEANS EVERY LEG IS IN BALANCE, 4 MEANS AT *
003470*    LEAST ONE LEG IS OUT OF BALANCE AND THE CYCLE SHOULD BE  *
003480*    HELD BEFORE ANYTHING LEAVES THE UNIT, 8 MEANS A FATAL    *
003490*    ERROR.                                                   *
003500*-------------------------------------------------------------*
003510 MAIN-LINE-LOGIC.
003520     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
003530     IF WS-FATAL-ABORT
003540         MOVE 8 TO RETURN-CODE
003550         GO TO MAIN-LINE-LOGIC-EXIT
003560     END-IF.
003570     PERFORM COUNT-RAW-FEED THRU COUNT-RAW-FEED-EXIT.
003580     PERFORM COUNT-CLEAN-FEED THRU COUNT-CLEAN-FEED-EXIT.
003590     PERFORM COUNT-EDIT-REJECTS THRU COUNT-EDIT-REJECTS-EXIT.
003600     PERFORM FIND-CYCLE-RUN-ROW THRU FIND-CYCLE-RUN-ROW-EXIT.
003610     PERFORM COUNT-RUN-EXCEPTIONS
003620         THRU COUNT-RUN-EXCEPTIONS-EXIT.
003630     PERFORM READ-EXTRACT-TRAILER
003640         THRU READ-EXTRACT-TRAILER-EXIT.
003650     PERFORM SUM-POSTED-AUDIT-ROWS
003660         THRU SUM-POSTED-AUDIT-ROWS-EXIT.
003670     PERFORM COUNT-ACK-DISPOSITIONS
003680         THRU COUNT-ACK-DISPOSITIONS-EXIT.
003690     IF NOT WS-FATAL-ABORT
003700         PERFORM PRINT-BALANCING-PROOF
003710     END-IF.
003720     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
003730     IF WS-FATAL-ABORT
003740         MOVE 8 TO RETURN-CODE
003750     ELSE
003760         IF WS-LEGS-OUT-COUNT IS GREATER THAN ZERO
003770             MOVE 4 TO RETURN-CODE
003780         ELSE
003790             MOVE 0 TO RETURN-CODE
003800         END-IF
003810     END-IF.
003820 MAIN-LINE-LOGIC-EXIT.
003830     STOP RUN.
003840*
003850*-------------------------------------------------------------*
003860*    INITIALIZE-RUN -- OPENS THE REPORT, SETTLES THE CYCLE'S  *
003870*    BUSINESS DATE AND PRINTS THE PAGE HEADINGS.              *
003880*-------------------------------------------------------------*
003890 INITIALIZE-RUN.
003900     OPEN OUTPUT PROOF-REPORT-FILE.
003910     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
003920         DISPLAY "CHAP438 -- UNABLE TO OPEN "
003930             "PROOF-REPORT-FILE, STATUS = "
003940             WS-RPT-FILE-STATUS
003950         SET WS-FATAL-ABORT TO TRUE
003960         GO TO INITIALIZE-RUN-EXIT
003970     END-IF.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003990     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
004000     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
004010     PERFORM READ-BUSINESS-DATE-CARD.
004020     MOVE 1 TO WS-HDG-PAGE-NO.
004030     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
004040         AFTER ADVANCING PAGE.
004050     PERFORM CHECK-RPT-FILE-STATUS.
004060     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
004070         AFTER ADVANCING 2 LINES.
004080     PERFORM CHECK-RPT-FILE-STATUS.
004090 INITIALIZE-RUN-EXIT.
004100     EXIT.
004110*
004120*-------------------------------------------------------------*
004130*    READ-BUSINESS-DATE-CARD -- OPTIONAL ONE-CARD BUSINESS    *
004140*    DATE FOR THE CYCLE BEING PROVED, THE SAME CARD CHAP424   *
004150*    HONORS. A MISSING FILE OR A NON-NUMERIC DATE LEAVES      *
004160*    TODAY STANDING.                                          *
004170*-------------------------------------------------------------*
004180 READ-BUSINESS-DATE-CARD.
004190     OPEN INPUT BUSINESS-DATE-CARD-FILE.
004200     IF WS-BDATE-FILE-STATUS IS EQUAL TO "00"
004210         READ BUSINESS-DATE-CARD-FILE
004220             AT END
004230                 CONTINUE
004240             NOT AT END
004250                 IF DIVBDT01-BUSINESS-DATE IS NUMERIC
004260                     MOVE DIVBDT01-BUSINESS-DATE TO
004270                         WS-BUSINESS-DATE
004280                 END-IF
004290         END-READ
004300         CLOSE BUSINESS-DATE-CARD-FILE
004310     END-IF.
004320*
004330*-------------------------------------------------------------*
004340*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR     *
004350*    PROOF-REPORT-FILE.                                        *
004360*-------------------------------------------------------------*
004370 CHECK-RPT-FILE-STATUS.
004380     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
004390         DISPLAY "CHAP438 -- WRITE FAILED ON "
004400             "PROOF-REPORT-FILE, STATUS = "
004410             WS-RPT-FILE-STATUS
004420         SET WS-FATAL-ABORT TO TRUE
004430     END-IF.
004440*
004450*-------------------------------------------------------------*
004460*    COUNT-RAW-FEED -- COUNTS THE RAW UPSTREAM FEED. EVERY    *
004470*    COUNTING PARAGRAPH BELOW TREATS A FILE IT CANNOT OPEN    *
004480*    AS EMPTY AND NOTES IT ON THE PROOF, SO A STEP THAT NEVER *
004490*    RAN SHOWS UP AS AN OUT-OF-BALANCE LEG RATHER THAN AS AN  *
004500*    ABEND THAT HIDES THE OTHER LEGS.                         *
004510*-------------------------------------------------------------*
004520 COUNT-RAW-FEED.
004530     OPEN INPUT DIVISION-TRANS-FILE.
004540     IF WS-TRANS-FILE-STATUS IS NOT EQUAL TO "00"
004550         MOVE "DIVTRANS NOT AVAILABLE -- COUNTED AS EMPTY"
004560             TO WS-NOTE-TEXT
004570         PERFORM WRITE-MISSING-FILE-NOTE
004580         GO TO COUNT-RAW-FEED-EXIT
004590     END-IF.
004600     MOVE "N" TO WS-LOAD-EOF-SWITCH.
004610     PERFORM READ-RAW-RECORD.
004620     PERFORM COUNT-ONE-RAW-RECORD
004630         UNTIL WS-LOAD-END-OF-FILE.
004640     CLOSE DIVISION-TRANS-FILE.
004650 COUNT-RAW-FEED-EXIT.
004660     EXIT.
004670*
004680 READ-RAW-RECORD.
004690     READ DIVISION-TRANS-FILE
004700         AT END
004710             SET WS-LOAD-END-OF-FILE TO TRUE
004720     END-READ.
004730*
004740 COUNT-ONE-RAW-RECORD.
004750     ADD 1 TO WS-RAW-COUNT.
004760     PERFORM READ-RAW-RECORD.
004770*
004780*-------------------------------------------------------------*
004790*    COUNT-CLEAN-FEED -- COUNTS THE CHAP427 CLEAN FEED.       *
004800*-------------------------------------------------------------*
004810 COUNT-CLEAN-FEED.
004820     OPEN INPUT CLEAN-TRANS-FILE.
004830     IF WS-CLEAN-FILE-STATUS IS NOT EQUAL TO "00"
004840         MOVE "DIVCLEAN NOT AVAILABLE -- COUNTED AS EMPTY"
004850             TO WS-NOTE-TEXT
004860         PERFORM WRITE-MISSING-FILE-NOTE
004870         GO TO COUNT-CLEAN-FEED-EXIT
004880     END-IF.
004890     MOVE "N" TO WS-LOAD-EOF-SWITCH.
004900     PERFORM READ-CLEAN-RECORD.
004910     PERFORM COUNT-ONE-CLEAN-RECORD
004920         UNTIL WS-LOAD-END-OF-FILE.
004930     CLOSE CLEAN-TRANS-FILE.
004940 COUNT-CLEAN-FEED-EXIT.
004950     EXIT.
004960*
004970 READ-CLEAN-RECORD.
004980     READ CLEAN-TRANS-FILE
004990         AT END
005000             SET WS-LOAD-END-OF-FILE TO TRUE
005010     END-READ.
005020*
005030 COUNT-ONE-CLEAN-RECORD.
005040     ADD 1 TO WS-CLEAN-COUNT.
005050     PERFORM READ-CLEAN-RECORD.
005060*
005070*-------------------------------------------------------------*
005080*    COUNT-EDIT-REJECTS -- COUNTS THE CHAP427 REJECT FILE.    *
005090*-------------------------------------------------------------*
005100 COUNT-EDIT-REJECTS.
005110     OPEN INPUT REJECT-TRANS-FILE.
005120     IF WS-REJECT-FILE-STATUS IS NOT EQUAL TO "00"
005130         MOVE "DIVREJCT NOT AVAILABLE -- COUNTED AS EMPTY"
005140             TO WS-NOTE-TEXT
005150         PERFORM WRITE-MISSING-FILE-NOTE
005160         GO TO COUNT-EDIT-REJECTS-EXIT
005170     END-IF.
005180     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005190     PERFORM READ-REJECT-RECORD.
005200     PERFORM COUNT-ONE-REJECT-RECORD
005210         UNTIL WS-LOAD-END-OF-FILE.
005220     CLOSE REJECT-TRANS-FILE.
005230 COUNT-EDIT-REJECTS-EXIT.
005240     EXIT.
005250*
005260 READ-REJECT-RECORD.
005270     READ REJECT-TRANS-FILE
005280         AT END
005290             SET WS-LOAD-END-OF-FILE TO TRUE
005300     END-READ.
005310*
005320 COUNT-ONE-REJECT-RECORD.
005330     ADD 1 TO WS-REJECT-COUNT.
005340     PERFORM READ-REJECT-RECORD.
005350*
005360*-------------------------------------------------------------*
005370*    FIND-CYCLE-RUN-ROW -- READS THE WHOLE RUN-HISTORY FILE   *
005380*    AND KEEPS THE LATEST COMPLETED CHAP424 RUN FOR THE       *
005390*    BUSINESS DATE, BY THE SAME RULE THE CHAP424 DUPLICATE-   *
005400*    RUN GUARD USES: THE RUN-ID DATE EQUALS THE BUSINESS DATE *
005410*    AND THE RUN DID NOT END FATAL (RETURN CODE 8).           *
005420*-------------------------------------------------------------*
005430 FIND-CYCLE-RUN-ROW.
005440     MOVE SPACES TO W009-RECORD.
005450     OPEN INPUT RUN-HISTORY-FILE.
005460     IF WS-RUNH-FILE-STATUS IS NOT EQUAL TO "00"
005470         MOVE "DIVRUNH NOT AVAILABLE -- NO RUN TO PROVE"
005480             TO WS-NOTE-TEXT
005490         PERFORM WRITE-MISSING-FILE-NOTE
005500         GO TO FIND-CYCLE-RUN-ROW-EXIT
005510     END-IF.
005520     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005530     PERFORM TEST-ONE-RUN-ROW
005540         UNTIL WS-LOAD-END-OF-FILE.
005550     CLOSE RUN-HISTORY-FILE.
005560     IF WS-RUN-ROW-FOUND
005570         MOVE W009-RUN-ID TO WS-CYCLE-RUN-ID
005580         ADD W009-EXC01-COUNT W009-EXC02-COUNT
005590             W009-EXC-OTHER-COUNT
005600             GIVING WS-RUN-EXC-COUNT
005602         IF W009-HELD-COUNT IS NUMERIC
005604             MOVE W009-HELD-COUNT TO WS-RUN-HELD-COUNT
005606         END-IF
005610         COMPUTE WS-RUN-POSTED-COUNT =
005620             W009-REC-COUNT - WS-RUN-EXC-COUNT
005630             - W009-REVERSAL-COUNT - WS-RUN-HELD-COUNT
005640     END-IF.
005650 FIND-CYCLE-RUN-ROW-EXIT.
005660     EXIT.
005670*
005680 TEST-ONE-RUN-ROW.
005690     READ RUN-HISTORY-FILE
005700         AT END
005710             SET WS-LOAD-END-OF-FILE TO TRUE
005720         NOT AT END
005730             IF DIVRUN01-RUN-ID(1:8) IS EQUAL TO WS-BUSINESS-DATE
005740                     AND DIVRUN01-RETURN-CODE IS NUMERIC
005750                     AND DIVRUN01-RETURN-CODE IS LESS THAN 8
005760                 SET WS-RUN-ROW-FOUND TO TRUE
005770                 MOVE DIVRUN01-RECORD TO W009-RECORD
005780             END-IF
005790     END-READ.
005800*
005810*-------------------------------------------------------------*
005820*    COUNT-RUN-EXCEPTIONS -- WALKS THE EXCEPTION MASTER AND   *
005830*    COUNTS THE ROWS FILED UNDER THE CYCLE'S RUN-ID. WITH NO  *
005840*    RUN TO PROVE THERE IS NOTHING TO COUNT. A REASON 07 ROW  *
005842*    THAT MATCHES A DIVHOLD ROW IS A HELD RESULT A REVIEWER   *
005844*    LATER REJECTED -- THE RUN ROW ALREADY COUNTS IT AS       *
005846*    HELD, SO IT IS SKIPPED. ANY OTHER REASON 07 ROW COUNTS.  *
005850*-------------------------------------------------------------*
005860 COUNT-RUN-EXCEPTIONS.
005870     IF NOT WS-RUN-ROW-FOUND
005880         GO TO COUNT-RUN-EXCEPTIONS-EXIT
005890     END-IF.
005900     OPEN INPUT EXCEPTION-MASTER-FILE.
005910     IF WS-EXCM-FILE-STATUS IS NOT EQUAL TO "00"
005920         MOVE "DIVEXCM NOT AVAILABLE -- COUNTED AS EMPTY"
005930             TO WS-NOTE-TEXT
005940         PERFORM WRITE-MISSING-FILE-NOTE
005950         GO TO COUNT-RUN-EXCEPTIONS-EXIT
005960     END-IF.
005961     MOVE "N" TO WS-HOLD-OPEN-SWITCH.
005962     OPEN INPUT HELD-REVIEW-FILE.
005963     IF WS-HOLD-FILE-STATUS IS EQUAL TO "00"
005964         SET WS-HOLD-FILE-OPEN TO TRUE
005965     END-IF.
005970     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005980     PERFORM TEST-ONE-EXCEPTION-ROW
005990         UNTIL WS-LOAD-END-OF-FILE.
006000     CLOSE EXCEPTION-MASTER-FILE.
006001     IF WS-HOLD-FILE-OPEN
006002         CLOSE HELD-REVIEW-FILE
006003     END-IF.
006010 COUNT-RUN-EXCEPTIONS-EXIT.
006020     EXIT.
006030*
006040 TEST-ONE-EXCEPTION-ROW.
006050     READ EXCEPTION-MASTER-FILE
006060         AT END
006070             SET WS-LOAD-END-OF-FILE TO TRUE
006080         NOT AT END
006090             IF DIVEXM01-RUN-ID IS EQUAL TO WS-CYCLE-RUN-ID
006095                 IF DIVEXM01-REASON-CODE IS EQUAL TO "07"
006100                     PERFORM TEST-ONE-REASON-07-ROW THRU
006105                         TEST-ONE-REASON-07-ROW-EXIT
006110                 ELSE
006112                     ADD 1 TO WS-EXCM-RUN-COUNT
006114                 END-IF
006116             END-IF
006120     END-READ.
006130*
006140*-------------------------------------------------------------*
006150*    READ-EXTRACT-TRAILER -- READS THE RESULTS EXTRACT TO ITS *
006160*    END AND KEEPS THE COUNT AND SUM FROM THE LAST TRAILER,   *
006170*    WHICH IS THE HASH CARD CHAP424 CUTS AFTER THE            *
006180*    DEPARTMENT TRAILERS.                                     *
006190*-------------------------------------------------------------*
006200 READ-EXTRACT-TRAILER.
006210     OPEN INPUT RESULTS-EXTRACT-FILE.
006220     IF WS-XTR-FILE-STATUS IS NOT EQUAL TO "00"
006230         MOVE "DIVRSLT NOT AVAILABLE -- NO TRAILER"
006240             TO WS-NOTE-TEXT
006250         PERFORM WRITE-MISSING-FILE-NOTE
006260         GO TO READ-EXTRACT-TRAILER-EXIT
006270     END-IF.
006280     MOVE "N" TO WS-LOAD-EOF-SWITCH.
006290     PERFORM TEST-ONE-EXTRACT-RECORD
006300         UNTIL WS-LOAD-END-OF-FILE.
006310     CLOSE RESULTS-EXTRACT-FILE.
006320 READ-EXTRACT-TRAILER-EXIT.
006330     EXIT.
006340*
006350 TEST-ONE-EXTRACT-RECORD.
006360     READ RESULTS-EXTRACT-FILE
006370         AT END
006380             SET WS-LOAD-END-OF-FILE TO TRUE
006390         NOT AT END
006400             IF DIVRES01-RUN-ID(2:11) IS EQUAL TO SPACES
006410                 SET WS-XTR-TRAILER-FOUND TO TRUE
006420                 MOVE DIVXTL01-RECORD-COUNT TO
006430                     WS-XTR-TRAILER-COUNT
006440                 MOVE DIVXTL01-QUOTIENT-SUM TO WS-XTR-TRAILER-SUM
006450             END-IF
006460     END-READ.
006470*
006480*-------------------------------------------------------------*
006490*    SUM-POSTED-AUDIT-ROWS -- COUNTS AND SUMS THE REASON-00   *
006500*    AUDIT ROWS WRITTEN UNDER THE CYCLE'S RUN-ID, EACH        *
006505*    RECORD-ID AND RUN-ID ONCE HOWEVER OFTEN A RESTART        *
006507*    REWROTE IT.                                              *
006510*-------------------------------------------------------------*
006520 SUM-POSTED-AUDIT-ROWS.
006530     IF NOT WS-RUN-ROW-FOUND
006540         GO TO SUM-POSTED-AUDIT-ROWS-EXIT
006550     END-IF.
006560     OPEN INPUT DIVISION-AUDIT-LOG-FILE.
006570     IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
006580         MOVE "DIVAUDIT NOT AVAILABLE -- COUNTED AS EMPTY"
006590             TO WS-NOTE-TEXT
006600         PERFORM WRITE-MISSING-FILE-NOTE
006610         GO TO SUM-POSTED-AUDIT-ROWS-EXIT
006620     END-IF.
006621     OPEN OUTPUT AUDIT-KEY-WORK-FILE.
006622     IF WS-WORK-FILE-STATUS IS NOT EQUAL TO "00"
006623         DISPLAY "CHAP438 -- UNABLE TO OPEN "
006624             "AUDIT-KEY-WORK-FILE, STATUS = "
006625             WS-WORK-FILE-STATUS
006626         SET WS-FATAL-ABORT TO TRUE
006627         CLOSE DIVISION-AUDIT-LOG-FILE
006628         GO TO SUM-POSTED-AUDIT-ROWS-EXIT
006629     END-IF.
006630     MOVE "N" TO WS-LOAD-EOF-SWITCH.
006640     PERFORM TEST-ONE-AUDIT-ROW
006650         UNTIL WS-LOAD-END-OF-FILE.
006660     CLOSE DIVISION-AUDIT-LOG-FILE.
006665     CLOSE AUDIT-KEY-WORK-FILE.
006670 SUM-POSTED-AUDIT-ROWS-EXIT.
006680     EXIT.
006690*
006700 TEST-ONE-AUDIT-ROW.
006710     READ DIVISION-AUDIT-LOG-FILE
006720         AT END
006730             SET WS-LOAD-END-OF-FILE TO TRUE
006740         NOT AT END
006750             IF DIVAUD01-RUN-ID IS EQUAL TO WS-CYCLE-RUN-ID
006760                     AND DIVAUD01-REASON-CODE IS EQUAL TO "00"
006770                 PERFORM COUNT-ONE-POSTED-ROW THRU
006780                     COUNT-ONE-POSTED-ROW-EXIT
006790             END-IF
006800     END-READ.
006810*
006820*-------------------------------------------------------------*
006830*    COUNT-ACK-DISPOSITIONS -- COUNTS THE CHAP434             *
006840*    ACKNOWLEDGMENTS BY DISPOSITION AND KEEPS THE TRAILER     *
006850*    COUNT.                                                   *
006860*-------------------------------------------------------------*
006870 COUNT-ACK-DISPOSITIONS.
006880     OPEN INPUT ACKNOWLEDGMENT-FILE.
006890     IF WS-ACK-FILE-STATUS IS NOT EQUAL TO "00"
006900         MOVE "DIVACK NOT AVAILABLE -- COUNTED AS EMPTY"
006910             TO WS-NOTE-TEXT
006920         PERFORM WRITE-MISSING-FILE-NOTE
006930         GO TO COUNT-ACK-DISPOSITIONS-EXIT
006940     END-IF.
006950     MOVE "N" TO WS-LOAD-EOF-SWITCH.
006960     PERFORM TEST-ONE-ACK-RECORD
006970         UNTIL WS-LOAD-END-OF-FILE.
006980     CLOSE ACKNOWLEDGMENT-FILE.
006990     ADD WS-ACK-POSTED-COUNT WS-ACK-REJECTED-COUNT
006996         WS-ACK-EXCEPTED-COUNT WS-ACK-HELD-COUNT
007002         WS-ACK-REVERSED-COUNT
007010         GIVING WS-ACK-DISPOSED-COUNT.
007020 COUNT-ACK-DISPOSITIONS-EXIT.
007030     EXIT.
007040*
007050 TEST-ONE-ACK-RECORD.
007060     READ ACKNOWLEDGMENT-FILE
007070         AT END
007080             SET WS-LOAD-END-OF-FILE TO TRUE
007090         NOT AT END
007100             EVALUATE TRUE
007110                 WHEN DIVACK01-DISP-POSTED
007120                     ADD 1 TO WS-ACK-POSTED-COUNT
007130                     ADD 1 TO WS-ACK-DETAIL-COUNT
007140                 WHEN DIVACK01-DISP-REJECTED
007150                     ADD 1 TO WS-ACK-REJECTED-COUNT
007160                     ADD 1 TO WS-ACK-DETAIL-COUNT
007170                 WHEN DIVACK01-DISP-EXCEPTED
007180                     ADD 1 TO WS-ACK-EXCEPTED-COUNT
007182                     ADD 1 TO WS-ACK-DETAIL-COUNT
007184                 WHEN DIVACK01-DISP-HELD
007186                     ADD 1 TO WS-ACK-HELD-COUNT
007190                     ADD 1 TO WS-ACK-DETAIL-COUNT
007200                 WHEN DIVACK01-DISP-REVERSED
007210                     ADD 1 TO WS-ACK-REVERSED-COUNT
007220                     ADD 1 TO WS-ACK-DETAIL-COUNT
007230                 WHEN DIVACK01-DISP-UNMATCHED
007240                     ADD 1 TO WS-ACK-UNMATCHED-COUNT
007250                     ADD 1 TO WS-ACK-DETAIL-COUNT
007260                 WHEN OTHER
007270                     SET WS-ACK-TRAILER-FOUND TO TRUE
007280                     MOVE DIVATL01-RECORD-COUNT TO
007290                         WS-ACK-TRAILER-COUNT
007300             END-EVALUATE
007310     END-READ.
007320*
007330*-------------------------------------------------------------*
007340*    WRITE-MISSING-FILE-NOTE -- ONE NOTE LINE NAMING A FILE   *
007350*    THE PROOF COULD NOT READ. THE NOTES PRINT AHEAD OF THE   *
007360*    LEGS SO THE READER SEES THEM FIRST.                      *
007370*-------------------------------------------------------------*
007380 WRITE-MISSING-FILE-NOTE.
007390     ADD 1 TO WS-MISSING-FILE-COUNT.
007400     WRITE DIVRPT01-LINE FROM WS-RPT-NOTE-LINE
007410         AFTER ADVANCING 1 LINES.
007420     PERFORM CHECK-RPT-FILE-STATUS.
007430*
007440*-------------------------------------------------------------*
007450*    PRINT-BALANCING-PROOF -- THE CYCLE IDENTIFICATION, THE   *
007460*    FOUR LEGS AND THE CONCLUSION.                            *
007470*-------------------------------------------------------------*
007480 PRINT-BALANCING-PROOF.
007490     MOVE WS-BUSINESS-DATE TO WS-CYC-BUSINESS-DATE.
007500     IF WS-RUN-ROW-FOUND
007510         MOVE WS-CYCLE-RUN-ID TO WS-CYC-RUN-ID
007520     ELSE
007530         MOVE "NOT FOUND" TO WS-CYC-RUN-ID
007540     END-IF.
007550     WRITE DIVRPT01-LINE FROM WS-RPT-CYCLE-LINE
007560         AFTER ADVANCING 2 LINES.
007570     PERFORM CHECK-RPT-FILE-STATUS.
007580     PERFORM PROVE-EDIT-LEG.
007590     PERFORM PROVE-RUN-LEG.
007600     PERFORM PROVE-EXTRACT-LEG.
007610     PERFORM PROVE-ACK-LEG.
007620     IF WS-LEGS-OUT-COUNT IS EQUAL TO ZERO
007630         MOVE "CYCLE IN BALANCE -- LEGS OUT OF BALANCE:"
007640             TO WS-CON-TEXT
007650     ELSE
007660         MOVE "CYCLE NOT PROVED -- LEGS OUT OF BALANCE:"
007670             TO WS-CON-TEXT
007680     END-IF.
007690     MOVE WS-LEGS-OUT-COUNT TO WS-CON-COUNT.
007700     WRITE DIVRPT01-LINE FROM WS-RPT-CONCLUSION-LINE
007710         AFTER ADVANCING 3 LINES.
007720     PERFORM CHECK-RPT-FILE-STATUS.
007730*
007740*-------------------------------------------------------------*
007750*    PROVE-EDIT-LEG -- LEG 1: RAW FEED EQUALS THE CHAP427     *
007760*    CLEAN FEED PLUS ITS REJECTS.                             *
007770*-------------------------------------------------------------*
007780 PROVE-EDIT-LEG.
007790     MOVE "LEG 1  RAW FEED = CHAP427 CLEAN + REJECTED"
007800         TO WS-LEG-TITLE.
007810     PERFORM WRITE-LEG-HEADING.
007820     MOVE "RAW DIVTRANS RECORDS" TO WS-CNT-CAPTION.
007830     MOVE WS-RAW-COUNT TO WS-CNT-COUNT.
007840     PERFORM WRITE-COUNT-LINE.
007850     MOVE "CHAP427 CLEAN RECORDS" TO WS-CNT-CAPTION.
007860     MOVE WS-CLEAN-COUNT TO WS-CNT-COUNT.
007870     PERFORM WRITE-COUNT-LINE.
007880     MOVE "CHAP427 REJECTED RECORDS" TO WS-CNT-CAPTION.
007890     MOVE WS-REJECT-COUNT TO WS-CNT-COUNT.
007900     PERFORM WRITE-COUNT-LINE.
007910     ADD WS-CLEAN-COUNT WS-REJECT-COUNT
007920         GIVING WS-EDIT-TOTAL-COUNT.
007930     IF WS-RAW-COUNT IS EQUAL TO WS-EDIT-TOTAL-COUNT
007940         SET WS-LEG-IN-BALANCE TO TRUE
007950     ELSE
007960         SET WS-LEG-OUT-OF-BALANCE TO TRUE
007970     END-IF.
007980     MOVE "LEG 1" TO WS-RES-LEG-NAME.
007990     PERFORM WRITE-LEG-RESULT.
008000*
008010*-------------------------------------------------------------*
008020*    PROVE-RUN-LEG -- LEG 2: THE CLEAN FEED EQUALS WHAT THE   *
008030*    CHAP424 RUN-HISTORY ROW POSTED, PLUS THE ROWS FILED ON   *
008040*    THE EXCEPTION MASTER UNDER ITS RUN-ID, PLUS THE          *
008047*    REVERSALS IT APPLIED, PLUS THE RESULTS IT HELD FOR       *
008054*    REVIEW. POSTED IS THE ROW'S RECORD COUNT LESS ITS        *
008061*    EXCEPTIONS, REVERSALS AND HOLDS, SO THE LEG PROVES       *
008070*    BOTH THAT THE RUN READ THE WHOLE CLEAN FEED AND THAT     *
008080*    EVERY EXCEPTION IT COUNTED LANDED ON THE MASTER.         *
008090*-------------------------------------------------------------*
008100 PROVE-RUN-LEG.
008106     MOVE
008112         "LEG 2  CLEAN FEED = POSTED + EXCEPTED + REVERSED + HELD"
008120         TO WS-LEG-TITLE.
008130     PERFORM WRITE-LEG-HEADING.
008140     MOVE "CHAP427 CLEAN RECORDS" TO WS-CNT-CAPTION.
008150     MOVE WS-CLEAN-COUNT TO WS-CNT-COUNT.
008160     PERFORM WRITE-COUNT-LINE.
008170     MOVE "CHAP424 RECORDS READ (RUN ROW)" TO WS-CNT-CAPTION.
008180     MOVE W009-REC-COUNT TO WS-CNT-COUNT.
008190     IF NOT WS-RUN-ROW-FOUND
008200         MOVE ZERO TO WS-CNT-COUNT
008210     END-IF.
008220     PERFORM WRITE-COUNT-LINE.
008230     MOVE "POSTED (RUN ROW)" TO WS-CNT-CAPTION.
008240     MOVE WS-RUN-POSTED-COUNT TO WS-CNT-COUNT.
008250     PERFORM WRITE-COUNT-LINE.
008260     MOVE "EXCEPTED (DIVEXCM ROWS)" TO WS-CNT-CAPTION.
008270     MOVE WS-EXCM-RUN-COUNT TO WS-CNT-COUNT.
008280     PERFORM WRITE-COUNT-LINE.
008290     MOVE "REVERSED (RUN ROW)" TO WS-CNT-CAPTION.
008300     MOVE W009-REVERSAL-COUNT TO WS-CNT-COUNT.
008310     IF NOT WS-RUN-ROW-FOUND
008320         MOVE ZERO TO WS-CNT-COUNT
008330     END-IF.
008340     PERFORM WRITE-COUNT-LINE.
008342     MOVE "HELD FOR REVIEW (RUN ROW)" TO WS-CNT-CAPTION.
008344     MOVE WS-RUN-HELD-COUNT TO WS-CNT-COUNT.
008346     PERFORM WRITE-COUNT-LINE.
008350     SET WS-LEG-OUT-OF-BALANCE TO TRUE.
008360     IF WS-RUN-ROW-FOUND
008370         COMPUTE WS-RUN-ACCOUNTED-COUNT =
008380             WS-RUN-POSTED-COUNT + WS-EXCM-RUN-COUNT
008390             + W009-REVERSAL-COUNT + WS-RUN-HELD-COUNT
008400         IF WS-RUN-ACCOUNTED-COUNT IS EQUAL TO WS-CLEAN-COUNT
008410                 AND W009-REC-COUNT IS EQUAL TO WS-CLEAN-COUNT
008420             SET WS-LEG-IN-BALANCE TO TRUE
008430         END-IF
008440     END-IF.
008450     MOVE "LEG 2" TO WS-RES-LEG-NAME.
008460     PERFORM WRITE-LEG-RESULT.
008470*
008480*-------------------------------------------------------------*
008490*    PROVE-EXTRACT-LEG -- LEG 3: THE RESULTS EXTRACT HASH     *
008500*    TRAILER'S COUNT AND QUOTIENT SUM EQUAL THE REASON-00     *
008510*    AUDIT ROWS WRITTEN UNDER THE RUN-ID.                     *
008520*-------------------------------------------------------------*
008530 PROVE-EXTRACT-LEG.
008540     MOVE "LEG 3  DIVRSLT TRAILER = POSTED AUDIT ROWS"
008550         TO WS-LEG-TITLE.
008560     PERFORM WRITE-LEG-HEADING.
008570     MOVE "EXTRACT TRAILER COUNT" TO WS-CNT-CAPTION.
008580     MOVE WS-XTR-TRAILER-COUNT TO WS-CNT-COUNT.
008590     PERFORM WRITE-COUNT-LINE.
008600     MOVE "AUDIT REASON-00 ROWS" TO WS-CNT-CAPTION.
008610     MOVE WS-AUD-POSTED-COUNT TO WS-CNT-COUNT.
008620     PERFORM WRITE-COUNT-LINE.
008630     MOVE "EXTRACT TRAILER QUOTIENT SUM" TO WS-SUM-CAPTION.
008640     MOVE WS-XTR-TRAILER-SUM TO WS-SUM-AMOUNT.
008650     PERFORM WRITE-SUM-LINE.
008660     MOVE "AUDIT REASON-00 QUOTIENT SUM" TO WS-SUM-CAPTION.
008670     MOVE WS-AUD-POSTED-SUM TO WS-SUM-AMOUNT.
008680     PERFORM WRITE-SUM-LINE.
008690     IF WS-XTR-TRAILER-FOUND
008700             AND WS-RUN-ROW-FOUND
008710             AND WS-XTR-TRAILER-COUNT IS EQUAL TO
008720                 WS-AUD-POSTED-COUNT
008730             AND WS-XTR-TRAILER-SUM IS EQUAL TO WS-AUD-POSTED-SUM
008740         SET WS-LEG-IN-BALANCE TO TRUE
008750     ELSE
008760         SET WS-LEG-OUT-OF-BALANCE TO TRUE
008770     END-IF.
008780     MOVE "LEG 3" TO WS-RES-LEG-NAME.
008790     PERFORM WRITE-LEG-RESULT.
008800*
008810*-------------------------------------------------------------*
008820*    PROVE-ACK-LEG -- LEG 4: THE CHAP434 ACKNOWLEDGMENTS      *
008830*    POSTED, REJECTED, EXCEPTED, HELD AND REVERSED ADD BACK   *
008840*    TO THE RAW FEED, NOTHING WAS LEFT UNMATCHED AND THE      *
008850*    TRAILER COUNTS EVERY DETAIL ON THE FILE.                 *
008860*-------------------------------------------------------------*
008870 PROVE-ACK-LEG.
008880     MOVE "LEG 4  ACKNOWLEDGMENTS = RAW FEED"
008890         TO WS-LEG-TITLE.
008900     PERFORM WRITE-LEG-HEADING.
008910     MOVE "ACKNOWLEDGED POSTED" TO WS-CNT-CAPTION.
008920     MOVE WS-ACK-POSTED-COUNT TO WS-CNT-COUNT.
008930     PERFORM WRITE-COUNT-LINE.
008940     MOVE "ACKNOWLEDGED REJECTED" TO WS-CNT-CAPTION.
008950     MOVE WS-ACK-REJECTED-COUNT TO WS-CNT-COUNT.
008960     PERFORM WRITE-COUNT-LINE.
008970     MOVE "ACKNOWLEDGED EXCEPTED" TO WS-CNT-CAPTION.
008980     MOVE WS-ACK-EXCEPTED-COUNT TO WS-CNT-COUNT.
008982     PERFORM WRITE-COUNT-LINE.
008984     MOVE "ACKNOWLEDGED HELD" TO WS-CNT-CAPTION.
008986     MOVE WS-ACK-HELD-COUNT TO WS-CNT-COUNT.
008990     PERFORM WRITE-COUNT-LINE.
009000     MOVE "ACKNOWLEDGED REVERSED" TO WS-CNT-CAPTION.
009010     MOVE WS-ACK-REVERSED-COUNT TO WS-CNT-COUNT.
009020     PERFORM WRITE-COUNT-LINE.
009030     MOVE "ACKNOWLEDGED UNMATCHED" TO WS-CNT-CAPTION.
009040     MOVE WS-ACK-UNMATCHED-COUNT TO WS-CNT-COUNT.
009050     PERFORM WRITE-COUNT-LINE.
009060     MOVE "ACKNOWLEDGMENT TRAILER COUNT" TO WS-CNT-CAPTION.
009070     MOVE WS-ACK-TRAILER-COUNT TO WS-CNT-COUNT.
009080     PERFORM WRITE-COUNT-LINE.
009090     MOVE "RAW DIVTRANS RECORDS" TO WS-CNT-CAPTION.
009100     MOVE WS-RAW-COUNT TO WS-CNT-COUNT.
009110     PERFORM WRITE-COUNT-LINE.
009120     IF WS-ACK-TRAILER-FOUND
009130             AND WS-ACK-DISPOSED-COUNT IS EQUAL TO WS-RAW-COUNT
009140             AND WS-ACK-UNMATCHED-COUNT IS EQUAL TO ZERO
009150             AND WS-ACK-TRAILER-COUNT IS EQUAL TO
009160                 WS-ACK-DETAIL-COUNT
009170         SET WS-LEG-IN-BALANCE TO TRUE
009180     ELSE
009190         SET WS-LEG-OUT-OF-BALANCE TO TRUE
009200     END-IF.
009210     MOVE "LEG 4" TO WS-RES-LEG-NAME.
009220     PERFORM WRITE-LEG-RESULT.
009230*
009240 WRITE-LEG-HEADING.
009250     WRITE DIVRPT01-LINE FROM WS-RPT-LEG-HDG
009260         AFTER ADVANCING 2 LINES.
009270     PERFORM CHECK-RPT-FILE-STATUS.
009280*
009290 WRITE-COUNT-LINE.
009300     WRITE DIVRPT01-LINE FROM WS-RPT-COUNT-LINE
009310         AFTER ADVANCING 1 LINES.
009320     PERFORM CHECK-RPT-FILE-STATUS.
009330*
009340 WRITE-SUM-LINE.
009350     WRITE DIVRPT01-LINE FROM WS-RPT-SUM-LINE
009360         AFTER ADVANCING 1 LINES.
009370     PERFORM CHECK-RPT-FILE-STATUS.
009380*
009390*-------------------------------------------------------------*
009400*    WRITE-LEG-RESULT -- PRINTS THE LEG'S VERDICT AND COUNTS  *
009410*    IT WHEN IT IS OUT OF BALANCE.                            *
009420*-------------------------------------------------------------*
009430 WRITE-LEG-RESULT.
009440     IF WS-LEG-IN-BALANCE
009450         MOVE "IN BALANCE" TO WS-RES-VERDICT
009460     ELSE
009470         MOVE "** OUT OF BALANCE **" TO WS-RES-VERDICT
009480         ADD 1 TO WS-LEGS-OUT-COUNT
009490     END-IF.
009500     WRITE DIVRPT01-LINE FROM WS-RPT-RESULT-LINE
009510         AFTER ADVANCING 1 LINES.
009520     PERFORM CHECK-RPT-FILE-STATUS.
009530*
009540*-------------------------------------------------------------*
009550*    TERMINATE-RUN -- CLOSES THE REPORT. EVERY INPUT FILE WAS *
009560*    CLOSED BY THE PARAGRAPH THAT COUNTED IT.                 *
009570*-------------------------------------------------------------*
009580 TERMINATE-RUN.
009590     CLOSE PROOF-REPORT-FILE.
009600 TERMINATE-RUN-EXIT.
009610     EXIT.
009620*
009630*-------------------------------------------------------------*
009640*    TEST-ONE-REASON-07-ROW -- COUNTS A REASON 07 ROW UNLESS  *
009650*    DIVHOLD HOLDS A ROW UNDER THE SAME KEY, WHICH MAKES IT A *
009660*    HELD RESULT A REVIEWER REJECTED. WITH NO DIVHOLD THERE   *
009670*    WERE NO HOLDS, SO EVERY REASON 07 ROW IS COUNTED.        *
009680*-------------------------------------------------------------*
009690 TEST-ONE-REASON-07-ROW.
009700     IF NOT WS-HOLD-FILE-OPEN
009710         ADD 1 TO WS-EXCM-RUN-COUNT
009720         GO TO TEST-ONE-REASON-07-ROW-EXIT
009730     END-IF.
009740     MOVE DIVEXM01-KEY TO DIVHLD01-KEY.
009750     READ HELD-REVIEW-FILE
009760         INVALID KEY
009770             ADD 1 TO WS-EXCM-RUN-COUNT
009780     END-READ.
009790 TEST-ONE-REASON-07-ROW-EXIT.
009800     EXIT.
009810*
009820*-------------------------------------------------------------*
009830*    COUNT-ONE-POSTED-ROW -- FILES THE ROW'S KEY ON THE WORK  *
009840*    FILE AND COUNTS AND SUMS IT ONLY WHEN THE KEY IS NEW.    *
009850*-------------------------------------------------------------*
009860 COUNT-ONE-POSTED-ROW.
009870     MOVE DIVAUD01-RECORD-ID TO DIVBPW01-RECORD-ID.
009880     MOVE DIVAUD01-RUN-ID TO DIVBPW01-RUN-ID.
009890     WRITE DIVBPW01-RECORD
009900         INVALID KEY
009910             GO TO COUNT-ONE-POSTED-ROW-EXIT
009920     END-WRITE.
009930     IF WS-WORK-FILE-STATUS IS NOT EQUAL TO "00"
009940         DISPLAY "CHAP438 -- WRITE FAILED ON "
009950             "AUDIT-KEY-WORK-FILE, STATUS = "
009960             WS-WORK-FILE-STATUS
009970         SET WS-FATAL-ABORT TO TRUE
009980         SET WS-LOAD-END-OF-FILE TO TRUE
009990         GO TO COUNT-ONE-POSTED-ROW-EXIT
010000     END-IF.
010010     ADD 1 TO WS-AUD-POSTED-COUNT.
010020     ADD DIVAUD01-QUOTIENT TO WS-AUD-POSTED-SUM.
010030 COUNT-ONE-POSTED-ROW-EXIT.
010040     EXIT.

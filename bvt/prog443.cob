000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP443.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. ACCOUNTING PERIOD CLOSE. READS
000120*                         DIVPCC01 CLOSE AND REOPEN CARDS AGAINST
000130*                         THE INDEXED DIVPER01 PERIOD FILE.
000140*                         A CLOSE SHUTS A BUSINESS MONTH THAT HAS
000150*                         ENDED, FREEZES ITS POSTED COUNT AND
000160*                         QUOTIENT SUMS ON THE PERIOD ROW AND
000170*                         PRINTS THE MONTH-END STATEMENT BY
000180*                         DEPARTMENT FROM THE AUDIT LOG; CHAP424
000190*                         THEN REFUSES TO POST INTO THE MONTH. A
000200*                         REOPEN NEEDS ITS OWN CARD WITH A REASON.
000210*                         EVERY CARD, APPLIED OR REFUSED, IS
000220*                         APPENDED TO THE DIVPLG01 PERIOD LOG.
000221*        2026-10-15 RLW   THE STATEMENT TAKES EACH AUDIT ROW ONCE
000222*                         PER RECORD-ID, RUN-ID AND REASON, SO A
000223*                         ROW A CHAP424 RESTART REWROTE IS NOT
000224*                         COUNTED TWICE.
000230*
000240 ENVIRONMENT DIVISION.
000250*
000260 CONFIGURATION SECTION.
000270*
000280 INPUT-OUTPUT SECTION.
000290*
000300 FILE-CONTROL.
000310     SELECT PERIOD-CARD-FILE ASSIGN TO "DIVPCRD"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CARD-FILE-STATUS.
000340*
000350     SELECT PERIOD-CONTROL-FILE ASSIGN TO "DIVPERD"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DIVPER01-PERIOD
000390         FILE STATUS IS WS-PERD-FILE-STATUS.
000400*
000410     SELECT DIVISION-AUDIT-LOG-FILE ASSIGN TO "DIVAUDIT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000440*
000441     SELECT AUDIT-KEY-WORK-FILE ASSIGN TO "DIVPCWRK"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS DIVPCW01-KEY
000445         FILE STATUS IS WS-WORK-FILE-STATUS.
000446*
000450     SELECT PERIOD-LOG-FILE ASSIGN TO "DIVPLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PLOG-FILE-STATUS.
000480*
000490     SELECT PERIOD-REPORT-FILE ASSIGN TO PRINTER
000500         FILE STATUS IS WS-RPT-FILE-STATUS.
000510*
000520 DATA DIVISION.
000530*
000540 FILE SECTION.
000550*
000560*-------------------------------------------------------------*
000570*    PERIOD-CARD-FILE -- OPERATOR-KEYED CLOSE AND REOPEN      *
000580*    CARDS, ONE PER ACTION.                                   *
000590*-------------------------------------------------------------*
000600 FD  PERIOD-CARD-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY DIVPCC01.
000630*
000640*-------------------------------------------------------------*
000650*    PERIOD-CONTROL-FILE -- THE INDEXED DIVPER01              *
000660*    PERIOD-CONTROL FILE, ONE ROW PER MONTH EVER CLOSED.      *
000670*    CREATED EMPTY ON FIRST USE THE WAY CHAP431 BOOTSTRAPS    *
000680*    THE RATE MASTER.                                         *
000690*-------------------------------------------------------------*
000700 FD  PERIOD-CONTROL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DIVPER01.
000730*
000740*-------------------------------------------------------------*
000750*    DIVISION-AUDIT-LOG-FILE -- THE ROWS CHAP424 APPENDED,    *
000760*    READ END TO END FOR EACH MONTH CLOSED TO BUILD ITS       *
000770*    STATEMENT.                                               *
000780*-------------------------------------------------------------*
000790 FD  DIVISION-AUDIT-LOG-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DIVREC01 REPLACING LEADING ==DIVREC01== BY ==DIVAUD01==.
000820*
000830*-------------------------------------------------------------*
000840*    PERIOD-LOG-FILE -- APPEND-ONLY DIVPLG01 LOG OF EVERY     *
000850*    CARD READ AND WHAT BECAME OF IT.                         *
000860*-------------------------------------------------------------*
000870 FD  PERIOD-LOG-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DIVPLG01.
000900*
000910*-------------------------------------------------------------*
000920*    PERIOD-REPORT-FILE -- PRINTED ACTION REPORT: ONE LINE    *
000930*    PER CARD, WITH THE MONTH-END STATEMENT FOR EACH MONTH    *
000940*    CLOSED ON PAGES OF ITS OWN.                              *
000950*-------------------------------------------------------------*
000960 FD  PERIOD-REPORT-FILE
000970     LABEL RECORDS ARE OMITTED
000980     RECORD CONTAINS 80 CHARACTERS.
000990*
001000 01  DIVRPT01-LINE                        PIC X(80).
001001*
001002*-------------------------------------------------------------*
001003*    AUDIT-KEY-WORK-FILE -- SCRATCH INDEXED FILE OF THE KEY   *
001004*    OF EVERY AUDIT ROW IN A STATEMENT. A SECOND WRITE OF A   *
001005*    KEY COMES BACK INVALID -- A ROW A RESTARTED CHAP424 RUN  *
001006*    WROTE AGAIN. REBUILT EMPTY FOR EACH MONTH CLOSED.        *
001007*-------------------------------------------------------------*
001008 FD  AUDIT-KEY-WORK-FILE
001009     LABEL RECORDS ARE STANDARD.
001010*
001011 01  DIVPCW01-RECORD.
001012     05  DIVPCW01-KEY.
001013         10  DIVPCW01-RECORD-ID         PIC X(10).
001014         10  DIVPCW01-RUN-ID            PIC X(12).
001015         10  DIVPCW01-REASON-CODE       PIC X(02).
001016*
001020 WORKING-STORAGE SECTION.
001030*
001040 77  WS-CARD-FILE-STATUS               PIC X(02) VALUE "00".
001050*
001060 77  WS-PERD-FILE-STATUS               PIC X(02) VALUE "00".
001070*
001080 77  WS-AUDIT-FILE-STATUS              PIC X(02) VALUE "00".
001090*
001092 77  WS-WORK-FILE-STATUS               PIC X(02) VALUE "00".
001094*
001100 77  WS-PLOG-FILE-STATUS               PIC X(02) VALUE "00".
001110*
001120 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
001130*
001140 77  WS-CARD-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
001150         88  WS-CARD-FILE-OPEN                        VALUE "Y".
001160*
001170 77  WS-CARD-EOF-SWITCH                PIC X(01) VALUE "N".
001180         88  WS-CARD-END-OF-FILE                      VALUE "Y".
001190*
001200 77  WS-AUDIT-EOF-SWITCH               PIC X(01) VALUE "N".
001210         88  WS-AUDIT-END-OF-FILE                     VALUE "Y".
001220*
001230 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001240         88  WS-FATAL-ABORT                            VALUE "Y".
001250*
001260 77  WS-PERIOD-ROW-SWITCH              PIC X(01) VALUE "N".
001270         88  WS-PERIOD-ROW-FOUND                      VALUE "Y".
001280*
001290 77  WS-CARD-OUTCOME-SWITCH            PIC X(01) VALUE "A".
001300         88  WS-CARD-APPLIED                          VALUE "A".
001310         88  WS-CARD-REFUSED                          VALUE "R".
001320*
001330 77  WS-DEPT-FOUND-SWITCH              PIC X(01) VALUE "N".
001340         88  WS-DEPT-FOUND                            VALUE "Y".
001350*
001360 77  WS-CARD-READ-COUNT                PIC 9(05) COMP
001370                                            VALUE ZERO.
001380*
001390 77  WS-CLOSED-COUNT                   PIC 9(05) COMP
001400                                            VALUE ZERO.
001410*
001420 77  WS-REOPENED-COUNT                 PIC 9(05) COMP
001430                                            VALUE ZERO.
001440*
001450 77  WS-CARD-ERROR-COUNT               PIC 9(05) COMP
001460                                            VALUE ZERO.
001470*
001480 77  WS-PAGE-NO                        PIC 9(03) COMP
001490                                            VALUE ZERO.
001500*
001510 77  WS-LINE-COUNT                     PIC 9(03) COMP
001520                                            VALUE ZERO.
001530*
001540 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001550                                            VALUE 20.
001560*
001570 77  WS-DEPT-MAX-ENTRIES               PIC 9(03) COMP
001580                                            VALUE 100.
001590*
001600 77  WS-DEPT-COUNT                     PIC 9(03) COMP
001610                                            VALUE ZERO.
001620*
001630 77  WS-DEPT-SUB                       PIC 9(03) COMP
001640                                            VALUE ZERO.
001650*
001660 77  WS-DEPT-MATCH-SUB                 PIC 9(03) COMP
001670                                            VALUE ZERO.
001680*
001690 01  WS-RUN-DATE                       PIC X(08).
001700*
001710 01  WS-RUN-TIME                       PIC X(08).
001720*
001730 01  WS-CURRENT-PERIOD                 PIC X(06).
001740*
001750 01  WS-ACTION-TIMESTAMP.
001760         05  WS-ACT-TMS-DATE               PIC X(08).
001770         05  WS-ACT-TMS-TIME               PIC X(06).
001780*
001790*-------------------------------------------------------------*
001800*    MONTH-END STATEMENT TOTALS -- POSTED (REASON 00) ROWS    *
001810*    AND REVERSAL ROWS (REASON 09, AND REASON 08 FOR A        *
001820*    REVERSAL OF A CLOSED MONTH'S RESULT POSTED AS AN         *
001830*    ADJUSTMENT) WHOSE RUN-ID DATE FALLS IN THE MONTH BEING   *
001840*    CLOSED. NET IS POSTED LESS REVERSED, THE SAME WAY        *
001850*    CHAP424 NETS ITS RUNNING SUM.                            *
001860*-------------------------------------------------------------*
001870 77  WS-STM-POSTED-COUNT               PIC 9(07) COMP
001880                                            VALUE ZERO.
001890*
001900 77  WS-STM-REVERSAL-COUNT             PIC 9(07) COMP
001910                                            VALUE ZERO.
001920*
001930 77  WS-STM-ADJUSTMENT-COUNT           PIC 9(07) COMP
001940                                            VALUE ZERO.
001950*
001960 77  WS-STM-POSTED-SUM                 PIC S9(09)V9(04)
001970                                            VALUE ZERO.
001980*
001990 77  WS-STM-REVERSED-SUM               PIC S9(09)V9(04)
002000                                            VALUE ZERO.
002010*
002020 77  WS-STM-NET-SUM                    PIC S9(09)V9(04)
002030                                            VALUE ZERO.
002040*
002050*-------------------------------------------------------------*
002060*    WS-DEPT-TABLE -- ONE ENTRY PER DEPARTMENT SEEN IN THE    *
002070*    MONTH BEING CLOSED, IN FIRST-SEEN ORDER.                 *
002080*-------------------------------------------------------------*
002090 01  WS-DEPT-TABLE.
002100     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
002110         10  WS-DEPT-CODE              PIC X(04).
002120         10  WS-DEPT-POSTED-COUNT      PIC 9(07) COMP.
002130         10  WS-DEPT-POSTED-SUM        PIC S9(09)V9(04).
002140         10  WS-DEPT-REVERSAL-COUNT    PIC 9(07) COMP.
002150         10  WS-DEPT-REVERSED-SUM      PIC S9(09)V9(04).
002160*
002170*-------------------------------------------------------------*
002180*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
002190*-------------------------------------------------------------*
002200 01  WS-RPT-HDG-1.
002210         05  FILLER                    PIC X(15)
002220                                        VALUE "CHAP443  DATE ".
002230         05  WS-HDG-RUN-DATE           PIC X(08).
002240         05  FILLER                    PIC X(10) VALUE SPACES.
002250         05  FILLER                    PIC X(05) VALUE "PAGE ".
002260         05  WS-HDG-PAGE-NO            PIC ZZ9.
002270         05  FILLER                    PIC X(37) VALUE SPACES.
002280*
002290 01  WS-RPT-HDG-2.
002300         05  FILLER                    PIC X(80)
002310             VALUE "PERIOD CONTROL ACTION REPORT".
002320*
002330 01  WS-RPT-HDG-3.
002340         05  FILLER                    PIC X(37)
002350             VALUE "A  PERIOD  OPERATOR  DISPOSITION".
002360         05  FILLER                    PIC X(43)
002370             VALUE "  REASON".
002380*
002390 01  WS-RPT-DETAIL.
002400         05  WS-DTL-ACTION-CODE        PIC X(01).
002410         05  FILLER                    PIC X(02) VALUE SPACES.
002420         05  WS-DTL-PERIOD             PIC X(06).
002430         05  FILLER                    PIC X(02) VALUE SPACES.
002440         05  WS-DTL-OPERATOR-ID        PIC X(08).
002450         05  FILLER                    PIC X(02) VALUE SPACES.
002460         05  WS-DTL-DISPOSITION        PIC X(16).
002470         05  FILLER                    PIC X(02) VALUE SPACES.
002480         05  WS-DTL-REASON-TEXT        PIC X(40).
002490         05  FILLER                    PIC X(01) VALUE SPACES.
002500*
002510 01  WS-RPT-STM-HDG.
002520         05  FILLER                    PIC X(30)
002530             VALUE "MONTH-END STATEMENT -- PERIOD ".
002540         05  WS-STH-PERIOD             PIC X(06).
002550         05  FILLER                    PIC X(09)
002560             VALUE "  CLOSED ".
002570         05  WS-STH-TIMESTAMP          PIC X(14).
002580         05  FILLER                    PIC X(04) VALUE " BY ".
002590         05  WS-STH-OPERATOR-ID        PIC X(08).
002600         05  FILLER                    PIC X(09) VALUE SPACES.
002610*
002620 01  WS-RPT-STM-COL-HDG.
002630         05  FILLER                    PIC X(30)
002640             VALUE "DEPT   POSTED       POSTED SUM".
002650         05  FILLER                    PIC X(24)
002660             VALUE "   RVSL     REVERSED SUM".
002670         05  FILLER                    PIC X(26)
002680             VALUE "          NET SUM".
002690*
002700 01  WS-RPT-STM-DETAIL.
002710         05  WS-STD-DEPT-CODE          PIC X(04).
002720         05  FILLER                    PIC X(02) VALUE SPACES.
002730         05  WS-STD-POSTED-COUNT       PIC ZZZ,ZZ9.
002740         05  FILLER                    PIC X(02) VALUE SPACES.
002750         05  WS-STD-POSTED-SUM         PIC -ZZZZZZZZ9.9999.
002760         05  FILLER                    PIC X(02) VALUE SPACES.
002770         05  WS-STD-REVERSAL-COUNT     PIC ZZZZ9.
002780         05  FILLER                    PIC X(02) VALUE SPACES.
002790         05  WS-STD-REVERSED-SUM       PIC -ZZZZZZZZ9.9999.
002800         05  FILLER                    PIC X(02) VALUE SPACES.
002810         05  WS-STD-NET-SUM            PIC -ZZZZZZZZ9.9999.
002820         05  FILLER                    PIC X(09) VALUE SPACES.
002830*
002840 01  WS-RPT-STM-TOTAL.
002850         05  FILLER                    PIC X(06) VALUE "TOTAL ".
002860         05  WS-STT-POSTED-COUNT       PIC ZZZ,ZZ9.
002870         05  FILLER                    PIC X(02) VALUE SPACES.
002880         05  WS-STT-POSTED-SUM         PIC -ZZZZZZZZ9.9999.
002890         05  FILLER                    PIC X(02) VALUE SPACES.
002900         05  WS-STT-REVERSAL-COUNT     PIC ZZZZ9.
002910         05  FILLER                    PIC X(02) VALUE SPACES.
002920         05  WS-STT-REVERSED-SUM       PIC -ZZZZZZZZ9.9999.
002930         05  FILLER                    PIC X(02) VALUE SPACES.
002940         05  WS-STT-NET-SUM            PIC -ZZZZZZZZ9.9999.
002950         05  FILLER                    PIC X(09) VALUE SPACES.
002960*
002970 01  WS-RPT-STM-EMPTY-NOTE.
002980         05  FILLER                    PIC X(80)
002990             VALUE "NO POSTINGS IN THE PERIOD".
003000*
003010 01  WS-RPT-TOTAL-LINE.
003020         05  WS-TOT-CAPTION            PIC X(20).
003030         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
003040         05  FILLER                    PIC X(53) VALUE SPACES.
003050*
003060 PROCEDURE DIVISION.
003070*
003080*-------------------------------------------------------------*
003090*    MAIN-LINE-LOGIC -- APPLIES ONE PERIOD CARD AT A TIME     *
003100*    UNTIL THE DECK IS EXHAUSTED, THEN SETS THE BATCH RETURN  *
003110*    CODE: 0 MEANS EVERY CARD WAS APPLIED, 4 MEANS A CARD WAS *
003120*    REFUSED, 8 MEANS A FATAL ERROR.                          *
003130*-------------------------------------------------------------*
003140 MAIN-LINE-LOGIC.
003150     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
003160     IF WS-FATAL-ABORT
003170         MOVE 8 TO RETURN-CODE
003180         GO TO MAIN-LINE-LOGIC-EXIT
003190     END-IF.
003200     PERFORM PROCESS-ONE-PERIOD-CARD
003210             THRU PROCESS-ONE-PERIOD-CARD-EXIT
003220         UNTIL WS-CARD-END-OF-FILE.
003230     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
003240     IF WS-FATAL-ABORT
003250         MOVE 8 TO RETURN-CODE
003260     ELSE
003270         IF WS-CARD-ERROR-COUNT IS GREATER THAN ZERO
003280             MOVE 4 TO RETURN-CODE
003290         ELSE
003300             MOVE 0 TO RETURN-CODE
003310         END-IF
003320     END-IF.
003330 MAIN-LINE-LOGIC-EXIT.
003340     STOP RUN.
003350*
003360*-------------------------------------------------------------*
003370*    INITIALIZE-RUN -- OPENS THE PERIOD-CONTROL FILE          *
003380*    (CREATING IT EMPTY ON FIRST USE), THE PERIOD LOG AND THE *
003390*    REPORT, AND READS THE FIRST CARD. THE CURRENT PERIOD IS  *
003400*    THE WALL-CLOCK MONTH -- ONLY A MONTH BEFORE IT HAS ENDED *
003410*    AND CAN BE CLOSED. A MISSING CARD FILE IS NOT AN ERROR;  *
003420*    THE RUN SIMPLY DOES NOTHING.                             *
003430*-------------------------------------------------------------*
003440 INITIALIZE-RUN.
003450     OPEN I-O PERIOD-CONTROL-FILE.
003460     IF WS-PERD-FILE-STATUS IS EQUAL TO "35"
003470         OPEN OUTPUT PERIOD-CONTROL-FILE
003480         CLOSE PERIOD-CONTROL-FILE
003490         OPEN I-O PERIOD-CONTROL-FILE
003500     END-IF.
003510     IF WS-PERD-FILE-STATUS IS NOT EQUAL TO "00"
003520         DISPLAY "CHAP443 -- UNABLE TO OPEN "
003530             "PERIOD-CONTROL-FILE, STATUS = "
003540             WS-PERD-FILE-STATUS
003550         SET WS-FATAL-ABORT TO TRUE
003560         GO TO INITIALIZE-RUN-EXIT
003570     END-IF.
003580     OPEN EXTEND PERIOD-LOG-FILE.
003590     IF WS-PLOG-FILE-STATUS IS EQUAL TO "35"
003600         OPEN OUTPUT PERIOD-LOG-FILE
003610     END-IF.
003620     IF WS-PLOG-FILE-STATUS IS NOT EQUAL TO "00"
003630         DISPLAY "CHAP443 -- UNABLE TO OPEN "
003640             "PERIOD-LOG-FILE, STATUS = "
003650             WS-PLOG-FILE-STATUS
003660         SET WS-FATAL-ABORT TO TRUE
003670         GO TO INITIALIZE-RUN-EXIT
003680     END-IF.
003690     OPEN OUTPUT PERIOD-REPORT-FILE.
003700     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
003710         DISPLAY "CHAP443 -- UNABLE TO OPEN "
003720             "PERIOD-REPORT-FILE, STATUS = "
003730             WS-RPT-FILE-STATUS
003740         SET WS-FATAL-ABORT TO TRUE
003750         GO TO INITIALIZE-RUN-EXIT
003760     END-IF.
003770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003780     ACCEPT WS-RUN-TIME FROM TIME.
003790     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003800     MOVE WS-RUN-DATE TO WS-ACT-TMS-DATE.
003810     MOVE WS-RUN-TIME(1:6) TO WS-ACT-TMS-TIME.
003820     MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD.
003830     MOVE ZERO TO WS-PAGE-NO.
003840     PERFORM WRITE-REPORT-HEADINGS.
003850     OPEN INPUT PERIOD-CARD-FILE.
003860     IF WS-CARD-FILE-STATUS IS NOT EQUAL TO "00"
003870         SET WS-CARD-END-OF-FILE TO TRUE
003880         GO TO INITIALIZE-RUN-EXIT
003890     END-IF.
003900     SET WS-CARD-FILE-OPEN TO TRUE.
003910     PERFORM READ-PERIOD-CARD.
003920 INITIALIZE-RUN-EXIT.
003930     EXIT.
003940*
003950 READ-PERIOD-CARD.
003960     READ PERIOD-CARD-FILE
003970         AT END
003980             SET WS-CARD-END-OF-FILE TO TRUE
003990     END-READ.
004000*
004010*-------------------------------------------------------------*
004020*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
004030*    PERIOD-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE    *
004040*    THE REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.           *
004050*-------------------------------------------------------------*
004060 CHECK-RPT-FILE-STATUS.
004070     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
004080         DISPLAY "CHAP443 -- WRITE FAILED ON "
004090             "PERIOD-REPORT-FILE, STATUS = "
004100             WS-RPT-FILE-STATUS
004110         SET WS-FATAL-ABORT TO TRUE
004120         SET WS-CARD-END-OF-FILE TO TRUE
004130     END-IF.
004140*
004150*-------------------------------------------------------------*
004160*    WRITE-REPORT-HEADINGS -- STARTS A NEW ACTION REPORT PAGE *
004170*-------------------------------------------------------------*
004180 WRITE-REPORT-HEADINGS.
004190     ADD 1 TO WS-PAGE-NO.
004200     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
004210     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
004220         AFTER ADVANCING PAGE.
004230     PERFORM CHECK-RPT-FILE-STATUS.
004240     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
004250         AFTER ADVANCING 2 LINES.
004260     PERFORM CHECK-RPT-FILE-STATUS.
004270     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
004280         AFTER ADVANCING 1 LINES.
004290     PERFORM CHECK-RPT-FILE-STATUS.
004300     MOVE 3 TO WS-LINE-COUNT.
004310*
004320*-------------------------------------------------------------*
004330*    PROCESS-ONE-PERIOD-CARD -- APPLIES ONE CARD. A CARD WITH *
004340*    NO OPERATOR ID, AN UNKNOWN ACTION OR A PERIOD THAT IS    *
004350*    NOT A YYYYMM MONTH IS REFUSED BEFORE THE PERIOD-CONTROL  *
004360*    FILE IS TOUCHED; CLOSE-PERIOD AND REOPEN-PERIOD REFUSE   *
004370*    WHAT THEIR OWN RULES FORBID. EVERY CARD IS LOGGED AND    *
004380*    PRINTED, AND A MONTH JUST CLOSED HAS ITS STATEMENT       *
004390*    PRINTED AFTER ITS ACTION LINE.                           *
004400*-------------------------------------------------------------*
004410 PROCESS-ONE-PERIOD-CARD.
004420     ADD 1 TO WS-CARD-READ-COUNT.
004430     SET WS-CARD-APPLIED TO TRUE.
004440     MOVE DIVPCC01-ACTION-CODE TO WS-DTL-ACTION-CODE.
004450     MOVE DIVPCC01-PERIOD      TO WS-DTL-PERIOD.
004460     MOVE DIVPCC01-OPERATOR-ID TO WS-DTL-OPERATOR-ID.
004470     MOVE DIVPCC01-REASON-TEXT TO WS-DTL-REASON-TEXT.
004480     MOVE SPACES TO WS-DTL-DISPOSITION.
004490     IF DIVPCC01-OPERATOR-ID IS EQUAL TO SPACES
004500         MOVE "NO OPERATOR ID" TO WS-DTL-DISPOSITION
004510         GO TO PROCESS-ONE-PERIOD-CARD-REFUSED
004520     END-IF.
004530     IF NOT DIVPCC01-ACTION-CLOSE
004540             AND NOT DIVPCC01-ACTION-REOPEN
004550         MOVE "BAD ACTION CODE" TO WS-DTL-DISPOSITION
004560         GO TO PROCESS-ONE-PERIOD-CARD-REFUSED
004570     END-IF.
004580     IF DIVPCC01-PERIOD IS NOT NUMERIC
004590             OR DIVPCC01-PERIOD(5:2) IS LESS THAN "01"
004600             OR DIVPCC01-PERIOD(5:2) IS GREATER THAN "12"
004610         MOVE "BAD PERIOD" TO WS-DTL-DISPOSITION
004620         GO TO PROCESS-ONE-PERIOD-CARD-REFUSED
004630     END-IF.
004640     MOVE "N" TO WS-PERIOD-ROW-SWITCH.
004650     MOVE DIVPCC01-PERIOD TO DIVPER01-PERIOD.
004660     READ PERIOD-CONTROL-FILE
004670         INVALID KEY
004680             CONTINUE
004690         NOT INVALID KEY
004700             SET WS-PERIOD-ROW-FOUND TO TRUE
004710     END-READ.
004720     IF DIVPCC01-ACTION-CLOSE
004730         PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
004740     ELSE
004750         PERFORM REOPEN-PERIOD THRU REOPEN-PERIOD-EXIT
004760     END-IF.
004770     IF WS-FATAL-ABORT
004780         GO TO PROCESS-ONE-PERIOD-CARD-EXIT
004790     END-IF.
004800     IF WS-CARD-APPLIED
004810         GO TO PROCESS-ONE-PERIOD-CARD-LOG
004820     END-IF.
004830 PROCESS-ONE-PERIOD-CARD-REFUSED.
004840     SET WS-CARD-REFUSED TO TRUE.
004850     ADD 1 TO WS-CARD-ERROR-COUNT.
004860 PROCESS-ONE-PERIOD-CARD-LOG.
004870     PERFORM WRITE-PERIOD-LOG-RECORD.
004880     IF WS-FATAL-ABORT
004890         GO TO PROCESS-ONE-PERIOD-CARD-EXIT
004900     END-IF.
004910     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
004920         PERFORM WRITE-REPORT-HEADINGS
004930     END-IF.
004940     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
004950         AFTER ADVANCING 1 LINES.
004960     PERFORM CHECK-RPT-FILE-STATUS.
004970     ADD 1 TO WS-LINE-COUNT.
004980     IF WS-CARD-APPLIED AND DIVPCC01-ACTION-CLOSE
004990         PERFORM PRINT-MONTH-END-STATEMENT
005000     END-IF.
005010     PERFORM READ-PERIOD-CARD.
005020 PROCESS-ONE-PERIOD-CARD-EXIT.
005030     EXIT.
005040*
005050*-------------------------------------------------------------*
005060*    CLOSE-PERIOD -- CLOSES THE CARD'S MONTH. A MONTH ALREADY *
005070*    CLOSED, OR ONE THAT HAS NOT YET ENDED (THE CURRENT MONTH *
005080*    OR LATER), IS REFUSED. OTHERWISE THE MONTH'S POSTINGS    *
005090*    ARE TOTALED FROM THE AUDIT LOG, FROZEN ON THE PERIOD ROW *
005100*    WITH WHO CLOSED IT AND WHEN, AND THE ROW IS ADDED OR     *
005110*    REWRITTEN CLOSED. A MONTH REOPENED AND CLOSED AGAIN      *
005120*    KEEPS ITS REOPEN COUNT AND TAKES FRESH FIGURES.          *
005130*-------------------------------------------------------------*
005140 CLOSE-PERIOD.
005150     IF WS-PERIOD-ROW-FOUND AND DIVPER01-STATUS-CLOSED
005160         MOVE "ALREADY CLOSED" TO WS-DTL-DISPOSITION
005170         SET WS-CARD-REFUSED TO TRUE
005180         GO TO CLOSE-PERIOD-EXIT
005190     END-IF.
005200     IF DIVPCC01-PERIOD IS NOT LESS THAN WS-CURRENT-PERIOD
005210         MOVE "PERIOD NOT ENDED" TO WS-DTL-DISPOSITION
005220         SET WS-CARD-REFUSED TO TRUE
005230         GO TO CLOSE-PERIOD-EXIT
005240     END-IF.
005250     PERFORM ACCUMULATE-PERIOD-POSTINGS
005260         THRU ACCUMULATE-PERIOD-POSTINGS-EXIT.
005270     IF WS-FATAL-ABORT
005280         GO TO CLOSE-PERIOD-EXIT
005290     END-IF.
005300     IF NOT WS-PERIOD-ROW-FOUND
005310         MOVE SPACES TO DIVPER01-RECORD
005320         MOVE DIVPCC01-PERIOD TO DIVPER01-PERIOD
005330         MOVE ZERO TO DIVPER01-REOPEN-COUNT
005340     END-IF.
005350     SET DIVPER01-STATUS-CLOSED TO TRUE.
005360     MOVE WS-ACTION-TIMESTAMP     TO DIVPER01-CLOSED-TIMESTAMP.
005370     MOVE DIVPCC01-OPERATOR-ID    TO DIVPER01-CLOSED-BY.
005380     MOVE WS-STM-POSTED-COUNT     TO DIVPER01-POSTED-COUNT.
005390     MOVE WS-STM-POSTED-SUM       TO DIVPER01-POSTED-SUM.
005400     MOVE WS-STM-REVERSAL-COUNT   TO DIVPER01-REVERSAL-COUNT.
005410     MOVE WS-STM-NET-SUM          TO DIVPER01-NET-SUM.
005420     IF WS-PERIOD-ROW-FOUND
005430         REWRITE DIVPER01-RECORD
005440     ELSE
005450         WRITE DIVPER01-RECORD
005460     END-IF.
005470     IF WS-PERD-FILE-STATUS IS NOT EQUAL TO "00"
005480         DISPLAY "CHAP443 -- WRITE FAILED ON "
005490             "PERIOD-CONTROL-FILE, STATUS = "
005500             WS-PERD-FILE-STATUS
005510         SET WS-FATAL-ABORT TO TRUE
005520         SET WS-CARD-END-OF-FILE TO TRUE
005530         GO TO CLOSE-PERIOD-EXIT
005540     END-IF.
005550     ADD 1 TO WS-CLOSED-COUNT.
005560     MOVE "CLOSED" TO WS-DTL-DISPOSITION.
005570 CLOSE-PERIOD-EXIT.
005580     EXIT.
005590*
005600*-------------------------------------------------------------*
005610*    REOPEN-PERIOD -- REOPENS A CLOSED MONTH. A MONTH THAT IS *
005620*    NOT CLOSED, OR A CARD THAT DOES NOT SAY WHY, IS REFUSED. *
005630*    THE ROW KEEPS ITS FROZEN FIGURES AND WHO CLOSED IT, AND  *
005640*    GAINS WHO REOPENED IT, WHEN, AND ONE MORE ON ITS REOPEN  *
005650*    COUNT.                                                   *
005660*-------------------------------------------------------------*
005670 REOPEN-PERIOD.
005680     IF NOT WS-PERIOD-ROW-FOUND OR NOT DIVPER01-STATUS-CLOSED
005690         MOVE "NOT CLOSED" TO WS-DTL-DISPOSITION
005700         SET WS-CARD-REFUSED TO TRUE
005710         GO TO REOPEN-PERIOD-EXIT
005720     END-IF.
005730     IF DIVPCC01-REASON-TEXT IS EQUAL TO SPACES
005740         MOVE "NO REOPEN REASON" TO WS-DTL-DISPOSITION
005750         SET WS-CARD-REFUSED TO TRUE
005760         GO TO REOPEN-PERIOD-EXIT
005770     END-IF.
005780     SET DIVPER01-STATUS-OPEN TO TRUE.
005790     MOVE WS-ACTION-TIMESTAMP  TO DIVPER01-REOPENED-TIMESTAMP.
005800     MOVE DIVPCC01-OPERATOR-ID TO DIVPER01-REOPENED-BY.
005810     IF DIVPER01-REOPEN-COUNT IS NOT NUMERIC
005820         MOVE ZERO TO DIVPER01-REOPEN-COUNT
005830     END-IF.
005840     ADD 1 TO DIVPER01-REOPEN-COUNT.
005850     REWRITE DIVPER01-RECORD.
005860     IF WS-PERD-FILE-STATUS IS NOT EQUAL TO "00"
005870         DISPLAY "CHAP443 -- REWRITE FAILED ON "
005880             "PERIOD-CONTROL-FILE, STATUS = "
005890             WS-PERD-FILE-STATUS
005900         SET WS-FATAL-ABORT TO TRUE
005910         SET WS-CARD-END-OF-FILE TO TRUE
005920         GO TO REOPEN-PERIOD-EXIT
005930     END-IF.
005940     ADD 1 TO WS-REOPENED-COUNT.
005950     MOVE "REOPENED" TO WS-DTL-DISPOSITION.
005960 REOPEN-PERIOD-EXIT.
005970     EXIT.
005980*
005990*-------------------------------------------------------------*
006000*    ACCUMULATE-PERIOD-POSTINGS -- READS THE WHOLE AUDIT LOG  *
006010*    AND TOTALS, BY DEPARTMENT, THE POSTED AND REVERSAL ROWS  *
006020*    WHOSE RUN-ID DATE (THE BUSINESS DATE THE RUN POSTED FOR) *
006030*    FALLS IN THE MONTH BEING CLOSED. NO AUDIT LOG IS FATAL   *
006040*    -- A MONTH IS NEVER CLOSED WITHOUT ITS STATEMENT. A      *
006042*    ROW A RESTARTED CHAP424 RUN WROTE TWICE IS TAKEN ONCE.   *
006050*-------------------------------------------------------------*
006060 ACCUMULATE-PERIOD-POSTINGS.
006070     MOVE ZERO TO WS-DEPT-COUNT.
006080     MOVE ZERO TO WS-STM-POSTED-COUNT.
006090     MOVE ZERO TO WS-STM-REVERSAL-COUNT.
006100     MOVE ZERO TO WS-STM-ADJUSTMENT-COUNT.
006110     MOVE ZERO TO WS-STM-POSTED-SUM.
006120     MOVE ZERO TO WS-STM-REVERSED-SUM.
006130     MOVE ZERO TO WS-STM-NET-SUM.
006131     OPEN OUTPUT AUDIT-KEY-WORK-FILE.
006132     IF WS-WORK-FILE-STATUS IS NOT EQUAL TO "00"
006133         DISPLAY "CHAP443 -- UNABLE TO OPEN "
006134             "AUDIT-KEY-WORK-FILE, STATUS = "
006135             WS-WORK-FILE-STATUS
006136         SET WS-FATAL-ABORT TO TRUE
006137         SET WS-CARD-END-OF-FILE TO TRUE
006138         GO TO ACCUMULATE-PERIOD-POSTINGS-EXIT
006139     END-IF.
006140     OPEN INPUT DIVISION-AUDIT-LOG-FILE.
006150     IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
006160         DISPLAY "CHAP443 -- UNABLE TO OPEN "
006170             "DIVISION-AUDIT-LOG-FILE, STATUS = "
006180             WS-AUDIT-FILE-STATUS
006190         SET WS-FATAL-ABORT TO TRUE
006200         SET WS-CARD-END-OF-FILE TO TRUE
006205         CLOSE AUDIT-KEY-WORK-FILE
006210         GO TO ACCUMULATE-PERIOD-POSTINGS-EXIT
006220     END-IF.
006230     MOVE "N" TO WS-AUDIT-EOF-SWITCH.
006240     PERFORM READ-AUDIT-ROW.
006250     PERFORM ACCUMULATE-ONE-AUDIT-ROW
006260             THRU ACCUMULATE-ONE-AUDIT-ROW-EXIT
006270         UNTIL WS-AUDIT-END-OF-FILE.
006280     CLOSE DIVISION-AUDIT-LOG-FILE.
006285     CLOSE AUDIT-KEY-WORK-FILE.
006290     SUBTRACT WS-STM-REVERSED-SUM FROM WS-STM-POSTED-SUM
006300         GIVING WS-STM-NET-SUM.
006310 ACCUMULATE-PERIOD-POSTINGS-EXIT.
006320     EXIT.
006330*
006340 READ-AUDIT-ROW.
006350     READ DIVISION-AUDIT-LOG-FILE
006360         AT END
006370             SET WS-AUDIT-END-OF-FILE TO TRUE
006380     END-READ.
006390*
006400*-------------------------------------------------------------*
006410*    ACCUMULATE-ONE-AUDIT-ROW -- FOLDS ONE AUDIT ROW OF THE   *
006420*    MONTH INTO ITS DEPARTMENT AND THE STATEMENT TOTALS, ONCE *
006425*    PER KEY FILED ON THE WORK FILE.                          *
006430*    EXCEPTION AND HELD ROWS NEVER POSTED AND ARE SKIPPED. A  *
006440*    REASON 08 ROW IS A REVERSAL LIKE ANY OTHER AND IS ALSO   *
006450*    COUNTED AS A CLOSED-PERIOD ADJUSTMENT.                   *
006460*-------------------------------------------------------------*
006470 ACCUMULATE-ONE-AUDIT-ROW.
006480     IF DIVAUD01-RUN-ID(1:6) IS NOT EQUAL TO DIVPCC01-PERIOD
006490         GO TO ACCUMULATE-ONE-AUDIT-ROW-NEXT
006500     END-IF.
006510     IF DIVAUD01-REASON-CODE IS NOT EQUAL TO "00"
006520             AND DIVAUD01-REASON-CODE IS NOT EQUAL TO "08"
006530             AND DIVAUD01-REASON-CODE IS NOT EQUAL TO "09"
006540         GO TO ACCUMULATE-ONE-AUDIT-ROW-NEXT
006550     END-IF.
006551     MOVE DIVAUD01-RECORD-ID TO DIVPCW01-RECORD-ID.
006552     MOVE DIVAUD01-RUN-ID TO DIVPCW01-RUN-ID.
006553     MOVE DIVAUD01-REASON-CODE TO DIVPCW01-REASON-CODE.
006554     WRITE DIVPCW01-RECORD
006555         INVALID KEY
006556             GO TO ACCUMULATE-ONE-AUDIT-ROW-NEXT
006557     END-WRITE.
006558     IF WS-WORK-FILE-STATUS IS EQUAL TO "00"
006559         PERFORM FIND-DEPT-ENTRY
006560     ELSE
006561         DISPLAY "CHAP443 -- WRITE FAILED ON "
006562             "AUDIT-KEY-WORK-FILE, STATUS = "
006563             WS-WORK-FILE-STATUS
006564         SET WS-FATAL-ABORT TO TRUE
006565         SET WS-AUDIT-END-OF-FILE TO TRUE
006566         SET WS-CARD-END-OF-FILE TO TRUE
006567     END-IF.
006570     IF WS-FATAL-ABORT
006580         GO TO ACCUMULATE-ONE-AUDIT-ROW-EXIT
006590     END-IF.
006600     IF DIVAUD01-REASON-CODE IS EQUAL TO "00"
006610         ADD 1 TO WS-STM-POSTED-COUNT
006620         ADD 1 TO WS-DEPT-POSTED-COUNT (WS-DEPT-MATCH-SUB)
006630         ADD DIVAUD01-QUOTIENT TO WS-STM-POSTED-SUM
006640         ADD DIVAUD01-QUOTIENT TO
006650             WS-DEPT-POSTED-SUM (WS-DEPT-MATCH-SUB)
006660     ELSE
006670         ADD 1 TO WS-STM-REVERSAL-COUNT
006680         ADD 1 TO WS-DEPT-REVERSAL-COUNT (WS-DEPT-MATCH-SUB)
006690         ADD DIVAUD01-QUOTIENT TO WS-STM-REVERSED-SUM
006700         ADD DIVAUD01-QUOTIENT TO
006710             WS-DEPT-REVERSED-SUM (WS-DEPT-MATCH-SUB)
006720         IF DIVAUD01-REASON-CODE IS EQUAL TO "08"
006730             ADD 1 TO WS-STM-ADJUSTMENT-COUNT
006740         END-IF
006750     END-IF.
006760 ACCUMULATE-ONE-AUDIT-ROW-NEXT.
006770     PERFORM READ-AUDIT-ROW.
006780 ACCUMULATE-ONE-AUDIT-ROW-EXIT.
006790     EXIT.
006800*
006810*-------------------------------------------------------------*
006820*    FIND-DEPT-ENTRY -- LINEAR SEARCH OF THE DEPARTMENT TABLE *
006830*    FOR THE AUDIT ROW'S DEPARTMENT CODE, STARTING A FRESH    *
006840*    ENTRY WHEN THE CODE HAS NOT BEEN SEEN THIS MONTH. A FULL *
006850*    TABLE IS FATAL SINCE A DROPPED DEPARTMENT WOULD          *
006860*    UNDERSTATE THE STATEMENT.                                *
006870*-------------------------------------------------------------*
006880 FIND-DEPT-ENTRY.
006890     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
006900     MOVE ZERO TO WS-DEPT-MATCH-SUB.
006910     PERFORM TEST-DEPT-ENTRY
006920         VARYING WS-DEPT-SUB FROM 1 BY 1
006930         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
006940             OR WS-DEPT-FOUND.
006950     IF NOT WS-DEPT-FOUND
006960         IF WS-DEPT-COUNT IS NOT LESS THAN WS-DEPT-MAX-ENTRIES
006970             DISPLAY "CHAP443 -- DEPARTMENT TABLE FULL AT "
006980                 WS-DEPT-MAX-ENTRIES " ENTRIES"
006990             SET WS-FATAL-ABORT TO TRUE
007000             SET WS-AUDIT-END-OF-FILE TO TRUE
007010             SET WS-CARD-END-OF-FILE TO TRUE
007020         ELSE
007030             ADD 1 TO WS-DEPT-COUNT
007040             MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-SUB
007050             MOVE DIVAUD01-DEPT-CODE TO
007060                 WS-DEPT-CODE (WS-DEPT-MATCH-SUB)
007070             MOVE ZERO TO
007080                 WS-DEPT-POSTED-COUNT (WS-DEPT-MATCH-SUB)
007090                 WS-DEPT-POSTED-SUM (WS-DEPT-MATCH-SUB)
007100                 WS-DEPT-REVERSAL-COUNT (WS-DEPT-MATCH-SUB)
007110                 WS-DEPT-REVERSED-SUM (WS-DEPT-MATCH-SUB)
007120         END-IF
007130     END-IF.
007140*
007150 TEST-DEPT-ENTRY.
007160     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO
007170             DIVAUD01-DEPT-CODE
007180         SET WS-DEPT-FOUND TO TRUE
007190         MOVE WS-DEPT-SUB TO WS-DEPT-MATCH-SUB
007200     END-IF.
007210*
007220*-------------------------------------------------------------*
007230*    WRITE-PERIOD-LOG-RECORD -- APPENDS THE CARD AND WHAT     *
007240*    BECAME OF IT TO THE PERIOD LOG.                          *
007250*-------------------------------------------------------------*
007260 WRITE-PERIOD-LOG-RECORD.
007270     MOVE SPACES TO DIVPLG01-RECORD.
007280     MOVE WS-ACTION-TIMESTAMP  TO DIVPLG01-TIMESTAMP.
007290     MOVE DIVPCC01-PERIOD      TO DIVPLG01-PERIOD.
007300     MOVE DIVPCC01-ACTION-CODE TO DIVPLG01-ACTION-CODE.
007310     MOVE DIVPCC01-OPERATOR-ID TO DIVPLG01-OPERATOR-ID.
007320     MOVE WS-CARD-OUTCOME-SWITCH TO DIVPLG01-OUTCOME.
007330     MOVE WS-DTL-DISPOSITION   TO DIVPLG01-DISPOSITION.
007340     MOVE DIVPCC01-REASON-TEXT TO DIVPLG01-REASON-TEXT.
007350     WRITE DIVPLG01-RECORD.
007360     IF WS-PLOG-FILE-STATUS IS NOT EQUAL TO "00"
007370         DISPLAY "CHAP443 -- WRITE FAILED ON "
007380             "PERIOD-LOG-FILE, STATUS = "
007390             WS-PLOG-FILE-STATUS
007400         SET WS-FATAL-ABORT TO TRUE
007410         SET WS-CARD-END-OF-FILE TO TRUE
007420     END-IF.
007430*
007440*-------------------------------------------------------------*
007450*    PRINT-MONTH-END-STATEMENT -- THE FROZEN STATEMENT FOR    *
007460*    THE MONTH JUST CLOSED, ON PAGES OF ITS OWN: ONE LINE PER *
007470*    DEPARTMENT WITH ITS POSTED COUNT AND SUM, REVERSALS AND  *
007480*    NET, THEN THE MONTH'S TOTALS -- THE FIGURES NOW HELD ON  *
007490*    THE PERIOD ROW. THE NEXT ACTION LINE STARTS A FRESH      *
007500*    PAGE.                                                    *
007510*-------------------------------------------------------------*
007520 PRINT-MONTH-END-STATEMENT.
007530     MOVE DIVPER01-PERIOD           TO WS-STH-PERIOD.
007540     MOVE DIVPER01-CLOSED-TIMESTAMP TO WS-STH-TIMESTAMP.
007550     MOVE DIVPER01-CLOSED-BY        TO WS-STH-OPERATOR-ID.
007560     PERFORM WRITE-STATEMENT-HEADINGS.
007570     IF WS-DEPT-COUNT IS EQUAL TO ZERO
007580         WRITE DIVRPT01-LINE FROM WS-RPT-STM-EMPTY-NOTE
007590             AFTER ADVANCING 1 LINES
007600         PERFORM CHECK-RPT-FILE-STATUS
007610         ADD 1 TO WS-LINE-COUNT
007620     END-IF.
007630     PERFORM PRINT-ONE-STATEMENT-LINE
007640         VARYING WS-DEPT-SUB FROM 1 BY 1
007650         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT.
007660     MOVE WS-STM-POSTED-COUNT   TO WS-STT-POSTED-COUNT.
007670     MOVE WS-STM-POSTED-SUM     TO WS-STT-POSTED-SUM.
007680     MOVE WS-STM-REVERSAL-COUNT TO WS-STT-REVERSAL-COUNT.
007690     MOVE WS-STM-REVERSED-SUM   TO WS-STT-REVERSED-SUM.
007700     MOVE WS-STM-NET-SUM        TO WS-STT-NET-SUM.
007710     WRITE DIVRPT01-LINE FROM WS-RPT-STM-TOTAL
007720         AFTER ADVANCING 2 LINES.
007730     PERFORM CHECK-RPT-FILE-STATUS.
007740     MOVE "CLOSED-PERIOD ADJ:  " TO WS-TOT-CAPTION.
007750     MOVE WS-STM-ADJUSTMENT-COUNT TO WS-TOT-COUNT.
007760     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
007770         AFTER ADVANCING 1 LINES.
007780     PERFORM CHECK-RPT-FILE-STATUS.
007790     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
007800     ADD 1 TO WS-LINE-COUNT.
007810*
007820 WRITE-STATEMENT-HEADINGS.
007830     ADD 1 TO WS-PAGE-NO.
007840     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
007850     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
007860         AFTER ADVANCING PAGE.
007870     PERFORM CHECK-RPT-FILE-STATUS.
007880     WRITE DIVRPT01-LINE FROM WS-RPT-STM-HDG
007890         AFTER ADVANCING 2 LINES.
007900     PERFORM CHECK-RPT-FILE-STATUS.
007910     WRITE DIVRPT01-LINE FROM WS-RPT-STM-COL-HDG
007920         AFTER ADVANCING 1 LINES.
007930     PERFORM CHECK-RPT-FILE-STATUS.
007940     MOVE 3 TO WS-LINE-COUNT.
007950*
007960 PRINT-ONE-STATEMENT-LINE.
007970     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
007980         PERFORM WRITE-STATEMENT-HEADINGS
007990     END-IF.
008000     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-STD-DEPT-CODE.
008010     MOVE WS-DEPT-POSTED-COUNT (WS-DEPT-SUB) TO
008020         WS-STD-POSTED-COUNT.
008030     MOVE WS-DEPT-POSTED-SUM (WS-DEPT-SUB) TO WS-STD-POSTED-SUM.
008040     MOVE WS-DEPT-REVERSAL-COUNT (WS-DEPT-SUB) TO
008050         WS-STD-REVERSAL-COUNT.
008060     MOVE WS-DEPT-REVERSED-SUM (WS-DEPT-SUB) TO
008070         WS-STD-REVERSED-SUM.
008080     SUBTRACT WS-DEPT-REVERSED-SUM (WS-DEPT-SUB)
008090         FROM WS-DEPT-POSTED-SUM (WS-DEPT-SUB)
008100         GIVING WS-STD-NET-SUM.
008110     WRITE DIVRPT01-LINE FROM WS-RPT-STM-DETAIL
008120         AFTER ADVANCING 1 LINES.
008130     PERFORM CHECK-RPT-FILE-STATUS.
008140     ADD 1 TO WS-LINE-COUNT.
008150*
008160*-------------------------------------------------------------*
008170*    TERMINATE-RUN -- PRINTS THE ACTION TOTALS AND CLOSES ALL *
008180*    OPEN FILES. CARDS READ ALWAYS EQUALS CLOSED PLUS         *
008190*    REOPENED PLUS REFUSED.                                   *
008200*-------------------------------------------------------------*
008210 TERMINATE-RUN.
008220     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
008230         PERFORM WRITE-REPORT-HEADINGS
008240     END-IF.
008250     MOVE "CARDS READ:         " TO WS-TOT-CAPTION.
008260     MOVE WS-CARD-READ-COUNT TO WS-TOT-COUNT.
008270     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008280         AFTER ADVANCING 2 LINES.
008290     PERFORM CHECK-RPT-FILE-STATUS.
008300     MOVE "PERIODS CLOSED:     " TO WS-TOT-CAPTION.
008310     MOVE WS-CLOSED-COUNT TO WS-TOT-COUNT.
008320     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008330         AFTER ADVANCING 1 LINES.
008340     PERFORM CHECK-RPT-FILE-STATUS.
008350     MOVE "PERIODS REOPENED:   " TO WS-TOT-CAPTION.
008360     MOVE WS-REOPENED-COUNT TO WS-TOT-COUNT.
008370     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008380         AFTER ADVANCING 1 LINES.
008390     PERFORM CHECK-RPT-FILE-STATUS.
008400     MOVE "CARDS REFUSED:      " TO WS-TOT-CAPTION.
008410     MOVE WS-CARD-ERROR-COUNT TO WS-TOT-COUNT.
008420     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008430         AFTER ADVANCING 1 LINES.
008440     PERFORM CHECK-RPT-FILE-STATUS.
008450     IF WS-CARD-FILE-OPEN
008460         CLOSE PERIOD-CARD-FILE
008470     END-IF.
008480     CLOSE PERIOD-CONTROL-FILE.
008490     CLOSE PERIOD-LOG-FILE.
008500     CLOSE PERIOD-REPORT-FILE.
008510 TERMINATE-RUN-EXIT.
008520     EXIT.

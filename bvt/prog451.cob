000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP451.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. DEPARTMENT PARTITION SPLIT.
000120*                         RUNS BETWEEN CHAP427 AND CHAP424 AND
000130*                         DEALS THE EDITED FEED OUT BY DEPT-CODE,
000140*                         THROUGH THE DIVPMP01 PARTITION MAP,
000150*                         INTO UP TO FOUR PARTITION FEEDS THAT
000160*                         CHAP424 POSTS IN PARALLEL. FILES ONE
000170*                         DIVPST01 PARTITION STATUS ROW PER
000180*                         PARTITION, ALL STAMPED WITH THE ONE
000190*                         RUN-ID THE BUSINESS DATE POSTS UNDER,
000200*                         AND PRINTS A SPLIT REPORT. REFUSES TO
000210*                         SPLIT A DATE WHOSE PARTITIONS HAVE
000220*                         ALREADY STARTED POSTING.
000230*
000240 ENVIRONMENT DIVISION.
000250*
000260 CONFIGURATION SECTION.
000270*
000280 INPUT-OUTPUT SECTION.
000290*
000300 FILE-CONTROL.
000310     SELECT DIVISION-TRANS-FILE ASSIGN TO "DIVTRANS"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-TRANS-FILE-STATUS.
000340*
000350     SELECT PARTITION-MAP-FILE ASSIGN TO "DIVPMAP"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PMAP-FILE-STATUS.
000380*
000390     SELECT PARTITION-STATUS-FILE ASSIGN TO "DIVPSTAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DIVPST01-KEY
000430         FILE STATUS IS WS-PSTAT-FILE-STATUS.
000440*
000450     SELECT PARTITION-FEED-FILE-1 ASSIGN TO "DIVPTR1"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PTR1-FILE-STATUS.
000480*
000490     SELECT PARTITION-FEED-FILE-2 ASSIGN TO "DIVPTR2"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PTR2-FILE-STATUS.
000520*
000530     SELECT PARTITION-FEED-FILE-3 ASSIGN TO "DIVPTR3"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PTR3-FILE-STATUS.
000560*
000570     SELECT PARTITION-FEED-FILE-4 ASSIGN TO "DIVPTR4"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PTR4-FILE-STATUS.
000600*
000610     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-BDATE-FILE-STATUS.
000640*
000650     SELECT SPLIT-REPORT-FILE ASSIGN TO PRINTER
000660         FILE STATUS IS WS-RPT-FILE-STATUS.
000670*
000680 DATA DIVISION.
000690*
000700 FILE SECTION.
000710*
000720*-------------------------------------------------------------*
000730*    DIVISION-TRANS-FILE -- THE EDITED FEED CHAP427 PASSED,   *
000740*    READ HERE UNDER THE NAME CHAP424 WOULD READ IT BY.       *
000750*-------------------------------------------------------------*
000760 FD  DIVISION-TRANS-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DIVTRN01.
000790*
000800*-------------------------------------------------------------*
000810*    PARTITION-MAP-FILE -- THE DIVPMP01 DEPARTMENT PARTITION  *
000820*    MAP. OPTIONAL INPUT: WHEN IT IS MISSING THE WHOLE FEED   *
000830*    GOES TO PARTITION 1.                                     *
000840*-------------------------------------------------------------*
000850 FD  PARTITION-MAP-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY DIVPMP01.
000880*
000890*-------------------------------------------------------------*
000900*    PARTITION-STATUS-FILE -- THE INDEXED DIVPST01 PARTITION  *
000910*    STATUS FILE, ONE ROW PER PARTITION PER BUSINESS DATE.    *
000920*    CREATED EMPTY ON FIRST USE.                              *
000930*-------------------------------------------------------------*
000940 FD  PARTITION-STATUS-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY DIVPST01.
000970*
000980*-------------------------------------------------------------*
000990*    PARTITION-FEED-FILE-1 THROUGH -4 -- ONE DIVTRN01 FEED    *
001000*    PER PARTITION, EACH READ AS DIVTRANS BY ITS OWN CHAP424  *
001010*    STEP. ALL FOUR ARE REWRITTEN ON EVERY SPLIT, SO A        *
001020*    PARTITION NO LONGER MAPPED IS LEFT EMPTY RATHER THAN     *
001030*    STALE.                                                   *
001040*-------------------------------------------------------------*
001050 FD  PARTITION-FEED-FILE-1
001060     LABEL RECORDS ARE STANDARD.
001070     COPY DIVTRN01 REPLACING LEADING ==DIVTRN01== BY ==DIVPT101==.
001080*
001090 FD  PARTITION-FEED-FILE-2
001100     LABEL RECORDS ARE STANDARD.
001110     COPY DIVTRN01 REPLACING LEADING ==DIVTRN01== BY ==DIVPT201==.
001120*
001130 FD  PARTITION-FEED-FILE-3
001140     LABEL RECORDS ARE STANDARD.
001150     COPY DIVTRN01 REPLACING LEADING ==DIVTRN01== BY ==DIVPT301==.
001160*
001170 FD  PARTITION-FEED-FILE-4
001180     LABEL RECORDS ARE STANDARD.
001190     COPY DIVTRN01 REPLACING LEADING ==DIVTRN01== BY ==DIVPT401==.
001200*
001210*-------------------------------------------------------------*
001220*    BUSINESS-DATE-CARD-FILE -- OPTIONAL ONE-CARD BUSINESS    *
001230*    DATE, THE SAME CARD CHAP424 HONORS.                      *
001240*-------------------------------------------------------------*
001250 FD  BUSINESS-DATE-CARD-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY DIVBDT01.
001280*
001290*-------------------------------------------------------------*
001300*    SPLIT-REPORT-FILE -- PRINTED SPLIT REPORT, ONE LINE PER  *
001310*    DEPARTMENT AND A COUNT PER PARTITION.                    *
001320*-------------------------------------------------------------*
001330 FD  SPLIT-REPORT-FILE
001340     LABEL RECORDS ARE OMITTED
001350     RECORD CONTAINS 80 CHARACTERS.
001360*
001370 01  DIVRPT01-LINE                        PIC X(80).
001380*
001390 WORKING-STORAGE SECTION.
001400*
001410 77  WS-TRANS-FILE-STATUS              PIC X(02) VALUE "00".
001420*
001430 77  WS-PMAP-FILE-STATUS               PIC X(02) VALUE "00".
001440*
001450 77  WS-PSTAT-FILE-STATUS              PIC X(02) VALUE "00".
001460*
001470 77  WS-PTR1-FILE-STATUS               PIC X(02) VALUE "00".
001480*
001490 77  WS-PTR2-FILE-STATUS               PIC X(02) VALUE "00".
001500*
001510 77  WS-PTR3-FILE-STATUS               PIC X(02) VALUE "00".
001520*
001530 77  WS-PTR4-FILE-STATUS               PIC X(02) VALUE "00".
001540*
001550 77  WS-PTR-WRITE-STATUS               PIC X(02) VALUE "00".
001560*
001570 77  WS-BDATE-FILE-STATUS              PIC X(02) VALUE "00".
001580*
001590 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
001600*
001610 77  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001620         88  WS-END-OF-FILE                           VALUE "Y".
001630*
001640 77  WS-PMAP-EOF-SWITCH                PIC X(01) VALUE "N".
001650         88  WS-PMAP-END-OF-FILE                      VALUE "Y".
001660*
001670 77  WS-PMAP-LOADED-SWITCH             PIC X(01) VALUE "N".
001680         88  WS-PMAP-FILE-LOADED                      VALUE "Y".
001690*
001700 77  WS-PSTAT-EOF-SWITCH               PIC X(01) VALUE "N".
001710         88  WS-PSTAT-SCAN-DONE                       VALUE "Y".
001720*
001730 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001740         88  WS-FATAL-ABORT                            VALUE "Y".
001750*
001760 77  WS-SPLIT-REFUSED-SWITCH           PIC X(01) VALUE "N".
001770         88  WS-SPLIT-REFUSED                         VALUE "Y".
001780*
001790 77  WS-MAP-FOUND-SWITCH               PIC X(01) VALUE "N".
001800         88  WS-MAP-FOUND                             VALUE "Y".
001810*
001820 77  WS-DEPT-FOUND-SWITCH              PIC X(01) VALUE "N".
001830         88  WS-DEPT-FOUND                            VALUE "Y".
001840*
001850 77  WS-MAP-MAX-ENTRIES                PIC 9(03) COMP
001860                                            VALUE 500.
001870*
001880 77  WS-MAP-COUNT                      PIC 9(03) COMP
001890                                            VALUE ZERO.
001900*
001910 77  WS-MAP-SUB                        PIC 9(03) COMP
001920                                            VALUE ZERO.
001930*
001940 77  WS-DEPT-MAX-ENTRIES               PIC 9(03) COMP
001950                                            VALUE 500.
001960*
001970 77  WS-DEPT-COUNT                     PIC 9(03) COMP
001980                                            VALUE ZERO.
001990*
002000 77  WS-DEPT-SUB                       PIC 9(03) COMP
002010                                            VALUE ZERO.
002020*
002030 77  WS-DEPT-MATCH-SUB                 PIC 9(03) COMP
002040                                            VALUE ZERO.
002050*
002060 77  WS-PTN-MAX-PARTITIONS             PIC 9(01) VALUE 4.
002070*
002080 77  WS-PTN-SUB                        PIC 9(01) VALUE ZERO.
002090*
002100 77  WS-TARGET-PTN                     PIC 9(01) VALUE ZERO.
002110*
002120 77  WS-REC-READ-COUNT                 PIC 9(07) COMP
002130                                            VALUE ZERO.
002140*
002150 77  WS-REC-WRITTEN-COUNT              PIC 9(07) COMP
002160                                            VALUE ZERO.
002170*
002180 77  WS-UNMAPPED-COUNT                 PIC 9(07) COMP
002190                                            VALUE ZERO.
002200*
002210 77  WS-PAGE-NO                        PIC 9(03) COMP
002220                                            VALUE ZERO.
002230*
002240 77  WS-LINE-COUNT                     PIC 9(03) COMP
002250                                            VALUE ZERO.
002260*
002270 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
002280                                            VALUE 20.
002290*
002300 01  WS-BUSINESS-DATE                  PIC X(08).
002310*
002320 01  WS-RUN-TIME                       PIC X(08).
002330*
002340 01  WS-SPLIT-TIMESTAMP                PIC X(14).
002350*
002360 01  WS-RUN-ID.
002370         05  WS-RUN-ID-DATE                PIC X(08).
002380         05  WS-RUN-ID-TIME                PIC X(04).
002390*
002400*-------------------------------------------------------------*
002410*    WS-PARTITION-MAP-TABLE -- THE DIVPMP01 MAP LOADED ONCE   *
002420*    AT INITIALIZATION. AN OVERFLOWED TABLE, A PARTITION      *
002430*    NUMBER OUTSIDE 1 THROUGH 4 OR A DEPARTMENT MAPPED TWICE  *
002440*    IS FATAL, SINCE THE SPLIT COULD NO LONGER SAY WHERE A    *
002450*    DEPARTMENT BELONGS.                                      *
002460*-------------------------------------------------------------*
002470 01  WS-PARTITION-MAP-TABLE.
002480     05  WS-MAP-ENTRY OCCURS 500 TIMES.
002490         10  WS-MAP-DEPT-CODE          PIC X(04).
002500         10  WS-MAP-PARTITION-NO       PIC 9(01).
002510*
002520*-------------------------------------------------------------*
002530*    WS-DEPT-SPLIT-TABLE -- ONE ENTRY PER DEPARTMENT SEEN ON  *
002540*    THE FEED, WITH THE PARTITION IT WENT TO AND HOW MANY     *
002550*    RECORDS, PRINTED AT END OF RUN. A DEPARTMENT NOT ON THE  *
002560*    MAP IS FLAGGED SO THE MAP CAN BE BROUGHT UP TO DATE.     *
002570*-------------------------------------------------------------*
002580 01  WS-DEPT-SPLIT-TABLE.
002590     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
002600         10  WS-DEPT-CODE              PIC X(04).
002610         10  WS-DEPT-PARTITION-NO      PIC 9(01).
002620         10  WS-DEPT-UNMAPPED-SWITCH   PIC X(01).
002630             88  WS-DEPT-UNMAPPED          VALUE "Y".
002640         10  WS-DEPT-REC-COUNT         PIC 9(07) COMP.
002650*
002660*-------------------------------------------------------------*
002670*    WS-PARTITION-TABLE -- PER-PARTITION SPLIT COUNT, WHETHER *
002680*    THE MAP NAMES THE PARTITION (PARTITION 1 ALWAYS STANDS), *
002690*    AND WHETHER AN EARLIER SPLIT OF THE SAME DATE LEFT A     *
002700*    STATUS ROW FOR IT.                                       *
002710*-------------------------------------------------------------*
002720 01  WS-PARTITION-TABLE.
002730     05  WS-PTN-ENTRY OCCURS 4 TIMES.
002740         10  WS-PTN-IN-USE-SWITCH      PIC X(01).
002750             88  WS-PTN-IN-USE             VALUE "Y".
002760         10  WS-PTN-PRIOR-ROW-SWITCH   PIC X(01).
002770             88  WS-PTN-PRIOR-ROW          VALUE "Y".
002780         10  WS-PTN-SPLIT-COUNT        PIC 9(07) COMP.
002790*
002800*-------------------------------------------------------------*
002810*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
002820*-------------------------------------------------------------*
002830 01  WS-RPT-HDG-1.
002840         05  FILLER                    PIC X(15)
002850                                        VALUE "CHAP451  DATE ".
002860         05  WS-HDG-RUN-DATE           PIC X(08).
002870         05  FILLER                    PIC X(10) VALUE SPACES.
002880         05  FILLER                    PIC X(05) VALUE "PAGE ".
002890         05  WS-HDG-PAGE-NO            PIC ZZ9.
002900         05  FILLER                    PIC X(37) VALUE SPACES.
002910*
002920 01  WS-RPT-HDG-2.
002930         05  FILLER                    PIC X(42)
002940             VALUE "DEPARTMENT PARTITION SPLIT REPORT  RUN-ID ".
002950         05  WS-HDG-RUN-ID             PIC X(12).
002960         05  FILLER                    PIC X(26) VALUE SPACES.
002970*
002980 01  WS-RPT-HDG-3.
002990         05  FILLER                    PIC X(80)
003000             VALUE "DEPT  PARTITION    RECORDS  NOTE".
003010*
003020 01  WS-RPT-DETAIL.
003030         05  WS-DTL-DEPT-CODE          PIC X(04).
003040         05  FILLER                    PIC X(06) VALUE SPACES.
003050         05  WS-DTL-PARTITION-NO       PIC 9(01).
003060         05  FILLER                    PIC X(04) VALUE SPACES.
003070         05  WS-DTL-REC-COUNT          PIC Z,ZZZ,ZZ9.
003080         05  FILLER                    PIC X(02) VALUE SPACES.
003090         05  WS-DTL-NOTE               PIC X(30).
003100         05  FILLER                    PIC X(24) VALUE SPACES.
003110*
003120 01  WS-RPT-PARTITION-LINE.
003130         05  FILLER                    PIC X(10)
003140                                        VALUE "PARTITION ".
003150         05  WS-PTL-PARTITION-NO       PIC 9(01).
003160         05  FILLER                    PIC X(04) VALUE SPACES.
003170         05  WS-PTL-REC-COUNT          PIC Z,ZZZ,ZZ9.
003180         05  FILLER                    PIC X(02) VALUE SPACES.
003190         05  WS-PTL-NOTE               PIC X(30).
003200         05  FILLER                    PIC X(24) VALUE SPACES.
003210*
003220 01  WS-RPT-TOTAL-LINE.
003230         05  WS-TOT-CAPTION            PIC X(20).
003240         05  WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
003250         05  FILLER                    PIC X(51) VALUE SPACES.
003260*
003270 PROCEDURE DIVISION.
003280*
003290*-------------------------------------------------------------*
003300*    MAIN-LINE-LOGIC -- DEALS ONE TRANSACTION AT A TIME TO    *
003310*    ITS PARTITION UNTIL THE FEED IS EXHAUSTED, THEN SETS THE *
003320*    BATCH RETURN CODE: 0 MEANS THE FEED WAS SPLIT, 4 MEANS   *
003330*    IT WAS SPLIT BUT SOME DEPARTMENT WAS NOT ON THE MAP AND  *
003340*    WENT TO PARTITION 1, 2 MEANS THE DATE'S PARTITIONS HAD   *
003350*    ALREADY STARTED AND NOTHING WAS SPLIT, 8 MEANS A FATAL   *
003360*    ERROR.                                                   *
003370*-------------------------------------------------------------*
003380 MAIN-LINE-LOGIC.
003390     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
003400     IF WS-FATAL-ABORT
003410         MOVE 8 TO RETURN-CODE
003420         GO TO MAIN-LINE-LOGIC-EXIT
003430     END-IF.
003440     IF WS-SPLIT-REFUSED
003450         MOVE 2 TO RETURN-CODE
003460         GO TO MAIN-LINE-LOGIC-EXIT
003470     END-IF.
003480     PERFORM SPLIT-ONE-TRANSACTION
003490             THRU SPLIT-ONE-TRANSACTION-EXIT
003500         UNTIL WS-END-OF-FILE.
003510     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
003520     IF WS-FATAL-ABORT
003530         MOVE 8 TO RETURN-CODE
003540     ELSE
003550         IF WS-UNMAPPED-COUNT IS GREATER THAN ZERO
003560             MOVE 4 TO RETURN-CODE
003570         ELSE
003580             MOVE 0 TO RETURN-CODE
003590         END-IF
003600     END-IF.
003610 MAIN-LINE-LOGIC-EXIT.
003620     STOP RUN.
003630*
003640*-------------------------------------------------------------*
003650*    INITIALIZE-RUN -- SETTLES THE BUSINESS DATE AND THE      *
003660*    RUN-ID THE DATE WILL POST UNDER, LOADS THE PARTITION     *
003670*    MAP, REFUSES A DATE WHOSE PARTITIONS HAVE ALREADY        *
003680*    STARTED, THEN OPENS THE FOUR PARTITION FEEDS AND THE     *
003690*    REPORT AND READS THE FIRST TRANSACTION.                  *
003700*-------------------------------------------------------------*
003710 INITIALIZE-RUN.
003720     OPEN INPUT DIVISION-TRANS-FILE.
003730     IF WS-TRANS-FILE-STATUS IS NOT EQUAL TO "00"
003740         DISPLAY "CHAP451 -- UNABLE TO OPEN DIVISION-TRANS-FILE, "
003750             "STATUS = " WS-TRANS-FILE-STATUS
003760         SET WS-FATAL-ABORT TO TRUE
003770         GO TO INITIALIZE-RUN-EXIT
003780     END-IF.
003790     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
003800     ACCEPT WS-RUN-TIME FROM TIME.
003810     MOVE WS-BUSINESS-DATE TO WS-SPLIT-TIMESTAMP(1:8).
003820     MOVE WS-RUN-TIME(1:6) TO WS-SPLIT-TIMESTAMP(9:6).
003830     PERFORM READ-BUSINESS-DATE-CARD.
003840     MOVE WS-BUSINESS-DATE TO WS-RUN-ID-DATE.
003850     MOVE WS-RUN-TIME(1:4) TO WS-RUN-ID-TIME.
003860     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
003870     MOVE WS-RUN-ID TO WS-HDG-RUN-ID.
003880     PERFORM CLEAR-ONE-PARTITION-ENTRY
003890         VARYING WS-PTN-SUB FROM 1 BY 1
003900         UNTIL WS-PTN-SUB IS GREATER THAN WS-PTN-MAX-PARTITIONS.
003910     MOVE "Y" TO WS-PTN-IN-USE-SWITCH (1).
003920     PERFORM LOAD-PARTITION-MAP
003930         THRU LOAD-PARTITION-MAP-EXIT.
003940     IF WS-FATAL-ABORT
003950         CLOSE DIVISION-TRANS-FILE
003960         GO TO INITIALIZE-RUN-EXIT
003970     END-IF.
003980     OPEN I-O PARTITION-STATUS-FILE.
003990     IF WS-PSTAT-FILE-STATUS IS EQUAL TO "35"
004000         OPEN OUTPUT PARTITION-STATUS-FILE
004010         CLOSE PARTITION-STATUS-FILE
004020         OPEN I-O PARTITION-STATUS-FILE
004030     END-IF.
004040     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
004050         DISPLAY "CHAP451 -- UNABLE TO OPEN "
004060             "PARTITION-STATUS-FILE, STATUS = "
004070             WS-PSTAT-FILE-STATUS
004080         SET WS-FATAL-ABORT TO TRUE
004090         CLOSE DIVISION-TRANS-FILE
004100         GO TO INITIALIZE-RUN-EXIT
004110     END-IF.
004120     PERFORM CHECK-PRIOR-SPLIT THRU CHECK-PRIOR-SPLIT-EXIT.
004130     IF WS-SPLIT-REFUSED OR WS-FATAL-ABORT
004140         CLOSE DIVISION-TRANS-FILE
004150         CLOSE PARTITION-STATUS-FILE
004160         GO TO INITIALIZE-RUN-EXIT
004170     END-IF.
004180     OPEN OUTPUT PARTITION-FEED-FILE-1.
004190     OPEN OUTPUT PARTITION-FEED-FILE-2.
004200     OPEN OUTPUT PARTITION-FEED-FILE-3.
004210     OPEN OUTPUT PARTITION-FEED-FILE-4.
004220     IF WS-PTR1-FILE-STATUS IS NOT EQUAL TO "00"
004230             OR WS-PTR2-FILE-STATUS IS NOT EQUAL TO "00"
004240             OR WS-PTR3-FILE-STATUS IS NOT EQUAL TO "00"
004250             OR WS-PTR4-FILE-STATUS IS NOT EQUAL TO "00"
004260         DISPLAY "CHAP451 -- UNABLE TO OPEN THE PARTITION FEEDS, "
004270             "STATUS = " WS-PTR1-FILE-STATUS " "
004280             WS-PTR2-FILE-STATUS " " WS-PTR3-FILE-STATUS " "
004290             WS-PTR4-FILE-STATUS
004300         SET WS-FATAL-ABORT TO TRUE
004310         GO TO INITIALIZE-RUN-EXIT
004320     END-IF.
004330     OPEN OUTPUT SPLIT-REPORT-FILE.
004340     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
004350         DISPLAY "CHAP451 -- UNABLE TO OPEN "
004360             "SPLIT-REPORT-FILE, STATUS = "
004370             WS-RPT-FILE-STATUS
004380         SET WS-FATAL-ABORT TO TRUE
004390         GO TO INITIALIZE-RUN-EXIT
004400     END-IF.
004410     MOVE ZERO TO WS-PAGE-NO.
004420     PERFORM WRITE-REPORT-HEADINGS.
004430     PERFORM READ-TRANS-RECORD.
004440 INITIALIZE-RUN-EXIT.
004450     EXIT.
004460*
004470 CLEAR-ONE-PARTITION-ENTRY.
004480     MOVE "N" TO WS-PTN-IN-USE-SWITCH (WS-PTN-SUB).
004490     MOVE "N" TO WS-PTN-PRIOR-ROW-SWITCH (WS-PTN-SUB).
004500     MOVE ZERO TO WS-PTN-SPLIT-COUNT (WS-PTN-SUB).
004510*
004520 READ-TRANS-RECORD.
004530     READ DIVISION-TRANS-FILE
004540         AT END
004550             SET WS-END-OF-FILE TO TRUE
004560     END-READ.
004570*
004580*-------------------------------------------------------------*
004590*    READ-BUSINESS-DATE-CARD -- OPTIONAL ONE-CARD BUSINESS    *
004600*    DATE, THE SAME CARD EVERY PARTITION'S CHAP424 STEP       *
004610*    READS. A MISSING FILE OR A NON-NUMERIC DATE LEAVES TODAY *
004620*    STANDING. NO BACKDATE AUTHORITY IS CHECKED HERE; CHAP424 *
004630*    CHECKS IT BEFORE ANYTHING IS POSTED.                     *
004640*-------------------------------------------------------------*
004650 READ-BUSINESS-DATE-CARD.
004660     OPEN INPUT BUSINESS-DATE-CARD-FILE.
004670     IF WS-BDATE-FILE-STATUS IS EQUAL TO "00"
004680         READ BUSINESS-DATE-CARD-FILE
004690             AT END
004700                 CONTINUE
004710             NOT AT END
004720                 IF DIVBDT01-BUSINESS-DATE IS NUMERIC
004730                     MOVE DIVBDT01-BUSINESS-DATE TO
004740                         WS-BUSINESS-DATE
004750                 END-IF
004760         END-READ
004770         CLOSE BUSINESS-DATE-CARD-FILE
004780     END-IF.
004790*
004800*-------------------------------------------------------------*
004810*    LOAD-PARTITION-MAP -- READS THE DIVPMP01 MAP INTO THE    *
004820*    WORKING-STORAGE TABLE AND MARKS EVERY PARTITION IT NAMES *
004830*    AS IN USE. A MISSING FILE IS NOT AN ERROR -- EVERYTHING  *
004840*    GOES TO PARTITION 1.                                     *
004850*-------------------------------------------------------------*
004860 LOAD-PARTITION-MAP.
004870     OPEN INPUT PARTITION-MAP-FILE.
004880     IF WS-PMAP-FILE-STATUS IS NOT EQUAL TO "00"
004890         GO TO LOAD-PARTITION-MAP-EXIT
004900     END-IF.
004910     SET WS-PMAP-FILE-LOADED TO TRUE.
004920     PERFORM READ-PARTITION-MAP-RECORD.
004930     PERFORM STORE-ONE-MAP-ENTRY
004940             THRU STORE-ONE-MAP-ENTRY-EXIT
004950         UNTIL WS-PMAP-END-OF-FILE OR WS-FATAL-ABORT.
004960     CLOSE PARTITION-MAP-FILE.
004970 LOAD-PARTITION-MAP-EXIT.
004980     EXIT.
004990*
005000 READ-PARTITION-MAP-RECORD.
005010     READ PARTITION-MAP-FILE
005020         AT END
005030             SET WS-PMAP-END-OF-FILE TO TRUE
005040     END-READ.
005050*
005060 STORE-ONE-MAP-ENTRY.
005070     IF DIVPMP01-PARTITION-NO IS NOT NUMERIC
005080             OR DIVPMP01-PARTITION-NO IS EQUAL TO ZERO
005090             OR DIVPMP01-PARTITION-NO IS GREATER THAN
005100                 WS-PTN-MAX-PARTITIONS
005110         DISPLAY "CHAP451 -- PARTITION MAP NAMES A BAD PARTITION "
005120             "FOR DEPT '" DIVPMP01-DEPT-CODE "'"
005130         SET WS-FATAL-ABORT TO TRUE
005140         GO TO STORE-ONE-MAP-ENTRY-EXIT
005150     END-IF.
005160     PERFORM FIND-MAP-ENTRY.
005170     IF WS-MAP-FOUND
005180         DISPLAY "CHAP451 -- PARTITION MAP NAMES DEPT '"
005190             DIVPMP01-DEPT-CODE "' TWICE"
005200         SET WS-FATAL-ABORT TO TRUE
005210         GO TO STORE-ONE-MAP-ENTRY-EXIT
005220     END-IF.
005230     IF WS-MAP-COUNT IS NOT LESS THAN WS-MAP-MAX-ENTRIES
005240         DISPLAY "CHAP451 -- PARTITION MAP TABLE FULL AT "
005250             WS-MAP-MAX-ENTRIES " ENTRIES"
005260         SET WS-FATAL-ABORT TO TRUE
005270         GO TO STORE-ONE-MAP-ENTRY-EXIT
005280     END-IF.
005290     ADD 1 TO WS-MAP-COUNT.
005300     MOVE DIVPMP01-DEPT-CODE TO WS-MAP-DEPT-CODE (WS-MAP-COUNT).
005310     MOVE DIVPMP01-PARTITION-NO TO
005320         WS-MAP-PARTITION-NO (WS-MAP-COUNT).
005330     MOVE "Y" TO WS-PTN-IN-USE-SWITCH (DIVPMP01-PARTITION-NO).
005340     PERFORM READ-PARTITION-MAP-RECORD.
005350 STORE-ONE-MAP-ENTRY-EXIT.
005360     EXIT.
005370*
005380*-------------------------------------------------------------*
005390*    FIND-MAP-ENTRY -- LINEAR SEARCH OF THE PARTITION MAP FOR *
005400*    THE DEPARTMENT IN DIVPMP01-DEPT-CODE. LEAVES WS-MAP-SUB  *
005410*    ON THE MATCH.                                            *
005420*-------------------------------------------------------------*
005430 FIND-MAP-ENTRY.
005440     MOVE "N" TO WS-MAP-FOUND-SWITCH.
005450     PERFORM TEST-MAP-ENTRY
005460         VARYING WS-MAP-SUB FROM 1 BY 1
005470         UNTIL WS-MAP-SUB IS GREATER THAN WS-MAP-COUNT
005480             OR WS-MAP-FOUND.
005490     IF WS-MAP-FOUND
005500         SUBTRACT 1 FROM WS-MAP-SUB
005510     END-IF.
005520*
005530 TEST-MAP-ENTRY.
005540     IF WS-MAP-DEPT-CODE (WS-MAP-SUB) IS EQUAL TO
005550             DIVPMP01-DEPT-CODE
005560         SET WS-MAP-FOUND TO TRUE
005570     END-IF.
005580*
005590*-------------------------------------------------------------*
005600*    CHECK-PRIOR-SPLIT -- READS THE STATUS ROWS ALREADY ON    *
005610*    FILE FOR THE BUSINESS DATE. ANY PARTITION PAST SPLIT     *
005620*    (RUNNING, COMPLETE, FAILED OR CONSOLIDATED) MEANS THE    *
005630*    DATE HAS STARTED POSTING UNDER ITS RUN-ID; RE-CUTTING    *
005640*    THE FEEDS NOW WOULD STRAND WHAT IS ALREADY POSTED, SO    *
005650*    THE SPLIT IS REFUSED WITH RETURN CODE 2. ROWS STILL AT   *
005660*    SPLIT ARE FROM AN EARLIER SPLIT OF THE SAME DATE THAT    *
005670*    NEVER RAN; THEY ARE DELETED HERE AND RE-FILED AT END OF  *
005680*    RUN.                                                     *
005690*-------------------------------------------------------------*
005700 CHECK-PRIOR-SPLIT.
005710     MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE.
005720     MOVE ZERO TO DIVPST01-PARTITION-NO.
005730     START PARTITION-STATUS-FILE
005740         KEY IS NOT LESS THAN DIVPST01-KEY
005750         INVALID KEY
005760             GO TO CHECK-PRIOR-SPLIT-EXIT
005770     END-START.
005780     MOVE "N" TO WS-PSTAT-EOF-SWITCH.
005790     PERFORM SCAN-ONE-PRIOR-SPLIT-ROW
005800         UNTIL WS-PSTAT-SCAN-DONE.
005810     IF WS-SPLIT-REFUSED OR WS-FATAL-ABORT
005820         GO TO CHECK-PRIOR-SPLIT-EXIT
005830     END-IF.
005840     PERFORM DELETE-ONE-PRIOR-SPLIT-ROW
005850         VARYING WS-PTN-SUB FROM 1 BY 1
005860         UNTIL WS-PTN-SUB IS GREATER THAN WS-PTN-MAX-PARTITIONS
005870             OR WS-FATAL-ABORT.
005880 CHECK-PRIOR-SPLIT-EXIT.
005890     EXIT.
005900*
005910 SCAN-ONE-PRIOR-SPLIT-ROW.
005920     READ PARTITION-STATUS-FILE NEXT RECORD
005930         AT END
005940             SET WS-PSTAT-SCAN-DONE TO TRUE
005950         NOT AT END
005960             IF DIVPST01-BUSINESS-DATE IS NOT EQUAL TO
005970                     WS-BUSINESS-DATE
005980                 SET WS-PSTAT-SCAN-DONE TO TRUE
005990             ELSE
006000                 PERFORM TEST-ONE-PRIOR-SPLIT-ROW
006010             END-IF
006020     END-READ.
006030     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
006040             AND WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "10"
006050         DISPLAY "CHAP451 -- READ FAILED ON "
006060             "PARTITION-STATUS-FILE, STATUS = "
006070             WS-PSTAT-FILE-STATUS
006080         SET WS-FATAL-ABORT TO TRUE
006090         SET WS-PSTAT-SCAN-DONE TO TRUE
006100     END-IF.
006110*
006120 TEST-ONE-PRIOR-SPLIT-ROW.
006130     IF DIVPST01-STATUS-SPLIT
006140         MOVE "Y" TO
006150             WS-PTN-PRIOR-ROW-SWITCH (DIVPST01-PARTITION-NO)
006160     ELSE
006170         DISPLAY "CHAP451 -- PARTITION " DIVPST01-PARTITION-NO
006180             " OF RUN " DIVPST01-RUN-ID " IS ALREADY AT STATUS "
006190             DIVPST01-STATUS " -- NOTHING SPLIT"
006200         SET WS-SPLIT-REFUSED TO TRUE
006210     END-IF.
006220*
006230 DELETE-ONE-PRIOR-SPLIT-ROW.
006240     IF WS-PTN-PRIOR-ROW (WS-PTN-SUB)
006250         MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE
006260         MOVE WS-PTN-SUB TO DIVPST01-PARTITION-NO
006270         DELETE PARTITION-STATUS-FILE RECORD
006280         IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
006290             DISPLAY "CHAP451 -- DELETE FAILED ON "
006300                 "PARTITION-STATUS-FILE, STATUS = "
006310                 WS-PSTAT-FILE-STATUS
006320             SET WS-FATAL-ABORT TO TRUE
006330         END-IF
006340     END-IF.
006350*
006360*-------------------------------------------------------------*
006370*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
006380*    SPLIT-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE THE *
006390*    REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.               *
006400*-------------------------------------------------------------*
006410 CHECK-RPT-FILE-STATUS.
006420     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
006430         DISPLAY "CHAP451 -- WRITE FAILED ON "
006440             "SPLIT-REPORT-FILE, STATUS = "
006450             WS-RPT-FILE-STATUS
006460         SET WS-FATAL-ABORT TO TRUE
006470         SET WS-END-OF-FILE TO TRUE
006480     END-IF.
006490*
006500*-------------------------------------------------------------*
006510*    WRITE-REPORT-HEADINGS -- STARTS A NEW SPLIT REPORT PAGE  *
006520*-------------------------------------------------------------*
006530 WRITE-REPORT-HEADINGS.
006540     ADD 1 TO WS-PAGE-NO.
006550     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
006560     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
006570         AFTER ADVANCING PAGE.
006580     PERFORM CHECK-RPT-FILE-STATUS.
006590     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
006600         AFTER ADVANCING 2 LINES.
006610     PERFORM CHECK-RPT-FILE-STATUS.
006620     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
006630         AFTER ADVANCING 1 LINES.
006640     PERFORM CHECK-RPT-FILE-STATUS.
006650     MOVE 3 TO WS-LINE-COUNT.
006660*
006670*-------------------------------------------------------------*
006680*    SPLIT-ONE-TRANSACTION -- LOOKS THE TRANSACTION'S         *
006690*    DEPARTMENT UP ON THE MAP AND WRITES THE RECORD,          *
006700*    UNCHANGED, TO THAT PARTITION'S FEED. A BLANK DEPARTMENT, *
006710*    OR ONE THE MAP DOES NOT NAME, GOES TO PARTITION 1; ONLY  *
006720*    THE LATTER IS COUNTED AS UNMAPPED. THE FEED'S ORDER IS   *
006730*    KEPT WITHIN EACH PARTITION.                              *
006740*-------------------------------------------------------------*
006750 SPLIT-ONE-TRANSACTION.
006760     ADD 1 TO WS-REC-READ-COUNT.
006770     PERFORM FIND-DEPT-ENTRY THRU FIND-DEPT-ENTRY-EXIT.
006780     IF WS-FATAL-ABORT
006790         SET WS-END-OF-FILE TO TRUE
006800         GO TO SPLIT-ONE-TRANSACTION-EXIT
006810     END-IF.
006820     MOVE WS-DEPT-PARTITION-NO (WS-DEPT-MATCH-SUB) TO
006830         WS-TARGET-PTN.
006840     EVALUATE WS-TARGET-PTN
006850         WHEN 1
006860             WRITE DIVPT101-RECORD FROM DIVTRN01-RECORD
006870             MOVE WS-PTR1-FILE-STATUS TO WS-PTR-WRITE-STATUS
006880         WHEN 2
006890             WRITE DIVPT201-RECORD FROM DIVTRN01-RECORD
006900             MOVE WS-PTR2-FILE-STATUS TO WS-PTR-WRITE-STATUS
006910         WHEN 3
006920             WRITE DIVPT301-RECORD FROM DIVTRN01-RECORD
006930             MOVE WS-PTR3-FILE-STATUS TO WS-PTR-WRITE-STATUS
006940         WHEN OTHER
006950             WRITE DIVPT401-RECORD FROM DIVTRN01-RECORD
006960             MOVE WS-PTR4-FILE-STATUS TO WS-PTR-WRITE-STATUS
006970     END-EVALUATE.
006980     IF WS-PTR-WRITE-STATUS IS NOT EQUAL TO "00"
006990         DISPLAY "CHAP451 -- WRITE FAILED ON PARTITION FEED "
007000             WS-TARGET-PTN ", STATUS = " WS-PTR-WRITE-STATUS
007010         SET WS-FATAL-ABORT TO TRUE
007020         SET WS-END-OF-FILE TO TRUE
007030         GO TO SPLIT-ONE-TRANSACTION-EXIT
007040     END-IF.
007050     ADD 1 TO WS-REC-WRITTEN-COUNT.
007060     ADD 1 TO WS-PTN-SPLIT-COUNT (WS-TARGET-PTN).
007070     ADD 1 TO WS-DEPT-REC-COUNT (WS-DEPT-MATCH-SUB).
007080     PERFORM READ-TRANS-RECORD.
007090 SPLIT-ONE-TRANSACTION-EXIT.
007100     EXIT.
007110*
007120*-------------------------------------------------------------*
007130*    FIND-DEPT-ENTRY -- FINDS THE TRANSACTION'S DEPARTMENT IN *
007140*    THE SPLIT TABLE, ADDING IT (WITH ITS PARTITION FROM THE  *
007150*    MAP) THE FIRST TIME IT IS SEEN. LEAVES WS-DEPT-MATCH-SUB *
007160*    ON THE ENTRY. AN OVERFLOWED TABLE IS FATAL.              *
007170*-------------------------------------------------------------*
007180 FIND-DEPT-ENTRY.
007190     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
007200     PERFORM TEST-DEPT-ENTRY
007210         VARYING WS-DEPT-SUB FROM 1 BY 1
007220         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
007230             OR WS-DEPT-FOUND.
007240     IF WS-DEPT-FOUND
007250         GO TO FIND-DEPT-ENTRY-EXIT
007260     END-IF.
007270     IF WS-DEPT-COUNT IS NOT LESS THAN WS-DEPT-MAX-ENTRIES
007280         DISPLAY "CHAP451 -- DEPARTMENT TABLE FULL AT "
007290             WS-DEPT-MAX-ENTRIES " ENTRIES"
007300         SET WS-FATAL-ABORT TO TRUE
007310         GO TO FIND-DEPT-ENTRY-EXIT
007320     END-IF.
007330     ADD 1 TO WS-DEPT-COUNT.
007340     MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-SUB.
007350     MOVE DIVTRN01-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-MATCH-SUB).
007360     MOVE ZERO TO WS-DEPT-REC-COUNT (WS-DEPT-MATCH-SUB).
007370     MOVE "N" TO WS-DEPT-UNMAPPED-SWITCH (WS-DEPT-MATCH-SUB).
007380     MOVE 1 TO WS-DEPT-PARTITION-NO (WS-DEPT-MATCH-SUB).
007390     IF DIVTRN01-DEPT-UNASSIGNED
007400         GO TO FIND-DEPT-ENTRY-EXIT
007410     END-IF.
007420     MOVE DIVTRN01-DEPT-CODE TO DIVPMP01-DEPT-CODE.
007430     PERFORM FIND-MAP-ENTRY.
007440     IF WS-MAP-FOUND
007450         MOVE WS-MAP-PARTITION-NO (WS-MAP-SUB) TO
007460             WS-DEPT-PARTITION-NO (WS-DEPT-MATCH-SUB)
007470     ELSE
007480         IF WS-PMAP-FILE-LOADED
007490             MOVE "Y" TO
007500                 WS-DEPT-UNMAPPED-SWITCH (WS-DEPT-MATCH-SUB)
007510         END-IF
007520     END-IF.
007530 FIND-DEPT-ENTRY-EXIT.
007540     EXIT.
007550*
007560 TEST-DEPT-ENTRY.
007570     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO DIVTRN01-DEPT-CODE
007580         SET WS-DEPT-FOUND TO TRUE
007590         MOVE WS-DEPT-SUB TO WS-DEPT-MATCH-SUB
007600     END-IF.
007610*
007620*-------------------------------------------------------------*
007630*    TERMINATE-RUN -- PRINTS THE DEPARTMENT AND PARTITION     *
007640*    COUNTS, FILES ONE SPLIT STATUS ROW PER PARTITION IN USE  *
007650*    (NOT ON A FATAL ABORT, SO NO PARTITION CAN START FROM A  *
007660*    HALF-CUT FEED) AND CLOSES EVERYTHING.                    *
007670*-------------------------------------------------------------*
007680 TERMINATE-RUN.
007690     PERFORM PRINT-ONE-DEPT-LINE
007700         VARYING WS-DEPT-SUB FROM 1 BY 1
007710         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT.
007720     MOVE SPACES TO DIVRPT01-LINE.
007730     WRITE DIVRPT01-LINE
007740         AFTER ADVANCING 1 LINES.
007750     PERFORM CHECK-RPT-FILE-STATUS.
007760     PERFORM PRINT-ONE-PARTITION-LINE
007770         VARYING WS-PTN-SUB FROM 1 BY 1
007780         UNTIL WS-PTN-SUB IS GREATER THAN WS-PTN-MAX-PARTITIONS.
007790     MOVE "RECORDS READ:       " TO WS-TOT-CAPTION.
007800     MOVE WS-REC-READ-COUNT TO WS-TOT-COUNT.
007810     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
007820         AFTER ADVANCING 2 LINES.
007830     PERFORM CHECK-RPT-FILE-STATUS.
007840     MOVE "RECORDS SPLIT:      " TO WS-TOT-CAPTION.
007850     MOVE WS-REC-WRITTEN-COUNT TO WS-TOT-COUNT.
007860     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
007870         AFTER ADVANCING 1 LINES.
007880     PERFORM CHECK-RPT-FILE-STATUS.
007890     MOVE "NOT ON MAP:         " TO WS-TOT-CAPTION.
007900     MOVE WS-UNMAPPED-COUNT TO WS-TOT-COUNT.
007910     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
007920         AFTER ADVANCING 1 LINES.
007930     PERFORM CHECK-RPT-FILE-STATUS.
007940     IF NOT WS-FATAL-ABORT
007950         PERFORM WRITE-ONE-PARTITION-STATUS
007960                 THRU WRITE-ONE-PARTITION-STATUS-EXIT
007970             VARYING WS-PTN-SUB FROM 1 BY 1
007980             UNTIL WS-PTN-SUB IS GREATER THAN
007990                     WS-PTN-MAX-PARTITIONS
008000                 OR WS-FATAL-ABORT
008010     END-IF.
008020     CLOSE DIVISION-TRANS-FILE.
008030     CLOSE PARTITION-FEED-FILE-1.
008040     CLOSE PARTITION-FEED-FILE-2.
008050     CLOSE PARTITION-FEED-FILE-3.
008060     CLOSE PARTITION-FEED-FILE-4.
008070     CLOSE PARTITION-STATUS-FILE.
008080     CLOSE SPLIT-REPORT-FILE.
008090 TERMINATE-RUN-EXIT.
008100     EXIT.
008110*
008120 PRINT-ONE-DEPT-LINE.
008130     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
008140         PERFORM WRITE-REPORT-HEADINGS
008150     END-IF.
008160     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-DTL-DEPT-CODE.
008170     MOVE WS-DEPT-PARTITION-NO (WS-DEPT-SUB) TO
008180         WS-DTL-PARTITION-NO.
008190     MOVE WS-DEPT-REC-COUNT (WS-DEPT-SUB) TO WS-DTL-REC-COUNT.
008200     MOVE SPACES TO WS-DTL-NOTE.
008210     IF WS-DEPT-UNMAPPED (WS-DEPT-SUB)
008220         MOVE "NOT ON MAP -- DEFAULTED" TO WS-DTL-NOTE
008230         ADD WS-DEPT-REC-COUNT (WS-DEPT-SUB) TO WS-UNMAPPED-COUNT
008240     END-IF.
008250     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO SPACES
008260         MOVE "UNASSIGNED" TO WS-DTL-NOTE
008270     END-IF.
008280     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
008290         AFTER ADVANCING 1 LINES.
008300     PERFORM CHECK-RPT-FILE-STATUS.
008310     ADD 1 TO WS-LINE-COUNT.
008320*
008330 PRINT-ONE-PARTITION-LINE.
008340     MOVE WS-PTN-SUB TO WS-PTL-PARTITION-NO.
008350     MOVE WS-PTN-SPLIT-COUNT (WS-PTN-SUB) TO WS-PTL-REC-COUNT.
008360     IF WS-PTN-IN-USE (WS-PTN-SUB)
008370         MOVE SPACES TO WS-PTL-NOTE
008380     ELSE
008390         MOVE "NOT IN USE -- FEED LEFT EMPTY" TO WS-PTL-NOTE
008400     END-IF.
008410     WRITE DIVRPT01-LINE FROM WS-RPT-PARTITION-LINE
008420         AFTER ADVANCING 1 LINES.
008430     PERFORM CHECK-RPT-FILE-STATUS.
008440*
008450*-------------------------------------------------------------*
008460*    WRITE-ONE-PARTITION-STATUS -- FILES A PARTITION IN USE   *
008470*    AS SPLIT UNDER THE DATE'S RUN-ID. A PARTITION THE MAP    *
008480*    DOES NOT NAME GETS NO ROW, SO CONSOLIDATION DOES NOT     *
008490*    WAIT FOR IT.                                             *
008500*-------------------------------------------------------------*
008510 WRITE-ONE-PARTITION-STATUS.
008520     IF NOT WS-PTN-IN-USE (WS-PTN-SUB)
008530         GO TO WRITE-ONE-PARTITION-STATUS-EXIT
008540     END-IF.
008550     MOVE SPACES TO DIVPST01-RECORD.
008560     MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE.
008570     MOVE WS-PTN-SUB TO DIVPST01-PARTITION-NO.
008580     MOVE WS-RUN-ID TO DIVPST01-RUN-ID.
008590     SET DIVPST01-STATUS-SPLIT TO TRUE.
008600     MOVE WS-PTN-SPLIT-COUNT (WS-PTN-SUB) TO DIVPST01-SPLIT-COUNT.
008610     MOVE WS-SPLIT-TIMESTAMP TO DIVPST01-SPLIT-TIMESTAMP.
008620     MOVE ZERO TO DIVPST01-REC-COUNT.
008630     MOVE ZERO TO DIVPST01-QUOTIENT-SUM.
008640     MOVE ZERO TO DIVPST01-XTR-REC-COUNT.
008650     MOVE ZERO TO DIVPST01-XTR-QUOTIENT-SUM.
008660     MOVE ZERO TO DIVPST01-EXC01-COUNT.
008670     MOVE ZERO TO DIVPST01-EXC02-COUNT.
008680     MOVE ZERO TO DIVPST01-EXC-OTHER-COUNT.
008690     MOVE ZERO TO DIVPST01-REVERSAL-COUNT.
008700     MOVE ZERO TO DIVPST01-HELD-COUNT.
008710     MOVE "N" TO DIVPST01-RESTART-FLAG.
008720     MOVE ZERO TO DIVPST01-RETURN-CODE.
008730     WRITE DIVPST01-RECORD.
008740     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
008750         DISPLAY "CHAP451 -- WRITE FAILED ON "
008760             "PARTITION-STATUS-FILE, STATUS = "
008770             WS-PSTAT-FILE-STATUS
008780         SET WS-FATAL-ABORT TO TRUE
008790     END-IF.
008800 WRITE-ONE-PARTITION-STATUS-EXIT.
008810     EXIT.

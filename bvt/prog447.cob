000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP447.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. SECURITY LOG REPORT FOR THE
000120*                         AUDITORS. READS THE DIVSEC01 SECURITY
000130*                         LOG, OPTIONALLY LIMITED TO A BUSINESS
000140*                         DATE RANGE BY A DIVSRP01 CARD, AND
000150*                         PRINTS EVERY ROW TWICE: ONCE GROUPED BY
000160*                         OPERATOR (IN OPERATOR ID ORDER, WITH
000170*                         THE NAME FROM THE DIVOPA01 FILE) AND
000180*                         ONCE GROUPED BY ACTION, EACH GROUP WITH
000190*                         ITS GRANTED AND REFUSED COUNTS.
000200*
000210 ENVIRONMENT DIVISION.
000220*
000230 CONFIGURATION SECTION.
000240*
000250 INPUT-OUTPUT SECTION.
000260*
000270 FILE-CONTROL.
000280     SELECT SELECTION-CARD-FILE ASSIGN TO "DIVSRPC"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-SELC-FILE-STATUS.
000310*
000320     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SECL-FILE-STATUS.
000350*
000360     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS DIVOPA01-OPERATOR-ID
000400         FILE STATUS IS WS-OPER-FILE-STATUS.
000410*
000420     SELECT SECURITY-REPORT-FILE ASSIGN TO PRINTER
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460*
000470 FILE SECTION.
000480*
000490*-------------------------------------------------------------*
000500*    SELECTION-CARD-FILE -- OPTIONAL ONE-CARD BUSINESS DATE   *
000510*    RANGE.                                                   *
000520*-------------------------------------------------------------*
000530 FD  SELECTION-CARD-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY DIVSRP01.
000560*
000570*-------------------------------------------------------------*
000580*    SECURITY-LOG-FILE -- THE APPEND-ONLY DIVSEC01 LOG        *
000590*    WRITTEN BY EVERY PROGRAM THAT CHECKS AN OPERATOR'S       *
000600*    AUTHORITY.                                               *
000610*-------------------------------------------------------------*
000620 FD  SECURITY-LOG-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DIVSEC01.
000650*
000660*-------------------------------------------------------------*
000670*    OPERATOR-AUTH-FILE -- THE INDEXED DIVOPA01 OPERATOR      *
000680*    AUTHORIZATION FILE, READ ONLY FOR THE OPERATOR'S NAME.   *
000690*-------------------------------------------------------------*
000700 FD  OPERATOR-AUTH-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DIVOPA01.
000730*
000740 FD  SECURITY-REPORT-FILE
000750     LABEL RECORDS ARE OMITTED
000760     RECORD CONTAINS 80 CHARACTERS.
000770*
000780 01  DIVRPT01-LINE                        PIC X(80).
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820 77  WS-SELC-FILE-STATUS               PIC X(02) VALUE "00".
000830*
000840 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
000850*
000860 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
000870*
000880 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000890*
000900 77  WS-SECL-EOF-SWITCH                PIC X(01) VALUE "N".
000910         88  WS-SECL-END-OF-FILE                      VALUE "Y".
000920*
000930 77  WS-SECL-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000940         88  WS-SECL-FILE-OPEN                        VALUE "Y".
000950*
000960 77  WS-OPER-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000970         88  WS-OPER-FILE-OPEN                        VALUE "Y".
000980*
000990 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001000         88  WS-FATAL-ABORT                            VALUE "Y".
001010*
001020 77  WS-ENTRY-FOUND-SWITCH             PIC X(01) VALUE "N".
001030         88  WS-ENTRY-FOUND                           VALUE "Y".
001040*
001050 77  WS-LOG-READ-COUNT                 PIC 9(07) COMP
001060                                            VALUE ZERO.
001070*
001080 77  WS-LOG-SKIPPED-COUNT              PIC 9(07) COMP
001090                                            VALUE ZERO.
001100*
001110 77  WS-GRANTED-COUNT                  PIC 9(07) COMP
001120                                            VALUE ZERO.
001130*
001140 77  WS-REFUSED-COUNT                  PIC 9(07) COMP
001150                                            VALUE ZERO.
001160*
001170 77  WS-LOG-COUNT                      PIC 9(07) COMP
001240                                            VALUE ZERO.
001250*
001260 77  WS-OPR-MAX-ENTRIES                PIC 9(03) COMP
001270                                            VALUE 500.
001280*
001290 77  WS-OPR-COUNT                      PIC 9(03) COMP
001300                                            VALUE ZERO.
001310*
001320 77  WS-OPR-SUB                        PIC 9(03) COMP
001330                                            VALUE ZERO.
001340*
001350 77  WS-OPR-MATCH-SUB                  PIC 9(03) COMP
001360                                            VALUE ZERO.
001370*
001380 77  WS-ACT-SUB                        PIC 9(03) COMP
001390                                            VALUE ZERO.
001400*
001410 77  WS-PAGE-NO                        PIC 9(03) COMP
001420                                            VALUE ZERO.
001430*
001440 77  WS-LINE-COUNT                     PIC 9(03) COMP
001450                                            VALUE ZERO.
001460*
001470 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001480                                            VALUE 50.
001490*
001500 01  WS-RUN-DATE                       PIC X(08).
001510*
001520 01  WS-FROM-DATE                      PIC X(08)
001530                                        VALUE LOW-VALUES.
001540*
001550 01  WS-TO-DATE                        PIC X(08)
001560                                        VALUE HIGH-VALUES.
001710*
001720*-------------------------------------------------------------*
001730*    WS-OPERATOR-TABLE -- ONE ENTRY PER OPERATOR ID SEEN,     *
001740*    KEPT IN OPERATOR ID ORDER AS ENTRIES ARE ADDED, WITH THE *
001750*    OPERATOR'S ROW, GRANTED AND REFUSED COUNTS.              *
001760*-------------------------------------------------------------*
001770 01  WS-OPERATOR-TABLE.
001780     05  WS-OPR-ENTRY OCCURS 500 TIMES.
001790         10  WS-OPR-OPERATOR-ID        PIC X(08).
001800         10  WS-OPR-ROW-COUNT          PIC 9(07) COMP.
001810         10  WS-OPR-GRANTED-COUNT      PIC 9(07) COMP.
001820         10  WS-OPR-REFUSED-COUNT      PIC 9(07) COMP.
001830*
001840*-------------------------------------------------------------*
001850*    THE SEVEN DIVSEC01 ACTION CODES IN THE ORDER THE         *
001860*    BY-ACTION SECTION PRINTS THEM, EACH WITH ITS CAPTION.    *
001870*-------------------------------------------------------------*
001880 01  WS-ACTION-NAME-VALUES.
001890         05  FILLER                    PIC X(30)
001900             VALUE "ODUPLICATE-RUN OVERRIDE      ".
001910         05  FILLER                    PIC X(30)
001920             VALUE "SSIMULATE RUN                ".
001930         05  FILLER                    PIC X(30)
001940             VALUE "BBACKDATED BUSINESS DATE     ".
001950         05  FILLER                    PIC X(30)
001960             VALUE "WEXCEPTION WRITE-OFF         ".
001970         05  FILLER                    PIC X(30)
001980             VALUE "RRATE-MASTER CHANGE          ".
001990         05  FILLER                    PIC X(30)
002000             VALUE "IINQUIRY SIGN-ON             ".
002010         05  FILLER                    PIC X(30)
002020             VALUE "AAUTHORIZATION FILE CHANGE   ".
002030*
002040 01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-VALUES.
002050         05  WS-ACTION-NAME-ENTRY OCCURS 7 TIMES.
002060             10  WS-ACT-CODE           PIC X(01).
002070             10  WS-ACT-NAME           PIC X(29).
002080*
002090 01  WS-ACTION-COUNT-TABLE.
002100         05  WS-ACT-COUNT-ENTRY OCCURS 7 TIMES.
002110             10  WS-ACT-ROW-COUNT      PIC 9(07) COMP.
002120             10  WS-ACT-GRANTED-COUNT  PIC 9(07) COMP.
002130             10  WS-ACT-REFUSED-COUNT  PIC 9(07) COMP.
002140*
002150*-------------------------------------------------------------*
002160*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
002170*-------------------------------------------------------------*
002180 01  WS-RPT-HDG-1.
002190         05  FILLER                    PIC X(15)
002200                                        VALUE "CHAP447  DATE ".
002210         05  WS-HDG-RUN-DATE           PIC X(08).
002220         05  FILLER                    PIC X(10) VALUE SPACES.
002230         05  FILLER                    PIC X(05) VALUE "PAGE ".
002240         05  WS-HDG-PAGE-NO            PIC ZZ9.
002250         05  FILLER                    PIC X(37) VALUE SPACES.
002260*
002270 01  WS-RPT-HDG-2.
002280         05  FILLER                    PIC X(23)
002290             VALUE "SECURITY LOG REPORT -- ".
002300         05  WS-HDG-SECTION            PIC X(12).
002310         05  FILLER                    PIC X(06) VALUE "  FROM".
002320         05  WS-HDG-FROM-DATE          PIC X(08).
002330         05  FILLER                    PIC X(04) VALUE "  TO".
002340         05  WS-HDG-TO-DATE            PIC X(08).
002350         05  FILLER                    PIC X(19) VALUE SPACES.
002360*
002370 01  WS-RPT-HDG-3.
002380         05  FILLER                    PIC X(44)
002390             VALUE "DATE/TIME      PROGRAM  OPERATOR A BUS DATE".
002400         05  FILLER                    PIC X(36)
002410             VALUE " OUT DETAIL".
002420*
002430 01  WS-RPT-GROUP-LINE.
002440         05  WS-GRP-CAPTION            PIC X(10).
002450         05  WS-GRP-KEY                PIC X(08).
002460         05  FILLER                    PIC X(02) VALUE SPACES.
002470         05  WS-GRP-NAME               PIC X(30).
002480         05  FILLER                    PIC X(30) VALUE SPACES.
002490*
002500 01  WS-RPT-DETAIL.
002510         05  WS-DTL-TIMESTAMP          PIC X(14).
002520         05  FILLER                    PIC X(01) VALUE SPACES.
002530         05  WS-DTL-PROGRAM-ID         PIC X(08).
002540         05  FILLER                    PIC X(01) VALUE SPACES.
002550         05  WS-DTL-OPERATOR-ID        PIC X(08).
002560         05  FILLER                    PIC X(01) VALUE SPACES.
002570         05  WS-DTL-ACTION-CODE        PIC X(01).
002580         05  FILLER                    PIC X(01) VALUE SPACES.
002590         05  WS-DTL-BUSINESS-DATE      PIC X(08).
002600         05  FILLER                    PIC X(02) VALUE SPACES.
002610         05  WS-DTL-OUTCOME            PIC X(01).
002620         05  FILLER                    PIC X(03) VALUE SPACES.
002630         05  WS-DTL-DETAIL             PIC X(30).
002640         05  FILLER                    PIC X(01) VALUE SPACES.
002650*
002660 01  WS-RPT-SUBTOTAL.
002670         05  FILLER                    PIC X(04) VALUE SPACES.
002680         05  WS-SUB-CAPTION            PIC X(16).
002690         05  FILLER                    PIC X(05) VALUE "ROWS ".
002700         05  WS-SUB-ROW-COUNT          PIC ZZZ,ZZ9.
002710         05  FILLER                    PIC X(10)
002720             VALUE "  GRANTED ".
002730         05  WS-SUB-GRANTED-COUNT      PIC ZZZ,ZZ9.
002740         05  FILLER                    PIC X(10)
002750             VALUE "  REFUSED ".
002760         05  WS-SUB-REFUSED-COUNT      PIC ZZZ,ZZ9.
002770         05  FILLER                    PIC X(14) VALUE SPACES.
002780*
002790 01  WS-RPT-EMPTY-NOTE.
002800         05  FILLER                    PIC X(80)
002810             VALUE "NO SECURITY LOG ROWS SELECTED".
002820*
002830 01  WS-RPT-KEY-LINE.
002840         05  FILLER                    PIC X(80)
002850             VALUE "OUT: G = GRANTED, R = REFUSED".
002860*
002870 01  WS-RPT-TOTAL-LINE.
002880         05  WS-TOT-CAPTION            PIC X(20).
002890         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
002900         05  FILLER                    PIC X(53) VALUE SPACES.
002910*
002920 PROCEDURE DIVISION.
002930*
002940*-------------------------------------------------------------*
002950*    MAIN-LINE-LOGIC -- COUNTS THE SELECTED LOG ROWS, PRINTS  *
002960*    THE BY-OPERATOR AND BY-ACTION SECTIONS AND THE TOTALS.   *
002970*    RETURN CODE 0 MEANS THE REPORT PRINTED, 8 MEANS A FATAL  *
002980*    ERROR.                                                   *
002990*-------------------------------------------------------------*
003000 MAIN-LINE-LOGIC.
003010     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
003020     IF WS-FATAL-ABORT
003030         MOVE 8 TO RETURN-CODE
003040         GO TO MAIN-LINE-LOGIC-EXIT
003050     END-IF.
003060     PERFORM COUNT-ONE-LOG-ROW THRU COUNT-ONE-LOG-ROW-EXIT
003070         UNTIL WS-SECL-END-OF-FILE.
003080     IF WS-FATAL-ABORT
003090         MOVE 8 TO RETURN-CODE
003100         GO TO MAIN-LINE-LOGIC-EXIT
003110     END-IF.
003120     PERFORM PRINT-BY-OPERATOR-SECTION.
003130     PERFORM PRINT-BY-ACTION-SECTION.
003140     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
003150     IF WS-FATAL-ABORT
003160         MOVE 8 TO RETURN-CODE
003170     ELSE
003180         MOVE 0 TO RETURN-CODE
003190     END-IF.
003200 MAIN-LINE-LOGIC-EXIT.
003210     STOP RUN.
003220*
003230*-------------------------------------------------------------*
003240*    INITIALIZE-RUN -- READS THE OPTIONAL SELECTION CARD,     *
003250*    OPENS THE LOG, THE AUTHORIZATION FILE AND THE REPORT,    *
003260*    AND READS THE FIRST LOG ROW. A MISSING LOG IS AN EMPTY   *
003270*    LOG, AND A MISSING AUTHORIZATION FILE ONLY MEANS NO      *
003280*    NAMES ARE PRINTED.                                       *
003290*-------------------------------------------------------------*
003300 INITIALIZE-RUN.
003310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003320     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003330     PERFORM READ-SELECTION-CARD.
003340     MOVE "EARLIEST" TO WS-HDG-FROM-DATE.
003350     MOVE "LATEST"   TO WS-HDG-TO-DATE.
003360     IF WS-FROM-DATE IS NOT EQUAL TO LOW-VALUES
003370         MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
003380     END-IF.
003390     IF WS-TO-DATE IS NOT EQUAL TO HIGH-VALUES
003400         MOVE WS-TO-DATE TO WS-HDG-TO-DATE
003410     END-IF.
003420     OPEN OUTPUT SECURITY-REPORT-FILE.
003430     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
003440         DISPLAY "CHAP447 -- UNABLE TO OPEN "
003450             "SECURITY-REPORT-FILE, STATUS = "
003460             WS-RPT-FILE-STATUS
003470         SET WS-FATAL-ABORT TO TRUE
003480         GO TO INITIALIZE-RUN-EXIT
003490     END-IF.
003500     OPEN INPUT OPERATOR-AUTH-FILE.
003510     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
003520         SET WS-OPER-FILE-OPEN TO TRUE
003530     ELSE
003540         DISPLAY "CHAP447 -- NO OPERATOR-AUTH-FILE, STATUS = "
003550             WS-OPER-FILE-STATUS
003560     END-IF.
003570     MOVE ZERO TO WS-PAGE-NO.
003580     INITIALIZE WS-ACTION-COUNT-TABLE.
003590     OPEN INPUT SECURITY-LOG-FILE.
003600     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
003610         DISPLAY "CHAP447 -- NO SECURITY-LOG-FILE, STATUS = "
003620             WS-SECL-FILE-STATUS
003630         SET WS-SECL-END-OF-FILE TO TRUE
003640         GO TO INITIALIZE-RUN-EXIT
003650     END-IF.
003660     SET WS-SECL-FILE-OPEN TO TRUE.
003670     PERFORM READ-SECURITY-LOG-ROW.
003680 INITIALIZE-RUN-EXIT.
003690     EXIT.
003700*
003710*-------------------------------------------------------------*
003720*    READ-SELECTION-CARD -- OPTIONAL ONE-CARD DATE RANGE. A   *
003730*    MISSING FILE OR A NON-NUMERIC DATE LEAVES THAT END OPEN. *
003740*-------------------------------------------------------------*
003750 READ-SELECTION-CARD.
003760     OPEN INPUT SELECTION-CARD-FILE.
003770     IF WS-SELC-FILE-STATUS IS EQUAL TO "00"
003780         READ SELECTION-CARD-FILE
003790             AT END
003800                 CONTINUE
003810             NOT AT END
003820                 IF DIVSRP01-FROM-DATE IS NUMERIC
003830                     MOVE DIVSRP01-FROM-DATE TO WS-FROM-DATE
003840                 END-IF
003850                 IF DIVSRP01-TO-DATE IS NUMERIC
003860                     MOVE DIVSRP01-TO-DATE TO WS-TO-DATE
003870                 END-IF
003880         END-READ
003890         CLOSE SELECTION-CARD-FILE
003900     END-IF.
003910*
003920 READ-SECURITY-LOG-ROW.
003930     READ SECURITY-LOG-FILE
003940         AT END
003950             SET WS-SECL-END-OF-FILE TO TRUE
003980     END-READ.
003990*
004000*-------------------------------------------------------------*
004010*    COUNT-ONE-LOG-ROW -- COUNTS A ROW WHOSE BUSINESS DATE    *
004020*    FALLS IN THE RANGE AGAINST ITS OPERATOR AND ITS ACTION.  *
004030*    A ROW OUTSIDE THE RANGE IS COUNTED AS SKIPPED. NO ROW IS *
004040*    KEPT; THE PRINT SECTIONS READ THE LOG AGAIN.             *
004050*-------------------------------------------------------------*
004060 COUNT-ONE-LOG-ROW.
004065     ADD 1 TO WS-LOG-READ-COUNT.
004070     IF DIVSEC01-BUSINESS-DATE IS LESS THAN WS-FROM-DATE
004080             OR DIVSEC01-BUSINESS-DATE IS GREATER THAN WS-TO-DATE
004090         ADD 1 TO WS-LOG-SKIPPED-COUNT
004100         GO TO COUNT-ONE-LOG-ROW-NEXT
004180     END-IF.
004190     PERFORM FIND-OPERATOR-ENTRY THRU FIND-OPERATOR-ENTRY-EXIT.
004200     IF WS-FATAL-ABORT
004210         GO TO COUNT-ONE-LOG-ROW-EXIT
004220     END-IF.
004230     ADD 1 TO WS-LOG-COUNT.
004250     ADD 1 TO WS-OPR-ROW-COUNT (WS-OPR-MATCH-SUB).
004260     IF DIVSEC01-OUTCOME-GRANTED
004270         ADD 1 TO WS-GRANTED-COUNT
004280         ADD 1 TO WS-OPR-GRANTED-COUNT (WS-OPR-MATCH-SUB)
004290     ELSE
004300         ADD 1 TO WS-REFUSED-COUNT
004310         ADD 1 TO WS-OPR-REFUSED-COUNT (WS-OPR-MATCH-SUB)
004320     END-IF.
004330     PERFORM TEST-ACTION-ENTRY
004340         VARYING WS-ACT-SUB FROM 1 BY 1
004350         UNTIL WS-ACT-SUB IS GREATER THAN 7.
004360 COUNT-ONE-LOG-ROW-NEXT.
004370     PERFORM READ-SECURITY-LOG-ROW.
004380 COUNT-ONE-LOG-ROW-EXIT.
004390     EXIT.
004400*
004410 TEST-ACTION-ENTRY.
004420     IF WS-ACT-CODE (WS-ACT-SUB) IS EQUAL TO DIVSEC01-ACTION-CODE
004430         ADD 1 TO WS-ACT-ROW-COUNT (WS-ACT-SUB)
004440         IF DIVSEC01-OUTCOME-GRANTED
004450             ADD 1 TO WS-ACT-GRANTED-COUNT (WS-ACT-SUB)
004460         ELSE
004470             ADD 1 TO WS-ACT-REFUSED-COUNT (WS-ACT-SUB)
004480         END-IF
004490     END-IF.
004500*
004510*-------------------------------------------------------------*
004520*    FIND-OPERATOR-ENTRY -- LINEAR SEARCH OF THE OPERATOR     *
004530*    TABLE FOR THE ROW'S OPERATOR ID. A NEW ID IS INSERTED    *
004540*    AHEAD OF THE FIRST ENTRY WITH A HIGHER ID, SHIFTING THE  *
004550*    REST UP ONE, SO THE TABLE STAYS IN OPERATOR ID ORDER     *
004560*    WITHOUT A SORT. A FULL TABLE IS FATAL.                   *
004570*-------------------------------------------------------------*
004580 FIND-OPERATOR-ENTRY.
004590     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
004600     MOVE ZERO TO WS-OPR-MATCH-SUB.
004610     PERFORM TEST-OPERATOR-ENTRY
004620         VARYING WS-OPR-SUB FROM 1 BY 1
004630         UNTIL WS-OPR-SUB IS GREATER THAN WS-OPR-COUNT
004640             OR WS-OPR-MATCH-SUB IS GREATER THAN ZERO.
004650     IF WS-ENTRY-FOUND
004660         GO TO FIND-OPERATOR-ENTRY-EXIT
004670     END-IF.
004680     IF WS-OPR-COUNT IS NOT LESS THAN WS-OPR-MAX-ENTRIES
004690         DISPLAY "CHAP447 -- OPERATOR TABLE FULL AT "
004700             WS-OPR-MAX-ENTRIES " ENTRIES"
004710         SET WS-FATAL-ABORT TO TRUE
004720         SET WS-SECL-END-OF-FILE TO TRUE
004730         GO TO FIND-OPERATOR-ENTRY-EXIT
004740     END-IF.
004750     IF WS-OPR-MATCH-SUB IS EQUAL TO ZERO
004760         COMPUTE WS-OPR-MATCH-SUB = WS-OPR-COUNT + 1
004770     END-IF.
004780     PERFORM SHIFT-OPERATOR-ENTRY
004790         VARYING WS-OPR-SUB FROM WS-OPR-COUNT BY -1
004800         UNTIL WS-OPR-SUB IS LESS THAN WS-OPR-MATCH-SUB.
004810     ADD 1 TO WS-OPR-COUNT.
004820     MOVE DIVSEC01-OPERATOR-ID TO
004830         WS-OPR-OPERATOR-ID (WS-OPR-MATCH-SUB).
004840     MOVE ZERO TO WS-OPR-ROW-COUNT (WS-OPR-MATCH-SUB)
004850                  WS-OPR-GRANTED-COUNT (WS-OPR-MATCH-SUB)
004860                  WS-OPR-REFUSED-COUNT (WS-OPR-MATCH-SUB).
004870 FIND-OPERATOR-ENTRY-EXIT.
004880     EXIT.
004890*
004900*-------------------------------------------------------------*
004910*    TEST-OPERATOR-ENTRY -- STOPS THE SEARCH AT THE MATCHING  *
004920*    ENTRY, OR AT THE FIRST ENTRY WITH A HIGHER ID, WHICH IS  *
004930*    WHERE A NEW ID BELONGS.                                  *
004940*-------------------------------------------------------------*
004950 TEST-OPERATOR-ENTRY.
004960     IF WS-OPR-OPERATOR-ID (WS-OPR-SUB) IS EQUAL TO
004970             DIVSEC01-OPERATOR-ID
004980         SET WS-ENTRY-FOUND TO TRUE
004990         MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
005000     ELSE
005010         IF WS-OPR-OPERATOR-ID (WS-OPR-SUB) IS GREATER THAN
005020                 DIVSEC01-OPERATOR-ID
005030             MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
005040         END-IF
005050     END-IF.
005060*
005070 SHIFT-OPERATOR-ENTRY.
005080     MOVE WS-OPR-ENTRY (WS-OPR-SUB) TO
005090         WS-OPR-ENTRY (WS-OPR-SUB + 1).
005100*
005110*-------------------------------------------------------------*
005120*    PRINT-BY-OPERATOR-SECTION -- ONE GROUP PER OPERATOR ID   *
005130*    IN ID ORDER: THE OPERATOR'S NAME, EVERY ROW LOGGED UNDER *
005140*    THE ID IN LOG ORDER, AND THE OPERATOR'S COUNTS. EACH     *
005145*    GROUP'S ROWS COME FROM A FRESH PASS OF THE LOG.          *
005150*-------------------------------------------------------------*
005160 PRINT-BY-OPERATOR-SECTION.
005170     MOVE "BY OPERATOR" TO WS-HDG-SECTION.
005180     PERFORM WRITE-REPORT-HEADINGS.
005190     IF WS-LOG-COUNT IS EQUAL TO ZERO
005200         WRITE DIVRPT01-LINE FROM WS-RPT-EMPTY-NOTE
005210             AFTER ADVANCING 2 LINES
005220         PERFORM CHECK-RPT-FILE-STATUS
005230         ADD 2 TO WS-LINE-COUNT
005240     END-IF.
005250     PERFORM PRINT-ONE-OPERATOR
005260         VARYING WS-OPR-SUB FROM 1 BY 1
005270         UNTIL WS-OPR-SUB IS GREATER THAN WS-OPR-COUNT
005280             OR WS-FATAL-ABORT.
005290*
005300 PRINT-ONE-OPERATOR.
005310     MOVE "OPERATOR  " TO WS-GRP-CAPTION.
005320     MOVE WS-OPR-OPERATOR-ID (WS-OPR-SUB) TO WS-GRP-KEY.
005330     MOVE "NOT ON AUTHORIZATION FILE" TO WS-GRP-NAME.
005340     IF WS-OPR-OPERATOR-ID (WS-OPR-SUB) IS EQUAL TO SPACES
005350         MOVE "NO OPERATOR ID GIVEN" TO WS-GRP-NAME
005360     ELSE
005370         IF WS-OPER-FILE-OPEN
005380             MOVE WS-OPR-OPERATOR-ID (WS-OPR-SUB) TO
005390                 DIVOPA01-OPERATOR-ID
005400             READ OPERATOR-AUTH-FILE
005410                 INVALID KEY
005420                     CONTINUE
005430                 NOT INVALID KEY
005440                     MOVE DIVOPA01-OPERATOR-NAME TO WS-GRP-NAME
005450             END-READ
005460         END-IF
005470     END-IF.
005480     PERFORM WRITE-GROUP-LINE.
005485     PERFORM RESCAN-SECURITY-LOG.
005490     PERFORM PRINT-LOG-ROW-FOR-OPERATOR
005500         UNTIL WS-SECL-END-OF-FILE
005520             OR WS-FATAL-ABORT.
005530     MOVE "OPERATOR TOTAL  " TO WS-SUB-CAPTION.
005540     MOVE WS-OPR-ROW-COUNT (WS-OPR-SUB) TO WS-SUB-ROW-COUNT.
005550     MOVE WS-OPR-GRANTED-COUNT (WS-OPR-SUB) TO
005560         WS-SUB-GRANTED-COUNT.
005570     MOVE WS-OPR-REFUSED-COUNT (WS-OPR-SUB) TO
005580         WS-SUB-REFUSED-COUNT.
005590     PERFORM WRITE-SUBTOTAL-LINE.
005600*
005610 PRINT-LOG-ROW-FOR-OPERATOR.
005630     IF DIVSEC01-OPERATOR-ID IS EQUAL TO
005640             WS-OPR-OPERATOR-ID (WS-OPR-SUB)
005642             AND DIVSEC01-BUSINESS-DATE IS NOT LESS THAN
005644                 WS-FROM-DATE
005646             AND DIVSEC01-BUSINESS-DATE IS NOT GREATER THAN
005648                 WS-TO-DATE
005650         PERFORM WRITE-DETAIL-LINE
005660     END-IF.
005665     PERFORM READ-SECURITY-LOG-ROW.
005670*
005680*-------------------------------------------------------------*
005690*    PRINT-BY-ACTION-SECTION -- ONE GROUP PER ACTION CODE IN  *
005700*    THE FIXED TABLE ORDER, SKIPPING AN ACTION WITH NO ROWS:  *
005710*    EVERY ROW FOR THE ACTION IN LOG ORDER, FROM A FRESH PASS *
005720*    OF THE LOG, AND THE ACTION'S COUNTS.                     *
005730*-------------------------------------------------------------*
005740 PRINT-BY-ACTION-SECTION.
005750     MOVE "BY ACTION" TO WS-HDG-SECTION.
005760     PERFORM WRITE-REPORT-HEADINGS.
005770     IF WS-LOG-COUNT IS EQUAL TO ZERO
005780         WRITE DIVRPT01-LINE FROM WS-RPT-EMPTY-NOTE
005790             AFTER ADVANCING 2 LINES
005800         PERFORM CHECK-RPT-FILE-STATUS
005810         ADD 2 TO WS-LINE-COUNT
005820     END-IF.
005830     PERFORM PRINT-ONE-ACTION
005840         VARYING WS-ACT-SUB FROM 1 BY 1
005850         UNTIL WS-ACT-SUB IS GREATER THAN 7
005860             OR WS-FATAL-ABORT.
005870*
005880 PRINT-ONE-ACTION.
005890     IF WS-ACT-ROW-COUNT (WS-ACT-SUB) IS GREATER THAN ZERO
005900         MOVE "ACTION    " TO WS-GRP-CAPTION
005910         MOVE WS-ACT-CODE (WS-ACT-SUB) TO WS-GRP-KEY
005920         MOVE WS-ACT-NAME (WS-ACT-SUB) TO WS-GRP-NAME
005930         PERFORM WRITE-GROUP-LINE
005935         PERFORM RESCAN-SECURITY-LOG
005940         PERFORM PRINT-LOG-ROW-FOR-ACTION
005950             UNTIL WS-SECL-END-OF-FILE
005970                 OR WS-FATAL-ABORT
005980         MOVE "ACTION TOTAL    " TO WS-SUB-CAPTION
005990         MOVE WS-ACT-ROW-COUNT (WS-ACT-SUB) TO WS-SUB-ROW-COUNT
006000         MOVE WS-ACT-GRANTED-COUNT (WS-ACT-SUB) TO
006010             WS-SUB-GRANTED-COUNT
006020         MOVE WS-ACT-REFUSED-COUNT (WS-ACT-SUB) TO
006030             WS-SUB-REFUSED-COUNT
006040         PERFORM WRITE-SUBTOTAL-LINE
006050     END-IF.
006060*
006070 PRINT-LOG-ROW-FOR-ACTION.
006090     IF DIVSEC01-ACTION-CODE IS EQUAL TO WS-ACT-CODE (WS-ACT-SUB)
006092             AND DIVSEC01-BUSINESS-DATE IS NOT LESS THAN
006094                 WS-FROM-DATE
006096             AND DIVSEC01-BUSINESS-DATE IS NOT GREATER THAN
006098                 WS-TO-DATE
006100         PERFORM WRITE-DETAIL-LINE
006110     END-IF.
006115     PERFORM READ-SECURITY-LOG-ROW.
006120*
006130 WRITE-GROUP-LINE.
006140     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
006150         PERFORM WRITE-REPORT-HEADINGS
006160     END-IF.
006170     WRITE DIVRPT01-LINE FROM WS-RPT-GROUP-LINE
006180         AFTER ADVANCING 2 LINES.
006190     PERFORM CHECK-RPT-FILE-STATUS.
006200     ADD 2 TO WS-LINE-COUNT.
006210*
006220 WRITE-DETAIL-LINE.
006230     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
006240         PERFORM WRITE-REPORT-HEADINGS
006250     END-IF.
006260     MOVE DIVSEC01-TIMESTAMP      TO WS-DTL-TIMESTAMP.
006270     MOVE DIVSEC01-PROGRAM-ID     TO WS-DTL-PROGRAM-ID.
006280     MOVE DIVSEC01-OPERATOR-ID    TO WS-DTL-OPERATOR-ID.
006290     MOVE DIVSEC01-ACTION-CODE    TO WS-DTL-ACTION-CODE.
006300     MOVE DIVSEC01-BUSINESS-DATE  TO WS-DTL-BUSINESS-DATE.
006310     MOVE DIVSEC01-OUTCOME        TO WS-DTL-OUTCOME.
006320     MOVE DIVSEC01-DETAIL         TO WS-DTL-DETAIL.
006330     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
006340         AFTER ADVANCING 1 LINES.
006350     PERFORM CHECK-RPT-FILE-STATUS.
006360     ADD 1 TO WS-LINE-COUNT.
006370*
006380 WRITE-SUBTOTAL-LINE.
006390     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
006400         PERFORM WRITE-REPORT-HEADINGS
006410     END-IF.
006420     WRITE DIVRPT01-LINE FROM WS-RPT-SUBTOTAL
006430         AFTER ADVANCING 1 LINES.
006440     PERFORM CHECK-RPT-FILE-STATUS.
006450     ADD 1 TO WS-LINE-COUNT.
006460*
006470*-------------------------------------------------------------*
006480*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
006490*    SECURITY-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE  *
006500*    THE REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.           *
006510*-------------------------------------------------------------*
006520 CHECK-RPT-FILE-STATUS.
006530     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
006540         DISPLAY "CHAP447 -- WRITE FAILED ON "
006550             "SECURITY-REPORT-FILE, STATUS = "
006560             WS-RPT-FILE-STATUS
006570         SET WS-FATAL-ABORT TO TRUE
006580     END-IF.
006590*
006600*-------------------------------------------------------------*
006610*    WRITE-REPORT-HEADINGS -- STARTS A NEW PAGE OF THE        *
006620*    SECTION NAMED IN WS-HDG-SECTION.                         *
006630*-------------------------------------------------------------*
006640 WRITE-REPORT-HEADINGS.
006650     ADD 1 TO WS-PAGE-NO.
006660     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
006670     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
006680         AFTER ADVANCING PAGE.
006690     PERFORM CHECK-RPT-FILE-STATUS.
006700     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
006710         AFTER ADVANCING 2 LINES.
006720     PERFORM CHECK-RPT-FILE-STATUS.
006730     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
006740         AFTER ADVANCING 2 LINES.
006750     PERFORM CHECK-RPT-FILE-STATUS.
006760     MOVE 5 TO WS-LINE-COUNT.
006770*
006780 TERMINATE-RUN.
006790     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
006800         PERFORM WRITE-REPORT-HEADINGS
006810     END-IF.
006820     WRITE DIVRPT01-LINE FROM WS-RPT-KEY-LINE
006830         AFTER ADVANCING 2 LINES.
006840     PERFORM CHECK-RPT-FILE-STATUS.
006850     MOVE "LOG ROWS READ:      " TO WS-TOT-CAPTION.
006860     MOVE WS-LOG-READ-COUNT TO WS-TOT-COUNT.
006870     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
006880         AFTER ADVANCING 2 LINES.
006890     PERFORM CHECK-RPT-FILE-STATUS.
006900     MOVE "OUTSIDE DATE RANGE: " TO WS-TOT-CAPTION.
006910     MOVE WS-LOG-SKIPPED-COUNT TO WS-TOT-COUNT.
006920     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
006930         AFTER ADVANCING 1 LINES.
006940     PERFORM CHECK-RPT-FILE-STATUS.
006950     MOVE "ROWS REPORTED:      " TO WS-TOT-CAPTION.
006960     MOVE WS-LOG-COUNT TO WS-TOT-COUNT.
006970     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
006980         AFTER ADVANCING 1 LINES.
006990     PERFORM CHECK-RPT-FILE-STATUS.
007000     MOVE "ACTIONS GRANTED:    " TO WS-TOT-CAPTION.
007010     MOVE WS-GRANTED-COUNT TO WS-TOT-COUNT.
007020     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
007030         AFTER ADVANCING 1 LINES.
007040     PERFORM CHECK-RPT-FILE-STATUS.
007050     MOVE "ACTIONS REFUSED:    " TO WS-TOT-CAPTION.
007060     MOVE WS-REFUSED-COUNT TO WS-TOT-COUNT.
007070     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
007080         AFTER ADVANCING 1 LINES.
007090     PERFORM CHECK-RPT-FILE-STATUS.
007100     IF WS-SECL-FILE-OPEN
007110         CLOSE SECURITY-LOG-FILE
007120     END-IF.
007130     IF WS-OPER-FILE-OPEN
007140         CLOSE OPERATOR-AUTH-FILE
007150     END-IF.
007160     CLOSE SECURITY-REPORT-FILE.
007170 TERMINATE-RUN-EXIT.
007180     EXIT.
007190*
007200*-------------------------------------------------------------*
007210*    RESCAN-SECURITY-LOG -- CLOSES AND REOPENS THE LOG AND    *
007220*    READS ITS FIRST ROW, SO ONE GROUP'S DETAIL LINES CAN BE  *
007230*    PRINTED FROM A FRESH PASS. A LOG THAT WILL NOT REOPEN IS *
007240*    FATAL.                                                   *
007250*-------------------------------------------------------------*
007260 RESCAN-SECURITY-LOG.
007270     IF WS-SECL-FILE-OPEN
007280         CLOSE SECURITY-LOG-FILE
007290         MOVE "N" TO WS-SECL-FILE-OPEN-SWITCH
007300     END-IF.
007310     MOVE "N" TO WS-SECL-EOF-SWITCH.
007320     OPEN INPUT SECURITY-LOG-FILE.
007330     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
007340         DISPLAY "CHAP447 -- UNABLE TO REOPEN "
007350             "SECURITY-LOG-FILE, STATUS = "
007360             WS-SECL-FILE-STATUS
007370         SET WS-FATAL-ABORT TO TRUE
007380         SET WS-SECL-END-OF-FILE TO TRUE
007390     ELSE
007400         SET WS-SECL-FILE-OPEN TO TRUE
007410         PERFORM READ-SECURITY-LOG-ROW
007420     END-IF.

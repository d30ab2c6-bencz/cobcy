000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP448.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. STANDING-INSTRUCTION
000120*                         MAINTENANCE. READS DIVSTM01 ADD, CHANGE
000130*                         AND DELETE CARDS AGAINST THE INDEXED
000140*                         DIVSTI01 STANDING-INSTRUCTION MASTER
000150*                         CHAP449 GENERATES RECURRING
000160*                         TRANSACTIONS FROM, EDITING EACH ADD OR
000170*                         CHANGE THE WAY CHAP427 WILL EDIT THE
000180*                         TRANSACTIONS IT PRODUCES, AND PRINTS
000190*                         AN ACTION REPORT WITH ONE LINE PER
000200*                         CARD. A MISSING MASTER IS CREATED
000210*                         EMPTY ON FIRST USE.
000220*
000230 ENVIRONMENT DIVISION.
000240*
000250 CONFIGURATION SECTION.
000260*
000270 INPUT-OUTPUT SECTION.
000280*
000290 FILE-CONTROL.
000300     SELECT STANDING-CARD-FILE ASSIGN TO "DIVSTMC"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CARD-FILE-STATUS.
000330*
000340     SELECT STANDING-INSTR-FILE ASSIGN TO "DIVSTND"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS DIVSTI01-RECORD-ID
000380         FILE STATUS IS WS-STND-FILE-STATUS.
000390*
000400     SELECT STANDING-REPORT-FILE ASSIGN TO PRINTER
000410         FILE STATUS IS WS-RPT-FILE-STATUS.
000420*
000430 DATA DIVISION.
000440*
000450 FILE SECTION.
000460*
000470*-------------------------------------------------------------*
000480*    STANDING-CARD-FILE -- OPERATOR-KEYED ADD, CHANGE AND     *
000490*    DELETE CARDS, ONE PER INSTRUCTION ACTED ON.              *
000500*-------------------------------------------------------------*
000510 FD  STANDING-CARD-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY DIVSTM01.
000540*
000550*-------------------------------------------------------------*
000560*    STANDING-INSTR-FILE -- THE INDEXED DIVSTI01              *
000570*    STANDING-INSTRUCTION MASTER, ONE ROW PER RECORD-ID.      *
000580*-------------------------------------------------------------*
000590 FD  STANDING-INSTR-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DIVSTI01.
000620*
000630*-------------------------------------------------------------*
000640*    STANDING-REPORT-FILE -- PRINTED ACTION REPORT, ONE LINE  *
000650*    PER CARD.                                                *
000660*-------------------------------------------------------------*
000670 FD  STANDING-REPORT-FILE
000680     LABEL RECORDS ARE OMITTED
000690     RECORD CONTAINS 80 CHARACTERS.
000700*
000710 01  DIVRPT01-LINE                        PIC X(80).
000720*
000730 WORKING-STORAGE SECTION.
000740*
000750 77  WS-CARD-FILE-STATUS               PIC X(02) VALUE "00".
000760*
000770 77  WS-STND-FILE-STATUS               PIC X(02) VALUE "00".
000780*
000790 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000800*
000810 77  WS-CARD-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000820         88  WS-CARD-FILE-OPEN                        VALUE "Y".
000830*
000840 77  WS-CARD-EOF-SWITCH                PIC X(01) VALUE "N".
000850         88  WS-CARD-END-OF-FILE                      VALUE "Y".
000860*
000870 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
000880         88  WS-FATAL-ABORT                            VALUE "Y".
000890*
000900 77  WS-STND-ROW-SWITCH                PIC X(01) VALUE "N".
000910         88  WS-STND-ROW-FOUND                        VALUE "Y".
000920*
000930 77  WS-CARD-OUTCOME-SWITCH            PIC X(01) VALUE "A".
000940         88  WS-CARD-APPLIED                          VALUE "A".
000950         88  WS-CARD-REFUSED                          VALUE "R".
000960*
000970 77  WS-CARD-READ-COUNT                PIC 9(05) COMP
000980                                            VALUE ZERO.
000990*
001000 77  WS-ADDED-COUNT                    PIC 9(05) COMP
001010                                            VALUE ZERO.
001020*
001030 77  WS-CHANGED-COUNT                  PIC 9(05) COMP
001040                                            VALUE ZERO.
001050*
001060 77  WS-DELETED-COUNT                  PIC 9(05) COMP
001070                                            VALUE ZERO.
001080*
001090 77  WS-CARD-ERROR-COUNT               PIC 9(05) COMP
001100                                            VALUE ZERO.
001110*
001120 77  WS-PAGE-NO                        PIC 9(03) COMP
001130                                            VALUE ZERO.
001140*
001150 77  WS-LINE-COUNT                     PIC 9(03) COMP
001160                                            VALUE ZERO.
001170*
001180 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001190                                            VALUE 20.
001200*
001210 01  WS-RUN-DATE                       PIC X(08).
001220*
001230*-------------------------------------------------------------*
001240*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
001250*-------------------------------------------------------------*
001260 01  WS-RPT-HDG-1.
001270         05  FILLER                    PIC X(15)
001280                                        VALUE "CHAP448  DATE ".
001290         05  WS-HDG-RUN-DATE           PIC X(08).
001300         05  FILLER                    PIC X(10) VALUE SPACES.
001310         05  FILLER                    PIC X(05) VALUE "PAGE ".
001320         05  WS-HDG-PAGE-NO            PIC ZZ9.
001330         05  FILLER                    PIC X(37) VALUE SPACES.
001340*
001350 01  WS-RPT-HDG-2.
001360         05  FILLER                    PIC X(80)
001370             VALUE "STANDING-INSTRUCTION ACTION REPORT".
001380*
001390 01  WS-RPT-HDG-3.
001400         05  FILLER                    PIC X(38)
001410             VALUE "A  RECORD-ID  O   DIVIDEND   DIVISOR ".
001420         05  FILLER                    PIC X(42)
001430             VALUE "DEPT F START    END      DISPOSITION".
001440*
001450 01  WS-RPT-DETAIL.
001460         05  WS-DTL-ACTION-CODE        PIC X(01).
001470         05  FILLER                    PIC X(02) VALUE SPACES.
001480         05  WS-DTL-RECORD-ID          PIC X(10).
001490         05  FILLER                    PIC X(01) VALUE SPACES.
001500         05  WS-DTL-OP-CODE            PIC X(01).
001510         05  FILLER                    PIC X(01) VALUE SPACES.
001520         05  WS-DTL-DIVIDEND           PIC ZZZZ9.9999.
001530         05  WS-DTL-DIVIDEND-TEXT REDEFINES WS-DTL-DIVIDEND
001540                                       PIC X(10).
001550         05  FILLER                    PIC X(01) VALUE SPACES.
001560         05  WS-DTL-DIVISOR            PIC ZZZZ9.9999.
001570         05  WS-DTL-DIVISOR-TEXT REDEFINES WS-DTL-DIVISOR
001580                                       PIC X(10).
001590         05  FILLER                    PIC X(01) VALUE SPACES.
001600         05  WS-DTL-DEPT-CODE          PIC X(04).
001610         05  FILLER                    PIC X(01) VALUE SPACES.
001620         05  WS-DTL-FREQUENCY          PIC X(01).
001630         05  FILLER                    PIC X(01) VALUE SPACES.
001640         05  WS-DTL-START-DATE         PIC X(08).
001650         05  FILLER                    PIC X(01) VALUE SPACES.
001660         05  WS-DTL-END-DATE           PIC X(08).
001670         05  FILLER                    PIC X(01) VALUE SPACES.
001680         05  WS-DTL-DISPOSITION        PIC X(16).
001690         05  FILLER                    PIC X(01) VALUE SPACES.
001700*
001710 01  WS-RPT-TOTAL-LINE.
001720         05  WS-TOT-CAPTION            PIC X(20).
001730         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
001740         05  FILLER                    PIC X(53) VALUE SPACES.
001750*
001760 PROCEDURE DIVISION.
001770*
001780*-------------------------------------------------------------*
001790*    MAIN-LINE-LOGIC -- APPLIES ONE MAINTENANCE CARD AT A     *
001800*    TIME UNTIL THE DECK IS EXHAUSTED, THEN SETS THE BATCH    *
001810*    RETURN CODE: 0 MEANS EVERY CARD WAS APPLIED, 4 MEANS A   *
001820*    CARD WAS REFUSED, 8 MEANS A FATAL ERROR.                 *
001830*-------------------------------------------------------------*
001840 MAIN-LINE-LOGIC.
001850     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
001860     IF WS-FATAL-ABORT
001870         MOVE 8 TO RETURN-CODE
001880         GO TO MAIN-LINE-LOGIC-EXIT
001890     END-IF.
001900     PERFORM PROCESS-ONE-STANDING-CARD
001910             THRU PROCESS-ONE-STANDING-CARD-EXIT
001920         UNTIL WS-CARD-END-OF-FILE.
001930     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
001940     IF WS-FATAL-ABORT
001950         MOVE 8 TO RETURN-CODE
001960     ELSE
001970         IF WS-CARD-ERROR-COUNT IS GREATER THAN ZERO
001980             MOVE 4 TO RETURN-CODE
001990         ELSE
002000             MOVE 0 TO RETURN-CODE
002010         END-IF
002020     END-IF.
002030 MAIN-LINE-LOGIC-EXIT.
002040     STOP RUN.
002050*
002060*-------------------------------------------------------------*
002070*    INITIALIZE-RUN -- OPENS THE MASTER (CREATING IT EMPTY ON *
002080*    FIRST USE) AND THE REPORT, AND READS THE FIRST CARD. A   *
002090*    MISSING CARD FILE IS NOT AN ERROR; THE RUN SIMPLY DOES   *
002100*    NOTHING.                                                 *
002110*-------------------------------------------------------------*
002120 INITIALIZE-RUN.
002130     OPEN I-O STANDING-INSTR-FILE.
002140     IF WS-STND-FILE-STATUS IS EQUAL TO "35"
002150         OPEN OUTPUT STANDING-INSTR-FILE
002160         CLOSE STANDING-INSTR-FILE
002170         OPEN I-O STANDING-INSTR-FILE
002180     END-IF.
002190     IF WS-STND-FILE-STATUS IS NOT EQUAL TO "00"
002200         DISPLAY "CHAP448 -- UNABLE TO OPEN "
002210             "STANDING-INSTR-FILE, STATUS = "
002220             WS-STND-FILE-STATUS
002230         SET WS-FATAL-ABORT TO TRUE
002240         GO TO INITIALIZE-RUN-EXIT
002250     END-IF.
002260     OPEN OUTPUT STANDING-REPORT-FILE.
002270     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002280         DISPLAY "CHAP448 -- UNABLE TO OPEN "
002290             "STANDING-REPORT-FILE, STATUS = "
002300             WS-RPT-FILE-STATUS
002310         SET WS-FATAL-ABORT TO TRUE
002320         GO TO INITIALIZE-RUN-EXIT
002330     END-IF.
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002350     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002360     MOVE ZERO TO WS-PAGE-NO.
002370     PERFORM WRITE-REPORT-HEADINGS.
002380     OPEN INPUT STANDING-CARD-FILE.
002390     IF WS-CARD-FILE-STATUS IS NOT EQUAL TO "00"
002400         SET WS-CARD-END-OF-FILE TO TRUE
002410         GO TO INITIALIZE-RUN-EXIT
002420     END-IF.
002430     SET WS-CARD-FILE-OPEN TO TRUE.
002440     PERFORM READ-STANDING-CARD.
002450 INITIALIZE-RUN-EXIT.
002460     EXIT.
002470*
002480 READ-STANDING-CARD.
002490     READ STANDING-CARD-FILE
002500         AT END
002510             SET WS-CARD-END-OF-FILE TO TRUE
002520     END-READ.
002530*
002540*-------------------------------------------------------------*
002550*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
002560*    STANDING-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE  *
002570*    THE REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.           *
002580*-------------------------------------------------------------*
002590 CHECK-RPT-FILE-STATUS.
002600     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002610         DISPLAY "CHAP448 -- WRITE FAILED ON "
002620             "STANDING-REPORT-FILE, STATUS = "
002630             WS-RPT-FILE-STATUS
002640         SET WS-FATAL-ABORT TO TRUE
002650         SET WS-CARD-END-OF-FILE TO TRUE
002660     END-IF.
002670*
002680*-------------------------------------------------------------*
002690*    WRITE-REPORT-HEADINGS -- STARTS A NEW ACTION REPORT PAGE *
002700*-------------------------------------------------------------*
002710 WRITE-REPORT-HEADINGS.
002720     ADD 1 TO WS-PAGE-NO.
002730     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
002740     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
002750         AFTER ADVANCING PAGE.
002760     PERFORM CHECK-RPT-FILE-STATUS.
002770     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
002780         AFTER ADVANCING 2 LINES.
002790     PERFORM CHECK-RPT-FILE-STATUS.
002800     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
002810         AFTER ADVANCING 1 LINES.
002820     PERFORM CHECK-RPT-FILE-STATUS.
002830     MOVE 3 TO WS-LINE-COUNT.
002840*
002850*-------------------------------------------------------------*
002860*    PROCESS-ONE-STANDING-CARD -- APPLIES ONE CARD. A CARD    *
002870*    WITH NO OPERATOR ID, NO RECORD-ID OR AN UNKNOWN ACTION   *
002880*    IS REFUSED BEFORE THE MASTER IS TOUCHED, AND AN ADD OR   *
002890*    CHANGE MUST ALSO PASS VALIDATE-INSTRUCTION-CARD. AN ADD  *
002900*    FOR A RECORD-ID ALREADY ON FILE, OR A CHANGE OR DELETE   *
002910*    FOR ONE NOT ON FILE, IS REFUSED. EVERY CARD PRINTS ONE   *
002920*    REPORT LINE.                                             *
002930*-------------------------------------------------------------*
002940 PROCESS-ONE-STANDING-CARD.
002950     ADD 1 TO WS-CARD-READ-COUNT.
002960     SET WS-CARD-APPLIED TO TRUE.
002970     PERFORM FORMAT-DETAIL-LINE.
002980     IF DIVSTM01-OPERATOR-ID IS EQUAL TO SPACES
002990         MOVE "NO OPERATOR ID" TO WS-DTL-DISPOSITION
003000         GO TO PROCESS-ONE-STANDING-CARD-REFUSED
003010     END-IF.
003020     IF DIVSTM01-RECORD-ID IS EQUAL TO SPACES
003030         MOVE "NO RECORD-ID" TO WS-DTL-DISPOSITION
003040         GO TO PROCESS-ONE-STANDING-CARD-REFUSED
003050     END-IF.
003060     IF NOT DIVSTM01-ACTION-ADD
003070             AND NOT DIVSTM01-ACTION-CHANGE
003080             AND NOT DIVSTM01-ACTION-DELETE
003090         MOVE "BAD ACTION CODE" TO WS-DTL-DISPOSITION
003100         GO TO PROCESS-ONE-STANDING-CARD-REFUSED
003110     END-IF.
003120     IF NOT DIVSTM01-ACTION-DELETE
003130         PERFORM VALIDATE-INSTRUCTION-CARD
003140             THRU VALIDATE-INSTRUCTION-CARD-EXIT
003150         IF WS-DTL-DISPOSITION IS NOT EQUAL TO SPACES
003160             GO TO PROCESS-ONE-STANDING-CARD-REFUSED
003170         END-IF
003180     END-IF.
003190     MOVE "N" TO WS-STND-ROW-SWITCH.
003200     MOVE DIVSTM01-RECORD-ID TO DIVSTI01-RECORD-ID.
003210     READ STANDING-INSTR-FILE
003220         INVALID KEY
003230             CONTINUE
003240         NOT INVALID KEY
003250             SET WS-STND-ROW-FOUND TO TRUE
003260     END-READ.
003270     EVALUATE TRUE
003280         WHEN DIVSTM01-ACTION-ADD
003290             PERFORM ADD-INSTRUCTION THRU ADD-INSTRUCTION-EXIT
003300         WHEN DIVSTM01-ACTION-CHANGE
003310             PERFORM CHANGE-INSTRUCTION
003320                 THRU CHANGE-INSTRUCTION-EXIT
003330         WHEN OTHER
003340             PERFORM DELETE-INSTRUCTION
003350                 THRU DELETE-INSTRUCTION-EXIT
003360     END-EVALUATE.
003370     IF WS-FATAL-ABORT
003380         GO TO PROCESS-ONE-STANDING-CARD-EXIT
003390     END-IF.
003400     IF WS-CARD-APPLIED
003410         GO TO PROCESS-ONE-STANDING-CARD-PRINT
003420     END-IF.
003430 PROCESS-ONE-STANDING-CARD-REFUSED.
003440     SET WS-CARD-REFUSED TO TRUE.
003450     ADD 1 TO WS-CARD-ERROR-COUNT.
003460 PROCESS-ONE-STANDING-CARD-PRINT.
003470     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
003480         PERFORM WRITE-REPORT-HEADINGS
003490     END-IF.
003500     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
003510         AFTER ADVANCING 1 LINES.
003520     PERFORM CHECK-RPT-FILE-STATUS.
003530     ADD 1 TO WS-LINE-COUNT.
003540     PERFORM READ-STANDING-CARD.
003550 PROCESS-ONE-STANDING-CARD-EXIT.
003560     EXIT.
003570*
003580*-------------------------------------------------------------*
003590*    FORMAT-DETAIL-LINE -- LAYS THE CARD OUT ON THE REPORT    *
003600*    LINE. AN OPERAND THAT IS NOT NUMERIC PRINTS AS           *
003610*    ASTERISKS, AND AN INSTRUCTION NAMING A DIVISOR CODE      *
003620*    SHOWS THE CODE IN PLACE OF THE LITERAL DIVISOR, WHICH IT *
003630*    IGNORES.                                                 *
003640*-------------------------------------------------------------*
003650 FORMAT-DETAIL-LINE.
003660     MOVE DIVSTM01-ACTION-CODE    TO WS-DTL-ACTION-CODE.
003670     MOVE DIVSTM01-RECORD-ID      TO WS-DTL-RECORD-ID.
003680     MOVE DIVSTM01-OP-CODE        TO WS-DTL-OP-CODE.
003690     IF DIVSTM01-DIVIDEND IS NUMERIC
003700         MOVE DIVSTM01-DIVIDEND TO WS-DTL-DIVIDEND
003710     ELSE
003720         MOVE ALL "*" TO WS-DTL-DIVIDEND-TEXT
003730     END-IF.
003740     IF DIVSTM01-DIVISOR-CODE IS NOT EQUAL TO SPACES
003750         MOVE SPACES TO WS-DTL-DIVISOR-TEXT
003760         MOVE "CODE " TO WS-DTL-DIVISOR-TEXT(1:5)
003770         MOVE DIVSTM01-DIVISOR-CODE TO WS-DTL-DIVISOR-TEXT(6:4)
003780     ELSE
003790         IF DIVSTM01-DIVISOR IS NUMERIC
003800             MOVE DIVSTM01-DIVISOR TO WS-DTL-DIVISOR
003810         ELSE
003820             MOVE ALL "*" TO WS-DTL-DIVISOR-TEXT
003830         END-IF
003840     END-IF.
003850     MOVE DIVSTM01-DEPT-CODE      TO WS-DTL-DEPT-CODE.
003860     MOVE DIVSTM01-FREQUENCY      TO WS-DTL-FREQUENCY.
003870     MOVE DIVSTM01-START-DATE     TO WS-DTL-START-DATE.
003880     MOVE DIVSTM01-END-DATE       TO WS-DTL-END-DATE.
003890     MOVE SPACES TO WS-DTL-DISPOSITION.
003900*
003910*-------------------------------------------------------------*
003920*    VALIDATE-INSTRUCTION-CARD -- AN ADD OR CHANGE MUST NAME  *
003930*    AN OPERATION CHAP427 ACCEPTS (A REVERSAL CANNOT STAND),  *
003940*    CARRY A NUMERIC DIVIDEND AND -- UNLESS IT NAMES A        *
003950*    DIVISOR CODE -- A NUMERIC DIVISOR THAT IS NONZERO EXCEPT *
003960*    ON A MULTIPLY, GIVE A KNOWN FREQUENCY, A NUMERIC START   *
003970*    DATE, AND AN END DATE THAT IS BLANK OR A NUMERIC DATE    *
003980*    NOT BEFORE THE START. THE FIRST FAULT FOUND IS LEFT IN   *
003990*    THE DISPOSITION; A CLEAN CARD LEAVES IT BLANK.           *
004000*-------------------------------------------------------------*
004010 VALIDATE-INSTRUCTION-CARD.
004020     IF DIVSTM01-OP-CODE IS NOT EQUAL TO "D"
004030             AND DIVSTM01-OP-CODE IS NOT EQUAL TO "M"
004040             AND DIVSTM01-OP-CODE IS NOT EQUAL TO "P"
004050             AND DIVSTM01-OP-CODE IS NOT EQUAL TO "R"
004060             AND DIVSTM01-OP-CODE IS NOT EQUAL TO SPACE
004070         MOVE "BAD OP CODE" TO WS-DTL-DISPOSITION
004080         GO TO VALIDATE-INSTRUCTION-CARD-EXIT
004090     END-IF.
004100     IF DIVSTM01-DIVIDEND IS NOT NUMERIC
004110         MOVE "BAD DIVIDEND" TO WS-DTL-DISPOSITION
004120         GO TO VALIDATE-INSTRUCTION-CARD-EXIT
004130     END-IF.
004140     IF DIVSTM01-DIVISOR-CODE IS EQUAL TO SPACES
004150         IF DIVSTM01-DIVISOR IS NOT NUMERIC
004160             MOVE "BAD DIVISOR" TO WS-DTL-DISPOSITION
004170             GO TO VALIDATE-INSTRUCTION-CARD-EXIT
004180         END-IF
004190         IF DIVSTM01-DIVISOR IS EQUAL TO ZERO
004200                 AND DIVSTM01-OP-CODE IS NOT EQUAL TO "M"
004210             MOVE "ZERO DIVISOR" TO WS-DTL-DISPOSITION
004220             GO TO VALIDATE-INSTRUCTION-CARD-EXIT
004230         END-IF
004240     END-IF.
004250     IF DIVSTM01-FREQUENCY IS NOT EQUAL TO "D"
004260             AND DIVSTM01-FREQUENCY IS NOT EQUAL TO "M"
004270             AND DIVSTM01-FREQUENCY IS NOT EQUAL TO "Q"
004280         MOVE "BAD FREQUENCY" TO WS-DTL-DISPOSITION
004290         GO TO VALIDATE-INSTRUCTION-CARD-EXIT
004300     END-IF.
004310     IF DIVSTM01-START-DATE IS NOT NUMERIC
004320         MOVE "BAD START DATE" TO WS-DTL-DISPOSITION
004330         GO TO VALIDATE-INSTRUCTION-CARD-EXIT
004340     END-IF.
004350     IF DIVSTM01-END-DATE IS NOT EQUAL TO SPACES
004360         IF DIVSTM01-END-DATE IS NOT NUMERIC
004370                 OR DIVSTM01-END-DATE IS LESS THAN
004380                     DIVSTM01-START-DATE
004390             MOVE "BAD END DATE" TO WS-DTL-DISPOSITION
004400             GO TO VALIDATE-INSTRUCTION-CARD-EXIT
004410         END-IF
004420     END-IF.
004430 VALIDATE-INSTRUCTION-CARD-EXIT.
004440     EXIT.
004450*
004460*-------------------------------------------------------------*
004470*    ADD-INSTRUCTION -- FILES A NEW INSTRUCTION, NEVER YET    *
004480*    GENERATED, STAMPED WITH WHO ADDED IT AND WHEN.           *
004490*-------------------------------------------------------------*
004500 ADD-INSTRUCTION.
004510     IF WS-STND-ROW-FOUND
004520         MOVE "ALREADY ON FILE" TO WS-DTL-DISPOSITION
004530         SET WS-CARD-REFUSED TO TRUE
004540         GO TO ADD-INSTRUCTION-EXIT
004550     END-IF.
004560     MOVE SPACES TO DIVSTI01-RECORD.
004570     MOVE DIVSTM01-RECORD-ID TO DIVSTI01-RECORD-ID.
004580     PERFORM MOVE-CARD-TO-INSTRUCTION-ROW.
004590     WRITE DIVSTI01-RECORD.
004600     PERFORM CHECK-STND-FILE-STATUS.
004610     IF WS-FATAL-ABORT
004620         GO TO ADD-INSTRUCTION-EXIT
004630     END-IF.
004640     ADD 1 TO WS-ADDED-COUNT.
004650     MOVE "ADDED" TO WS-DTL-DISPOSITION.
004660 ADD-INSTRUCTION-EXIT.
004670     EXIT.
004680*
004690*-------------------------------------------------------------*
004700*    CHANGE-INSTRUCTION -- REPLACES AN EXISTING INSTRUCTION   *
004710*    WITH THE CARD'S FIELDS. THE LAST-GENERATED DATE IS KEPT, *
004720*    SO A CHANGE NEVER LETS CHAP449 GENERATE AGAIN FOR A DATE *
004730*    IT HAS ALREADY COVERED.                                  *
004740*-------------------------------------------------------------*
004750 CHANGE-INSTRUCTION.
004760     IF NOT WS-STND-ROW-FOUND
004770         MOVE "NOT ON FILE" TO WS-DTL-DISPOSITION
004780         SET WS-CARD-REFUSED TO TRUE
004790         GO TO CHANGE-INSTRUCTION-EXIT
004800     END-IF.
004810     PERFORM MOVE-CARD-TO-INSTRUCTION-ROW.
004820     REWRITE DIVSTI01-RECORD.
004830     PERFORM CHECK-STND-FILE-STATUS.
004840     IF WS-FATAL-ABORT
004850         GO TO CHANGE-INSTRUCTION-EXIT
004860     END-IF.
004870     ADD 1 TO WS-CHANGED-COUNT.
004880     MOVE "CHANGED" TO WS-DTL-DISPOSITION.
004890 CHANGE-INSTRUCTION-EXIT.
004900     EXIT.
004910*
004920*-------------------------------------------------------------*
004930*    DELETE-INSTRUCTION -- REMOVES AN INSTRUCTION; CHAP449    *
004940*    STOPS GENERATING IT FROM ITS NEXT RUN.                   *
004950*-------------------------------------------------------------*
004960 DELETE-INSTRUCTION.
004970     IF NOT WS-STND-ROW-FOUND
004980         MOVE "NOT ON FILE" TO WS-DTL-DISPOSITION
004990         SET WS-CARD-REFUSED TO TRUE
005000         GO TO DELETE-INSTRUCTION-EXIT
005010     END-IF.
005020     DELETE STANDING-INSTR-FILE RECORD.
005030     PERFORM CHECK-STND-FILE-STATUS.
005040     IF WS-FATAL-ABORT
005050         GO TO DELETE-INSTRUCTION-EXIT
005060     END-IF.
005070     ADD 1 TO WS-DELETED-COUNT.
005080     MOVE "DELETED" TO WS-DTL-DISPOSITION.
005090 DELETE-INSTRUCTION-EXIT.
005100     EXIT.
005110*
005120 MOVE-CARD-TO-INSTRUCTION-ROW.
005130     MOVE DIVSTM01-OP-CODE           TO DIVSTI01-OP-CODE.
005140     MOVE DIVSTM01-DIVIDEND          TO DIVSTI01-DIVIDEND.
005150     IF DIVSTM01-DIVISOR IS NUMERIC
005160         MOVE DIVSTM01-DIVISOR       TO DIVSTI01-DIVISOR
005170     ELSE
005180         MOVE ZERO                   TO DIVSTI01-DIVISOR
005190     END-IF.
005200     MOVE DIVSTM01-DIVISOR-CODE      TO DIVSTI01-DIVISOR-CODE.
005210     MOVE DIVSTM01-DEPT-CODE         TO DIVSTI01-DEPT-CODE.
005220     MOVE DIVSTM01-FREQUENCY         TO DIVSTI01-FREQUENCY.
005230     MOVE DIVSTM01-START-DATE        TO DIVSTI01-START-DATE.
005240     MOVE DIVSTM01-END-DATE          TO DIVSTI01-END-DATE.
005250     MOVE WS-RUN-DATE                TO DIVSTI01-CHANGED-DATE.
005260     MOVE DIVSTM01-OPERATOR-ID       TO DIVSTI01-CHANGED-BY.
005270*
005280 CHECK-STND-FILE-STATUS.
005290     IF WS-STND-FILE-STATUS IS NOT EQUAL TO "00"
005300         DISPLAY "CHAP448 -- WRITE FAILED ON "
005310             "STANDING-INSTR-FILE, STATUS = "
005320             WS-STND-FILE-STATUS
005330         SET WS-FATAL-ABORT TO TRUE
005340         SET WS-CARD-END-OF-FILE TO TRUE
005350     END-IF.
005360*
005370 TERMINATE-RUN.
005380     MOVE "CARDS READ:         " TO WS-TOT-CAPTION.
005390     MOVE WS-CARD-READ-COUNT TO WS-TOT-COUNT.
005400     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005410         AFTER ADVANCING 2 LINES.
005420     PERFORM CHECK-RPT-FILE-STATUS.
005430     MOVE "INSTRUCTIONS ADDED: " TO WS-TOT-CAPTION.
005440     MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
005450     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005460         AFTER ADVANCING 1 LINES.
005470     PERFORM CHECK-RPT-FILE-STATUS.
005480     MOVE "INSTRUCTIONS CHANGED" TO WS-TOT-CAPTION.
005490     MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT.
005500     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005510         AFTER ADVANCING 1 LINES.
005520     PERFORM CHECK-RPT-FILE-STATUS.
005530     MOVE "INSTRUCTIONS DELETED" TO WS-TOT-CAPTION.
005540     MOVE WS-DELETED-COUNT TO WS-TOT-COUNT.
005550     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005560         AFTER ADVANCING 1 LINES.
005570     PERFORM CHECK-RPT-FILE-STATUS.
005580     MOVE "CARDS REFUSED:      " TO WS-TOT-CAPTION.
005590     MOVE WS-CARD-ERROR-COUNT TO WS-TOT-COUNT.
005600     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005610         AFTER ADVANCING 1 LINES.
005620     PERFORM CHECK-RPT-FILE-STATUS.
005630     IF WS-CARD-FILE-OPEN
005640         CLOSE STANDING-CARD-FILE
005650     END-IF.
005660     CLOSE STANDING-INSTR-FILE.
005670     CLOSE STANDING-REPORT-FILE.
005680 TERMINATE-RUN-EXIT.
005690     EXIT.

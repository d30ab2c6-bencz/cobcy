000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP449.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. STANDING-INSTRUCTION
000120*                         GENERATOR, RUN AHEAD OF CHAP427. READS
000130*                         THE DIVSTI01 MASTER AND APPENDS ONE
000140*                         DIVTRN01 TRANSACTION, MARKED AS
000150*                         GENERATED, TO DIVTRANS FOR EVERY
000160*                         INSTRUCTION DUE ON THE BUSINESS DATE,
000170*                         STAMPING THE INSTRUCTION SO IT IS NEVER
000180*                         GENERATED TWICE FOR ONE DATE, AND
000190*                         PRINTS A LIST OF WHAT IT GENERATED.
000200*
000210 ENVIRONMENT DIVISION.
000220*
000230 CONFIGURATION SECTION.
000240*
000250 INPUT-OUTPUT SECTION.
000260*
000270 FILE-CONTROL.
000280     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-BDATE-FILE-STATUS.
000310*
000320     SELECT STANDING-INSTR-FILE ASSIGN TO "DIVSTND"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS DIVSTI01-RECORD-ID
000360         FILE STATUS IS WS-STND-FILE-STATUS.
000370*
000380     SELECT DIVISION-TRANS-FILE ASSIGN TO "DIVTRANS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TRANS-FILE-STATUS.
000410*
000420     SELECT GENERATION-REPORT-FILE ASSIGN TO PRINTER
000430         FILE STATUS IS WS-RPT-FILE-STATUS.
000440*
000450 DATA DIVISION.
000460*
000470 FILE SECTION.
000480*
000490*-------------------------------------------------------------*
000500*    BUSINESS-DATE-CARD-FILE -- THE SAME OPTIONAL DIVBDT01    *
000510*    CARD CHAP424 HONORS, NAMING THE BUSINESS DATE TO         *
000520*    GENERATE FOR. A MISSING FILE OR A NON-NUMERIC DATE MEANS *
000530*    TODAY.                                                   *
000540*-------------------------------------------------------------*
000550 FD  BUSINESS-DATE-CARD-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DIVBDT01.
000580*
000590*-------------------------------------------------------------*
000600*    STANDING-INSTR-FILE -- THE INDEXED DIVSTI01              *
000610*    STANDING-INSTRUCTION MASTER CHAP448 MAINTAINS, READ IN   *
000620*    KEY ORDER AND REWRITTEN WITH THE LAST-GENERATED DATE.    *
000630*-------------------------------------------------------------*
000640 FD  STANDING-INSTR-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DIVSTI01.
000670*
000680*-------------------------------------------------------------*
000690*    DIVISION-TRANS-FILE -- THE DIVTRANS FEED CHAP427 EDITS,  *
000700*    EXTENDED WITH THE GENERATED TRANSACTIONS.                *
000710*-------------------------------------------------------------*
000720 FD  DIVISION-TRANS-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DIVTRN01.
000750*
000760*-------------------------------------------------------------*
000770*    GENERATION-REPORT-FILE -- PRINTED LIST OF THE            *
000780*    INSTRUCTIONS GENERATED OR ALREADY GENERATED FOR THE      *
000790*    BUSINESS DATE.                                           *
000800*-------------------------------------------------------------*
000810 FD  GENERATION-REPORT-FILE
000820     LABEL RECORDS ARE OMITTED
000830     RECORD CONTAINS 80 CHARACTERS.
000840*
000850 01  DIVRPT01-LINE                        PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880*
000890 77  WS-BDATE-FILE-STATUS              PIC X(02) VALUE "00".
000900*
000910 77  WS-STND-FILE-STATUS               PIC X(02) VALUE "00".
000920*
000930 77  WS-TRANS-FILE-STATUS              PIC X(02) VALUE "00".
000940*
000950 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000960*
000970 77  WS-STND-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000980         88  WS-STND-FILE-OPEN                        VALUE "Y".
000982*
000984 77  WS-TRANS-FILE-OPEN-SWITCH         PIC X(01) VALUE "N".
000986         88  WS-TRANS-FILE-OPEN                       VALUE "Y".
000990*
001000 77  WS-STND-EOF-SWITCH                PIC X(01) VALUE "N".
001010         88  WS-STND-END-OF-FILE                      VALUE "Y".
001020*
001030 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001040         88  WS-FATAL-ABORT                            VALUE "Y".
001050*
001060 77  WS-MONTH-END-SWITCH               PIC X(01) VALUE "N".
001070         88  WS-BUSINESS-DATE-MONTH-END               VALUE "Y".
001080*
001090 77  WS-QUARTER-END-SWITCH             PIC X(01) VALUE "N".
001100         88  WS-BUSINESS-DATE-QUARTER-END             VALUE "Y".
001110*
001120 77  WS-ROWS-READ-COUNT                PIC 9(05) COMP
001130                                            VALUE ZERO.
001140*
001150 77  WS-NOT-IN-EFFECT-COUNT            PIC 9(05) COMP
001160                                            VALUE ZERO.
001170*
001180 77  WS-NOT-DUE-COUNT                  PIC 9(05) COMP
001190                                            VALUE ZERO.
001200*
001210 77  WS-ALREADY-DONE-COUNT             PIC 9(05) COMP
001220                                            VALUE ZERO.
001230*
001240 77  WS-GENERATED-COUNT                PIC 9(05) COMP
001250                                            VALUE ZERO.
001260*
001270 77  WS-PAGE-NO                        PIC 9(03) COMP
001280                                            VALUE ZERO.
001290*
001300 77  WS-LINE-COUNT                     PIC 9(03) COMP
001310                                            VALUE ZERO.
001320*
001330 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001340                                            VALUE 20.
001350*
001360 01  WS-RUN-DATE                       PIC X(08).
001370*
001380 01  WS-BUSINESS-DATE                  PIC X(08).
001390*
001400 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001410         05  WS-BUSINESS-YEAR          PIC 9(04).
001420         05  WS-BUSINESS-MONTH         PIC 9(02).
001430         05  WS-BUSINESS-DAY           PIC 9(02).
001440*
001450 77  WS-BUSINESS-DAY-NUMBER            PIC 9(07) COMP
001460                                            VALUE ZERO.
001470*
001480*-------------------------------------------------------------*
001490*    DATE-TO-DAY-NUMBER WORK FIELDS -- A YYYYMMDD DATE IS     *
001500*    TURNED INTO A RUNNING DAY COUNT (YEARS TIMES 365 PLUS    *
001510*    LEAP DAYS PLUS THE MONTH OFFSET PLUS THE DAY), THE SAME  *
001520*    ARITHMETIC CHAP436 USES FOR ITS AGING. THE BUSINESS DATE *
001530*    IS A MONTH-END WHEN THE DAY AFTER IT IS THE FIRST OF THE *
001540*    NEXT MONTH.                                              *
001550*-------------------------------------------------------------*
001560 01  WS-CDN-DATE.
001570         05  WS-CDN-YEAR               PIC 9(04).
001580         05  WS-CDN-MONTH              PIC 9(02).
001590         05  WS-CDN-DAY                PIC 9(02).
001600*
001610 77  WS-CDN-DAY-NUMBER                 PIC 9(07) COMP
001620                                            VALUE ZERO.
001630*
001640 77  WS-CDN-LEAP-REM-4                 PIC 9(04) COMP
001650                                            VALUE ZERO.
001660*
001670 77  WS-CDN-LEAP-REM-100               PIC 9(04) COMP
001680                                            VALUE ZERO.
001690*
001700 77  WS-CDN-LEAP-REM-400               PIC 9(04) COMP
001710                                            VALUE ZERO.
001720*
001730 77  WS-CDN-LEAP-4                     PIC 9(05) COMP
001740                                            VALUE ZERO.
001750*
001760 77  WS-CDN-LEAP-100                   PIC 9(05) COMP
001770                                            VALUE ZERO.
001780*
001790 77  WS-CDN-LEAP-400                   PIC 9(05) COMP
001800                                            VALUE ZERO.
001810*
001820 01  WS-MONTH-OFFSET-VALUES.
001830         05  FILLER                    PIC X(18)
001840             VALUE "000031059090120151".
001850         05  FILLER                    PIC X(18)
001860             VALUE "181212243273304334".
001870*
001880 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
001890         05  WS-MONTH-OFFSET OCCURS 12 TIMES
001900                                        PIC 9(03).
001910*
001920*-------------------------------------------------------------*
001930*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
001940*-------------------------------------------------------------*
001950 01  WS-RPT-HDG-1.
001960         05  FILLER                    PIC X(15)
001970                                        VALUE "CHAP449  DATE ".
001980         05  WS-HDG-RUN-DATE           PIC X(08).
001990         05  FILLER                    PIC X(10) VALUE SPACES.
002000         05  FILLER                    PIC X(05) VALUE "PAGE ".
002010         05  WS-HDG-PAGE-NO            PIC ZZ9.
002020         05  FILLER                    PIC X(37) VALUE SPACES.
002030*
002040 01  WS-RPT-HDG-2.
002050         05  FILLER                    PIC X(40)
002060             VALUE "STANDING INSTRUCTION GENERATION LIST FOR".
002070         05  FILLER                    PIC X(01) VALUE SPACES.
002080         05  WS-HDG-BUSINESS-DATE      PIC X(08).
002090         05  FILLER                    PIC X(31) VALUE SPACES.
002100*
002110 01  WS-RPT-HDG-3.
002120         05  FILLER                    PIC X(39)
002130             VALUE "RECORD-ID  O   DIVIDEND   DIVISOR  DEPT".
002140         05  FILLER                    PIC X(41)
002150             VALUE " F LAST GEN DISPOSITION".
002160*
002170 01  WS-RPT-DETAIL.
002180         05  WS-DTL-RECORD-ID          PIC X(10).
002190         05  FILLER                    PIC X(01) VALUE SPACES.
002200         05  WS-DTL-OP-CODE            PIC X(01).
002210         05  FILLER                    PIC X(01) VALUE SPACES.
002220         05  WS-DTL-DIVIDEND           PIC ZZZZ9.9999.
002230         05  FILLER                    PIC X(01) VALUE SPACES.
002240         05  WS-DTL-DIVISOR            PIC ZZZZ9.9999.
002250         05  WS-DTL-DIVISOR-TEXT REDEFINES WS-DTL-DIVISOR
002260                                       PIC X(10).
002270         05  FILLER                    PIC X(01) VALUE SPACES.
002280         05  WS-DTL-DEPT-CODE          PIC X(04).
002290         05  FILLER                    PIC X(01) VALUE SPACES.
002300         05  WS-DTL-FREQUENCY          PIC X(01).
002310         05  FILLER                    PIC X(01) VALUE SPACES.
002320         05  WS-DTL-LAST-GEN-DATE      PIC X(08).
002330         05  FILLER                    PIC X(01) VALUE SPACES.
002340         05  WS-DTL-DISPOSITION        PIC X(18).
002350         05  FILLER                    PIC X(11) VALUE SPACES.
002360*
002370 01  WS-RPT-TOTAL-LINE.
002380         05  WS-TOT-CAPTION            PIC X(20).
002390         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
002400         05  FILLER                    PIC X(53) VALUE SPACES.
002410*
002420 PROCEDURE DIVISION.
002430*
002440*-------------------------------------------------------------*
002450*    MAIN-LINE-LOGIC -- WORKS THROUGH THE                     *
002460*    STANDING-INSTRUCTION MASTER ONE ROW AT A TIME, THEN SETS *
002470*    THE BATCH RETURN CODE: 0 MEANS THE RUN COMPLETED         *
002480*    (WHETHER OR NOT ANYTHING WAS DUE), 8 MEANS A FATAL       *
002490*    ERROR.                                                   *
002500*-------------------------------------------------------------*
002510 MAIN-LINE-LOGIC.
002520     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
002530     IF WS-FATAL-ABORT
002540         MOVE 8 TO RETURN-CODE
002550         GO TO MAIN-LINE-LOGIC-EXIT
002560     END-IF.
002570     PERFORM GENERATE-ONE-INSTRUCTION
002580             THRU GENERATE-ONE-INSTRUCTION-EXIT
002590         UNTIL WS-STND-END-OF-FILE.
002600     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
002610     IF WS-FATAL-ABORT
002620         MOVE 8 TO RETURN-CODE
002630     ELSE
002640         MOVE 0 TO RETURN-CODE
002650     END-IF.
002660 MAIN-LINE-LOGIC-EXIT.
002670     STOP RUN.
002680*
002690*-------------------------------------------------------------*
002700*    INITIALIZE-RUN -- SETTLES THE BUSINESS DATE AND WHETHER  *
002710*    IT IS A MONTH-END OR QUARTER-END, OPENS THE MASTER, THE  *
002720*    FEED AND THE LIST, AND READS THE FIRST INSTRUCTION. A    *
002730*    MASTER THAT HAS NEVER BEEN CREATED MEANS NO              *
002740*    INSTRUCTIONS, SO THE RUN PRINTS AN EMPTY LIST AND LEAVES *
002750*    DIVTRANS ALONE.                                          *
002760*-------------------------------------------------------------*
002770 INITIALIZE-RUN.
002780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002790     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
002800     PERFORM READ-BUSINESS-DATE-CARD.
002810     PERFORM CHECK-PERIOD-END.
002820     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002830     MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE.
002840     OPEN OUTPUT GENERATION-REPORT-FILE.
002850     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002860         DISPLAY "CHAP449 -- UNABLE TO OPEN "
002870             "GENERATION-REPORT-FILE, STATUS = "
002880             WS-RPT-FILE-STATUS
002890         SET WS-FATAL-ABORT TO TRUE
002900         GO TO INITIALIZE-RUN-EXIT
002910     END-IF.
002920     MOVE ZERO TO WS-PAGE-NO.
002930     PERFORM WRITE-REPORT-HEADINGS.
002940     OPEN I-O STANDING-INSTR-FILE.
002950     IF WS-STND-FILE-STATUS IS EQUAL TO "35"
002960         DISPLAY "CHAP449 -- NO STANDING-INSTRUCTION MASTER -- "
002970             "NOTHING GENERATED"
002980         SET WS-STND-END-OF-FILE TO TRUE
002990         GO TO INITIALIZE-RUN-EXIT
003000     END-IF.
003010     IF WS-STND-FILE-STATUS IS NOT EQUAL TO "00"
003020         DISPLAY "CHAP449 -- UNABLE TO OPEN "
003030             "STANDING-INSTR-FILE, STATUS = "
003040             WS-STND-FILE-STATUS
003050         SET WS-FATAL-ABORT TO TRUE
003060         GO TO INITIALIZE-RUN-EXIT
003070     END-IF.
003080     SET WS-STND-FILE-OPEN TO TRUE.
003090     OPEN EXTEND DIVISION-TRANS-FILE.
003100     IF WS-TRANS-FILE-STATUS IS EQUAL TO "35"
003110         OPEN OUTPUT DIVISION-TRANS-FILE
003120     END-IF.
003130     IF WS-TRANS-FILE-STATUS IS NOT EQUAL TO "00"
003140         DISPLAY "CHAP449 -- UNABLE TO OPEN "
003150             "DIVISION-TRANS-FILE, STATUS = "
003160             WS-TRANS-FILE-STATUS
003170         SET WS-FATAL-ABORT TO TRUE
003180         GO TO INITIALIZE-RUN-EXIT
003190     END-IF.
003195     SET WS-TRANS-FILE-OPEN TO TRUE.
003200     PERFORM READ-STANDING-INSTRUCTION.
003210 INITIALIZE-RUN-EXIT.
003220     EXIT.
003230*
003240*-------------------------------------------------------------*
003250*    READ-BUSINESS-DATE-CARD -- OPTIONAL ONE-CARD BUSINESS    *
003260*    DATE, THE SAME CARD CHAP424 HONORS. A MISSING FILE OR A  *
003270*    NON-NUMERIC DATE LEAVES TODAY STANDING. NO BACKDATE      *
003280*    AUTHORITY IS CHECKED HERE; CHAP424 CHECKS IT BEFORE      *
003290*    ANYTHING GENERATED IS POSTED.                            *
003300*-------------------------------------------------------------*
003310 READ-BUSINESS-DATE-CARD.
003320     OPEN INPUT BUSINESS-DATE-CARD-FILE.
003330     IF WS-BDATE-FILE-STATUS IS EQUAL TO "00"
003340         READ BUSINESS-DATE-CARD-FILE
003350             AT END
003360                 CONTINUE
003370             NOT AT END
003380                 IF DIVBDT01-BUSINESS-DATE IS NUMERIC
003390                     MOVE DIVBDT01-BUSINESS-DATE TO
003400                         WS-BUSINESS-DATE
003410                 END-IF
003420         END-READ
003430         CLOSE BUSINESS-DATE-CARD-FILE
003440     END-IF.
003450*
003460*-------------------------------------------------------------*
003470*    CHECK-PERIOD-END -- THE BUSINESS DATE IS A MONTH-END     *
003480*    WHEN ITS DAY NUMBER PLUS ONE IS THE DAY NUMBER OF THE    *
003490*    FIRST OF THE FOLLOWING MONTH (DECEMBER ROLLING INTO      *
003500*    JANUARY OF THE NEXT YEAR), AND A QUARTER-END WHEN IT IS  *
003510*    ALSO THE END OF MARCH, JUNE, SEPTEMBER OR DECEMBER.      *
003520*-------------------------------------------------------------*
003530 CHECK-PERIOD-END.
003540     MOVE "N" TO WS-MONTH-END-SWITCH.
003550     MOVE "N" TO WS-QUARTER-END-SWITCH.
003560     MOVE WS-BUSINESS-DATE TO WS-CDN-DATE.
003570     PERFORM CONVERT-DATE-TO-DAY-NUMBER.
003580     MOVE WS-CDN-DAY-NUMBER TO WS-BUSINESS-DAY-NUMBER.
003590     IF WS-BUSINESS-MONTH IS EQUAL TO 12
003600         COMPUTE WS-CDN-YEAR = WS-BUSINESS-YEAR + 1
003610         MOVE 1 TO WS-CDN-MONTH
003620     ELSE
003630         MOVE WS-BUSINESS-YEAR TO WS-CDN-YEAR
003640         COMPUTE WS-CDN-MONTH = WS-BUSINESS-MONTH + 1
003650     END-IF.
003660     MOVE 1 TO WS-CDN-DAY.
003670     PERFORM CONVERT-DATE-TO-DAY-NUMBER.
003680     IF WS-CDN-DAY-NUMBER IS EQUAL TO WS-BUSINESS-DAY-NUMBER + 1
003690         SET WS-BUSINESS-DATE-MONTH-END TO TRUE
003700         IF WS-BUSINESS-MONTH IS EQUAL TO 3
003710                 OR WS-BUSINESS-MONTH IS EQUAL TO 6
003720                 OR WS-BUSINESS-MONTH IS EQUAL TO 9
003730                 OR WS-BUSINESS-MONTH IS EQUAL TO 12
003740             SET WS-BUSINESS-DATE-QUARTER-END TO TRUE
003750         END-IF
003760     END-IF.
003770*
003780*-------------------------------------------------------------*
003790*    CONVERT-DATE-TO-DAY-NUMBER -- TURNS THE YYYYMMDD DATE IN *
003800*    WS-CDN-DATE INTO A RUNNING DAY NUMBER IN                 *
003810*    WS-CDN-DAY-NUMBER, EXACTLY AS CHAP436 DOES.              *
003820*-------------------------------------------------------------*
003830 CONVERT-DATE-TO-DAY-NUMBER.
003840     DIVIDE WS-CDN-YEAR BY 4
003850         GIVING WS-CDN-LEAP-4
003860         REMAINDER WS-CDN-LEAP-REM-4.
003870     DIVIDE WS-CDN-YEAR BY 100
003880         GIVING WS-CDN-LEAP-100
003890         REMAINDER WS-CDN-LEAP-REM-100.
003900     DIVIDE WS-CDN-YEAR BY 400
003910         GIVING WS-CDN-LEAP-400
003920         REMAINDER WS-CDN-LEAP-REM-400.
003930     COMPUTE WS-CDN-DAY-NUMBER =
003940         WS-CDN-YEAR * 365
003950         + WS-CDN-LEAP-4
003960         - WS-CDN-LEAP-100
003970         + WS-CDN-LEAP-400
003980         + WS-MONTH-OFFSET (WS-CDN-MONTH)
003990         + WS-CDN-DAY.
004000     IF WS-CDN-MONTH IS LESS THAN 3
004010         IF WS-CDN-LEAP-REM-4 IS EQUAL TO ZERO
004020                 AND (WS-CDN-LEAP-REM-100 IS NOT EQUAL TO ZERO
004030                 OR WS-CDN-LEAP-REM-400 IS EQUAL TO ZERO)
004040             SUBTRACT 1 FROM WS-CDN-DAY-NUMBER
004050         END-IF
004060     END-IF.
004070*
004080 READ-STANDING-INSTRUCTION.
004090     READ STANDING-INSTR-FILE NEXT RECORD
004100         AT END
004110             SET WS-STND-END-OF-FILE TO TRUE
004120     END-READ.
004130*
004140*-------------------------------------------------------------*
004150*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
004160*    GENERATION-REPORT-FILE, PERFORMED AFTER EVERY WRITE      *
004170*    SINCE THE LIST IS WRITTEN FROM SEVERAL PARAGRAPHS.       *
004180*-------------------------------------------------------------*
004190 CHECK-RPT-FILE-STATUS.
004200     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
004210         DISPLAY "CHAP449 -- WRITE FAILED ON "
004220             "GENERATION-REPORT-FILE, STATUS = "
004230             WS-RPT-FILE-STATUS
004240         SET WS-FATAL-ABORT TO TRUE
004250         SET WS-STND-END-OF-FILE TO TRUE
004260     END-IF.
004270*
004280*-------------------------------------------------------------*
004290*    WRITE-REPORT-HEADINGS -- STARTS A NEW GENERATION LIST    *
004300*    PAGE                                                     *
004310*-------------------------------------------------------------*
004320 WRITE-REPORT-HEADINGS.
004330     ADD 1 TO WS-PAGE-NO.
004340     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
004350     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
004360         AFTER ADVANCING PAGE.
004370     PERFORM CHECK-RPT-FILE-STATUS.
004380     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
004390         AFTER ADVANCING 2 LINES.
004400     PERFORM CHECK-RPT-FILE-STATUS.
004410     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
004420         AFTER ADVANCING 1 LINES.
004430     PERFORM CHECK-RPT-FILE-STATUS.
004440     MOVE 3 TO WS-LINE-COUNT.
004450*
004460*-------------------------------------------------------------*
004470*    GENERATE-ONE-INSTRUCTION -- AN INSTRUCTION NOT YET       *
004480*    STARTED OR ALREADY ENDED ON THE BUSINESS DATE, OR WHOSE  *
004490*    FREQUENCY DOES NOT FALL ON IT, IS ONLY COUNTED. ONE      *
004500*    ALREADY GENERATED FOR THE BUSINESS DATE OR A LATER ONE   *
004510*    IS LISTED BUT NOT GENERATED AGAIN. OTHERWISE ITS         *
004511*    TRANSACTION IS APPENDED FIRST, AND ONLY ONCE THAT WRITE  *
004512*    HAS SUCCEEDED IS THE INSTRUCTION STAMPED WITH THE        *
004513*    BUSINESS DATE AND REWRITTEN, SO A FAILED WRITE NEVER     *
004520*    MARKS AS GENERATED AN INSTRUCTION THAT WAS NOT. A FAILED *
004530*    REWRITE IS FATAL AND NAMES THE INSTRUCTION WHOSE         *
004540*    TRANSACTION IS ALREADY ON DIVTRANS.                      *
004550*-------------------------------------------------------------*
004560 GENERATE-ONE-INSTRUCTION.
004570     ADD 1 TO WS-ROWS-READ-COUNT.
004580     IF DIVSTI01-START-DATE IS GREATER THAN WS-BUSINESS-DATE
004590         ADD 1 TO WS-NOT-IN-EFFECT-COUNT
004600         GO TO GENERATE-ONE-INSTRUCTION-NEXT
004610     END-IF.
004620     IF NOT DIVSTI01-NO-END-DATE
004630             AND DIVSTI01-END-DATE IS LESS THAN WS-BUSINESS-DATE
004640         ADD 1 TO WS-NOT-IN-EFFECT-COUNT
004650         GO TO GENERATE-ONE-INSTRUCTION-NEXT
004660     END-IF.
004670     IF DIVSTI01-FREQ-MONTH-END
004680             AND NOT WS-BUSINESS-DATE-MONTH-END
004690         ADD 1 TO WS-NOT-DUE-COUNT
004700         GO TO GENERATE-ONE-INSTRUCTION-NEXT
004710     END-IF.
004720     IF DIVSTI01-FREQ-QUARTER-END
004730             AND NOT WS-BUSINESS-DATE-QUARTER-END
004740         ADD 1 TO WS-NOT-DUE-COUNT
004750         GO TO GENERATE-ONE-INSTRUCTION-NEXT
004760     END-IF.
004770     PERFORM FORMAT-DETAIL-LINE.
004780     IF NOT DIVSTI01-NEVER-GENERATED
004790             AND DIVSTI01-LAST-GEN-DATE IS NOT LESS THAN
004800                 WS-BUSINESS-DATE
004810         ADD 1 TO WS-ALREADY-DONE-COUNT
004820         MOVE "ALREADY GENERATED" TO WS-DTL-DISPOSITION
004830         GO TO GENERATE-ONE-INSTRUCTION-PRINT
004840     END-IF.
004842     PERFORM WRITE-GENERATED-TRANSACTION.
004844     IF WS-FATAL-ABORT
004846         GO TO GENERATE-ONE-INSTRUCTION-EXIT
004848     END-IF.
004850     MOVE WS-BUSINESS-DATE TO DIVSTI01-LAST-GEN-DATE.
004860     REWRITE DIVSTI01-RECORD.
004870     IF WS-STND-FILE-STATUS IS NOT EQUAL TO "00"
004880         DISPLAY "CHAP449 -- REWRITE FAILED ON "
004890             "STANDING-INSTR-FILE, STATUS = "
004900             WS-STND-FILE-STATUS
004902         DISPLAY "CHAP449 -- TRANSACTION FOR "
004904             DIVSTI01-RECORD-ID
004906             " IS ON DIVTRANS BUT THE INSTRUCTION IS NOT STAMPED"
004910         SET WS-FATAL-ABORT TO TRUE
004920         SET WS-STND-END-OF-FILE TO TRUE
004970         GO TO GENERATE-ONE-INSTRUCTION-EXIT
004980     END-IF.
004990     ADD 1 TO WS-GENERATED-COUNT.
005000     MOVE "GENERATED" TO WS-DTL-DISPOSITION.
005010 GENERATE-ONE-INSTRUCTION-PRINT.
005020     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
005030         PERFORM WRITE-REPORT-HEADINGS
005040     END-IF.
005050     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
005060         AFTER ADVANCING 1 LINES.
005070     PERFORM CHECK-RPT-FILE-STATUS.
005080     ADD 1 TO WS-LINE-COUNT.
005090 GENERATE-ONE-INSTRUCTION-NEXT.
005100     IF NOT WS-FATAL-ABORT
005110         PERFORM READ-STANDING-INSTRUCTION
005120     END-IF.
005130 GENERATE-ONE-INSTRUCTION-EXIT.
005140     EXIT.
005150*
005160 FORMAT-DETAIL-LINE.
005170     MOVE DIVSTI01-RECORD-ID      TO WS-DTL-RECORD-ID.
005180     MOVE DIVSTI01-OP-CODE        TO WS-DTL-OP-CODE.
005190     MOVE DIVSTI01-DIVIDEND       TO WS-DTL-DIVIDEND.
005200     IF DIVSTI01-DIVISOR-LITERAL
005210         MOVE DIVSTI01-DIVISOR    TO WS-DTL-DIVISOR
005220     ELSE
005230         MOVE SPACES TO WS-DTL-DIVISOR-TEXT
005240         MOVE "CODE " TO WS-DTL-DIVISOR-TEXT(1:5)
005250         MOVE DIVSTI01-DIVISOR-CODE TO WS-DTL-DIVISOR-TEXT(6:4)
005260     END-IF.
005270     MOVE DIVSTI01-DEPT-CODE      TO WS-DTL-DEPT-CODE.
005280     MOVE DIVSTI01-FREQUENCY      TO WS-DTL-FREQUENCY.
005290     MOVE DIVSTI01-LAST-GEN-DATE  TO WS-DTL-LAST-GEN-DATE.
005300     MOVE SPACES TO WS-DTL-DISPOSITION.
005310*
005320*-------------------------------------------------------------*
005330*    WRITE-GENERATED-TRANSACTION -- APPENDS THE INSTRUCTION   *
005340*    TO DIVTRANS AS AN ORDINARY DIVTRN01 RECORD MARKED AS     *
005350*    GENERATED, SO CHAP427 EDITS IT AND CHAP424 POSTS IT LIKE *
005360*    ANY FEED RECORD WHILE THE AUDIT TRAIL CAN STILL TELL THE *
005370*    TWO APART.                                               *
005380*-------------------------------------------------------------*
005390 WRITE-GENERATED-TRANSACTION.
005400     MOVE SPACES TO DIVTRN01-RECORD.
005410     MOVE DIVSTI01-RECORD-ID      TO DIVTRN01-RECORD-ID.
005420     MOVE DIVSTI01-DIVISOR        TO DIVTRN01-DIVISOR.
005430     MOVE DIVSTI01-DIVIDEND       TO DIVTRN01-DIVIDEND.
005440     MOVE DIVSTI01-OP-CODE        TO DIVTRN01-OP-CODE.
005450     MOVE DIVSTI01-DIVISOR-CODE   TO DIVTRN01-DIVISOR-CODE.
005460     MOVE DIVSTI01-DEPT-CODE      TO DIVTRN01-DEPT-CODE.
005470     SET DIVTRN01-SOURCE-STANDING TO TRUE.
005480     WRITE DIVTRN01-RECORD.
005490     IF WS-TRANS-FILE-STATUS IS NOT EQUAL TO "00"
005500         DISPLAY "CHAP449 -- WRITE FAILED ON "
005510             "DIVISION-TRANS-FILE, STATUS = "
005520             WS-TRANS-FILE-STATUS
005530         SET WS-FATAL-ABORT TO TRUE
005540         SET WS-STND-END-OF-FILE TO TRUE
005550     END-IF.
005560*
005570 TERMINATE-RUN.
005580     MOVE "INSTRUCTIONS READ:  " TO WS-TOT-CAPTION.
005590     MOVE WS-ROWS-READ-COUNT TO WS-TOT-COUNT.
005600     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005610         AFTER ADVANCING 2 LINES.
005620     PERFORM CHECK-RPT-FILE-STATUS.
005630     MOVE "NOT IN EFFECT:      " TO WS-TOT-CAPTION.
005640     MOVE WS-NOT-IN-EFFECT-COUNT TO WS-TOT-COUNT.
005650     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005660         AFTER ADVANCING 1 LINES.
005670     PERFORM CHECK-RPT-FILE-STATUS.
005680     MOVE "NOT DUE TODAY:      " TO WS-TOT-CAPTION.
005690     MOVE WS-NOT-DUE-COUNT TO WS-TOT-COUNT.
005700     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005710         AFTER ADVANCING 1 LINES.
005720     PERFORM CHECK-RPT-FILE-STATUS.
005730     MOVE "ALREADY GENERATED:  " TO WS-TOT-CAPTION.
005740     MOVE WS-ALREADY-DONE-COUNT TO WS-TOT-COUNT.
005750     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005760         AFTER ADVANCING 1 LINES.
005770     PERFORM CHECK-RPT-FILE-STATUS.
005780     MOVE "GENERATED:          " TO WS-TOT-CAPTION.
005790     MOVE WS-GENERATED-COUNT TO WS-TOT-COUNT.
005800     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005810         AFTER ADVANCING 1 LINES.
005820     PERFORM CHECK-RPT-FILE-STATUS.
005830     IF WS-STND-FILE-OPEN
005840         CLOSE STANDING-INSTR-FILE
005842     END-IF.
005844     IF WS-TRANS-FILE-OPEN
005850         CLOSE DIVISION-TRANS-FILE
005860     END-IF.
005870     CLOSE GENERATION-REPORT-FILE.
005880 TERMINATE-RUN-EXIT.
005890     EXIT.

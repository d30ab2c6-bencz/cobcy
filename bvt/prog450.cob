000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP450.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. RECORD-ID MASTER MAINTENANCE.
000120*                         READS DIVRIM01 ADD, CHANGE AND DELETE
000130*                         CARDS AGAINST THE INDEXED DIVRID01
000140*                         RECORD-ID MASTER CHAP427 EDITS THE FEED
000150*                         AGAINST, AND PRINTS AN ACTION REPORT
000160*                         WITH ONE LINE PER CARD. A MISSING
000170*                         MASTER IS CREATED EMPTY ON FIRST USE.
000180*
000190 ENVIRONMENT DIVISION.
000200*
000210 CONFIGURATION SECTION.
000220*
000230 INPUT-OUTPUT SECTION.
000240*
000250 FILE-CONTROL.
000260     SELECT RECORD-ID-CARD-FILE ASSIGN TO "DIVRIMC"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-CARD-FILE-STATUS.
000290*
000300     SELECT RECORD-ID-MASTER-FILE ASSIGN TO "DIVRIDM"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS DIVRID01-RECORD-ID
000340         FILE STATUS IS WS-RIDM-FILE-STATUS.
000350*
000360     SELECT RECORD-ID-REPORT-FILE ASSIGN TO PRINTER
000370         FILE STATUS IS WS-RPT-FILE-STATUS.
000380*
000390 DATA DIVISION.
000400*
000410 FILE SECTION.
000420*
000430*-------------------------------------------------------------*
000440*    RECORD-ID-CARD-FILE -- OPERATOR-KEYED ADD, CHANGE AND    *
000450*    DELETE CARDS, ONE PER RECORD-ID ACTED ON.                *
000460*-------------------------------------------------------------*
000470 FD  RECORD-ID-CARD-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY DIVRIM01.
000500*
000510*-------------------------------------------------------------*
000520*    RECORD-ID-MASTER-FILE -- THE INDEXED DIVRID01 RECORD-ID  *
000530*    MASTER, ONE ROW PER RECORD-ID.                           *
000540*-------------------------------------------------------------*
000550 FD  RECORD-ID-MASTER-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DIVRID01.
000580*
000590*-------------------------------------------------------------*
000600*    RECORD-ID-REPORT-FILE -- PRINTED ACTION REPORT, ONE LINE *
000610*    PER CARD.                                                *
000620*-------------------------------------------------------------*
000630 FD  RECORD-ID-REPORT-FILE
000640     LABEL RECORDS ARE OMITTED
000650     RECORD CONTAINS 80 CHARACTERS.
000660*
000670 01  DIVRPT01-LINE                        PIC X(80).
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710 77  WS-CARD-FILE-STATUS               PIC X(02) VALUE "00".
000720*
000730 77  WS-RIDM-FILE-STATUS               PIC X(02) VALUE "00".
000740*
000750 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000760*
000770 77  WS-CARD-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000780         88  WS-CARD-FILE-OPEN                        VALUE "Y".
000790*
000800 77  WS-CARD-EOF-SWITCH                PIC X(01) VALUE "N".
000810         88  WS-CARD-END-OF-FILE                      VALUE "Y".
000820*
000830 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
000840         88  WS-FATAL-ABORT                            VALUE "Y".
000850*
000860 77  WS-RIDM-ROW-SWITCH                PIC X(01) VALUE "N".
000870         88  WS-RIDM-ROW-FOUND                        VALUE "Y".
000880*
000890 77  WS-CARD-OUTCOME-SWITCH            PIC X(01) VALUE "A".
000900         88  WS-CARD-APPLIED                          VALUE "A".
000910         88  WS-CARD-REFUSED                          VALUE "R".
000920*
000930 77  WS-BAD-OP-SWITCH                  PIC X(01) VALUE "N".
000940         88  WS-BAD-OP-FOUND                          VALUE "Y".
000950*
000960 77  WS-OP-SUB                         PIC 9(03) COMP
000970                                            VALUE ZERO.
000980*
000990 77  WS-OP-COUNT                       PIC 9(03) COMP
001000                                            VALUE ZERO.
001010*
001020 77  WS-CARD-READ-COUNT                PIC 9(05) COMP
001030                                            VALUE ZERO.
001040*
001050 77  WS-ADDED-COUNT                    PIC 9(05) COMP
001060                                            VALUE ZERO.
001070*
001080 77  WS-CHANGED-COUNT                  PIC 9(05) COMP
001090                                            VALUE ZERO.
001100*
001110 77  WS-DELETED-COUNT                  PIC 9(05) COMP
001120                                            VALUE ZERO.
001130*
001140 77  WS-CARD-ERROR-COUNT               PIC 9(05) COMP
001150                                            VALUE ZERO.
001160*
001170 77  WS-PAGE-NO                        PIC 9(03) COMP
001180                                            VALUE ZERO.
001190*
001200 77  WS-LINE-COUNT                     PIC 9(03) COMP
001210                                            VALUE ZERO.
001220*
001230 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001240                                            VALUE 20.
001250*
001260 01  WS-RUN-DATE                       PIC X(08).
001270*
001280*-------------------------------------------------------------*
001290*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
001300*-------------------------------------------------------------*
001310 01  WS-RPT-HDG-1.
001320         05  FILLER                    PIC X(15)
001330                                        VALUE "CHAP450  DATE ".
001340         05  WS-HDG-RUN-DATE           PIC X(08).
001350         05  FILLER                    PIC X(10) VALUE SPACES.
001360         05  FILLER                    PIC X(05) VALUE "PAGE ".
001370         05  WS-HDG-PAGE-NO            PIC ZZ9.
001380         05  FILLER                    PIC X(37) VALUE SPACES.
001390*
001400 01  WS-RPT-HDG-2.
001410         05  FILLER                    PIC X(80)
001420             VALUE "RECORD-ID MASTER ACTION REPORT".
001430*
001440 01  WS-RPT-HDG-3.
001450         05  FILLER                    PIC X(40)
001460             VALUE "A  RECORD-ID  DESCRIPTION       OWNR OPS".
001470         05  FILLER                    PIC X(40)
001480             VALUE "   S OPEN     CLOSE    DISPOSITION".
001490*
001500 01  WS-RPT-DETAIL.
001510         05  WS-DTL-ACTION-CODE        PIC X(01).
001520         05  FILLER                    PIC X(02) VALUE SPACES.
001530         05  WS-DTL-RECORD-ID          PIC X(10).
001540         05  FILLER                    PIC X(01) VALUE SPACES.
001550         05  WS-DTL-DESCRIPTION        PIC X(17).
001560         05  FILLER                    PIC X(01) VALUE SPACES.
001570         05  WS-DTL-OWNER-DEPT         PIC X(04).
001580         05  FILLER                    PIC X(01) VALUE SPACES.
001590         05  WS-DTL-PERMITTED-OPS      PIC X(05).
001600         05  FILLER                    PIC X(01) VALUE SPACES.
001610         05  WS-DTL-STATUS             PIC X(01).
001620         05  FILLER                    PIC X(01) VALUE SPACES.
001630         05  WS-DTL-OPEN-DATE          PIC X(08).
001640         05  FILLER                    PIC X(01) VALUE SPACES.
001650         05  WS-DTL-CLOSE-DATE         PIC X(08).
001660         05  FILLER                    PIC X(01) VALUE SPACES.
001670         05  WS-DTL-DISPOSITION        PIC X(16).
001680         05  FILLER                    PIC X(01) VALUE SPACES.
001690*
001700 01  WS-RPT-TOTAL-LINE.
001710         05  WS-TOT-CAPTION            PIC X(20).
001720         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
001730         05  FILLER                    PIC X(53) VALUE SPACES.
001740*
001750 PROCEDURE DIVISION.
001760*
001770*-------------------------------------------------------------*
001780*    MAIN-LINE-LOGIC -- APPLIES ONE MAINTENANCE CARD AT A     *
001790*    TIME UNTIL THE DECK IS EXHAUSTED, THEN SETS THE BATCH    *
001800*    RETURN CODE: 0 MEANS EVERY CARD WAS APPLIED, 4 MEANS A   *
001810*    CARD WAS REFUSED, 8 MEANS A FATAL ERROR.                 *
001820*-------------------------------------------------------------*
001830 MAIN-LINE-LOGIC.
001840     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
001850     IF WS-FATAL-ABORT
001860         MOVE 8 TO RETURN-CODE
001870         GO TO MAIN-LINE-LOGIC-EXIT
001880     END-IF.
001890     PERFORM PROCESS-ONE-RECORD-ID-CARD
001900             THRU PROCESS-ONE-RECORD-ID-CARD-EXIT
001910         UNTIL WS-CARD-END-OF-FILE.
001920     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
001930     IF WS-FATAL-ABORT
001940         MOVE 8 TO RETURN-CODE
001950     ELSE
001960         IF WS-CARD-ERROR-COUNT IS GREATER THAN ZERO
001970             MOVE 4 TO RETURN-CODE
001980         ELSE
001990             MOVE 0 TO RETURN-CODE
002000         END-IF
002010     END-IF.
002020 MAIN-LINE-LOGIC-EXIT.
002030     STOP RUN.
002040*
002050*-------------------------------------------------------------*
002060*    INITIALIZE-RUN -- OPENS THE MASTER (CREATING IT EMPTY ON *
002070*    FIRST USE) AND THE REPORT, AND READS THE FIRST CARD. A   *
002080*    MISSING CARD FILE IS NOT AN ERROR; THE RUN SIMPLY DOES   *
002090*    NOTHING.                                                 *
002100*-------------------------------------------------------------*
002110 INITIALIZE-RUN.
002120     OPEN I-O RECORD-ID-MASTER-FILE.
002130     IF WS-RIDM-FILE-STATUS IS EQUAL TO "35"
002140         OPEN OUTPUT RECORD-ID-MASTER-FILE
002150         CLOSE RECORD-ID-MASTER-FILE
002160         OPEN I-O RECORD-ID-MASTER-FILE
002170     END-IF.
002180     IF WS-RIDM-FILE-STATUS IS NOT EQUAL TO "00"
002190         DISPLAY "CHAP450 -- UNABLE TO OPEN "
002200             "RECORD-ID-MASTER-FILE, STATUS = "
002210             WS-RIDM-FILE-STATUS
002220         SET WS-FATAL-ABORT TO TRUE
002230         GO TO INITIALIZE-RUN-EXIT
002240     END-IF.
002250     OPEN OUTPUT RECORD-ID-REPORT-FILE.
002260     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002270         DISPLAY "CHAP450 -- UNABLE TO OPEN "
002280             "RECORD-ID-REPORT-FILE, STATUS = "
002290             WS-RPT-FILE-STATUS
002300         SET WS-FATAL-ABORT TO TRUE
002310         GO TO INITIALIZE-RUN-EXIT
002320     END-IF.
002330     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002340     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002350     MOVE ZERO TO WS-PAGE-NO.
002360     PERFORM WRITE-REPORT-HEADINGS.
002370     OPEN INPUT RECORD-ID-CARD-FILE.
002380     IF WS-CARD-FILE-STATUS IS NOT EQUAL TO "00"
002390         SET WS-CARD-END-OF-FILE TO TRUE
002400         GO TO INITIALIZE-RUN-EXIT
002410     END-IF.
002420     SET WS-CARD-FILE-OPEN TO TRUE.
002430     PERFORM READ-RECORD-ID-CARD.
002440 INITIALIZE-RUN-EXIT.
002450     EXIT.
002460*
002470 READ-RECORD-ID-CARD.
002480     READ RECORD-ID-CARD-FILE
002490         AT END
002500             SET WS-CARD-END-OF-FILE TO TRUE
002510     END-READ.
002520*
002530*-------------------------------------------------------------*
002540*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
002550*    RECORD-ID-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE *
002560*    THE REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.           *
002570*-------------------------------------------------------------*
002580 CHECK-RPT-FILE-STATUS.
002590     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002600         DISPLAY "CHAP450 -- WRITE FAILED ON "
002610             "RECORD-ID-REPORT-FILE, STATUS = "
002620             WS-RPT-FILE-STATUS
002630         SET WS-FATAL-ABORT TO TRUE
002640         SET WS-CARD-END-OF-FILE TO TRUE
002650     END-IF.
002660*
002670*-------------------------------------------------------------*
002680*    WRITE-REPORT-HEADINGS -- STARTS A NEW ACTION REPORT PAGE *
002690*-------------------------------------------------------------*
002700 WRITE-REPORT-HEADINGS.
002710     ADD 1 TO WS-PAGE-NO.
002720     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
002730     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
002740         AFTER ADVANCING PAGE.
002750     PERFORM CHECK-RPT-FILE-STATUS.
002760     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
002770         AFTER ADVANCING 2 LINES.
002780     PERFORM CHECK-RPT-FILE-STATUS.
002790     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
002800         AFTER ADVANCING 1 LINES.
002810     PERFORM CHECK-RPT-FILE-STATUS.
002820     MOVE 3 TO WS-LINE-COUNT.
002830*
002840*-------------------------------------------------------------*
002850*    PROCESS-ONE-RECORD-ID-CARD -- APPLIES ONE CARD. A CARD   *
002860*    WITH NO OPERATOR ID, NO RECORD-ID OR AN UNKNOWN ACTION   *
002870*    IS REFUSED BEFORE THE MASTER IS TOUCHED, AND AN ADD OR   *
002880*    CHANGE MUST ALSO PASS VALIDATE-RECORD-ID-CARD. AN ADD    *
002890*    FOR A RECORD-ID ALREADY ON FILE, OR A CHANGE OR DELETE   *
002900*    FOR ONE NOT ON FILE, IS REFUSED. EVERY CARD PRINTS ONE   *
002910*    REPORT LINE.                                             *
002920*-------------------------------------------------------------*
002930 PROCESS-ONE-RECORD-ID-CARD.
002940     ADD 1 TO WS-CARD-READ-COUNT.
002950     SET WS-CARD-APPLIED TO TRUE.
002960     PERFORM FORMAT-DETAIL-LINE.
002970     IF DIVRIM01-OPERATOR-ID IS EQUAL TO SPACES
002980         MOVE "NO OPERATOR ID" TO WS-DTL-DISPOSITION
002990         GO TO PROCESS-ONE-RECORD-ID-CARD-REFUSED
003000     END-IF.
003010     IF DIVRIM01-RECORD-ID IS EQUAL TO SPACES
003020         MOVE "NO RECORD-ID" TO WS-DTL-DISPOSITION
003030         GO TO PROCESS-ONE-RECORD-ID-CARD-REFUSED
003040     END-IF.
003050     IF NOT DIVRIM01-ACTION-ADD
003060             AND NOT DIVRIM01-ACTION-CHANGE
003070             AND NOT DIVRIM01-ACTION-DELETE
003080         MOVE "BAD ACTION CODE" TO WS-DTL-DISPOSITION
003090         GO TO PROCESS-ONE-RECORD-ID-CARD-REFUSED
003100     END-IF.
003110     IF NOT DIVRIM01-ACTION-DELETE
003120         PERFORM VALIDATE-RECORD-ID-CARD
003130             THRU VALIDATE-RECORD-ID-CARD-EXIT
003140         IF WS-DTL-DISPOSITION IS NOT EQUAL TO SPACES
003150             GO TO PROCESS-ONE-RECORD-ID-CARD-REFUSED
003160         END-IF
003170     END-IF.
003180     MOVE "N" TO WS-RIDM-ROW-SWITCH.
003190     MOVE DIVRIM01-RECORD-ID TO DIVRID01-RECORD-ID.
003200     READ RECORD-ID-MASTER-FILE
003210         INVALID KEY
003220             CONTINUE
003230         NOT INVALID KEY
003240             SET WS-RIDM-ROW-FOUND TO TRUE
003250     END-READ.
003260     EVALUATE TRUE
003270         WHEN DIVRIM01-ACTION-ADD
003280             PERFORM ADD-RECORD-ID THRU ADD-RECORD-ID-EXIT
003290         WHEN DIVRIM01-ACTION-CHANGE
003300             PERFORM CHANGE-RECORD-ID THRU CHANGE-RECORD-ID-EXIT
003310         WHEN OTHER
003320             PERFORM DELETE-RECORD-ID THRU DELETE-RECORD-ID-EXIT
003330     END-EVALUATE.
003340     IF WS-FATAL-ABORT
003350         GO TO PROCESS-ONE-RECORD-ID-CARD-EXIT
003360     END-IF.
003370     IF WS-CARD-APPLIED
003380         GO TO PROCESS-ONE-RECORD-ID-CARD-PRINT
003390     END-IF.
003400 PROCESS-ONE-RECORD-ID-CARD-REFUSED.
003410     SET WS-CARD-REFUSED TO TRUE.
003420     ADD 1 TO WS-CARD-ERROR-COUNT.
003430 PROCESS-ONE-RECORD-ID-CARD-PRINT.
003440     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
003450         PERFORM WRITE-REPORT-HEADINGS
003460     END-IF.
003470     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
003480         AFTER ADVANCING 1 LINES.
003490     PERFORM CHECK-RPT-FILE-STATUS.
003500     ADD 1 TO WS-LINE-COUNT.
003510     PERFORM READ-RECORD-ID-CARD.
003520 PROCESS-ONE-RECORD-ID-CARD-EXIT.
003530     EXIT.
003540*
003550 FORMAT-DETAIL-LINE.
003560     MOVE DIVRIM01-ACTION-CODE    TO WS-DTL-ACTION-CODE.
003570     MOVE DIVRIM01-RECORD-ID      TO WS-DTL-RECORD-ID.
003580     MOVE DIVRIM01-DESCRIPTION    TO WS-DTL-DESCRIPTION.
003590     MOVE DIVRIM01-OWNER-DEPT     TO WS-DTL-OWNER-DEPT.
003600     MOVE DIVRIM01-PERMITTED-OPS  TO WS-DTL-PERMITTED-OPS.
003610     MOVE DIVRIM01-STATUS         TO WS-DTL-STATUS.
003620     MOVE DIVRIM01-OPEN-DATE      TO WS-DTL-OPEN-DATE.
003630     MOVE DIVRIM01-CLOSE-DATE     TO WS-DTL-CLOSE-DATE.
003640     MOVE SPACES TO WS-DTL-DISPOSITION.
003650*
003660*-------------------------------------------------------------*
003670*    VALIDATE-RECORD-ID-CARD -- AN ADD OR CHANGE MUST CARRY A *
003680*    DESCRIPTION, AT LEAST ONE PERMITTED OPERATION WITH EVERY *
003690*    ONE GIVEN A D, M, P OR R (A REVERSAL IS NEVER LISTED --  *
003700*    CHAP427 LETS ONE THROUGH FOR ANY ID ON FILE), A STATUS   *
003710*    OF A OR I, A NUMERIC OPEN DATE, AND A CLOSE DATE THAT IS *
003720*    BLANK OR A NUMERIC DATE NOT BEFORE THE OPEN DATE. THE    *
003730*    FIRST FAULT FOUND IS LEFT IN THE DISPOSITION; A CLEAN    *
003740*    CARD LEAVES IT BLANK.                                    *
003750*-------------------------------------------------------------*
003760 VALIDATE-RECORD-ID-CARD.
003770     IF DIVRIM01-DESCRIPTION IS EQUAL TO SPACES
003780         MOVE "NO DESCRIPTION" TO WS-DTL-DISPOSITION
003790         GO TO VALIDATE-RECORD-ID-CARD-EXIT
003800     END-IF.
003810     MOVE "N" TO WS-BAD-OP-SWITCH.
003820     MOVE ZERO TO WS-OP-COUNT.
003830     PERFORM CHECK-ONE-PERMITTED-OP
003840         VARYING WS-OP-SUB FROM 1 BY 1
003850         UNTIL WS-OP-SUB IS GREATER THAN 5.
003860     IF WS-BAD-OP-FOUND
003870             OR WS-OP-COUNT IS EQUAL TO ZERO
003880         MOVE "BAD OP CODES" TO WS-DTL-DISPOSITION
003890         GO TO VALIDATE-RECORD-ID-CARD-EXIT
003900     END-IF.
003910     IF DIVRIM01-STATUS IS NOT EQUAL TO "A"
003920             AND DIVRIM01-STATUS IS NOT EQUAL TO "I"
003930         MOVE "BAD STATUS" TO WS-DTL-DISPOSITION
003940         GO TO VALIDATE-RECORD-ID-CARD-EXIT
003950     END-IF.
003960     IF DIVRIM01-OPEN-DATE IS NOT NUMERIC
003970         MOVE "BAD OPEN DATE" TO WS-DTL-DISPOSITION
003980         GO TO VALIDATE-RECORD-ID-CARD-EXIT
003990     END-IF.
004000     IF DIVRIM01-CLOSE-DATE IS NOT EQUAL TO SPACES
004010         IF DIVRIM01-CLOSE-DATE IS NOT NUMERIC
004020                 OR DIVRIM01-CLOSE-DATE IS LESS THAN
004030                     DIVRIM01-OPEN-DATE
004040             MOVE "BAD CLOSE DATE" TO WS-DTL-DISPOSITION
004050             GO TO VALIDATE-RECORD-ID-CARD-EXIT
004060         END-IF
004070     END-IF.
004080 VALIDATE-RECORD-ID-CARD-EXIT.
004090     EXIT.
004100*
004110 CHECK-ONE-PERMITTED-OP.
004120     IF DIVRIM01-PERMITTED-OP (WS-OP-SUB) IS NOT EQUAL TO SPACE
004130         ADD 1 TO WS-OP-COUNT
004140         IF DIVRIM01-PERMITTED-OP (WS-OP-SUB) IS NOT EQUAL TO "D"
004150                 AND DIVRIM01-PERMITTED-OP (WS-OP-SUB)
004160                     IS NOT EQUAL TO "M"
004170                 AND DIVRIM01-PERMITTED-OP (WS-OP-SUB)
004180                     IS NOT EQUAL TO "P"
004190                 AND DIVRIM01-PERMITTED-OP (WS-OP-SUB)
004200                     IS NOT EQUAL TO "R"
004210             SET WS-BAD-OP-FOUND TO TRUE
004220         END-IF
004230     END-IF.
004240*
004250*-------------------------------------------------------------*
004260*    ADD-RECORD-ID -- FILES A NEW RECORD-ID, STAMPED WITH WHO *
004270*    ADDED IT AND WHEN.                                       *
004280*-------------------------------------------------------------*
004290 ADD-RECORD-ID.
004300     IF WS-RIDM-ROW-FOUND
004310         MOVE "ALREADY ON FILE" TO WS-DTL-DISPOSITION
004320         SET WS-CARD-REFUSED TO TRUE
004330         GO TO ADD-RECORD-ID-EXIT
004340     END-IF.
004350     MOVE SPACES TO DIVRID01-RECORD.
004360     MOVE DIVRIM01-RECORD-ID TO DIVRID01-RECORD-ID.
004370     PERFORM MOVE-CARD-TO-RECORD-ID-ROW.
004380     WRITE DIVRID01-RECORD.
004390     PERFORM CHECK-RIDM-FILE-STATUS.
004400     IF WS-FATAL-ABORT
004410         GO TO ADD-RECORD-ID-EXIT
004420     END-IF.
004430     ADD 1 TO WS-ADDED-COUNT.
004440     MOVE "ADDED" TO WS-DTL-DISPOSITION.
004450 ADD-RECORD-ID-EXIT.
004460     EXIT.
004470*
004480*-------------------------------------------------------------*
004490*    CHANGE-RECORD-ID -- REPLACES AN EXISTING RECORD-ID'S     *
004500*    FIELDS WITH THE CARD'S.                                  *
004510*-------------------------------------------------------------*
004520 CHANGE-RECORD-ID.
004530     IF NOT WS-RIDM-ROW-FOUND
004540         MOVE "NOT ON FILE" TO WS-DTL-DISPOSITION
004550         SET WS-CARD-REFUSED TO TRUE
004560         GO TO CHANGE-RECORD-ID-EXIT
004570     END-IF.
004580     PERFORM MOVE-CARD-TO-RECORD-ID-ROW.
004590     REWRITE DIVRID01-RECORD.
004600     PERFORM CHECK-RIDM-FILE-STATUS.
004610     IF WS-FATAL-ABORT
004620         GO TO CHANGE-RECORD-ID-EXIT
004630     END-IF.
004640     ADD 1 TO WS-CHANGED-COUNT.
004650     MOVE "CHANGED" TO WS-DTL-DISPOSITION.
004660 CHANGE-RECORD-ID-EXIT.
004670     EXIT.
004680*
004690*-------------------------------------------------------------*
004700*    DELETE-RECORD-ID -- REMOVES A RECORD-ID; CHAP427 REJECTS *
004710*    IT AS UNKNOWN FROM ITS NEXT RUN.                         *
004720*-------------------------------------------------------------*
004730 DELETE-RECORD-ID.
004740     IF NOT WS-RIDM-ROW-FOUND
004750         MOVE "NOT ON FILE" TO WS-DTL-DISPOSITION
004760         SET WS-CARD-REFUSED TO TRUE
004770         GO TO DELETE-RECORD-ID-EXIT
004780     END-IF.
004790     DELETE RECORD-ID-MASTER-FILE RECORD.
004800     PERFORM CHECK-RIDM-FILE-STATUS.
004810     IF WS-FATAL-ABORT
004820         GO TO DELETE-RECORD-ID-EXIT
004830     END-IF.
004840     ADD 1 TO WS-DELETED-COUNT.
004850     MOVE "DELETED" TO WS-DTL-DISPOSITION.
004860 DELETE-RECORD-ID-EXIT.
004870     EXIT.
004880*
004890 MOVE-CARD-TO-RECORD-ID-ROW.
004900     MOVE DIVRIM01-DESCRIPTION       TO DIVRID01-DESCRIPTION.
004910     MOVE DIVRIM01-OWNER-DEPT        TO DIVRID01-OWNER-DEPT.
004920     MOVE DIVRIM01-PERMITTED-OPS     TO DIVRID01-PERMITTED-OPS.
004930     MOVE DIVRIM01-STATUS            TO DIVRID01-STATUS.
004940     MOVE DIVRIM01-OPEN-DATE         TO DIVRID01-OPEN-DATE.
004950     MOVE DIVRIM01-CLOSE-DATE        TO DIVRID01-CLOSE-DATE.
004960     MOVE WS-RUN-DATE                TO DIVRID01-CHANGED-DATE.
004970     MOVE DIVRIM01-OPERATOR-ID       TO DIVRID01-CHANGED-BY.
004980*
004990 CHECK-RIDM-FILE-STATUS.
005000     IF WS-RIDM-FILE-STATUS IS NOT EQUAL TO "00"
005010         DISPLAY "CHAP450 -- WRITE FAILED ON "
005020             "RECORD-ID-MASTER-FILE, STATUS = "
005030             WS-RIDM-FILE-STATUS
005040         SET WS-FATAL-ABORT TO TRUE
005050         SET WS-CARD-END-OF-FILE TO TRUE
005060     END-IF.
005070*
005080 TERMINATE-RUN.
005090     MOVE "CARDS READ:         " TO WS-TOT-CAPTION.
005100     MOVE WS-CARD-READ-COUNT TO WS-TOT-COUNT.
005110     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005120         AFTER ADVANCING 2 LINES.
005130     PERFORM CHECK-RPT-FILE-STATUS.
005140     MOVE "RECORD-IDS ADDED:   " TO WS-TOT-CAPTION.
005150     MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
005160     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005170         AFTER ADVANCING 1 LINES.
005180     PERFORM CHECK-RPT-FILE-STATUS.
005190     MOVE "RECORD-IDS CHANGED: " TO WS-TOT-CAPTION.
005200     MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT.
005210     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005220         AFTER ADVANCING 1 LINES.
005230     PERFORM CHECK-RPT-FILE-STATUS.
005240     MOVE "RECORD-IDS DELETED: " TO WS-TOT-CAPTION.
005250     MOVE WS-DELETED-COUNT TO WS-TOT-COUNT.
005260     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005270         AFTER ADVANCING 1 LINES.
005280     PERFORM CHECK-RPT-FILE-STATUS.
005290     MOVE "CARDS REFUSED:      " TO WS-TOT-CAPTION.
005300     MOVE WS-CARD-ERROR-COUNT TO WS-TOT-COUNT.
005310     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005320         AFTER ADVANCING 1 LINES.
005330     PERFORM CHECK-RPT-FILE-STATUS.
005340     IF WS-CARD-FILE-OPEN
005350         CLOSE RECORD-ID-CARD-FILE
005360     END-IF.
005370     CLOSE RECORD-ID-MASTER-FILE.
005380     CLOSE RECORD-ID-REPORT-FILE.
005390 TERMINATE-RUN-EXIT.
005400     EXIT.

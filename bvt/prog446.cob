000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP446.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. OPERATOR AUTHORIZATION
000120*                         MAINTENANCE. READS DIVOPM01 ADD, CHANGE
000130*                         AND DELETE CARDS AGAINST THE INDEXED
000140*                         DIVOPA01 OPERATOR AUTHORIZATION FILE
000150*                         THAT CHAP424, CHAP425, CHAP426, CHAP429,
000160*                         CHAP439, CHAP440, CHAP444 AND CHAP445
000170*                         CONSULT BEFORE A SENSITIVE ACTION. A
000180*                         CARD WITH NO MAINTAINER ID, ONE
000190*                         CHANGING THE MAINTAINER'S OWN ROW, OR
000193*                         ONE WHOSE MAINTAINER IS NOT ON FILE IS
000196*                         REFUSED; ONLY THE FIRST RUN AGAINST A
000197*                         NEW OR EMPTY FILE MAY ADD OPERATORS
000198*                         UNDER AN ID NOT YET ON IT. EVERY CARD,
000200*                         APPLIED OR
000210*                         REFUSED, IS APPENDED TO THE DIVSEC01
000220*                         SECURITY LOG AND PRINTED.
000230*
000240 ENVIRONMENT DIVISION.
000250*
000260 CONFIGURATION SECTION.
000270*
000280 INPUT-OUTPUT SECTION.
000290*
000300 FILE-CONTROL.
000310     SELECT OPERATOR-CARD-FILE ASSIGN TO "DIVOPMC"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CARD-FILE-STATUS.
000340*
000350     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DIVOPA01-OPERATOR-ID
000390         FILE STATUS IS WS-OPER-FILE-STATUS.
000400*
000410     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SECL-FILE-STATUS.
000440*
000450     SELECT OPERATOR-REPORT-FILE ASSIGN TO PRINTER
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490*
000500 FILE SECTION.
000510*
000520*-------------------------------------------------------------*
000530*    OPERATOR-CARD-FILE -- MAINTAINER-KEYED ADD, CHANGE AND   *
000540*    DELETE CARDS, ONE PER OPERATOR ACTED ON.                 *
000550*-------------------------------------------------------------*
000560 FD  OPERATOR-CARD-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY DIVOPM01.
000590*
000600*-------------------------------------------------------------*
000610*    OPERATOR-AUTH-FILE -- THE INDEXED DIVOPA01 OPERATOR      *
000620*    AUTHORIZATION FILE, ONE ROW PER OPERATOR ID. CREATED     *
000630*    EMPTY ON FIRST USE THE WAY CHAP431 BOOTSTRAPS THE RATE   *
000640*    MASTER.                                                  *
000650*-------------------------------------------------------------*
000660 FD  OPERATOR-AUTH-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DIVOPA01.
000690*
000700*-------------------------------------------------------------*
000710*    SECURITY-LOG-FILE -- APPEND-ONLY DIVSEC01 SECURITY LOG,  *
000720*    SHARED WITH EVERY PROGRAM THAT CHECKS AN OPERATOR'S      *
000730*    AUTHORITY.                                               *
000740*-------------------------------------------------------------*
000750 FD  SECURITY-LOG-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY DIVSEC01.
000780*
000790*-------------------------------------------------------------*
000800*    OPERATOR-REPORT-FILE -- PRINTED ACTION REPORT, ONE LINE  *
000810*    PER CARD.                                                *
000820*-------------------------------------------------------------*
000830 FD  OPERATOR-REPORT-FILE
000840     LABEL RECORDS ARE OMITTED
000850     RECORD CONTAINS 80 CHARACTERS.
000860*
000870 01  DIVRPT01-LINE                        PIC X(80).
000880*
000890 WORKING-STORAGE SECTION.
000900*
000910 77  WS-CARD-FILE-STATUS               PIC X(02) VALUE "00".
000920*
000930 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
000940*
000950 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
000960*
000970 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000980*
000990 77  WS-CARD-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
001000         88  WS-CARD-FILE-OPEN                        VALUE "Y".
001010*
001020 77  WS-CARD-EOF-SWITCH                PIC X(01) VALUE "N".
001030         88  WS-CARD-END-OF-FILE                      VALUE "Y".
001040*
001050 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001060         88  WS-FATAL-ABORT                            VALUE "Y".
001070*
001080 77  WS-OPER-ROW-SWITCH                PIC X(01) VALUE "N".
001090         88  WS-OPER-ROW-FOUND                        VALUE "Y".
001091*
001092 77  WS-OPER-BOOTSTRAP-SWITCH          PIC X(01) VALUE "N".
001093         88  WS-OPER-BOOTSTRAP                        VALUE "Y".
001100*
001110 77  WS-CARD-OUTCOME-SWITCH            PIC X(01) VALUE "A".
001120         88  WS-CARD-APPLIED                          VALUE "A".
001130         88  WS-CARD-REFUSED                          VALUE "R".
001140*
001150 77  WS-CARD-READ-COUNT                PIC 9(05) COMP
001160                                            VALUE ZERO.
001170*
001180 77  WS-ADDED-COUNT                    PIC 9(05) COMP
001190                                            VALUE ZERO.
001200*
001210 77  WS-CHANGED-COUNT                  PIC 9(05) COMP
001220                                            VALUE ZERO.
001230*
001240 77  WS-DELETED-COUNT                  PIC 9(05) COMP
001250                                            VALUE ZERO.
001260*
001270 77  WS-CARD-ERROR-COUNT               PIC 9(05) COMP
001280                                            VALUE ZERO.
001290*
001300 77  WS-PAGE-NO                        PIC 9(03) COMP
001310                                            VALUE ZERO.
001320*
001330 77  WS-LINE-COUNT                     PIC 9(03) COMP
001340                                            VALUE ZERO.
001350*
001360 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001370                                            VALUE 20.
001380*
001390 01  WS-RUN-DATE                       PIC X(08).
001400*
001410 01  WS-RUN-TIME                       PIC X(08).
001420*
001430 01  WS-ACTION-TIMESTAMP.
001440         05  WS-ACT-TMS-DATE               PIC X(08).
001450         05  WS-ACT-TMS-TIME               PIC X(06).
001460*
001470*-------------------------------------------------------------*
001480*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
001490*-------------------------------------------------------------*
001500 01  WS-RPT-HDG-1.
001510         05  FILLER                    PIC X(15)
001520                                        VALUE "CHAP446  DATE ".
001530         05  WS-HDG-RUN-DATE           PIC X(08).
001540         05  FILLER                    PIC X(10) VALUE SPACES.
001550         05  FILLER                    PIC X(05) VALUE "PAGE ".
001560         05  WS-HDG-PAGE-NO            PIC ZZ9.
001570         05  FILLER                    PIC X(37) VALUE SPACES.
001580*
001590 01  WS-RPT-HDG-2.
001600         05  FILLER                    PIC X(80)
001610             VALUE "OPERATOR AUTHORIZATION ACTION REPORT".
001620*
001630 01  WS-RPT-HDG-3.
001640         05  FILLER                    PIC X(40)
001650             VALUE "A  OPERATOR  NAME                      ".
001660         05  FILLER                    PIC X(40)
001670             VALUE " OWBRI  BY        DISPOSITION".
001680*
001690 01  WS-RPT-DETAIL.
001700         05  WS-DTL-ACTION-CODE        PIC X(01).
001710         05  FILLER                    PIC X(02) VALUE SPACES.
001720         05  WS-DTL-OPERATOR-ID        PIC X(08).
001730         05  FILLER                    PIC X(02) VALUE SPACES.
001740         05  WS-DTL-OPERATOR-NAME      PIC X(26).
001750         05  FILLER                    PIC X(02) VALUE SPACES.
001760         05  WS-DTL-PRIVILEGES         PIC X(05).
001770         05  FILLER                    PIC X(02) VALUE SPACES.
001780         05  WS-DTL-MAINTAINER-ID      PIC X(08).
001790         05  FILLER                    PIC X(02) VALUE SPACES.
001800         05  WS-DTL-DISPOSITION        PIC X(22).
001820*
001830 01  WS-RPT-KEY-LINE.
001840         05  FILLER                    PIC X(36)
001850             VALUE "OWBRI = OVERRIDE WRITE-OFF BACKDATE ".
001860         05  FILLER                    PIC X(44)
001870             VALUE "RATE-CHANGE INQUIRY".
001880*
001890 01  WS-RPT-TOTAL-LINE.
001900         05  WS-TOT-CAPTION            PIC X(20).
001910         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
001920         05  FILLER                    PIC X(53) VALUE SPACES.
001930*
001940 PROCEDURE DIVISION.
001950*
001960*-------------------------------------------------------------*
001970*    MAIN-LINE-LOGIC -- APPLIES ONE AUTHORIZATION CARD AT A   *
001980*    TIME UNTIL THE DECK IS EXHAUSTED, THEN SETS THE BATCH    *
001990*    RETURN CODE: 0 MEANS EVERY CARD WAS APPLIED, 4 MEANS A   *
002000*    CARD WAS REFUSED, 8 MEANS A FATAL ERROR.                 *
002010*-------------------------------------------------------------*
002020 MAIN-LINE-LOGIC.
002030     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
002040     IF WS-FATAL-ABORT
002050         MOVE 8 TO RETURN-CODE
002060         GO TO MAIN-LINE-LOGIC-EXIT
002070     END-IF.
002080     PERFORM PROCESS-ONE-OPERATOR-CARD
002090             THRU PROCESS-ONE-OPERATOR-CARD-EXIT
002100         UNTIL WS-CARD-END-OF-FILE.
002110     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
002120     IF WS-FATAL-ABORT
002130         MOVE 8 TO RETURN-CODE
002140     ELSE
002150         IF WS-CARD-ERROR-COUNT IS GREATER THAN ZERO
002160             MOVE 4 TO RETURN-CODE
002170         ELSE
002180             MOVE 0 TO RETURN-CODE
002190         END-IF
002200     END-IF.
002210 MAIN-LINE-LOGIC-EXIT.
002220     STOP RUN.
002230*
002240*-------------------------------------------------------------*
002250*    INITIALIZE-RUN -- OPENS THE AUTHORIZATION FILE (CREATING *
002260*    IT EMPTY ON FIRST USE), THE SECURITY LOG AND THE REPORT, *
002270*    AND READS THE FIRST CARD. A MISSING CARD FILE IS NOT AN  *
002280*    ERROR; THE RUN SIMPLY DOES NOTHING. A FILE JUST CREATED, *
002282*    OR FOUND EMPTY, PUTS THE RUN IN BOOTSTRAP: THERE IS NO   *
002284*    MAINTAINER ON FILE YET TO VOUCH FOR THE FIRST OPERATORS. *
002290*-------------------------------------------------------------*
002300 INITIALIZE-RUN.
002310     OPEN I-O OPERATOR-AUTH-FILE.
002320     IF WS-OPER-FILE-STATUS IS EQUAL TO "35"
002325         SET WS-OPER-BOOTSTRAP TO TRUE
002330         OPEN OUTPUT OPERATOR-AUTH-FILE
002340         CLOSE OPERATOR-AUTH-FILE
002350         OPEN I-O OPERATOR-AUTH-FILE
002360     END-IF.
002370     IF WS-OPER-FILE-STATUS IS NOT EQUAL TO "00"
002380         DISPLAY "CHAP446 -- UNABLE TO OPEN "
002390             "OPERATOR-AUTH-FILE, STATUS = "
002400             WS-OPER-FILE-STATUS
002410         SET WS-FATAL-ABORT TO TRUE
002420         GO TO INITIALIZE-RUN-EXIT
002430     END-IF.
002431     IF NOT WS-OPER-BOOTSTRAP
002432         MOVE LOW-VALUES TO DIVOPA01-OPERATOR-ID
002433         START OPERATOR-AUTH-FILE
002434             KEY IS NOT LESS THAN DIVOPA01-OPERATOR-ID
002435             INVALID KEY
002436                 SET WS-OPER-BOOTSTRAP TO TRUE
002437         END-START
002438     END-IF.
002440     OPEN EXTEND SECURITY-LOG-FILE.
002450     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
002460         OPEN OUTPUT SECURITY-LOG-FILE
002470     END-IF.
002480     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
002490         DISPLAY "CHAP446 -- UNABLE TO OPEN "
002500             "SECURITY-LOG-FILE, STATUS = "
002510             WS-SECL-FILE-STATUS
002520         SET WS-FATAL-ABORT TO TRUE
002530         GO TO INITIALIZE-RUN-EXIT
002540     END-IF.
002550     OPEN OUTPUT OPERATOR-REPORT-FILE.
002560     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002570         DISPLAY "CHAP446 -- UNABLE TO OPEN "
002580             "OPERATOR-REPORT-FILE, STATUS = "
002590             WS-RPT-FILE-STATUS
002600         SET WS-FATAL-ABORT TO TRUE
002610         GO TO INITIALIZE-RUN-EXIT
002620     END-IF.
002630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002640     ACCEPT WS-RUN-TIME FROM TIME.
002650     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002660     MOVE WS-RUN-DATE TO WS-ACT-TMS-DATE.
002670     MOVE WS-RUN-TIME(1:6) TO WS-ACT-TMS-TIME.
002680     MOVE ZERO TO WS-PAGE-NO.
002690     PERFORM WRITE-REPORT-HEADINGS.
002700     OPEN INPUT OPERATOR-CARD-FILE.
002710     IF WS-CARD-FILE-STATUS IS NOT EQUAL TO "00"
002720         SET WS-CARD-END-OF-FILE TO TRUE
002730         GO TO INITIALIZE-RUN-EXIT
002740     END-IF.
002750     SET WS-CARD-FILE-OPEN TO TRUE.
002760     PERFORM READ-OPERATOR-CARD.
002770 INITIALIZE-RUN-EXIT.
002780     EXIT.
002790*
002800 READ-OPERATOR-CARD.
002810     READ OPERATOR-CARD-FILE
002820         AT END
002830             SET WS-CARD-END-OF-FILE TO TRUE
002840     END-READ.
002850*
002860*-------------------------------------------------------------*
002870*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
002880*    OPERATOR-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE  *
002890*    THE REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.           *
002900*-------------------------------------------------------------*
002910 CHECK-RPT-FILE-STATUS.
002920     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002930         DISPLAY "CHAP446 -- WRITE FAILED ON "
002940             "OPERATOR-REPORT-FILE, STATUS = "
002950             WS-RPT-FILE-STATUS
002960         SET WS-FATAL-ABORT TO TRUE
002970         SET WS-CARD-END-OF-FILE TO TRUE
002980     END-IF.
002990*
003000*-------------------------------------------------------------*
003010*    WRITE-REPORT-HEADINGS -- STARTS A NEW ACTION REPORT PAGE *
003020*-------------------------------------------------------------*
003030 WRITE-REPORT-HEADINGS.
003040     ADD 1 TO WS-PAGE-NO.
003050     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
003060     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
003070         AFTER ADVANCING PAGE.
003080     PERFORM CHECK-RPT-FILE-STATUS.
003090     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
003100         AFTER ADVANCING 2 LINES.
003110     PERFORM CHECK-RPT-FILE-STATUS.
003120     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
003130         AFTER ADVANCING 1 LINES.
003140     PERFORM CHECK-RPT-FILE-STATUS.
003150     MOVE 3 TO WS-LINE-COUNT.
003160*
003170*-------------------------------------------------------------*
003180*    PROCESS-ONE-OPERATOR-CARD -- APPLIES ONE CARD. A CARD    *
003190*    WITH NO MAINTAINER ID, NO OPERATOR ID, AN UNKNOWN        *
003200*    ACTION, OR A MAINTAINER ACTING ON THEIR OWN ROW IS       *
003210*    REFUSED BEFORE THE AUTHORIZATION FILE IS TOUCHED, SO NO  *
003220*    ONE CAN GRANT THEMSELVES A PRIVILEGE. AN ADD FOR AN      *
003230*    OPERATOR ALREADY ON FILE, OR A CHANGE OR DELETE FOR ONE  *
003240*    NOT ON FILE, IS REFUSED. SO IS A CARD WHOSE MAINTAINER   *
003243*    IS NOT ON THE AUTHORIZATION FILE, UNLESS THE RUN IS IN   *
003246*    BOOTSTRAP. EVERY CARD IS LOGGED AND PRINTED.             *
003260*-------------------------------------------------------------*
003270 PROCESS-ONE-OPERATOR-CARD.
003280     ADD 1 TO WS-CARD-READ-COUNT.
003290     SET WS-CARD-APPLIED TO TRUE.
003300     MOVE DIVOPM01-ACTION-CODE    TO WS-DTL-ACTION-CODE.
003310     MOVE DIVOPM01-OPERATOR-ID    TO WS-DTL-OPERATOR-ID.
003320     MOVE DIVOPM01-OPERATOR-NAME  TO WS-DTL-OPERATOR-NAME.
003330     MOVE DIVOPM01-PRIVILEGES     TO WS-DTL-PRIVILEGES.
003340     MOVE DIVOPM01-MAINTAINER-ID  TO WS-DTL-MAINTAINER-ID.
003350     MOVE SPACES TO WS-DTL-DISPOSITION.
003360     IF DIVOPM01-MAINTAINER-ID IS EQUAL TO SPACES
003370         MOVE "NO MAINTAINER ID" TO WS-DTL-DISPOSITION
003380         GO TO PROCESS-ONE-OPERATOR-CARD-REFUSED
003390     END-IF.
003400     IF DIVOPM01-OPERATOR-ID IS EQUAL TO SPACES
003410         MOVE "NO OPERATOR ID" TO WS-DTL-DISPOSITION
003420         GO TO PROCESS-ONE-OPERATOR-CARD-REFUSED
003430     END-IF.
003440     IF NOT DIVOPM01-ACTION-ADD
003450             AND NOT DIVOPM01-ACTION-CHANGE
003460             AND NOT DIVOPM01-ACTION-DELETE
003470         MOVE "BAD ACTION CODE" TO WS-DTL-DISPOSITION
003480         GO TO PROCESS-ONE-OPERATOR-CARD-REFUSED
003490     END-IF.
003500     IF DIVOPM01-MAINTAINER-ID IS EQUAL TO DIVOPM01-OPERATOR-ID
003510         MOVE "OWN ROW" TO WS-DTL-DISPOSITION
003520         GO TO PROCESS-ONE-OPERATOR-CARD-REFUSED
003530     END-IF.
003531     IF NOT WS-OPER-BOOTSTRAP
003532         MOVE DIVOPM01-MAINTAINER-ID TO DIVOPA01-OPERATOR-ID
003533         READ OPERATOR-AUTH-FILE
003534             INVALID KEY
003535                 MOVE "MAINTAINER NOT ON FILE" TO
003536                     WS-DTL-DISPOSITION
003537                 GO TO PROCESS-ONE-OPERATOR-CARD-REFUSED
003538         END-READ
003539     END-IF.
003540     MOVE "N" TO WS-OPER-ROW-SWITCH.
003550     MOVE DIVOPM01-OPERATOR-ID TO DIVOPA01-OPERATOR-ID.
003560     READ OPERATOR-AUTH-FILE
003570         INVALID KEY
003580             CONTINUE
003590         NOT INVALID KEY
003600             SET WS-OPER-ROW-FOUND TO TRUE
003610     END-READ.
003620     EVALUATE TRUE
003630         WHEN DIVOPM01-ACTION-ADD
003640             PERFORM ADD-OPERATOR THRU ADD-OPERATOR-EXIT
003650         WHEN DIVOPM01-ACTION-CHANGE
003660             PERFORM CHANGE-OPERATOR THRU CHANGE-OPERATOR-EXIT
003670         WHEN OTHER
003680             PERFORM DELETE-OPERATOR THRU DELETE-OPERATOR-EXIT
003690     END-EVALUATE.
003700     IF WS-FATAL-ABORT
003710         GO TO PROCESS-ONE-OPERATOR-CARD-EXIT
003720     END-IF.
003730     IF WS-CARD-APPLIED
003740         GO TO PROCESS-ONE-OPERATOR-CARD-LOG
003750     END-IF.
003760 PROCESS-ONE-OPERATOR-CARD-REFUSED.
003770     SET WS-CARD-REFUSED TO TRUE.
003780     ADD 1 TO WS-CARD-ERROR-COUNT.
003790 PROCESS-ONE-OPERATOR-CARD-LOG.
003800     PERFORM WRITE-SECURITY-LOG-RECORD.
003810     IF WS-FATAL-ABORT
003820         GO TO PROCESS-ONE-OPERATOR-CARD-EXIT
003830     END-IF.
003840     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
003850         PERFORM WRITE-REPORT-HEADINGS
003860     END-IF.
003870     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
003880         AFTER ADVANCING 1 LINES.
003890     PERFORM CHECK-RPT-FILE-STATUS.
003900     ADD 1 TO WS-LINE-COUNT.
003910     PERFORM READ-OPERATOR-CARD.
003920 PROCESS-ONE-OPERATOR-CARD-EXIT.
003930     EXIT.
003940*
003950*-------------------------------------------------------------*
003960*    ADD-OPERATOR -- FILES A NEW OPERATOR ROW WITH THE CARD'S *
003970*    NAME AND PRIVILEGES, STAMPED WITH WHO ADDED IT AND WHEN. *
003980*-------------------------------------------------------------*
003990 ADD-OPERATOR.
004000     IF WS-OPER-ROW-FOUND
004010         MOVE "ALREADY ON FILE" TO WS-DTL-DISPOSITION
004020         SET WS-CARD-REFUSED TO TRUE
004030         GO TO ADD-OPERATOR-EXIT
004040     END-IF.
004050     MOVE SPACES TO DIVOPA01-RECORD.
004060     MOVE DIVOPM01-OPERATOR-ID    TO DIVOPA01-OPERATOR-ID.
004070     PERFORM MOVE-CARD-TO-OPERATOR-ROW.
004080     WRITE DIVOPA01-RECORD.
004090     PERFORM CHECK-OPER-FILE-STATUS.
004100     IF WS-FATAL-ABORT
004110         GO TO ADD-OPERATOR-EXIT
004120     END-IF.
004130     ADD 1 TO WS-ADDED-COUNT.
004140     MOVE "ADDED" TO WS-DTL-DISPOSITION.
004150 ADD-OPERATOR-EXIT.
004160     EXIT.
004170*
004180*-------------------------------------------------------------*
004190*    CHANGE-OPERATOR -- REPLACES AN EXISTING OPERATOR'S NAME  *
004200*    AND ALL FIVE PRIVILEGE FLAGS WITH THE CARD'S.            *
004210*-------------------------------------------------------------*
004220 CHANGE-OPERATOR.
004230     IF NOT WS-OPER-ROW-FOUND
004240         MOVE "NOT ON FILE" TO WS-DTL-DISPOSITION
004250         SET WS-CARD-REFUSED TO TRUE
004260         GO TO CHANGE-OPERATOR-EXIT
004270     END-IF.
004280     PERFORM MOVE-CARD-TO-OPERATOR-ROW.
004290     REWRITE DIVOPA01-RECORD.
004300     PERFORM CHECK-OPER-FILE-STATUS.
004310     IF WS-FATAL-ABORT
004320         GO TO CHANGE-OPERATOR-EXIT
004330     END-IF.
004340     ADD 1 TO WS-CHANGED-COUNT.
004350     MOVE "CHANGED" TO WS-DTL-DISPOSITION.
004360 CHANGE-OPERATOR-EXIT.
004370     EXIT.
004380*
004390*-------------------------------------------------------------*
004400*    DELETE-OPERATOR -- REMOVES AN OPERATOR'S ROW,            *
004410*    WITHDRAWING EVERY PRIVILEGE. THE SECURITY LOG KEEPS THE  *
004420*    RECORD OF WHO DELETED IT.                                *
004430*-------------------------------------------------------------*
004440 DELETE-OPERATOR.
004450     IF NOT WS-OPER-ROW-FOUND
004460         MOVE "NOT ON FILE" TO WS-DTL-DISPOSITION
004470         SET WS-CARD-REFUSED TO TRUE
004480         GO TO DELETE-OPERATOR-EXIT
004490     END-IF.
004500     DELETE OPERATOR-AUTH-FILE RECORD.
004510     PERFORM CHECK-OPER-FILE-STATUS.
004520     IF WS-FATAL-ABORT
004530         GO TO DELETE-OPERATOR-EXIT
004540     END-IF.
004550     ADD 1 TO WS-DELETED-COUNT.
004560     MOVE "DELETED" TO WS-DTL-DISPOSITION.
004570 DELETE-OPERATOR-EXIT.
004580     EXIT.
004590*
004600 MOVE-CARD-TO-OPERATOR-ROW.
004610     MOVE DIVOPM01-OPERATOR-NAME     TO DIVOPA01-OPERATOR-NAME.
004620     MOVE DIVOPM01-PRIV-OVERRIDE     TO DIVOPA01-PRIV-OVERRIDE.
004630     MOVE DIVOPM01-PRIV-WRITE-OFF    TO DIVOPA01-PRIV-WRITE-OFF.
004640     MOVE DIVOPM01-PRIV-BACKDATE     TO DIVOPA01-PRIV-BACKDATE.
004650     MOVE DIVOPM01-PRIV-RATE-CHANGE  TO DIVOPA01-PRIV-RATE-CHANGE.
004660     MOVE DIVOPM01-PRIV-INQUIRY      TO DIVOPA01-PRIV-INQUIRY.
004670     MOVE WS-RUN-DATE                TO DIVOPA01-CHANGED-DATE.
004680     MOVE DIVOPM01-MAINTAINER-ID     TO DIVOPA01-CHANGED-BY.
004690*
004700 CHECK-OPER-FILE-STATUS.
004710     IF WS-OPER-FILE-STATUS IS NOT EQUAL TO "00"
004720         DISPLAY "CHAP446 -- WRITE FAILED ON "
004730             "OPERATOR-AUTH-FILE, STATUS = "
004740             WS-OPER-FILE-STATUS
004750         SET WS-FATAL-ABORT TO TRUE
004760         SET WS-CARD-END-OF-FILE TO TRUE
004770     END-IF.
004780*
004790*-------------------------------------------------------------*
004800*    WRITE-SECURITY-LOG-RECORD -- LOGS THE CARD AS AN         *
004810*    AUTHORIZATION CHANGE UNDER THE MAINTAINER'S ID. THE      *
004820*    DETAIL NAMES THE ACTION, THE OPERATOR ACTED ON AND THE   *
004830*    DISPOSITION.                                             *
004840*-------------------------------------------------------------*
004850 WRITE-SECURITY-LOG-RECORD.
004860     MOVE SPACES TO DIVSEC01-RECORD.
004870     MOVE WS-ACTION-TIMESTAMP     TO DIVSEC01-TIMESTAMP.
004880     MOVE "CHAP446"               TO DIVSEC01-PROGRAM-ID.
004890     MOVE DIVOPM01-MAINTAINER-ID  TO DIVSEC01-OPERATOR-ID.
004900     SET DIVSEC01-ACTION-AUTH-CHANGE TO TRUE.
004910     MOVE WS-RUN-DATE             TO DIVSEC01-BUSINESS-DATE.
004920     IF WS-CARD-APPLIED
004930         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
004940     ELSE
004950         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
004960     END-IF.
004970     STRING DIVOPM01-ACTION-CODE DELIMITED BY SIZE
004980            " "                  DELIMITED BY SIZE
004990            DIVOPM01-OPERATOR-ID DELIMITED BY SPACE
005000            " "                  DELIMITED BY SIZE
005010            WS-DTL-DISPOSITION   DELIMITED BY SIZE
005020         INTO DIVSEC01-DETAIL
005030     END-STRING.
005040     WRITE DIVSEC01-RECORD.
005050     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
005060         DISPLAY "CHAP446 -- WRITE FAILED ON "
005070             "SECURITY-LOG-FILE, STATUS = "
005080             WS-SECL-FILE-STATUS
005090         SET WS-FATAL-ABORT TO TRUE
005100         SET WS-CARD-END-OF-FILE TO TRUE
005110     END-IF.
005120*
005130 TERMINATE-RUN.
005140     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
005150         PERFORM WRITE-REPORT-HEADINGS
005160     END-IF.
005170     WRITE DIVRPT01-LINE FROM WS-RPT-KEY-LINE
005180         AFTER ADVANCING 2 LINES.
005190     PERFORM CHECK-RPT-FILE-STATUS.
005200     MOVE "CARDS READ:         " TO WS-TOT-CAPTION.
005210     MOVE WS-CARD-READ-COUNT TO WS-TOT-COUNT.
005220     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005230         AFTER ADVANCING 2 LINES.
005240     PERFORM CHECK-RPT-FILE-STATUS.
005250     MOVE "OPERATORS ADDED:    " TO WS-TOT-CAPTION.
005260     MOVE WS-ADDED-COUNT TO WS-TOT-COUNT.
005270     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005280         AFTER ADVANCING 1 LINES.
005290     PERFORM CHECK-RPT-FILE-STATUS.
005300     MOVE "OPERATORS CHANGED:  " TO WS-TOT-CAPTION.
005310     MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT.
005320     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005330         AFTER ADVANCING 1 LINES.
005340     PERFORM CHECK-RPT-FILE-STATUS.
005350     MOVE "OPERATORS DELETED:  " TO WS-TOT-CAPTION.
005360     MOVE WS-DELETED-COUNT TO WS-TOT-COUNT.
005370     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005380         AFTER ADVANCING 1 LINES.
005390     PERFORM CHECK-RPT-FILE-STATUS.
005400     MOVE "CARDS REFUSED:      " TO WS-TOT-CAPTION.
005410     MOVE WS-CARD-ERROR-COUNT TO WS-TOT-COUNT.
005420     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005430         AFTER ADVANCING 1 LINES.
005440     PERFORM CHECK-RPT-FILE-STATUS.
005450     IF WS-CARD-FILE-OPEN
005460         CLOSE OPERATOR-CARD-FILE
005470     END-IF.
005480     CLOSE OPERATOR-AUTH-FILE.
005490     CLOSE SECURITY-LOG-FILE.
005500     CLOSE OPERATOR-REPORT-FILE.
005510 TERMINATE-RUN-EXIT.
005520     EXIT.

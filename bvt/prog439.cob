000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP439.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. FILES EACH DIVRMT01 RATE
000120*                         MAINTENANCE CARD AS A PENDING CHANGE
000130*                         ON THE INDEXED DIVRPEND FILE UNDER THE
000140*                         ID OF THE OPERATOR WHO KEYED IT, WITH
000150*                         A PRINTED PROPOSAL REPORT. NOTHING
000160*                         REACHES THE DIVRAT01 MASTER UNTIL A
000170*                         SECOND OPERATOR APPROVES THE CHANGE ON
000180*                         CHAP440 AND CHAP431 APPLIES IT. A
000190*                         MISSING PENDING FILE IS CREATED EMPTY
000200*                         ON FIRST USE.
000202*        2026-10-15 RLW   A CARD IS FILED ONLY WHEN ITS OPERATOR
000204*                         HOLDS THE DIVOPA01 RATE CHANGE
000206*                         PRIVILEGE; EACH CHECK IS LOGGED TO THE
000208*                         DIVSEC01 SECURITY LOG.
000210*
000220 ENVIRONMENT DIVISION.
000230*
000240 CONFIGURATION SECTION.
000250*
000260 INPUT-OUTPUT SECTION.
000270*
000280 FILE-CONTROL.
000290     SELECT RATE-MAINT-CARD-FILE ASSIGN TO "DIVRMNT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CARD-FILE-STATUS.
000320*
000330     SELECT PENDING-RATE-CHANGE-FILE ASSIGN TO "DIVRPEND"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS DIVRPC01-KEY
000370         FILE STATUS IS WS-PEND-FILE-STATUS.
000380*
000390     SELECT DIVISION-RATE-FILE ASSIGN TO "DIVRATE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DIVRAT01-KEY
000430         FILE STATUS IS WS-RATE-FILE-STATUS.
000431*
000432     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS RANDOM
000435         RECORD KEY IS DIVOPA01-OPERATOR-ID
000436         FILE STATUS IS WS-OPER-FILE-STATUS.
000437*
000438     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000439         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SECL-FILE-STATUS.
000441*
000450     SELECT PROPOSAL-REPORT-FILE ASSIGN TO PRINTER
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490*
000500 FILE SECTION.
000510*
000520*-------------------------------------------------------------*
000530*    RATE-MAINT-CARD-FILE -- OPERATOR-KEYED MAINTENANCE CARDS *
000540*-------------------------------------------------------------*
000550 FD  RATE-MAINT-CARD-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DIVRMT01.
000580*
000590*-------------------------------------------------------------*
000600*    PENDING-RATE-CHANGE-FILE -- THE INDEXED MAKER/CHECKER    *
000610*    QUEUE OF PROPOSED RATE MASTER CHANGES                    *
000620*-------------------------------------------------------------*
000630 FD  PENDING-RATE-CHANGE-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DIVRPC01.
000660*
000670*-------------------------------------------------------------*
000680*    DIVISION-RATE-FILE -- THE INDEXED DIVISOR RATE MASTER,   *
000690*    READ ONLY TO TURN AWAY A PROPOSAL THE MASTER WOULD       *
000700*    REFUSE ANYWAY                                            *
000710*-------------------------------------------------------------*
000720 FD  DIVISION-RATE-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DIVRAT01.
000750*
000760*-------------------------------------------------------------*
000761*    OPERATOR-AUTH-FILE -- THE INDEXED DIVOPA01 OPERATOR      *
000762*    AUTHORIZATION FILE, READ TO CHECK EACH PROPOSER'S RATE   *
000763*    CHANGE PRIVILEGE                                         *
000764*-------------------------------------------------------------*
000765 FD  OPERATOR-AUTH-FILE
000766     LABEL RECORDS ARE STANDARD.
000767     COPY DIVOPA01.
000768*
000769*-------------------------------------------------------------*
000770*    SECURITY-LOG-FILE -- APPEND-ONLY DIVSEC01 SECURITY LOG   *
000771*-------------------------------------------------------------*
000772 FD  SECURITY-LOG-FILE
000773     LABEL RECORDS ARE STANDARD.
000774     COPY DIVSEC01.
000775*
000776*-------------------------------------------------------------*
000777*    PROPOSAL-REPORT-FILE -- PRINTED PROPOSAL REPORT          *
000780*-------------------------------------------------------------*
000790 FD  PROPOSAL-REPORT-FILE
000800     LABEL RECORDS ARE OMITTED
000810     RECORD CONTAINS 80 CHARACTERS.
000820*
000830 01  DIVRPT01-LINE                        PIC X(80).
000840*
000850 WORKING-STORAGE SECTION.
000860*
000870 77  WS-CARD-FILE-STATUS               PIC X(02) VALUE "00".
000880*
000890 77  WS-PEND-FILE-STATUS               PIC X(02) VALUE "00".
000900*
000910 77  WS-RATE-FILE-STATUS               PIC X(02) VALUE "00".
000920*
000930 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000940*
000942 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
000944*
000946 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
000948*
000950 77  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000960         88  WS-END-OF-FILE                           VALUE "Y".
000970*
000980 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
000990         88  WS-FATAL-ABORT                            VALUE "Y".
001000*
001010 77  WS-RATE-OPEN-SWITCH                PIC X(01) VALUE "N".
001020         88  WS-RATE-FILE-OPEN                         VALUE "Y".
001030*
001040 77  WS-RATE-ROW-SWITCH                 PIC X(01) VALUE "N".
001050         88  WS-RATE-ROW-ON-FILE                       VALUE "Y".
001060*
001070 77  WS-SCAN-DONE-SWITCH                PIC X(01) VALUE "N".
001080         88  WS-SCAN-DONE                              VALUE "Y".
001090*
001100 77  WS-OUTSTANDING-SWITCH              PIC X(01) VALUE "N".
001110         88  WS-CHANGE-OUTSTANDING                     VALUE "Y".
001111*
001112 77  WS-OPER-OPEN-SWITCH                PIC X(01) VALUE "N".
001113         88  WS-OPER-FILE-OPEN                         VALUE "Y".
001114*
001115 77  WS-PRIV-GRANTED-SWITCH             PIC X(01) VALUE "N".
001116         88  WS-PRIV-GRANTED                           VALUE "Y".
001120*
001130 77  WS-CARD-READ-COUNT                PIC 9(05) COMP
001140                                            VALUE ZERO.
001150*
001160 77  WS-FILED-COUNT                    PIC 9(05) COMP
001170                                            VALUE ZERO.
001180*
001190 77  WS-ERROR-COUNT                    PIC 9(05) COMP
001200                                            VALUE ZERO.
001210*
001220 77  WS-PAGE-NO                        PIC 9(03) COMP
001230                                            VALUE ZERO.
001240*
001250 77  WS-LINE-COUNT                     PIC 9(03) COMP
001260                                            VALUE ZERO.
001270*
001280 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001290                                            VALUE 20.
001300*
001310 01  WS-RUN-DATE                       PIC X(08).
001320*
001330 01  WS-PROPOSED-TIMESTAMP.
001340         05  WS-PRP-TMS-DATE               PIC X(08).
001350         05  WS-PRP-TMS-TIME               PIC X(06).
001360*
001370 77  WS-PRP-FULL-TIME                  PIC X(08).
001380*
001390*-------------------------------------------------------------*
001400*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
001410*-------------------------------------------------------------*
001420 01  WS-RPT-HDG-1.
001430         05  FILLER                    PIC X(15)
001440                                        VALUE "CHAP439  DATE ".
001450         05  WS-HDG-RUN-DATE           PIC X(08).
001460         05  FILLER                    PIC X(10) VALUE SPACES.
001470         05  FILLER                    PIC X(05) VALUE "PAGE ".
001480         05  WS-HDG-PAGE-NO            PIC ZZ9.
001490         05  FILLER                    PIC X(37) VALUE SPACES.
001500*
001510 01  WS-RPT-HDG-2.
001520         05  FILLER                    PIC X(80)
001530             VALUE "DIVISOR RATE CHANGE PROPOSAL REPORT".
001540*
001550 01  WS-RPT-HDG-3.
001560         05  FILLER                    PIC X(28)
001570             VALUE "AC CODE EFFECTIVE       RATE".
001580         05  FILLER                    PIC X(52)
001590             VALUE "EXPIRY   KEYED BY RESULT".
001600*
001610 01  WS-RPT-DETAIL.
001620         05  WS-DTL-ACTION-CODE        PIC X(01).
001630         05  FILLER                    PIC X(02) VALUE SPACES.
001640         05  WS-DTL-RATE-CODE          PIC X(04).
001650         05  FILLER                    PIC X(01) VALUE SPACES.
001660         05  WS-DTL-EFF-DATE           PIC X(08).
001670         05  FILLER                    PIC X(01) VALUE SPACES.
001680         05  WS-DTL-RATE               PIC ZZZZ9.9999.
001690         05  FILLER                    PIC X(01) VALUE SPACES.
001700         05  WS-DTL-EXPIRY-DATE        PIC X(08).
001710         05  FILLER                    PIC X(01) VALUE SPACES.
001720         05  WS-DTL-OPERATOR-ID        PIC X(08).
001730         05  FILLER                    PIC X(01) VALUE SPACES.
001740         05  WS-DTL-RESULT             PIC X(26).
001750         05  FILLER                    PIC X(08) VALUE SPACES.
001760*
001770 01  WS-RPT-TOTAL-LINE.
001780         05  WS-TOT-CAPTION            PIC X(20).
001790         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
001800         05  FILLER                    PIC X(53) VALUE SPACES.
001810*
001820 PROCEDURE DIVISION.
001830*
001840*-------------------------------------------------------------*
001850*    MAIN-LINE-LOGIC -- FILES EVERY MAINTENANCE CARD AS A     *
001860*    PENDING CHANGE IN CARD ORDER, THEN SETS THE BATCH RETURN *
001870*    CODE: 0 MEANS EVERY CARD WAS FILED, 4 MEANS SOME CARDS   *
001880*    WERE REPORTED IN ERROR AND NOT FILED, 8 MEANS A FATAL    *
001890*    ERROR.                                                   *
001900*-------------------------------------------------------------*
001910 MAIN-LINE-LOGIC.
001920     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
001930     IF WS-FATAL-ABORT
001940         MOVE 8 TO RETURN-CODE
001950         GO TO MAIN-LINE-LOGIC-EXIT
001960     END-IF.
001970     PERFORM FILE-ONE-MAINT-CARD
001980             THRU FILE-ONE-MAINT-CARD-EXIT
001990         UNTIL WS-END-OF-FILE.
002000     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
002010     IF WS-FATAL-ABORT
002020         MOVE 8 TO RETURN-CODE
002030     ELSE
002040         IF WS-ERROR-COUNT IS GREATER THAN ZERO
002050             MOVE 4 TO RETURN-CODE
002060         ELSE
002070             MOVE 0 TO RETURN-CODE
002080         END-IF
002090     END-IF.
002100 MAIN-LINE-LOGIC-EXIT.
002110     STOP RUN.
002120*
002130*-------------------------------------------------------------*
002140*    INITIALIZE-RUN -- OPENS THE CARD FILE, THE REPORT AND    *
002150*    THE PENDING FILE I-O. A PENDING FILE THAT DOES NOT EXIST *
002160*    YET (STATUS 35) IS CREATED EMPTY AND REOPENED. THE RATE  *
002170*    MASTER IS OPENED INPUT; A MASTER NOT YET CREATED SIMPLY  *
002175*    HOLDS NO ROWS. THE SECURITY LOG IS APPENDED TO, AND      *
002180*    CREATED ON FIRST USE; A MISSING OPERATOR AUTHORIZATION   *
002185*    FILE LEAVES EVERY PROPOSER UNAUTHORIZED.                 *
002190*-------------------------------------------------------------*
002200 INITIALIZE-RUN.
002210     OPEN INPUT RATE-MAINT-CARD-FILE.
002220     IF WS-CARD-FILE-STATUS IS NOT EQUAL TO "00"
002230         DISPLAY "CHAP439 -- UNABLE TO OPEN "
002240             "RATE-MAINT-CARD-FILE, STATUS = "
002250             WS-CARD-FILE-STATUS
002260         SET WS-FATAL-ABORT TO TRUE
002270         GO TO INITIALIZE-RUN-EXIT
002280     END-IF.
002290     OPEN OUTPUT PROPOSAL-REPORT-FILE.
002300     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002310         DISPLAY "CHAP439 -- UNABLE TO OPEN "
002320             "PROPOSAL-REPORT-FILE, STATUS = "
002330             WS-RPT-FILE-STATUS
002340         SET WS-FATAL-ABORT TO TRUE
002350         GO TO INITIALIZE-RUN-EXIT
002360     END-IF.
002370     OPEN I-O PENDING-RATE-CHANGE-FILE.
002380     IF WS-PEND-FILE-STATUS IS EQUAL TO "35"
002390         OPEN OUTPUT PENDING-RATE-CHANGE-FILE
002400         CLOSE PENDING-RATE-CHANGE-FILE
002410         OPEN I-O PENDING-RATE-CHANGE-FILE
002420     END-IF.
002430     IF WS-PEND-FILE-STATUS IS NOT EQUAL TO "00"
002440         DISPLAY "CHAP439 -- UNABLE TO OPEN "
002450             "PENDING-RATE-CHANGE-FILE, STATUS = "
002460             WS-PEND-FILE-STATUS
002470         SET WS-FATAL-ABORT TO TRUE
002480         GO TO INITIALIZE-RUN-EXIT
002490     END-IF.
002500     OPEN INPUT DIVISION-RATE-FILE.
002510     IF WS-RATE-FILE-STATUS IS EQUAL TO "00"
002520         SET WS-RATE-FILE-OPEN TO TRUE
002530     ELSE
002540         IF WS-RATE-FILE-STATUS IS NOT EQUAL TO "35"
002550             DISPLAY "CHAP439 -- UNABLE TO OPEN "
002560                 "DIVISION-RATE-FILE, STATUS = "
002570                 WS-RATE-FILE-STATUS
002580             SET WS-FATAL-ABORT TO TRUE
002590             GO TO INITIALIZE-RUN-EXIT
002600         END-IF
002601     END-IF.
002602     OPEN EXTEND SECURITY-LOG-FILE.
002603     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
002604         OPEN OUTPUT SECURITY-LOG-FILE
002605     END-IF.
002606     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
002607         DISPLAY "CHAP439 -- UNABLE TO OPEN "
002608             "SECURITY-LOG-FILE, STATUS = "
002609             WS-SECL-FILE-STATUS
002610         SET WS-FATAL-ABORT TO TRUE
002611         GO TO INITIALIZE-RUN-EXIT
002612     END-IF.
002613     OPEN INPUT OPERATOR-AUTH-FILE.
002614     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
002615         SET WS-OPER-FILE-OPEN TO TRUE
002616     ELSE
002617         DISPLAY "CHAP439 -- NO OPERATOR-AUTH-FILE, STATUS = "
002618             WS-OPER-FILE-STATUS " -- NO CARD WILL BE FILED"
002619     END-IF.
002620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002630     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002640     MOVE WS-RUN-DATE TO WS-PRP-TMS-DATE.
002650     ACCEPT WS-PRP-FULL-TIME FROM TIME.
002660     MOVE WS-PRP-FULL-TIME(1:6) TO WS-PRP-TMS-TIME.
002670     MOVE ZERO TO WS-PAGE-NO.
002680     PERFORM WRITE-REPORT-HEADINGS.
002690     PERFORM READ-MAINT-CARD.
002700 INITIALIZE-RUN-EXIT.
002710     EXIT.
002720*
002730 READ-MAINT-CARD.
002740     READ RATE-MAINT-CARD-FILE
002750         AT END
002760             SET WS-END-OF-FILE TO TRUE
002770     END-READ.
002780*
002790*-------------------------------------------------------------*
002800*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR     *
002810*    PROPOSAL-REPORT-FILE.                                     *
002820*-------------------------------------------------------------*
002830 CHECK-RPT-FILE-STATUS.
002840     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
002850         DISPLAY "CHAP439 -- WRITE FAILED ON "
002860             "PROPOSAL-REPORT-FILE, STATUS = "
002870             WS-RPT-FILE-STATUS
002880         SET WS-FATAL-ABORT TO TRUE
002890         SET WS-END-OF-FILE TO TRUE
002900     END-IF.
002910*
002920*-------------------------------------------------------------*
002930*    WRITE-REPORT-HEADINGS -- STARTS A NEW PAGE OF THE REPORT *
002940*-------------------------------------------------------------*
002950 WRITE-REPORT-HEADINGS.
002960     ADD 1 TO WS-PAGE-NO.
002970     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
002980     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
002990         AFTER ADVANCING PAGE.
003000     PERFORM CHECK-RPT-FILE-STATUS.
003010     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
003020         AFTER ADVANCING 2 LINES.
003030     PERFORM CHECK-RPT-FILE-STATUS.
003040     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
003050         AFTER ADVANCING 1 LINES.
003060     PERFORM CHECK-RPT-FILE-STATUS.
003070     MOVE 3 TO WS-LINE-COUNT.
003080*
003090*-------------------------------------------------------------*
003100*    FILE-ONE-MAINT-CARD -- VALIDATES ONE CARD THE SAME WAY   *
003110*    CHAP431 WILL WHEN IT APPLIES IT, AND FILES IT AS A       *
003116*    PENDING CHANGE. A CARD WITH NO OPERATOR ID, A CARD WHOSE *
003122*    OPERATOR LACKS THE RATE CHANGE PRIVILEGE, A CARD THE     *
003130*    RATE MASTER WOULD REFUSE, AND A CARD NAMING A RATE ROW   *
003140*    AND ACTION THAT ALREADY HAS A CHANGE AWAITING APPROVAL   *
003150*    OR APPLICATION ARE REPORTED AND NOT FILED. EVERY CARD    *
003160*    PRINTS ONE REPORT LINE WITH ITS RESULT.                  *
003170*-------------------------------------------------------------*
003180 FILE-ONE-MAINT-CARD.
003190     ADD 1 TO WS-CARD-READ-COUNT.
003200     MOVE DIVRMT01-ACTION-CODE TO WS-DTL-ACTION-CODE.
003210     MOVE DIVRMT01-RATE-CODE   TO WS-DTL-RATE-CODE.
003220     MOVE DIVRMT01-EFF-DATE    TO WS-DTL-EFF-DATE.
003230     IF DIVRMT01-RATE IS NUMERIC
003240         MOVE DIVRMT01-RATE TO WS-DTL-RATE
003250     ELSE
003260         MOVE ZERO TO WS-DTL-RATE
003270     END-IF.
003280     MOVE DIVRMT01-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE.
003290     MOVE DIVRMT01-OPERATOR-ID TO WS-DTL-OPERATOR-ID.
003300     MOVE SPACES TO WS-DTL-RESULT.
003301     MOVE "N" TO WS-PRIV-GRANTED-SWITCH.
003302     IF DIVRMT01-OPERATOR-ID IS NOT EQUAL TO SPACES
003303         PERFORM CHECK-RATE-CHANGE-AUTHORITY
003304         IF WS-FATAL-ABORT
003305             GO TO FILE-ONE-MAINT-CARD-EXIT
003306         END-IF
003307     END-IF.
003310     EVALUATE TRUE
003320         WHEN DIVRMT01-OPERATOR-ID IS EQUAL TO SPACES
003330             ADD 1 TO WS-ERROR-COUNT
003340             MOVE "OPERATOR ID MISSING" TO WS-DTL-RESULT
003342         WHEN NOT WS-PRIV-GRANTED
003344             ADD 1 TO WS-ERROR-COUNT
003346             MOVE "NOT AUTHORIZED" TO WS-DTL-RESULT
003350         WHEN DIVRMT01-ACTION-ADD
003360             PERFORM VALIDATE-ADD-CARD
003370                 THRU VALIDATE-ADD-CARD-EXIT
003380         WHEN DIVRMT01-ACTION-EXPIRE
003390             PERFORM VALIDATE-EXPIRE-CARD
003400                 THRU VALIDATE-EXPIRE-CARD-EXIT
003410         WHEN OTHER
003420             ADD 1 TO WS-ERROR-COUNT
003430             MOVE "INVALID ACTION CODE" TO WS-DTL-RESULT
003440     END-EVALUATE.
003450     IF WS-DTL-RESULT IS EQUAL TO SPACES
003460         PERFORM WRITE-PENDING-CHANGE
003470             THRU WRITE-PENDING-CHANGE-EXIT
003480     END-IF.
003490     PERFORM WRITE-ACTION-LINE.
003500     PERFORM READ-MAINT-CARD.
003510 FILE-ONE-MAINT-CARD-EXIT.
003520     EXIT.
003521*
003522*-------------------------------------------------------------*
003523*    CHECK-RATE-CHANGE-AUTHORITY -- GRANTS THE PROPOSAL ONLY  *
003524*    WHEN THE CARD'S OPERATOR IS ON THE AUTHORIZATION FILE    *
003525*    WITH THE RATE CHANGE PRIVILEGE, AND LOGS THE OUTCOME     *
003526*    NAMING THE CARD.                                         *
003527*-------------------------------------------------------------*
003528 CHECK-RATE-CHANGE-AUTHORITY.
003529     IF WS-OPER-FILE-OPEN
003530         MOVE DIVRMT01-OPERATOR-ID TO DIVOPA01-OPERATOR-ID
003531         READ OPERATOR-AUTH-FILE
003532             INVALID KEY
003533                 CONTINUE
003534             NOT INVALID KEY
003535                 IF DIVOPA01-MAY-CHANGE-RATES
003536                     SET WS-PRIV-GRANTED TO TRUE
003537                 END-IF
003538         END-READ
003539     END-IF.
003540     MOVE SPACES                TO DIVSEC01-RECORD.
003541     MOVE WS-PROPOSED-TIMESTAMP TO DIVSEC01-TIMESTAMP.
003542     MOVE "CHAP439"             TO DIVSEC01-PROGRAM-ID.
003543     MOVE DIVRMT01-OPERATOR-ID  TO DIVSEC01-OPERATOR-ID.
003544     SET DIVSEC01-ACTION-RATE-CHANGE TO TRUE.
003545     MOVE WS-RUN-DATE           TO DIVSEC01-BUSINESS-DATE.
003546     IF WS-PRIV-GRANTED
003547         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
003548     ELSE
003549         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
003550     END-IF.
003551     STRING "PROPOSE "           DELIMITED BY SIZE
003552            DIVRMT01-ACTION-CODE DELIMITED BY SIZE
003553            " "                  DELIMITED BY SIZE
003554            DIVRMT01-RATE-CODE   DELIMITED BY SIZE
003555            " "                  DELIMITED BY SIZE
003556            DIVRMT01-EFF-DATE    DELIMITED BY SIZE
003557         INTO DIVSEC01-DETAIL
003558     END-STRING.
003559     WRITE DIVSEC01-RECORD.
003560     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
003561         DISPLAY "CHAP439 -- WRITE FAILED ON "
003562             "SECURITY-LOG-FILE, STATUS = "
003563             WS-SECL-FILE-STATUS
003564         SET WS-FATAL-ABORT TO TRUE
003565         SET WS-END-OF-FILE TO TRUE
003566     END-IF.
003567*
003568*-------------------------------------------------------------*
003569*    VALIDATE-ADD-CARD -- THE CARD MUST CARRY A NUMERIC       *
003570*    NON-ZERO RATE AND A NUMERIC EFFECTIVE DATE, AND NO ROW   *
003571*    MAY ALREADY BE ON THE MASTER FOR THE SAME CODE AND       *
003580*    EFFECTIVE DATE. A CLEAN CARD LEAVES THE RESULT BLANK.    *
003590*-------------------------------------------------------------*
003600 VALIDATE-ADD-CARD.
003610     MOVE SPACES TO WS-DTL-RESULT.
003620     IF DIVRMT01-RATE IS NOT NUMERIC
003630             OR DIVRMT01-RATE IS EQUAL TO ZERO
003640         ADD 1 TO WS-ERROR-COUNT
003650         MOVE "RATE MISSING OR ZERO" TO WS-DTL-RESULT
003660         GO TO VALIDATE-ADD-CARD-EXIT
003670     END-IF.
003680     IF DIVRMT01-EFF-DATE IS NOT NUMERIC
003690         ADD 1 TO WS-ERROR-COUNT
003700         MOVE "EFFECTIVE DATE INVALID" TO WS-DTL-RESULT
003710         GO TO VALIDATE-ADD-CARD-EXIT
003720     END-IF.
003730     PERFORM LOOK-UP-RATE-ROW.
003740     IF WS-RATE-ROW-ON-FILE
003750         ADD 1 TO WS-ERROR-COUNT
003760         MOVE "ALREADY ON FILE" TO WS-DTL-RESULT
003770         GO TO VALIDATE-ADD-CARD-EXIT
003780     END-IF.
003790 VALIDATE-ADD-CARD-EXIT.
003800     EXIT.
003810*
003820*-------------------------------------------------------------*
003830*    VALIDATE-EXPIRE-CARD -- THE CARD MUST CARRY A NUMERIC    *
003840*    EXPIRY DATE AND NAME A ROW ALREADY ON THE MASTER.        *
003850*-------------------------------------------------------------*
003860 VALIDATE-EXPIRE-CARD.
003870     MOVE SPACES TO WS-DTL-RESULT.
003880     IF DIVRMT01-EXPIRY-DATE IS NOT NUMERIC
003890         ADD 1 TO WS-ERROR-COUNT
003900         MOVE "EXPIRY DATE INVALID" TO WS-DTL-RESULT
003910         GO TO VALIDATE-EXPIRE-CARD-EXIT
003920     END-IF.
003930     PERFORM LOOK-UP-RATE-ROW.
003940     IF NOT WS-RATE-ROW-ON-FILE
003950         ADD 1 TO WS-ERROR-COUNT
003960         MOVE "NOT ON FILE" TO WS-DTL-RESULT
003970         GO TO VALIDATE-EXPIRE-CARD-EXIT
003980     END-IF.
003990 VALIDATE-EXPIRE-CARD-EXIT.
004000     EXIT.
004010*
004020*-------------------------------------------------------------*
004030*    LOOK-UP-RATE-ROW -- RANDOM READ OF THE RATE MASTER ROW   *
004040*    THE CARD NAMES BY CODE PLUS EFFECTIVE DATE.              *
004050*-------------------------------------------------------------*
004060 LOOK-UP-RATE-ROW.
004070     MOVE "N" TO WS-RATE-ROW-SWITCH.
004080     IF WS-RATE-FILE-OPEN
004090         MOVE DIVRMT01-RATE-CODE TO DIVRAT01-RATE-CODE
004100         MOVE DIVRMT01-EFF-DATE  TO DIVRAT01-EFF-DATE
004110         READ DIVISION-RATE-FILE
004120             INVALID KEY
004130                 CONTINUE
004140             NOT INVALID KEY
004150                 SET WS-RATE-ROW-ON-FILE TO TRUE
004160         END-READ
004170     END-IF.
004180*
004190*-------------------------------------------------------------*
004200*    WRITE-PENDING-CHANGE -- TURNS AWAY A CARD WHOSE RATE ROW *
004210*    AND ACTION ALREADY HAVE A CHANGE PENDING OR APPROVED BUT *
004220*    NOT YET APPLIED, THEN WRITES THE NEW PENDING ROW UNDER   *
004230*    THIS RUN'S PROPOSAL TIMESTAMP AND THE CARD'S OPERATOR.   *
004240*-------------------------------------------------------------*
004250 WRITE-PENDING-CHANGE.
004260     PERFORM CHECK-OUTSTANDING-CHANGE.
004270     IF WS-FATAL-ABORT
004280         GO TO WRITE-PENDING-CHANGE-EXIT
004290     END-IF.
004300     IF WS-CHANGE-OUTSTANDING
004310         ADD 1 TO WS-ERROR-COUNT
004320         MOVE "CHANGE ALREADY PENDING" TO WS-DTL-RESULT
004330         GO TO WRITE-PENDING-CHANGE-EXIT
004340     END-IF.
004350     MOVE SPACES TO DIVRPC01-RECORD.
004360     MOVE DIVRMT01-RATE-CODE    TO DIVRPC01-RATE-CODE.
004370     MOVE DIVRMT01-EFF-DATE     TO DIVRPC01-EFF-DATE.
004380     MOVE DIVRMT01-ACTION-CODE  TO DIVRPC01-ACTION-CODE.
004390     MOVE WS-PROPOSED-TIMESTAMP TO DIVRPC01-PROPOSED-TMS.
004400     IF DIVRMT01-ACTION-ADD
004410         MOVE DIVRMT01-RATE TO DIVRPC01-RATE
004420     ELSE
004430         MOVE ZERO TO DIVRPC01-RATE
004440     END-IF.
004450     MOVE DIVRMT01-EXPIRY-DATE  TO DIVRPC01-EXPIRY-DATE.
004460     MOVE DIVRMT01-OPERATOR-ID  TO DIVRPC01-PROPOSER-ID.
004470     SET DIVRPC01-STATUS-PENDING TO TRUE.
004480     WRITE DIVRPC01-RECORD
004490         INVALID KEY
004500             ADD 1 TO WS-ERROR-COUNT
004510             MOVE "CHANGE ALREADY PENDING" TO WS-DTL-RESULT
004520         NOT INVALID KEY
004530             ADD 1 TO WS-FILED-COUNT
004540             MOVE "PENDING APPROVAL" TO WS-DTL-RESULT
004550     END-WRITE.
004560     IF WS-PEND-FILE-STATUS IS NOT EQUAL TO "00"
004570             AND WS-PEND-FILE-STATUS IS NOT EQUAL TO "22"
004580         DISPLAY "CHAP439 -- WRITE FAILED ON "
004590             "PENDING-RATE-CHANGE-FILE, STATUS = "
004600             WS-PEND-FILE-STATUS
004610         SET WS-FATAL-ABORT TO TRUE
004620         SET WS-END-OF-FILE TO TRUE
004630     END-IF.
004640 WRITE-PENDING-CHANGE-EXIT.
004650     EXIT.
004660*
004670*-------------------------------------------------------------*
004680*    CHECK-OUTSTANDING-CHANGE -- POSITIONS THE PENDING FILE   *
004690*    AT THE FIRST PROPOSAL FOR THE CARD'S RATE ROW AND ACTION *
004700*    AND READS FORWARD THROUGH THEM, LOOKING FOR ONE STILL    *
004710*    PENDING OR APPROVED.                                     *
004720*-------------------------------------------------------------*
004730 CHECK-OUTSTANDING-CHANGE.
004740     MOVE "N" TO WS-OUTSTANDING-SWITCH.
004750     MOVE "N" TO WS-SCAN-DONE-SWITCH.
004760     MOVE DIVRMT01-RATE-CODE   TO DIVRPC01-RATE-CODE.
004770     MOVE DIVRMT01-EFF-DATE    TO DIVRPC01-EFF-DATE.
004780     MOVE DIVRMT01-ACTION-CODE TO DIVRPC01-ACTION-CODE.
004790     MOVE LOW-VALUES           TO DIVRPC01-PROPOSED-TMS.
004800     START PENDING-RATE-CHANGE-FILE
004810         KEY IS NOT LESS THAN DIVRPC01-KEY
004820         INVALID KEY
004830             SET WS-SCAN-DONE TO TRUE
004840     END-START.
004850     PERFORM TEST-NEXT-PENDING-CHANGE
004860         UNTIL WS-SCAN-DONE.
004870*
004880 TEST-NEXT-PENDING-CHANGE.
004890     READ PENDING-RATE-CHANGE-FILE NEXT RECORD
004900         AT END
004910             SET WS-SCAN-DONE TO TRUE
004920         NOT AT END
004930             IF DIVRPC01-RATE-CODE IS NOT EQUAL TO
004940                     DIVRMT01-RATE-CODE
004950                     OR DIVRPC01-EFF-DATE IS NOT EQUAL TO
004960                         DIVRMT01-EFF-DATE
004970                     OR DIVRPC01-ACTION-CODE IS NOT EQUAL TO
004980                         DIVRMT01-ACTION-CODE
004990                 SET WS-SCAN-DONE TO TRUE
005000             ELSE
005010                 IF DIVRPC01-STATUS-OUTSTANDING
005020                     SET WS-CHANGE-OUTSTANDING TO TRUE
005030                     SET WS-SCAN-DONE TO TRUE
005040                 END-IF
005050             END-IF
005060     END-READ.
005070     IF WS-PEND-FILE-STATUS IS NOT EQUAL TO "00"
005080             AND WS-PEND-FILE-STATUS IS NOT EQUAL TO "10"
005090         DISPLAY "CHAP439 -- READ FAILED ON "
005100             "PENDING-RATE-CHANGE-FILE, STATUS = "
005110             WS-PEND-FILE-STATUS
005120         SET WS-FATAL-ABORT TO TRUE
005130         SET WS-END-OF-FILE TO TRUE
005140         SET WS-SCAN-DONE TO TRUE
005150     END-IF.
005160*
005170 WRITE-ACTION-LINE.
005180     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
005190         PERFORM WRITE-REPORT-HEADINGS
005200     END-IF.
005210     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
005220         AFTER ADVANCING 1 LINES.
005230     PERFORM CHECK-RPT-FILE-STATUS.
005240     ADD 1 TO WS-LINE-COUNT.
005250*
005260*-------------------------------------------------------------*
005270*    TERMINATE-RUN -- PRINTS THE CARD TOTALS AND CLOSES ALL   *
005280*    OPEN FILES. CARDS READ ALWAYS EQUALS FILED PLUS IN       *
005290*    ERROR.                                                   *
005300*-------------------------------------------------------------*
005310 TERMINATE-RUN.
005320     MOVE "CARDS READ:         " TO WS-TOT-CAPTION.
005330     MOVE WS-CARD-READ-COUNT TO WS-TOT-COUNT.
005340     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005350         AFTER ADVANCING 2 LINES.
005360     PERFORM CHECK-RPT-FILE-STATUS.
005370     MOVE "CARDS FILED:        " TO WS-TOT-CAPTION.
005380     MOVE WS-FILED-COUNT TO WS-TOT-COUNT.
005390     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005400         AFTER ADVANCING 1 LINES.
005410     PERFORM CHECK-RPT-FILE-STATUS.
005420     MOVE "CARDS IN ERROR:     " TO WS-TOT-CAPTION.
005430     MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
005440     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
005450         AFTER ADVANCING 1 LINES.
005460     PERFORM CHECK-RPT-FILE-STATUS.
005470     CLOSE RATE-MAINT-CARD-FILE.
005480     CLOSE PENDING-RATE-CHANGE-FILE.
005490     IF WS-RATE-FILE-OPEN
005500         CLOSE DIVISION-RATE-FILE
005510     END-IF.
005520     CLOSE PROPOSAL-REPORT-FILE.
005522     CLOSE SECURITY-LOG-FILE.
005524     IF WS-OPER-FILE-OPEN
005526         CLOSE OPERATOR-AUTH-FILE
005528     END-IF.
005530 TERMINATE-RUN-EXIT.
005540     EXIT.

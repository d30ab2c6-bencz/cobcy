000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP440.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. APPROVAL SCREEN OVER THE
000120*                         DIVRPEND PENDING RATE CHANGE FILE
000130*                         CHAP439 LOADS. EACH CHANGE AWAITING
000140*                         APPROVAL IS SHOWN NEXT TO THE DIVRAT01
000150*                         ROW IT WOULD REPLACE OR EXPIRE, AND
000160*                         THE CHECKING OPERATOR APPROVES OR
000170*                         REJECTS IT UNDER THEIR OWN OPERATOR
000180*                         ID. THE OPERATOR WHO PROPOSED A CHANGE
000190*                         CAN NEVER DECIDE IT.
000191*        2026-10-15 RLW   A DECISION IS RECORDED ONLY WHEN THE
000192*                         APPROVER HOLDS THE DIVOPA01 RATE
000193*                         CHANGE PRIVILEGE; EACH CHECK IS LOGGED
000194*                         TO THE DIVSEC01 SECURITY LOG.
000195*        2026-10-15 RLW   A PROPOSER'S ATTEMPT TO DECIDE THEIR
000196*                         OWN CHANGE IS LOGGED AS REFUSED TOO.
000200*
000210 ENVIRONMENT DIVISION.
000220*
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250     CRT STATUS IS WS-CRT-STATUS.
000260*
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PENDING-RATE-CHANGE-FILE ASSIGN TO "DIVRPEND"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS DIVRPC01-KEY
000330         FILE STATUS IS WS-PEND-FILE-STATUS.
000340*
000350     SELECT DIVISION-RATE-FILE ASSIGN TO "DIVRATE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS DIVRAT01-KEY
000390         FILE STATUS IS WS-RATE-FILE-STATUS.
000400*
000401     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS RANDOM
000404         RECORD KEY IS DIVOPA01-OPERATOR-ID
000405         FILE STATUS IS WS-OPER-FILE-STATUS.
000406*
000407     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-SECL-FILE-STATUS.
000410*
000411 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PENDING-RATE-CHANGE-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY DIVRPC01.
000460*
000470 FD  DIVISION-RATE-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY DIVRAT01.
000500*
000501 FD  OPERATOR-AUTH-FILE
000502     LABEL RECORDS ARE STANDARD.
000503     COPY DIVOPA01.
000504*
000505 FD  SECURITY-LOG-FILE
000506     LABEL RECORDS ARE STANDARD.
000507     COPY DIVSEC01.
000508*
000510 WORKING-STORAGE SECTION.
000520*
000530 77  WS-PEND-FILE-STATUS               PIC X(02) VALUE "00".
000540 77  WS-RATE-FILE-STATUS               PIC X(02) VALUE "00".
000543 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
000546 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
000550 77  WS-CRT-STATUS                     PIC 9(04) VALUE ZERO.
000560*
000570 77  WS-EXIT-SWITCH                    PIC X(01) VALUE "N".
000580     88  WS-EXIT-REQUESTED                 VALUE "Y".
000590*
000600 77  WS-ROW-HELD-SWITCH                PIC X(01) VALUE "N".
000610     88  WS-ROW-HELD                       VALUE "Y".
000620*
000630 77  WS-SCAN-DONE-SWITCH               PIC X(01) VALUE "N".
000640     88  WS-SCAN-DONE                      VALUE "Y".
000650*
000660 77  WS-RATE-OPEN-SWITCH               PIC X(01) VALUE "N".
000670     88  WS-RATE-FILE-OPEN                 VALUE "Y".
000671*
000672 77  WS-OPER-OPEN-SWITCH               PIC X(01) VALUE "N".
000673     88  WS-OPER-FILE-OPEN                 VALUE "Y".
000674*
000675 77  WS-PRIV-GRANTED-SWITCH            PIC X(01) VALUE "N".
000676     88  WS-PRIV-GRANTED                   VALUE "Y".
000677*
000678 77  WS-SEC-DETAIL-TAIL                PIC X(04) VALUE SPACES.
000680*
000690 77  WS-CUR-FOUND-SWITCH               PIC X(01) VALUE "N".
000700     88  WS-CUR-ROW-FOUND                  VALUE "Y".
000710*
000720 77  WS-APR-OPERATOR-ID                PIC X(08) VALUE SPACES.
000730*
000740 77  WS-APR-DECISION                   PIC X(01) VALUE SPACE.
000750     88  WS-APR-APPROVE                    VALUE "A".
000760     88  WS-APR-REJECT                     VALUE "R".
000770     88  WS-APR-SKIP                       VALUE SPACE.
000780*
000790 77  WS-APR-FULL-TIME                  PIC X(08).
000800*
000810 01  WS-APR-DECISION-TMS.
000820         05  WS-APR-TMS-DATE           PIC X(08).
000830         05  WS-APR-TMS-TIME           PIC X(06).
000840*
000850 01  WS-HELD-KEY                       PIC X(27) VALUE SPACES.
000860*
000870 01  WS-MESSAGE-LINE                   PIC X(40) VALUE SPACES.
000880*
000890*-------------------------------------------------------------*
000900*    SIDE-BY-SIDE DISPLAY FIELDS -- THE CURRENT DIVRAT01 ROW  *
000910*    AND THE PROPOSED CHANGE, FORMATTED FOR THE SCREEN. THE   *
000920*    RATES ARE EDITED HERE AND SHOWN THROUGH THEIR TEXT       *
000930*    REDEFINITIONS SO AN EMPTY SIDE CAN BE BLANKED.           *
000940*-------------------------------------------------------------*
000950 01  WS-CUR-ROW-DISPLAY.
000960         05  WS-CUR-RATE-CODE          PIC X(04).
000970         05  WS-CUR-EFF-DATE           PIC X(08).
000980         05  WS-CUR-EXPIRY-DATE        PIC X(08).
000990         05  WS-CUR-STATUS-TEXT        PIC X(08).
001000*
001010 01  WS-CUR-RATE-EDIT                  PIC ZZZZ9.9999.
001020 01  WS-CUR-RATE-TEXT REDEFINES WS-CUR-RATE-EDIT
001030                                       PIC X(10).
001040*
001050 01  WS-PRP-ROW-DISPLAY.
001060         05  WS-PRP-ACTION-TEXT        PIC X(08).
001070         05  WS-PRP-RATE-CODE          PIC X(04).
001080         05  WS-PRP-EFF-DATE           PIC X(08).
001090         05  WS-PRP-EXPIRY-DATE        PIC X(08).
001100         05  WS-PRP-PROPOSER-ID        PIC X(08).
001110         05  WS-PRP-PROPOSED-TMS       PIC X(14).
001120*
001130 01  WS-PRP-RATE-EDIT                  PIC ZZZZ9.9999.
001140 01  WS-PRP-RATE-TEXT REDEFINES WS-PRP-RATE-EDIT
001150                                       PIC X(10).
001160*
001170*-------------------------------------------------------------*
001180*    APPROVAL SCREEN -- ONE PENDING CHANGE AT A TIME, WITH    *
001190*    THE ROW IT AFFECTS ALONGSIDE. WRITTEN AS A SCREEN        *
001200*    SECTION MAP FOR THE SAME REASON AS CHAP425 -- A SHOP     *
001210*    RUNNING UNDER CICS WOULD REPLACE THIS SECTION AND THE    *
001220*    ACCEPT/DISPLAY VERBS WITH A BMS MAP AND EXEC CICS        *
001230*    SEND/RECEIVE MAP, WITHOUT TOUCHING DIVRPC01 OR DIVRAT01. *
001240*-------------------------------------------------------------*
001250 SCREEN SECTION.
001260 01  DIV-RATE-APPROVAL-SCREEN.
001270     05  BLANK SCREEN.
001280     05  LINE 1  COLUMN 1
001290         VALUE "CHAP440 -- RATE CHANGE APPROVAL"
001300         HIGHLIGHT.
001310     05  LINE 3  COLUMN 1  VALUE "APPROVER ID . . :".
001320     05  LINE 3  COLUMN 20
001330         PIC X(08) USING WS-APR-OPERATOR-ID.
001340     05  LINE 5  COLUMN 20 VALUE "CURRENT ROW".
001350     05  LINE 5  COLUMN 40 VALUE "PROPOSED CHANGE".
001360     05  LINE 6  COLUMN 1  VALUE "ACTION  . . . . :".
001370     05  LINE 6  COLUMN 40
001380         PIC X(08) FROM WS-PRP-ACTION-TEXT.
001390     05  LINE 7  COLUMN 1  VALUE "RATE CODE . . . :".
001400     05  LINE 7  COLUMN 20
001410         PIC X(04) FROM WS-CUR-RATE-CODE.
001420     05  LINE 7  COLUMN 40
001430         PIC X(04) FROM WS-PRP-RATE-CODE.
001440     05  LINE 8  COLUMN 1  VALUE "EFFECTIVE DATE  :".
001450     05  LINE 8  COLUMN 20
001460         PIC X(08) FROM WS-CUR-EFF-DATE.
001470     05  LINE 8  COLUMN 40
001480         PIC X(08) FROM WS-PRP-EFF-DATE.
001490     05  LINE 9  COLUMN 1  VALUE "RATE  . . . . . :".
001500     05  LINE 9  COLUMN 20
001510         PIC X(10) FROM WS-CUR-RATE-TEXT.
001520     05  LINE 9  COLUMN 40
001530         PIC X(10) FROM WS-PRP-RATE-TEXT.
001540     05  LINE 10 COLUMN 1  VALUE "EXPIRY DATE . . :".
001550     05  LINE 10 COLUMN 20
001560         PIC X(08) FROM WS-CUR-EXPIRY-DATE.
001570     05  LINE 10 COLUMN 40
001580         PIC X(08) FROM WS-PRP-EXPIRY-DATE.
001590     05  LINE 11 COLUMN 1  VALUE "STATUS  . . . . :".
001600     05  LINE 11 COLUMN 20
001610         PIC X(08) FROM WS-CUR-STATUS-TEXT.
001620     05  LINE 13 COLUMN 1  VALUE "PROPOSED BY . . :".
001630     05  LINE 13 COLUMN 20
001640         PIC X(08) FROM WS-PRP-PROPOSER-ID.
001650     05  LINE 13 COLUMN 30
001660         PIC X(14) FROM WS-PRP-PROPOSED-TMS.
001670     05  LINE 15 COLUMN 1  VALUE "DECISION  . . . :".
001680     05  LINE 15 COLUMN 20
001690         PIC X(01) USING WS-APR-DECISION.
001700     05  LINE 17 COLUMN 1  PIC X(40)
001710         FROM WS-MESSAGE-LINE.
001720     05  LINE 18 COLUMN 1
001730         VALUE "A APPROVE, R REJECT, ENTER TO SKIP, PF3 TO EXIT.".
001740*
001750 PROCEDURE DIVISION.
001760*
001770*-------------------------------------------------------------*
001777*    MAIN-LINE-LOGIC -- OPENS THE PENDING FILE, THE RATE      *
001784*    MASTER, THE OPERATOR AUTHORIZATION FILE AND THE SECURITY *
001791*    LOG, AND REDISPLAYS THE APPROVAL SCREEN UNTIL THE        *
001800*    OPERATOR EXITS. A MISSING PENDING FILE IS FATAL -- THE   *
001806*    OPERATOR SHOULD RUN CHAP439 FIRST -- AND SO IS A         *
001812*    SECURITY LOG THAT WILL NOT OPEN. A MISSING RATE MASTER   *
001818*    ONLY MEANS NO CURRENT ROW IS SHOWN; A MISSING            *
001824*    AUTHORIZATION FILE MEANS NO DECISION IS RECORDED.        *
001830*-------------------------------------------------------------*
001840 MAIN-LINE-LOGIC.
001850     OPEN I-O PENDING-RATE-CHANGE-FILE.
001860     IF WS-PEND-FILE-STATUS IS NOT EQUAL TO "00"
001870         DISPLAY "CHAP440 -- UNABLE TO OPEN "
001880             "PENDING-RATE-CHANGE-FILE, STATUS = "
001890             WS-PEND-FILE-STATUS
001900         DISPLAY "CHAP440 -- RUN THE CHAP439 PROPOSAL STEP FIRST."
001910         MOVE 8 TO RETURN-CODE
001920         GO TO MAIN-LINE-LOGIC-EXIT
001930     END-IF.
001931     OPEN EXTEND SECURITY-LOG-FILE.
001932     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
001933         OPEN OUTPUT SECURITY-LOG-FILE
001934     END-IF.
001935     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
001936         DISPLAY "CHAP440 -- UNABLE TO OPEN "
001937             "SECURITY-LOG-FILE, STATUS = "
001938             WS-SECL-FILE-STATUS
001939         CLOSE PENDING-RATE-CHANGE-FILE
001940         MOVE 8 TO RETURN-CODE
001941         GO TO MAIN-LINE-LOGIC-EXIT
001942     END-IF.
001943     OPEN INPUT DIVISION-RATE-FILE.
001950     IF WS-RATE-FILE-STATUS IS EQUAL TO "00"
001960         SET WS-RATE-FILE-OPEN TO TRUE
001962     END-IF.
001964     OPEN INPUT OPERATOR-AUTH-FILE.
001966     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
001968         SET WS-OPER-FILE-OPEN TO TRUE
001970     END-IF.
001980     PERFORM START-PENDING-BROWSE.
001990     PERFORM PROCESS-ONE-DECISION THRU PROCESS-ONE-DECISION-EXIT
002000         UNTIL WS-EXIT-REQUESTED.
002010     CLOSE PENDING-RATE-CHANGE-FILE.
002020     IF WS-RATE-FILE-OPEN
002030         CLOSE DIVISION-RATE-FILE
002032     END-IF.
002034     CLOSE SECURITY-LOG-FILE.
002036     IF WS-OPER-FILE-OPEN
002038         CLOSE OPERATOR-AUTH-FILE
002040     END-IF.
002050     DISPLAY "CHAP440 -- APPROVAL SESSION ENDED.".
002060 MAIN-LINE-LOGIC-EXIT.
002070     STOP RUN.
002080*
002090*-------------------------------------------------------------*
002100*    PROCESS-ONE-DECISION -- DISPLAYS THE HELD CHANGE AND     *
002110*    ACCEPTS THE OPERATOR'S DECISION. A REJECT OR APPROVE IS  *
002120*    RECORDED UNDER THE APPROVER ID AND THE NEXT CHANGE IS    *
002130*    BROUGHT UP; A BLANK DECISION SKIPS TO THE NEXT CHANGE    *
002140*    AND LEAVES THIS ONE PENDING. WITH NOTHING LEFT TO SHOW,  *
002150*    ENTER STARTS AGAIN FROM THE TOP OF THE FILE.             *
002160*-------------------------------------------------------------*
002170 PROCESS-ONE-DECISION.
002180     PERFORM FORMAT-HELD-CHANGE THRU FORMAT-HELD-CHANGE-EXIT.
002190     MOVE SPACE TO WS-APR-DECISION.
002200     DISPLAY DIV-RATE-APPROVAL-SCREEN.
002210     ACCEPT DIV-RATE-APPROVAL-SCREEN.
002220     IF WS-CRT-STATUS IS EQUAL TO 1003
002230         SET WS-EXIT-REQUESTED TO TRUE
002240         GO TO PROCESS-ONE-DECISION-EXIT
002250     END-IF.
002260     MOVE SPACES TO WS-MESSAGE-LINE.
002270     IF NOT WS-ROW-HELD
002280         PERFORM START-PENDING-BROWSE
002290         GO TO PROCESS-ONE-DECISION-EXIT
002300     END-IF.
002310     IF WS-APR-SKIP
002320         MOVE "CHANGE SKIPPED -- STILL PENDING." TO
002330             WS-MESSAGE-LINE
002340         PERFORM FIND-NEXT-PENDING-CHANGE
002350         GO TO PROCESS-ONE-DECISION-EXIT
002360     END-IF.
002370     IF NOT WS-APR-APPROVE AND NOT WS-APR-REJECT
002380         MOVE "DECISION MUST BE A, R OR BLANK." TO
002390             WS-MESSAGE-LINE
002400         GO TO PROCESS-ONE-DECISION-EXIT
002410     END-IF.
002420     IF WS-APR-OPERATOR-ID IS EQUAL TO SPACES
002430         MOVE "KEY YOUR OPERATOR ID." TO WS-MESSAGE-LINE
002440         GO TO PROCESS-ONE-DECISION-EXIT
002450     END-IF.
002460     IF WS-APR-OPERATOR-ID IS EQUAL TO WS-PRP-PROPOSER-ID
002470         PERFORM REFUSE-OWN-DECISION
002480         GO TO PROCESS-ONE-DECISION-EXIT
002490     END-IF.
002510     PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT.
002520     PERFORM FIND-NEXT-PENDING-CHANGE.
002530 PROCESS-ONE-DECISION-EXIT.
002540     EXIT.
002550*
002560*-------------------------------------------------------------*
002570*    RECORD-DECISION -- REREADS THE HELD CHANGE BY KEY SO A   *
002580*    CHANGE ANOTHER CHECKER DECIDED IN THE MEANTIME IS NOT    *
002585*    OVERWRITTEN, CHECKS THE APPROVER'S RATE CHANGE           *
002590*    PRIVILEGE, THEN STAMPS THE STATUS, THE APPROVER ID AND   *
002595*    THE DECISION TIMESTAMP AND REWRITES IT. AN APPROVER      *
002600*    WITHOUT THE PRIVILEGE LEAVES THE CHANGE PENDING. THE     *
002605*    KEYED READ ALSO LEAVES THE BROWSE POSITIONED JUST PAST   *
002610*    THE CHANGE.                                              *
002620*-------------------------------------------------------------*
002630 RECORD-DECISION.
002640     MOVE WS-HELD-KEY TO DIVRPC01-KEY.
002650     READ PENDING-RATE-CHANGE-FILE
002660         INVALID KEY
002670             MOVE "CHANGE NO LONGER ON FILE." TO WS-MESSAGE-LINE
002680             GO TO RECORD-DECISION-EXIT
002690     END-READ.
002700     IF NOT DIVRPC01-STATUS-PENDING
002710         MOVE "CHANGE ALREADY DECIDED." TO WS-MESSAGE-LINE
002720         GO TO RECORD-DECISION-EXIT
002730     END-IF.
002740     ACCEPT WS-APR-TMS-DATE FROM DATE YYYYMMDD.
002750     ACCEPT WS-APR-FULL-TIME FROM TIME.
002760     MOVE WS-APR-FULL-TIME(1:6) TO WS-APR-TMS-TIME.
002761     PERFORM CHECK-RATE-CHANGE-AUTHORITY.
002762     IF NOT WS-PRIV-GRANTED
002763         MOVE "NOT AUTHORIZED FOR RATE CHANGE." TO
002764             WS-MESSAGE-LINE
002765         GO TO RECORD-DECISION-EXIT
002766     END-IF.
002770     IF WS-APR-APPROVE
002780         SET DIVRPC01-STATUS-APPROVED TO TRUE
002790     ELSE
002800         SET DIVRPC01-STATUS-REJECTED TO TRUE
002810     END-IF.
002820     MOVE WS-APR-OPERATOR-ID  TO DIVRPC01-APPROVER-ID.
002830     MOVE WS-APR-DECISION-TMS TO DIVRPC01-DECISION-TMS.
002840     REWRITE DIVRPC01-RECORD
002850         INVALID KEY
002860             MOVE "REWRITE FAILED -- NOT RECORDED." TO
002870                 WS-MESSAGE-LINE
002880             GO TO RECORD-DECISION-EXIT
002890     END-REWRITE.
002900     IF WS-APR-APPROVE
002910         MOVE "CHANGE APPROVED." TO WS-MESSAGE-LINE
002920     ELSE
002930         MOVE "CHANGE REJECTED." TO WS-MESSAGE-LINE
002940     END-IF.
002950 RECORD-DECISION-EXIT.
002960     EXIT.
002961*
002962*-------------------------------------------------------------*
002963*    CHECK-RATE-CHANGE-AUTHORITY -- GRANTS THE DECISION ONLY  *
002964*    WHEN THE APPROVER IS ON THE AUTHORIZATION FILE WITH THE  *
002965*    RATE CHANGE PRIVILEGE, AND LOGS THE OUTCOME NAMING THE   *
002966*    CHANGE.                                                  *
002967*-------------------------------------------------------------*
002968 CHECK-RATE-CHANGE-AUTHORITY.
002969     MOVE "N" TO WS-PRIV-GRANTED-SWITCH.
002970     IF WS-OPER-FILE-OPEN
002971         MOVE WS-APR-OPERATOR-ID TO DIVOPA01-OPERATOR-ID
002972         READ OPERATOR-AUTH-FILE
002973             INVALID KEY
002974                 CONTINUE
002975             NOT INVALID KEY
002976                 IF DIVOPA01-MAY-CHANGE-RATES
002977                     SET WS-PRIV-GRANTED TO TRUE
002978                 END-IF
002979         END-READ
002980     END-IF.
002981     MOVE SPACES TO WS-SEC-DETAIL-TAIL.
002982     PERFORM WRITE-DECISION-LOG-ROW.
003004*
003005*-------------------------------------------------------------*
003006*    START-PENDING-BROWSE -- POSITIONS THE PENDING FILE AT    *
003007*    ITS FIRST ROW AND BRINGS UP THE FIRST CHANGE STILL       *
003010*    AWAITING A DECISION.                                     *
003020*-------------------------------------------------------------*
003030 START-PENDING-BROWSE.
003040     MOVE "N" TO WS-ROW-HELD-SWITCH.
003050     MOVE LOW-VALUES TO DIVRPC01-KEY.
003060     START PENDING-RATE-CHANGE-FILE
003070         KEY IS NOT LESS THAN DIVRPC01-KEY
003080         INVALID KEY
003090             MOVE "NO RATE CHANGES AWAITING APPROVAL." TO
003100                 WS-MESSAGE-LINE
003110         NOT INVALID KEY
003120             PERFORM FIND-NEXT-PENDING-CHANGE
003130     END-START.
003140*
003150*-------------------------------------------------------------*
003160*    FIND-NEXT-PENDING-CHANGE -- READS FORWARD PAST APPROVED, *
003170*    REJECTED AND SETTLED CHANGES TO THE NEXT ONE STILL       *
003180*    PENDING, AND HOLDS ITS KEY.                              *
003190*-------------------------------------------------------------*
003200 FIND-NEXT-PENDING-CHANGE.
003210     MOVE "N" TO WS-ROW-HELD-SWITCH.
003220     MOVE "N" TO WS-SCAN-DONE-SWITCH.
003230     PERFORM READ-NEXT-PENDING-ROW
003240         UNTIL WS-SCAN-DONE.
003250     IF WS-ROW-HELD
003260         MOVE DIVRPC01-KEY TO WS-HELD-KEY
003270     ELSE
003280         MOVE "NO MORE CHANGES -- ENTER TO START OVER." TO
003290             WS-MESSAGE-LINE
003300     END-IF.
003310*
003320 READ-NEXT-PENDING-ROW.
003330     READ PENDING-RATE-CHANGE-FILE NEXT RECORD
003340         AT END
003350             SET WS-SCAN-DONE TO TRUE
003360         NOT AT END
003370             IF DIVRPC01-STATUS-PENDING
003380                 SET WS-ROW-HELD TO TRUE
003390                 SET WS-SCAN-DONE TO TRUE
003400             END-IF
003410     END-READ.
003420*
003430*-------------------------------------------------------------*
003440*    FORMAT-HELD-CHANGE -- FILLS THE PROPOSED SIDE OF THE     *
003450*    SCREEN FROM THE HELD CHANGE AND THE CURRENT SIDE FROM    *
003460*    THE RATE MASTER. FOR AN EXPIRE THE CURRENT ROW IS THE    *
003470*    ONE THE CHANGE NAMES; FOR AN ADD IT IS THE ROW FOR THE   *
003480*    SAME CODE THAT WOULD OTHERWISE BE IN FORCE ON THE NEW    *
003490*    EFFECTIVE DATE -- THE LATEST ONE EFFECTIVE ON OR BEFORE  *
003500*    IT -- SO THE CHECKER SEES THE RATE BEING SUPERSEDED.     *
003510*-------------------------------------------------------------*
003520 FORMAT-HELD-CHANGE.
003530     MOVE SPACES TO WS-PRP-ROW-DISPLAY WS-PRP-RATE-TEXT.
003540     MOVE SPACES TO WS-CUR-ROW-DISPLAY WS-CUR-RATE-TEXT.
003550     IF NOT WS-ROW-HELD
003560         GO TO FORMAT-HELD-CHANGE-EXIT
003570     END-IF.
003580     IF DIVRPC01-ACTION-ADD
003590         MOVE "ADD" TO WS-PRP-ACTION-TEXT
003600         MOVE DIVRPC01-RATE TO WS-PRP-RATE-EDIT
003610     ELSE
003620         MOVE "EXPIRE" TO WS-PRP-ACTION-TEXT
003630     END-IF.
003640     MOVE DIVRPC01-RATE-CODE    TO WS-PRP-RATE-CODE.
003650     MOVE DIVRPC01-EFF-DATE     TO WS-PRP-EFF-DATE.
003660     MOVE DIVRPC01-EXPIRY-DATE  TO WS-PRP-EXPIRY-DATE.
003670     MOVE DIVRPC01-PROPOSER-ID  TO WS-PRP-PROPOSER-ID.
003680     MOVE DIVRPC01-PROPOSED-TMS TO WS-PRP-PROPOSED-TMS.
003690     MOVE "N" TO WS-CUR-FOUND-SWITCH.
003700     IF WS-RATE-FILE-OPEN
003710         IF DIVRPC01-ACTION-EXPIRE
003720             PERFORM READ-NAMED-RATE-ROW
003730         ELSE
003740             PERFORM FIND-RATE-ROW-IN-FORCE
003750         END-IF
003760     END-IF.
003770     IF NOT WS-CUR-ROW-FOUND
003780         MOVE "NONE" TO WS-CUR-STATUS-TEXT
003790     END-IF.
003800 FORMAT-HELD-CHANGE-EXIT.
003810     EXIT.
003820*
003830 READ-NAMED-RATE-ROW.
003840     MOVE DIVRPC01-RATE-CODE TO DIVRAT01-RATE-CODE.
003850     MOVE DIVRPC01-EFF-DATE  TO DIVRAT01-EFF-DATE.
003860     READ DIVISION-RATE-FILE
003870         INVALID KEY
003880             CONTINUE
003890         NOT INVALID KEY
003900             PERFORM SAVE-CURRENT-RATE-ROW
003910     END-READ.
003920*
003930*-------------------------------------------------------------*
003940*    FIND-RATE-ROW-IN-FORCE -- BROWSES THE CODE'S ROWS IN     *
003950*    EFFECTIVE-DATE ORDER AND KEEPS THE LAST ONE NOT AFTER    *
003960*    THE PROPOSED EFFECTIVE DATE.                             *
003970*-------------------------------------------------------------*
003980 FIND-RATE-ROW-IN-FORCE.
003990     MOVE "N" TO WS-SCAN-DONE-SWITCH.
004000     MOVE DIVRPC01-RATE-CODE TO DIVRAT01-RATE-CODE.
004010     MOVE LOW-VALUES         TO DIVRAT01-EFF-DATE.
004020     START DIVISION-RATE-FILE
004030         KEY IS NOT LESS THAN DIVRAT01-KEY
004040         INVALID KEY
004050             SET WS-SCAN-DONE TO TRUE
004060     END-START.
004070     PERFORM TEST-NEXT-RATE-ROW
004080         UNTIL WS-SCAN-DONE.
004090*
004100 TEST-NEXT-RATE-ROW.
004110     READ DIVISION-RATE-FILE NEXT RECORD
004120         AT END
004130             SET WS-SCAN-DONE TO TRUE
004140         NOT AT END
004150             IF DIVRAT01-RATE-CODE IS NOT EQUAL TO
004160                     DIVRPC01-RATE-CODE
004170                     OR DIVRAT01-EFF-DATE IS GREATER THAN
004180                         DIVRPC01-EFF-DATE
004190                 SET WS-SCAN-DONE TO TRUE
004200             ELSE
004210                 PERFORM SAVE-CURRENT-RATE-ROW
004220             END-IF
004230     END-READ.
004240*
004250 SAVE-CURRENT-RATE-ROW.
004260     SET WS-CUR-ROW-FOUND TO TRUE.
004270     MOVE DIVRAT01-RATE-CODE   TO WS-CUR-RATE-CODE.
004280     MOVE DIVRAT01-EFF-DATE    TO WS-CUR-EFF-DATE.
004290     MOVE DIVRAT01-RATE        TO WS-CUR-RATE-EDIT.
004300     MOVE DIVRAT01-EXPIRY-DATE TO WS-CUR-EXPIRY-DATE.
004310     IF DIVRAT01-STATUS-EXPIRED
004320         MOVE "EXPIRED" TO WS-CUR-STATUS-TEXT
004330     ELSE
004340         MOVE "ACTIVE" TO WS-CUR-STATUS-TEXT
004350     END-IF.
004360*
004370*-------------------------------------------------------------*
004380*    WRITE-DECISION-LOG-ROW -- LOGS ONE DECISION CHECK,       *
004390*    GRANTED OR REFUSED AS WS-PRIV-GRANTED SAYS, NAMING THE   *
004400*    CHANGE. A ROW THAT CANNOT BE WRITTEN REFUSES THE         *
004410*    DECISION -- NOTHING IS DECIDED UNLOGGED.                 *
004420*-------------------------------------------------------------*
004430 WRITE-DECISION-LOG-ROW.
004440     MOVE SPACES              TO DIVSEC01-RECORD.
004450     MOVE WS-APR-DECISION-TMS TO DIVSEC01-TIMESTAMP.
004460     MOVE "CHAP440"           TO DIVSEC01-PROGRAM-ID.
004470     MOVE WS-APR-OPERATOR-ID  TO DIVSEC01-OPERATOR-ID.
004480     SET DIVSEC01-ACTION-RATE-CHANGE TO TRUE.
004490     MOVE WS-APR-TMS-DATE     TO DIVSEC01-BUSINESS-DATE.
004500     IF WS-PRIV-GRANTED
004510         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
004520     ELSE
004530         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
004540     END-IF.
004550     STRING "DECIDE "            DELIMITED BY SIZE
004560            WS-APR-DECISION      DELIMITED BY SIZE
004570            " "                  DELIMITED BY SIZE
004580            DIVRPC01-RATE-CODE   DELIMITED BY SIZE
004590            " "                  DELIMITED BY SIZE
004600            DIVRPC01-EFF-DATE    DELIMITED BY SIZE
004610            WS-SEC-DETAIL-TAIL   DELIMITED BY SIZE
004620         INTO DIVSEC01-DETAIL
004630     END-STRING.
004640     WRITE DIVSEC01-RECORD.
004650     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
004660         MOVE "N" TO WS-PRIV-GRANTED-SWITCH
004670     END-IF.
004680*
004690*-------------------------------------------------------------*
004700*    REFUSE-OWN-DECISION -- THE OPERATOR KEYED IS THE ONE WHO *
004710*    PROPOSED THE CHANGE. THE CHANGE STAYS PENDING AND THE    *
004720*    ATTEMPT IS LOGGED AS A REFUSED RATE CHANGE DECISION.     *
004730*-------------------------------------------------------------*
004740 REFUSE-OWN-DECISION.
004745     MOVE WS-HELD-KEY TO DIVRPC01-KEY.
004750     ACCEPT WS-APR-TMS-DATE FROM DATE YYYYMMDD.
004760     ACCEPT WS-APR-FULL-TIME FROM TIME.
004770     MOVE WS-APR-FULL-TIME(1:6) TO WS-APR-TMS-TIME.
004780     MOVE "N" TO WS-PRIV-GRANTED-SWITCH.
004790     MOVE " OWN" TO WS-SEC-DETAIL-TAIL.
004800     PERFORM WRITE-DECISION-LOG-ROW.
004810     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
004820         MOVE "SECURITY LOG WRITE FAILED." TO WS-MESSAGE-LINE
004830     ELSE
004840         MOVE "PROPOSER MAY NOT DECIDE OWN CHANGE." TO
004850             WS-MESSAGE-LINE
004860     END-IF.

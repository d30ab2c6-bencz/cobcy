000400*                         VANISHES WITH THE NEXT BATCH ANY
000410*                         MORE. ROWS ALREADY SETTLED ON A
000420*                         PRIOR RUN ARE PASSED OVER.
000421*        2026-10-15 RLW   AN OPEN ROW WITH NO CARD IS SETTLED
000422*                         FROM ITS PENDING CHAP445 WORKBENCH
000423*                         ACTION ON DIVEXPND, MARKED APPLIED OR
000424*                         FAILED. CARDS ARE FILED THERE TOO AND
000425*                         SUPERSEDE A PENDING ACTION.
000426*        2026-10-15 RLW   A WRITE-OFF NEEDS THE DIVOPA01
000427*                         WRITE-OFF PRIVILEGE; A REFUSAL LEAVES
000428*                         THE ROW OPEN. EVERY CHECK IS LOGGED
000429*                         TO DIVSEC01.
000430*
000440 ENVIRONMENT DIVISION.
000450*
000640         RECORD KEY IS DIVCWK01-KEY
000650         FILE STATUS IS WS-CWRK-FILE-STATUS.
000660*
000661     SELECT EXCEPTION-ACTION-FILE ASSIGN TO "DIVEXPND"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS DYNAMIC
000664         RECORD KEY IS DIVEXA01-KEY
000665         FILE STATUS IS WS-EXPD-FILE-STATUS.
000666*
000670     SELECT RESUBMIT-TRANS-FILE ASSIGN TO "DIVRESUB"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RESUB-FILE-STATUS.
000710     SELECT RESUBMIT-TRACE-FILE ASSIGN TO "DIVRSLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-TRACE-FILE-STATUS.
000731*
000732     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000733         ORGANIZATION IS INDEXED
000734         ACCESS MODE IS RANDOM
000735         RECORD KEY IS DIVOPA01-OPERATOR-ID
000736         FILE STATUS IS WS-OPER-FILE-STATUS.
000740*
000742     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000744         ORGANIZATION IS LINE SEQUENTIAL
000746         FILE STATUS IS WS-SECL-FILE-STATUS.
000748*
000750     SELECT DISPOSITION-REPORT-FILE ASSIGN TO PRINTER
000760         FILE STATUS IS WS-RPT-FILE-STATUS.
000770*
001160     05  DIVCWK01-NEW-DIVISOR          PIC 9(05)V9(04).
001170     05  DIVCWK01-USED-SWITCH          PIC X(01).
001180         88  DIVCWK01-ENTRY-USED           VALUE "Y".
001185     05  DIVCWK01-OPERATOR-ID          PIC X(08).
001190*
001191*-------------------------------------------------------------*
001192*    EXCEPTION-ACTION-FILE -- THE DIVEXA01 ACTION HISTORY OF  *
001193*    EVERY EXCEPTION. WORKBENCH ACTIONS ARE READ FROM HERE    *
001194*    AND MARKED WITH THEIR OUTCOME; CARDS ACTED ON ARE ADDED. *
001195*-------------------------------------------------------------*
001196 FD  EXCEPTION-ACTION-FILE
001197     LABEL RECORDS ARE STANDARD.
001198     COPY DIVEXA01.
001199*
001200*-------------------------------------------------------------*
001210*    RESUBMIT-TRANS-FILE -- REPAIRED RECORDS IN THE SAME      *
001220*    DIVTRN01 LAYOUT THE UPSTREAM FEED SUPPLIES, READY TO BE  *
001350 FD  RESUBMIT-TRACE-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY DIVREC01 REPLACING LEADING ==DIVREC01== BY ==DIVRSB01==.
001371*
001372*-------------------------------------------------------------*
001373*    OPERATOR-AUTH-FILE -- THE INDEXED DIVOPA01 OPERATOR      *
001374*    AUTHORIZATION FILE, READ TO CHECK EACH WRITE-OFF'S       *
001375*    OPERATOR. WITH NO FILE, NO WRITE-OFF IS APPLIED.         *
001376*-------------------------------------------------------------*
001377 FD  OPERATOR-AUTH-FILE
001378     LABEL RECORDS ARE STANDARD.
001379     COPY DIVOPA01.
001380*
001381*-------------------------------------------------------------*
001382*    SECURITY-LOG-FILE -- APPEND-ONLY DIVSEC01 SECURITY LOG.  *
001383*-------------------------------------------------------------*
001384 FD  SECURITY-LOG-FILE
001385     LABEL RECORDS ARE STANDARD.
001386     COPY DIVSEC01.
001387*
001390*-------------------------------------------------------------*
001400*    DISPOSITION-REPORT-FILE -- PRINTED DISPOSITION OF EVERY  *
001410*    OPEN EXCEPTION READ: CORRECTED, STILL OPEN OR WRITTEN    *
001980 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001990                                            VALUE 20.
002000*
002001 77  WS-ACTION-OUTCOME                 PIC X(01) VALUE SPACE.
002002         88  WS-ACTION-APPLIED                        VALUE "A".
002003         88  WS-ACTION-FAILED                         VALUE "F".
002004*
002005 77  WS-WB-APPLIED-COUNT               PIC 9(07) COMP
002006                                            VALUE ZERO.
002007*
002010 77  WS-CWRK-FILE-STATUS               PIC X(02) VALUE "00".
002011*
002012 77  WS-WB-FAILED-COUNT                PIC 9(07) COMP
002013                                            VALUE ZERO.
002014*
002015 77  WS-WB-SUPERSEDED-COUNT            PIC 9(07) COMP
002016                                            VALUE ZERO.
002017*
002018 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
002020*
002030 77  WS-CARD-LOAD-COUNT                PIC 9(07) COMP
002040                                            VALUE ZERO.
002050*
002051 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
002052*
002053 77  WS-OPER-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
002054         88  WS-OPER-FILE-OPEN                        VALUE "Y".
002055*
002056 77  WS-PRIV-GRANTED-SWITCH            PIC X(01) VALUE "N".
002057         88  WS-PRIV-GRANTED                          VALUE "Y".
002058*
002060 77  WS-DUP-CARD-COUNT                 PIC 9(07) COMP
002070                                            VALUE ZERO.
002080*
002082 77  WS-WO-REFUSED-COUNT               PIC 9(07) COMP
002084                                            VALUE ZERO.
002086*
002090 77  WS-CWRK-EOF-SWITCH                PIC X(01) VALUE "N".
002100         88  WS-CWRK-END-OF-FILE                      VALUE "Y".
002110*
002111 77  WS-EXPD-FILE-STATUS               PIC X(02) VALUE "00".
002112*
002113 77  WS-WB-FOUND-SWITCH                PIC X(01) VALUE "N".
002114         88  WS-WB-ACTION-FOUND                       VALUE "Y".
002115*
002116 77  WS-ACTION-SCAN-SWITCH             PIC X(01) VALUE "N".
002117         88  WS-ACTION-SCAN-DONE                      VALUE "Y".
002118*
002120 01  WS-RUN-DATE                       PIC X(08).
002122*
002124 01  WS-WB-ACTION-KEY                  PIC X(36) VALUE SPACES.
002130*
002140 01  WS-RUN-TIME                       PIC X(08).
002150*
002370         05  FILLER                    PIC X(29)
002380             VALUE "RECORD-ID   ORIG RUN-ID   RS ".
002390         05  FILLER                    PIC X(51)
002400             VALUE "NEW DIVISOR  DISPOSITION    SOURCE".
002410*
002420 01  WS-RPT-DETAIL.
002430         05  WS-DTL-RECORD-ID          PIC X(10).
002490         05  WS-DTL-NEW-DIVISOR        PIC ZZZZ9.9999.
002500         05  FILLER                    PIC X(02) VALUE SPACES.
002510         05  WS-DTL-DISPOSITION        PIC X(14).
002512         05  FILLER                    PIC X(02) VALUE SPACES.
002514         05  WS-DTL-SOURCE             PIC X(09).
002520         05  FILLER                    PIC X(14) VALUE SPACES.
002530*
002540 01  WS-RPT-TOTAL-LINE.
002550         05  WS-TOT-CAPTION            PIC X(20).
003370         SET WS-FATAL-ABORT TO TRUE
003380         GO TO INITIALIZE-RUN-EXIT
003390     END-IF.
003391     PERFORM OPEN-ACTION-FILES
003392         THRU OPEN-ACTION-FILES-EXIT.
003393     IF WS-FATAL-ABORT
003394         GO TO INITIALIZE-RUN-EXIT
003395     END-IF.
003400     PERFORM LOAD-CORRECTION-CARDS
003410         THRU LOAD-CORRECTION-CARDS-EXIT.
003420     IF WS-FATAL-ABORT
003960     MOVE DIVCOR01-RUN-ID TO DIVCWK01-RUN-ID.
003970     MOVE DIVCOR01-ACTION-CODE TO DIVCWK01-ACTION-CODE.
003980     MOVE DIVCOR01-NEW-DIVISOR TO DIVCWK01-NEW-DIVISOR.
003985     MOVE DIVCOR01-OPERATOR-ID TO DIVCWK01-OPERATOR-ID.
003990     MOVE "N" TO DIVCWK01-USED-SWITCH.
004000     WRITE DIVCWK01-RECORD
004010         INVALID KEY
004640*    FLIPS IT TO WRITTEN-OFF, ANYTHING ELSE LEAVES IT OPEN    *
004650*    ON THE MASTER. ROWS SETTLED ON A PRIOR RUN ARE PASSED    *
004660*    OVER WITHOUT A REPORT LINE.                              *
004661*    WITH NO CARD, AN ACTION PENDING FROM THE WORKBENCH IS    *
004662*    USED THE SAME WAY; A CARD FOR THE SAME ROW ALWAYS TAKES  *
004663*    PRECEDENCE OVER ONE. A WRITE-OFF WHOSE OPERATOR DOES     *
004664*    NOT HOLD THE WRITE-OFF PRIVILEGE LEAVES THE ROW OPEN     *
004665*    AND FAILS THE ACTION.                                    *
004670*-------------------------------------------------------------*
004680 PROCESS-ONE-EXCEPTION.
004690     ADD 1 TO WS-EXCPT-READ-COUNT.
004720         GO TO PROCESS-ONE-EXCEPTION-NEXT
004730     END-IF.
004740     PERFORM FIND-CORRECTION-CARD.
004745     PERFORM FIND-ACTION-SOURCE.
004750     MOVE DIVEXM01-RECORD-ID TO WS-DTL-RECORD-ID.
004760     MOVE DIVEXM01-RUN-ID    TO WS-DTL-ORIG-RUN-ID.
004770     MOVE DIVEXM01-REASON-CODE TO WS-DTL-REASON-CODE.
004820         GO TO PROCESS-ONE-EXCEPTION-WRITE
004830     END-IF.
004840     IF DIVCWK01-ACTION-WRITE-OFF
004841         PERFORM CHECK-WRITE-OFF-AUTHORITY
004842         IF WS-FATAL-ABORT
004843             GO TO PROCESS-ONE-EXCEPTION-EXIT
004844         END-IF
004845         IF NOT WS-PRIV-GRANTED
004846             PERFORM REFUSE-WRITE-OFF
004847             GO TO PROCESS-ONE-EXCEPTION-ACTION
004848         END-IF
004850         ADD 1 TO WS-WRITE-OFF-COUNT
004860         MOVE ZERO TO WS-DTL-NEW-DIVISOR
004870         MOVE "WRITTEN OFF" TO WS-DTL-DISPOSITION
004880         SET DIVEXM01-STATUS-WRITTEN-OFF TO TRUE
004890         PERFORM REWRITE-EXCEPTION-ROW
004895         SET WS-ACTION-APPLIED TO TRUE
004900         GO TO PROCESS-ONE-EXCEPTION-ACTION
004910     END-IF.
004920     IF DIVCWK01-ACTION-CORRECT
004930             AND DIVCWK01-NEW-DIVISOR IS NUMERIC
005010             SET DIVEXM01-STATUS-CORRECTED TO TRUE
005020             PERFORM REWRITE-EXCEPTION-ROW
005030         END-IF
005035         SET WS-ACTION-APPLIED TO TRUE
005040     ELSE
005050         ADD 1 TO WS-STILL-OPEN-COUNT
005060         MOVE DIVCWK01-NEW-DIVISOR TO WS-DTL-NEW-DIVISOR
005070         MOVE "STILL OPEN" TO WS-DTL-DISPOSITION
005071         SET WS-ACTION-FAILED TO TRUE
005072     END-IF.
005073 PROCESS-ONE-EXCEPTION-ACTION.
005074     IF NOT WS-FATAL-ABORT
005075         PERFORM RECORD-ACTION-OUTCOME
005076             THRU RECORD-ACTION-OUTCOME-EXIT
005080     END-IF.
005090 PROCESS-ONE-EXCEPTION-WRITE.
005100     PERFORM WRITE-DISPOSITION-LINE.
006330     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
006340         AFTER ADVANCING 1 LINES.
006350     PERFORM CHECK-RPT-FILE-STATUS.
006355     PERFORM PRINT-ACTION-TOTALS.
006360     PERFORM LIST-UNMATCHED-CARDS
006370         THRU LIST-UNMATCHED-CARDS-EXIT.
006380     MOVE "UNMATCHED CARDS:    " TO WS-TOT-CAPTION.
006470     PERFORM CHECK-RPT-FILE-STATUS.
006480     CLOSE EXCEPTION-MASTER-FILE.
006490     CLOSE CORRECTION-WORK-FILE.
006495     CLOSE EXCEPTION-ACTION-FILE.
006500     CLOSE RESUBMIT-TRANS-FILE.
006510     CLOSE RESUBMIT-TRACE-FILE.
006520     CLOSE DISPOSITION-REPORT-FILE.
006522     CLOSE SECURITY-LOG-FILE.
006524     IF WS-OPER-FILE-OPEN
006526         CLOSE OPERATOR-AUTH-FILE
006528     END-IF.
006530 TERMINATE-RUN-EXIT.
006540     EXIT.
006550*
007020         SET WS-FATAL-ABORT TO TRUE
007030         SET WS-END-OF-FILE TO TRUE
007040     END-IF.
007050*
007060*-------------------------------------------------------------*
007070*    OPEN-ACTION-FILES -- OPENS THE DIVEXA01 ACTION FILE,     *
007080*    CREATING IT ON THE FIRST RUN, THE DIVSEC01 SECURITY LOG  *
007090*    FOR APPEND AND, WHERE IT EXISTS, THE DIVOPA01 OPERATOR   *
007100*    FILE. WITH NO OPERATOR FILE THE RUN GOES ON, BUT NO      *
007110*    WRITE-OFF IS APPLIED.                                    *
007120*-------------------------------------------------------------*
007130 OPEN-ACTION-FILES.
007140     OPEN I-O EXCEPTION-ACTION-FILE.
007150     IF WS-EXPD-FILE-STATUS IS EQUAL TO "35"
007160         OPEN OUTPUT EXCEPTION-ACTION-FILE
007170         CLOSE EXCEPTION-ACTION-FILE
007180         OPEN I-O EXCEPTION-ACTION-FILE
007190     END-IF.
007200     IF WS-EXPD-FILE-STATUS IS NOT EQUAL TO "00"
007210         DISPLAY "CHAP426 -- UNABLE TO OPEN "
007220             "EXCEPTION-ACTION-FILE, STATUS = "
007230             WS-EXPD-FILE-STATUS
007240         SET WS-FATAL-ABORT TO TRUE
007250         GO TO OPEN-ACTION-FILES-EXIT
007260     END-IF.
007270     OPEN EXTEND SECURITY-LOG-FILE.
007280     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
007290         OPEN OUTPUT SECURITY-LOG-FILE
007300     END-IF.
007310     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
007320         DISPLAY "CHAP426 -- UNABLE TO OPEN "
007330             "SECURITY-LOG-FILE, STATUS = "
007340             WS-SECL-FILE-STATUS
007350         SET WS-FATAL-ABORT TO TRUE
007360         GO TO OPEN-ACTION-FILES-EXIT
007370     END-IF.
007380     OPEN INPUT OPERATOR-AUTH-FILE.
007390     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
007400         SET WS-OPER-FILE-OPEN TO TRUE
007410     ELSE
007420         DISPLAY "CHAP426 -- NO OPERATOR-AUTH-FILE, STATUS = "
007430             WS-OPER-FILE-STATUS " -- NO WRITE-OFF WILL APPLY"
007440     END-IF.
007450 OPEN-ACTION-FILES-EXIT.
007460     EXIT.
007470*
007480*-------------------------------------------------------------*
007490*    FIND-ACTION-SOURCE -- WITH NO CORRECTION CARD FOR THE    *
007500*    ROW, LOOKS FOR AN ACTION PENDING FROM THE WORKBENCH, AND *
007510*    NOTES ON THE DETAIL LINE WHICH OF THE TWO IS ACTED ON.   *
007520*-------------------------------------------------------------*
007530 FIND-ACTION-SOURCE.
007540     MOVE "N" TO WS-WB-FOUND-SWITCH.
007550     IF NOT WS-CORR-FOUND AND NOT WS-FATAL-ABORT
007560         PERFORM FIND-WORKBENCH-ACTION
007570     END-IF.
007580     MOVE SPACES TO WS-DTL-SOURCE.
007590     IF WS-WB-ACTION-FOUND
007600         MOVE "WORKBENCH" TO WS-DTL-SOURCE
007610     ELSE
007620         IF WS-CORR-FOUND
007630             MOVE "CARD" TO WS-DTL-SOURCE
007640         END-IF
007650     END-IF.
007660*
007670*-------------------------------------------------------------*
007680*    REFUSE-WRITE-OFF -- A WRITE-OFF WHOSE OPERATOR LACKS THE *
007690*    WRITE-OFF PRIVILEGE LEAVES THE ROW OPEN AND FAILS THE    *
007700*    ACTION, WITH NOT AUTHORIZED ON THE REPORT LINE.          *
007710*-------------------------------------------------------------*
007720 REFUSE-WRITE-OFF.
007730     ADD 1 TO WS-STILL-OPEN-COUNT.
007740     ADD 1 TO WS-WO-REFUSED-COUNT.
007750     MOVE ZERO TO WS-DTL-NEW-DIVISOR.
007760     MOVE "NOT AUTHORIZED" TO WS-DTL-DISPOSITION.
007770     SET WS-ACTION-FAILED TO TRUE.
007780*
007790*-------------------------------------------------------------*
007800*    FIND-WORKBENCH-ACTION -- LOOKS THROUGH THE ACTIONS FILED *
007810*    AGAINST THE CURRENT MASTER ROW FOR ONE THE WORKBENCH     *
007820*    LEFT PENDING. THE WORKBENCH FILES ONLY ONE PENDING       *
007830*    ACTION PER ROW AT A TIME. A HIT IS TAKEN UP EXACTLY AS   *
007840*    IF IT WERE A CARD -- ITS ACTION AND NEW DIVISOR ARE      *
007850*    MOVED TO THE CARD FIELDS -- AND ITS KEY IS KEPT SO ITS   *
007860*    OUTCOME CAN BE MARKED ONCE THE ROW IS DISPOSED OF.       *
007870*-------------------------------------------------------------*
007880 FIND-WORKBENCH-ACTION.
007890     MOVE "N" TO WS-ACTION-SCAN-SWITCH.
007900     MOVE DIVEXM01-RECORD-ID TO DIVEXA01-RECORD-ID.
007910     MOVE DIVEXM01-RUN-ID    TO DIVEXA01-RUN-ID.
007920     MOVE LOW-VALUES         TO DIVEXA01-ACTION-TMS.
007930     START EXCEPTION-ACTION-FILE
007940         KEY IS NOT LESS THAN DIVEXA01-KEY
007950         INVALID KEY
007960             SET WS-ACTION-SCAN-DONE TO TRUE
007970     END-START.
007980     PERFORM TEST-NEXT-WORKBENCH-ACTION
007990         UNTIL WS-ACTION-SCAN-DONE.
008000     IF WS-WB-ACTION-FOUND
008010         SET WS-CORR-FOUND TO TRUE
008020         MOVE DIVEXA01-KEY TO WS-WB-ACTION-KEY
008030         MOVE DIVEXA01-ACTION-CODE TO DIVCWK01-ACTION-CODE
008040         MOVE DIVEXA01-NEW-DIVISOR TO DIVCWK01-NEW-DIVISOR
008050         MOVE DIVEXA01-OPERATOR-ID TO DIVCWK01-OPERATOR-ID
008060     END-IF.
008070*
008080 TEST-NEXT-WORKBENCH-ACTION.
008090     READ EXCEPTION-ACTION-FILE NEXT RECORD
008100         AT END
008110             SET WS-ACTION-SCAN-DONE TO TRUE
008120         NOT AT END
008130             IF DIVEXA01-RECORD-ID IS NOT EQUAL TO
008140                     DIVEXM01-RECORD-ID
008150                     OR DIVEXA01-RUN-ID IS NOT EQUAL TO
008160                         DIVEXM01-RUN-ID
008170                 SET WS-ACTION-SCAN-DONE TO TRUE
008180             ELSE
008190                 IF DIVEXA01-STATUS-PENDING
008200                         AND DIVEXA01-SOURCE-WORKBENCH
008210                     SET WS-WB-ACTION-FOUND TO TRUE
008220                     SET WS-ACTION-SCAN-DONE TO TRUE
008230                 END-IF
008240             END-IF
008250     END-READ.
008260*
008270*-------------------------------------------------------------*
008280*    RECORD-ACTION-OUTCOME -- FILES WHAT BECAME OF THE ACTION *
008290*    JUST TAKEN ON THE ACTION FILE. A WORKBENCH ACTION IS     *
008300*    REREAD BY ITS KEY AND MARKED APPLIED OR FAILED. A CARD   *
008310*    IS ADDED AS A NEW ROW WITH ITS OWN OUTCOME, AFTER ANY    *
008320*    WORKBENCH ACTION STILL PENDING FOR A ROW THE CARD        *
008330*    SETTLED HAS BEEN MARKED SUPERSEDED.                      *
008340*-------------------------------------------------------------*
008350 RECORD-ACTION-OUTCOME.
008360     IF NOT WS-WB-ACTION-FOUND
008370         GO TO RECORD-ACTION-OUTCOME-CARD
008380     END-IF.
008390     MOVE WS-WB-ACTION-KEY TO DIVEXA01-KEY.
008400     READ EXCEPTION-ACTION-FILE
008410         INVALID KEY
008420             DISPLAY "CHAP426 -- WORKBENCH ACTION VANISHED FOR "
008430                 DIVEXM01-RECORD-ID " " DIVEXM01-RUN-ID
008440             SET WS-FATAL-ABORT TO TRUE
008450             SET WS-END-OF-FILE TO TRUE
008460             GO TO RECORD-ACTION-OUTCOME-EXIT
008470     END-READ.
008480     IF WS-ACTION-APPLIED
008490         SET DIVEXA01-STATUS-APPLIED TO TRUE
008500         ADD 1 TO WS-WB-APPLIED-COUNT
008510     ELSE
008520         SET DIVEXA01-STATUS-FAILED TO TRUE
008530         ADD 1 TO WS-WB-FAILED-COUNT
008540     END-IF.
008550     MOVE WS-RUN-DATE TO DIVEXA01-STATUS-DATE.
008560     REWRITE DIVEXA01-RECORD.
008570     PERFORM CHECK-EXPD-FILE-STATUS.
008580     GO TO RECORD-ACTION-OUTCOME-EXIT.
008590 RECORD-ACTION-OUTCOME-CARD.
008600     IF WS-ACTION-APPLIED
008610         PERFORM SUPERSEDE-WORKBENCH-ACTIONS
008620     END-IF.
008630     MOVE SPACES TO DIVEXA01-RECORD.
008640     MOVE DIVEXM01-RECORD-ID TO DIVEXA01-RECORD-ID.
008650     MOVE DIVEXM01-RUN-ID    TO DIVEXA01-RUN-ID.
008660     ACCEPT WS-TRC-TMS-DATE FROM DATE YYYYMMDD.
008670     ACCEPT WS-RUN-TIME     FROM TIME.
008680     MOVE WS-RUN-TIME(1:6)  TO WS-TRC-TMS-TIME.
008690     MOVE WS-TRACE-TIMESTAMP TO DIVEXA01-ACTION-TMS.
008700     MOVE DIVCWK01-ACTION-CODE TO DIVEXA01-ACTION-CODE.
008710     IF DIVCWK01-NEW-DIVISOR IS NUMERIC
008720         MOVE DIVCWK01-NEW-DIVISOR TO DIVEXA01-NEW-DIVISOR
008730     ELSE
008740         MOVE ZERO TO DIVEXA01-NEW-DIVISOR
008750     END-IF.
008760     MOVE DIVCWK01-OPERATOR-ID TO DIVEXA01-OPERATOR-ID.
008770     MOVE "DIVCOR01 CORRECTION CARD" TO DIVEXA01-NOTE.
008780     SET DIVEXA01-SOURCE-CARD TO TRUE.
008790     IF WS-ACTION-APPLIED
008800         SET DIVEXA01-STATUS-APPLIED TO TRUE
008810     ELSE
008820         SET DIVEXA01-STATUS-FAILED TO TRUE
008830     END-IF.
008840     MOVE WS-RUN-DATE TO DIVEXA01-STATUS-DATE.
008850     WRITE DIVEXA01-RECORD.
008860     PERFORM CHECK-EXPD-FILE-STATUS.
008870 RECORD-ACTION-OUTCOME-EXIT.
008880     EXIT.
008890*
008900*-------------------------------------------------------------*
008910*    SUPERSEDE-WORKBENCH-ACTIONS -- MARKS EVERY WORKBENCH     *
008920*    ACTION STILL PENDING FOR THE CURRENT MASTER ROW AS       *
008930*    SUPERSEDED BY THE CARD THAT HAS JUST SETTLED IT.         *
008940*-------------------------------------------------------------*
008950 SUPERSEDE-WORKBENCH-ACTIONS.
008960     MOVE "N" TO WS-ACTION-SCAN-SWITCH.
008970     MOVE DIVEXM01-RECORD-ID TO DIVEXA01-RECORD-ID.
008980     MOVE DIVEXM01-RUN-ID    TO DIVEXA01-RUN-ID.
008990     MOVE LOW-VALUES         TO DIVEXA01-ACTION-TMS.
009000     START EXCEPTION-ACTION-FILE
009010         KEY IS NOT LESS THAN DIVEXA01-KEY
009020         INVALID KEY
009030             SET WS-ACTION-SCAN-DONE TO TRUE
009040     END-START.
009050     PERFORM SUPERSEDE-NEXT-ACTION
009060         UNTIL WS-ACTION-SCAN-DONE.
009070*
009080 SUPERSEDE-NEXT-ACTION.
009090     READ EXCEPTION-ACTION-FILE NEXT RECORD
009100         AT END
009110             SET WS-ACTION-SCAN-DONE TO TRUE
009120         NOT AT END
009130             IF DIVEXA01-RECORD-ID IS NOT EQUAL TO
009140                     DIVEXM01-RECORD-ID
009150                     OR DIVEXA01-RUN-ID IS NOT EQUAL TO
009160                         DIVEXM01-RUN-ID
009170                 SET WS-ACTION-SCAN-DONE TO TRUE
009180             ELSE
009190                 IF DIVEXA01-STATUS-PENDING
009200                     SET DIVEXA01-STATUS-SUPERSEDED TO TRUE
009210                     MOVE WS-RUN-DATE TO DIVEXA01-STATUS-DATE
009220                     REWRITE DIVEXA01-RECORD
009230                     PERFORM CHECK-EXPD-FILE-STATUS
009240                     ADD 1 TO WS-WB-SUPERSEDED-COUNT
009250                 END-IF
009260             END-IF
009270     END-READ.
009280     IF WS-FATAL-ABORT
009290         SET WS-ACTION-SCAN-DONE TO TRUE
009300     END-IF.
009310*
009320*-------------------------------------------------------------*
009330*    CHECK-WRITE-OFF-AUTHORITY -- A WRITE-OFF IS GRANTED ONLY *
009340*    WHEN ITS OPERATOR IS ON THE AUTHORIZATION FILE WITH THE  *
009350*    WRITE-OFF PRIVILEGE. A BLANK ID (ANY CARD CUT BEFORE     *
009360*    CARDS CARRIED ONE), AN ID NOT ON FILE OR A MISSING FILE  *
009370*    IS REFUSED. EVERY CHECK IS LOGGED, NAMING THE EXCEPTION. *
009380*-------------------------------------------------------------*
009390 CHECK-WRITE-OFF-AUTHORITY.
009400     MOVE "N" TO WS-PRIV-GRANTED-SWITCH.
009410     IF DIVCWK01-OPERATOR-ID IS NOT EQUAL TO SPACES
009420             AND WS-OPER-FILE-OPEN
009430         MOVE DIVCWK01-OPERATOR-ID TO DIVOPA01-OPERATOR-ID
009440         READ OPERATOR-AUTH-FILE
009450             INVALID KEY
009460                 CONTINUE
009470             NOT INVALID KEY
009480                 IF DIVOPA01-MAY-WRITE-OFF
009490                     SET WS-PRIV-GRANTED TO TRUE
009500                 END-IF
009510         END-READ
009520     END-IF.
009530     MOVE SPACES TO DIVSEC01-RECORD.
009540     MOVE WS-RUN-DATE           TO DIVSEC01-TIMESTAMP(1:8).
009550     ACCEPT WS-RUN-TIME         FROM TIME.
009560     MOVE WS-RUN-TIME(1:6)      TO DIVSEC01-TIMESTAMP(9:6).
009570     MOVE "CHAP426"             TO DIVSEC01-PROGRAM-ID.
009580     MOVE DIVCWK01-OPERATOR-ID  TO DIVSEC01-OPERATOR-ID.
009590     SET DIVSEC01-ACTION-WRITE-OFF TO TRUE.
009600     MOVE WS-RUN-DATE           TO DIVSEC01-BUSINESS-DATE.
009610     IF WS-PRIV-GRANTED
009620         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
009630     ELSE
009640         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
009650     END-IF.
009660     STRING DIVEXM01-RECORD-ID DELIMITED BY SIZE
009670            " "                DELIMITED BY SIZE
009680            DIVEXM01-RUN-ID    DELIMITED BY SIZE
009690         INTO DIVSEC01-DETAIL
009700     END-STRING.
009710     WRITE DIVSEC01-RECORD.
009720     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
009730         DISPLAY "CHAP426 -- WRITE FAILED ON "
009740             "SECURITY-LOG-FILE, STATUS = "
009750             WS-SECL-FILE-STATUS
009760         SET WS-FATAL-ABORT TO TRUE
009770         SET WS-END-OF-FILE TO TRUE
009780     END-IF.
009790*
009800*-------------------------------------------------------------*
009810*    CHECK-EXPD-FILE-STATUS -- SHARED FILE STATUS GUARD FOR   *
009820*    EXCEPTION-ACTION-FILE, PERFORMED AFTER EVERY WRITE AND   *
009830*    REWRITE OF AN ACTION ROW.                                *
009840*-------------------------------------------------------------*
009850 CHECK-EXPD-FILE-STATUS.
009860     IF WS-EXPD-FILE-STATUS IS NOT EQUAL TO "00"
009870         DISPLAY "CHAP426 -- WRITE FAILED ON "
009880             "EXCEPTION-ACTION-FILE, STATUS = "
009890             WS-EXPD-FILE-STATUS
009900         SET WS-FATAL-ABORT TO TRUE
009910         SET WS-END-OF-FILE TO TRUE
009920     END-IF.
009930*
009940*-------------------------------------------------------------*
009950*    PRINT-ACTION-TOTALS -- PRINTS THE REFUSED WRITE-OFF AND  *
009960*    WORKBENCH ACTION COUNTS UNDER THE DISPOSITION TOTALS.    *
009970*-------------------------------------------------------------*
009980 PRINT-ACTION-TOTALS.
009990     MOVE "WRITE-OFFS REFUSED: " TO WS-TOT-CAPTION.
010000     MOVE WS-WO-REFUSED-COUNT TO WS-TOT-COUNT.
010010     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010020         AFTER ADVANCING 1 LINES.
010030     PERFORM CHECK-RPT-FILE-STATUS.
010040     MOVE "WORKBENCH APPLIED:  " TO WS-TOT-CAPTION.
010050     MOVE WS-WB-APPLIED-COUNT TO WS-TOT-COUNT.
010060     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010070         AFTER ADVANCING 2 LINES.
010080     PERFORM CHECK-RPT-FILE-STATUS.
010090     MOVE "WORKBENCH FAILED:   " TO WS-TOT-CAPTION.
010100     MOVE WS-WB-FAILED-COUNT TO WS-TOT-COUNT.
010110     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010120         AFTER ADVANCING 1 LINES.
010130     PERFORM CHECK-RPT-FILE-STATUS.
010140     MOVE "WORKBENCH SUPERSEDED" TO WS-TOT-CAPTION.
010150     MOVE WS-WB-SUPERSEDED-COUNT TO WS-TOT-COUNT.
010160     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010170         AFTER ADVANCING 1 LINES.
010180     PERFORM CHECK-RPT-FILE-STATUS.

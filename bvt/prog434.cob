000480*                         TAIL RATHER THAN THE FULL FIELD,
000490*                         WHOSE FIRST BYTE THE TRAILER SUM
000500*                         OVERLAPS.
000501*        2026-10-15 RLW   A RECORD CHAP424 HELD FOR REVIEW
000502*                         UNDER THE REASONABLENESS CHECK IS
000503*                         ACKNOWLEDGED AS HELD (REASON 07) FROM
000504*                         THIS CYCLE'S DIVHLD01 ROW, AND THE
000505*                         REPORT COUNTS THE HOLDS.
000506*        2026-10-15 RLW   A REVERSAL NOW TAKES ITS REASON
000507*                         (09, OR 08 FOR A CLOSED-PERIOD
000508*                         ADJUSTMENT) FROM THIS CYCLE'S
000509*                         AUDIT ROW INSTEAD OF A FIXED 09.
000510*
000520 ENVIRONMENT DIVISION.
000530*
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DIVEXM01-KEY
000710         FILE STATUS IS WS-EXCM-FILE-STATUS.
000711*
000712     SELECT HELD-REVIEW-FILE ASSIGN TO "DIVHOLD"
000713         ORGANIZATION IS INDEXED
000714         ACCESS MODE IS DYNAMIC
000715         RECORD KEY IS DIVHLD01-KEY
000716         FILE STATUS IS WS-HOLD-FILE-STATUS.
000720*
000730     SELECT REJECT-WORK-FILE ASSIGN TO "DIVRJWRK"
000740         ORGANIZATION IS INDEXED
000760         RECORD KEY IS DIVRJW01-KEY
000770         FILE STATUS IS WS-RJWK-FILE-STATUS.
000780*
000781     SELECT DIVISION-AUDIT-LOG-FILE ASSIGN TO "DIVAUDIT"
000782         ORGANIZATION IS LINE SEQUENTIAL
000783         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000784*
000790     SELECT RESULT-WORK-FILE ASSIGN TO "DIVRSWRK"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS DIVRSW01-RECORD-ID
000830         FILE STATUS IS WS-RSWK-FILE-STATUS.
000840*
000841     SELECT REVERSAL-WORK-FILE ASSIGN TO "DIVRAWRK"
000842         ORGANIZATION IS INDEXED
000843         ACCESS MODE IS DYNAMIC
000844         RECORD KEY IS DIVRAW01-RECORD-ID
000845         FILE STATUS IS WS-RAWK-FILE-STATUS.
000846*
000850     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-BDATE-FILE-STATUS.
001290 FD  EXCEPTION-MASTER-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY DIVEXM01.
001311*
001312*-------------------------------------------------------------*
001313*    HELD-REVIEW-FILE -- THE KEYED DIVHLD01 HELD-FOR-REVIEW   *
001314*    FILE. ONLY A ROW WHOSE RUN-ID CARRIES THIS CYCLE'S       *
001315*    BUSINESS DATE COUNTS. NO FILE MEANS NOTHING WAS HELD.    *
001316*-------------------------------------------------------------*
001317 FD  HELD-REVIEW-FILE
001318     LABEL RECORDS ARE STANDARD.
001319     COPY DIVHLD01.
001320*
001330*-------------------------------------------------------------*
001340*    REJECT-WORK-FILE -- SCRATCH INDEXED COPY OF THE CYCLE'S  *
001500     05  DIVRJW01-USED-SWITCH          PIC X(01).
001510         88  DIVRJW01-ENTRY-USED           VALUE "Y".
001520*
001521*-------------------------------------------------------------*
001522*    DIVISION-AUDIT-LOG-FILE -- THE CHAP424 AUDIT LOG, READ   *
001523*    ONLY FOR THIS CYCLE'S REVERSAL ROWS (REASON 08 OR 09).   *
001524*-------------------------------------------------------------*
001525 FD  DIVISION-AUDIT-LOG-FILE
001526     LABEL RECORDS ARE STANDARD.
001527     COPY DIVREC01 REPLACING LEADING ==DIVREC01== BY ==DIVAUD01==.
001528*
001530*-------------------------------------------------------------*
001540*    RESULT-WORK-FILE -- SCRATCH INDEXED COPY OF THE CYCLE'S  *
001550*    EXTRACT DETAILS, KEYED BY RECORD-ID (UNIQUE WITHIN A     *
002110     RECORD CONTAINS 80 CHARACTERS.
002120*
002130 01  DIVRPT01-LINE                        PIC X(80).
002131*
002132*-------------------------------------------------------------*
002133*    REVERSAL-WORK-FILE -- SCRATCH INDEXED COPY OF THE        *
002134*    CYCLE'S REVERSAL AUDIT ROWS, KEYED BY RECORD-ID LIKE     *
002135*    THE RESULT WORK FILE. REBUILT EMPTY EVERY RUN.           *
002136*-------------------------------------------------------------*
002137 FD  REVERSAL-WORK-FILE
002138     LABEL RECORDS ARE STANDARD.
002140*
002141 01  DIVRAW01-RECORD.
002142     05  DIVRAW01-RECORD-ID            PIC X(10).
002143     05  DIVRAW01-REASON-CODE          PIC X(02).
002144     05  DIVRAW01-RUN-ID               PIC X(12).
002145*
002150 WORKING-STORAGE SECTION.
002160*
002170 77  WS-TRANS-FILE-STATUS              PIC X(02) VALUE "00".
002220*
002230 77  WS-XTR-FILE-STATUS                PIC X(02) VALUE "00".
002240*
002242 77  WS-HOLD-FILE-STATUS               PIC X(02) VALUE "00".
002244*
002246 77  WS-AUDIT-FILE-STATUS              PIC X(02) VALUE "00".
002247*
002250 77  WS-RJWK-FILE-STATUS               PIC X(02) VALUE "00".
002260*
002270 77  WS-RSWK-FILE-STATUS               PIC X(02) VALUE "00".
002272 77  WS-RAWK-FILE-STATUS               PIC X(02) VALUE "00".
002274*
002280*
002290 77  WS-BDATE-FILE-STATUS              PIC X(02) VALUE "00".
002300*
002500 77  WS-EXCM-OPEN-SWITCH                PIC X(01) VALUE "N".
002510         88  WS-EXCM-FILE-OPEN                         VALUE "Y".
002520*
002522 77  WS-HOLD-OPEN-SWITCH                PIC X(01) VALUE "N".
002524         88  WS-HOLD-FILE-OPEN                         VALUE "Y".
002526*
002530 77  WS-RECEIVED-COUNT                 PIC 9(07) COMP
002540                                            VALUE ZERO.
002550*
002650 77  WS-REVERSED-COUNT                 PIC 9(07) COMP
002660                                            VALUE ZERO.
002670*
002672 77  WS-HELD-COUNT                     PIC 9(07) COMP
002674                                            VALUE ZERO.
002676*
002680 77  WS-UNMATCHED-COUNT                PIC 9(07) COMP
002690                                            VALUE ZERO.
002700*
003650*    DATE, COPIES THE REJECTS AND RESULTS INTO THEIR INDEXED  *
003660*    WORK FILES, OPENS THE EXCEPTION MASTER AND READS THE     *
003670*    FIRST FEED RECORD.                                       *
003672*    THE CYCLE'S REVERSAL AUDIT ROWS ARE COPIED TO A THIRD    *
003674*    WORK FILE AFTER THE RESULTS.                             *
003680*-------------------------------------------------------------*
003690 INITIALIZE-RUN.
003700     OPEN INPUT DIVISION-TRANS-FILE.
004030     IF WS-EXCM-FILE-STATUS IS EQUAL TO "00"
004040         SET WS-EXCM-FILE-OPEN TO TRUE
004050     END-IF.
004052     OPEN INPUT HELD-REVIEW-FILE.
004054     IF WS-HOLD-FILE-STATUS IS EQUAL TO "00"
004056         SET WS-HOLD-FILE-OPEN TO TRUE
004058     END-IF.
004060     PERFORM LOAD-RESULT-WORK
004070         THRU LOAD-RESULT-WORK-EXIT.
004080     IF WS-FATAL-ABORT
004090         GO TO INITIALIZE-RUN-EXIT
004100     END-IF.
004102     PERFORM LOAD-REVERSAL-WORK
004103         THRU LOAD-REVERSAL-WORK-EXIT.
004104     IF WS-FATAL-ABORT
004105         GO TO INITIALIZE-RUN-EXIT
004106     END-IF.
004110     MOVE ZERO TO WS-PAGE-NO.
004120     PERFORM WRITE-REPORT-HEADINGS.
004130     PERFORM READ-TRANS-RECORD.
006190*    FOUND NOWHERE WAS APPLIED -- THE ENGINE CUTS NO          *
006200*    EXTRACT DETAIL FOR A REVERSAL -- AND ANYTHING ELSE LEFT  *
006210*    UNMATCHED IS ACKNOWLEDGED AS SUCH AND REPORTED.          *
006212*    THIS CYCLE'S HELD-FOR-REVIEW ROWS ARE CHECKED RIGHT      *
006214*    AFTER THE EXCEPTION MASTER.                              *
006216*    A REVERSAL TAKES THE REASON ON ITS AUDIT ROW -- 08 FOR A *
006217*    CLOSED-PERIOD ADJUSTMENT, ELSE 09 -- AND 09 WHEN THE     *
006218*    CYCLE LEFT NO AUDIT ROW FOR IT.                          *
006220*-------------------------------------------------------------*
006230 ACKNOWLEDGE-ONE-TRANS.
006240     ADD 1 TO WS-RECEIVED-COUNT.
006420         MOVE DIVEXM01-RUN-ID TO DIVACK01-RUN-ID
006430         GO TO ACKNOWLEDGE-ONE-TRANS-WRITE
006440     END-IF.
006441     PERFORM FIND-HELD-ENTRY
006442         THRU FIND-HELD-ENTRY-EXIT.
006443     IF WS-MATCH-FOUND
006444         ADD 1 TO WS-HELD-COUNT
006445         SET DIVACK01-DISP-HELD TO TRUE
006446         MOVE "07" TO DIVACK01-REASON-CODE
006447         MOVE DIVHLD01-RUN-ID TO DIVACK01-RUN-ID
006448         GO TO ACKNOWLEDGE-ONE-TRANS-WRITE
006449     END-IF.
006450     PERFORM FIND-RESULT-ENTRY.
006460     IF WS-MATCH-FOUND
006470         ADD 1 TO WS-POSTED-COUNT
006550         ADD 1 TO WS-REVERSED-COUNT
006560         SET DIVACK01-DISP-REVERSED TO TRUE
006570         MOVE "09" TO DIVACK01-REASON-CODE
006572         PERFORM FIND-REVERSAL-ENTRY
006574         IF WS-MATCH-FOUND
006576             MOVE DIVRAW01-REASON-CODE TO DIVACK01-REASON-CODE
006578         END-IF
006580         MOVE DIVTRN01-ORIG-RUN-ID TO DIVACK01-RUN-ID
006590         GO TO ACKNOWLEDGE-ONE-TRANS-WRITE
006600     END-IF.
008160*    TERMINATE-RUN -- CUTS THE ACKNOWLEDGMENT TRAILER, PRINTS *
008170*    THE CYCLE TOTALS AND CLOSES ALL OPEN FILES. RECEIVED     *
008180*    ALWAYS EQUALS POSTED PLUS REJECTED PLUS EXCEPTED PLUS    *
008190*    HELD PLUS REVERSED PLUS UNMATCHED, WHICH IS THE PROOF    *
008200*    EVERY FEED RECORD WAS ACKNOWLEDGED EXACTLY ONCE.         *
008210*-------------------------------------------------------------*
008220 TERMINATE-RUN.
008230     IF NOT WS-FATAL-ABORT
008520     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008530         AFTER ADVANCING 1 LINES.
008540     PERFORM CHECK-RPT-FILE-STATUS.
008541     MOVE "HELD FOR REVIEW:    " TO WS-TOT-CAPTION.
008542     MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
008543     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008544         AFTER ADVANCING 1 LINES.
008545     PERFORM CHECK-RPT-FILE-STATUS.
008550     MOVE "REVERSED:           " TO WS-TOT-CAPTION.
008560     MOVE WS-REVERSED-COUNT TO WS-TOT-COUNT.
008570     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008700     CLOSE DIVISION-TRANS-FILE.
008710     CLOSE REJECT-WORK-FILE.
008720     CLOSE RESULT-WORK-FILE.
008722     CLOSE REVERSAL-WORK-FILE.
008730     IF WS-EXCM-FILE-OPEN
008740         CLOSE EXCEPTION-MASTER-FILE
008750     END-IF.
008752     IF WS-HOLD-FILE-OPEN
008754         CLOSE HELD-REVIEW-FILE
008756     END-IF.
008760     CLOSE ACKNOWLEDGMENT-FILE.
008770     CLOSE ACK-REPORT-FILE.
008780 TERMINATE-RUN-EXIT.
008790     EXIT.
008800*
008810*-------------------------------------------------------------*
008820*    FIND-HELD-ENTRY -- KEYED START ON THE HELD-FOR-REVIEW    *
008830*    FILE AT THE FEED RECORD'S RECORD-ID, TAKING THE ROW      *
008840*    WHOSE RUN-ID CARRIES THIS CYCLE'S BUSINESS DATE. WHAT    *
008850*    THE ANALYST HAS SINCE DONE WITH THE HOLD DOES NOT        *
008860*    MATTER HERE -- THIS CYCLE, THE RECORD WAS HELD.          *
008870*-------------------------------------------------------------*
008880 FIND-HELD-ENTRY.
008890     MOVE "N" TO WS-MATCH-FOUND-SWITCH.
008900     IF NOT WS-HOLD-FILE-OPEN
008910         GO TO FIND-HELD-ENTRY-EXIT
008920     END-IF.
008930     MOVE DIVTRN01-RECORD-ID TO DIVHLD01-RECORD-ID.
008940     MOVE LOW-VALUES TO DIVHLD01-RUN-ID.
008950     START HELD-REVIEW-FILE
008960         KEY IS NOT LESS THAN DIVHLD01-KEY
008970         INVALID KEY
008980             GO TO FIND-HELD-ENTRY-EXIT
008990     END-START.
009000     MOVE "N" TO WS-SCAN-DONE-SWITCH.
009010     PERFORM SCAN-ONE-HELD-ROW
009020         UNTIL WS-SCAN-DONE.
009030 FIND-HELD-ENTRY-EXIT.
009040     EXIT.
009050*
009060 SCAN-ONE-HELD-ROW.
009070     READ HELD-REVIEW-FILE NEXT RECORD
009080         AT END
009090             SET WS-SCAN-DONE TO TRUE
009100         NOT AT END
009110             IF DIVHLD01-RECORD-ID IS NOT EQUAL TO
009120                     DIVTRN01-RECORD-ID
009130                 SET WS-SCAN-DONE TO TRUE
009140             ELSE
009150                 IF DIVHLD01-RUN-ID(1:8) IS EQUAL TO
009160                         WS-BUSINESS-DATE
009170                     SET WS-MATCH-FOUND TO TRUE
009180                     SET WS-SCAN-DONE TO TRUE
009190                 END-IF
009200             END-IF
009210     END-READ.
009220     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
009230             AND NOT WS-SCAN-DONE
009240         SET WS-SCAN-DONE TO TRUE
009250     END-IF.
009260*
009270*-------------------------------------------------------------*
009280*    LOAD-REVERSAL-WORK -- COPIES THE REVERSAL ROWS (REASON   *
009290*    08 OR 09) THAT THE AUDIT LOG CARRIES UNDER THIS CYCLE'S  *
009300*    BUSINESS DATE INTO THE INDEXED WORK FILE KEYED BY        *
009310*    RECORD-ID. A MISSING AUDIT LOG IS NOT AN ERROR -- EVERY  *
009320*    REVERSAL IS THEN ACKNOWLEDGED WITH REASON 09.            *
009330*-------------------------------------------------------------*
009340 LOAD-REVERSAL-WORK.
009350     OPEN OUTPUT REVERSAL-WORK-FILE.
009360     IF WS-RAWK-FILE-STATUS IS NOT EQUAL TO "00"
009370         DISPLAY "CHAP434 -- UNABLE TO OPEN "
009380             "REVERSAL-WORK-FILE, STATUS = "
009390             WS-RAWK-FILE-STATUS
009400         SET WS-FATAL-ABORT TO TRUE
009410         GO TO LOAD-REVERSAL-WORK-EXIT
009420     END-IF.
009430     OPEN INPUT DIVISION-AUDIT-LOG-FILE.
009440     IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
009450         CLOSE REVERSAL-WORK-FILE
009460         OPEN INPUT REVERSAL-WORK-FILE
009470         GO TO LOAD-REVERSAL-WORK-EXIT
009480     END-IF.
009490     MOVE "N" TO WS-LOAD-EOF-SWITCH.
009500     PERFORM READ-AUDIT-RECORD.
009510     PERFORM STORE-ONE-REVERSAL
009520             THRU STORE-ONE-REVERSAL-EXIT
009530         UNTIL WS-LOAD-END-OF-FILE OR WS-FATAL-ABORT.
009540     CLOSE DIVISION-AUDIT-LOG-FILE.
009550     CLOSE REVERSAL-WORK-FILE.
009560     OPEN INPUT REVERSAL-WORK-FILE.
009570     IF WS-RAWK-FILE-STATUS IS NOT EQUAL TO "00"
009580         DISPLAY "CHAP434 -- UNABLE TO REOPEN "
009590             "REVERSAL-WORK-FILE, STATUS = "
009600             WS-RAWK-FILE-STATUS
009610         SET WS-FATAL-ABORT TO TRUE
009620     END-IF.
009630 LOAD-REVERSAL-WORK-EXIT.
009640     EXIT.
009650*
009660 READ-AUDIT-RECORD.
009670     READ DIVISION-AUDIT-LOG-FILE
009680         AT END
009690             SET WS-LOAD-END-OF-FILE TO TRUE
009700     END-READ.
009710*
009720 STORE-ONE-REVERSAL.
009730     IF DIVAUD01-RUN-ID(1:8) IS NOT EQUAL TO WS-BUSINESS-DATE
009740             OR (DIVAUD01-REASON-CODE IS NOT EQUAL TO "08"
009750             AND DIVAUD01-REASON-CODE IS NOT EQUAL TO "09")
009760         PERFORM READ-AUDIT-RECORD
009770         GO TO STORE-ONE-REVERSAL-EXIT
009780     END-IF.
009790     MOVE SPACES TO DIVRAW01-RECORD.
009800     MOVE DIVAUD01-RECORD-ID   TO DIVRAW01-RECORD-ID.
009810     MOVE DIVAUD01-REASON-CODE TO DIVRAW01-REASON-CODE.
009820     MOVE DIVAUD01-RUN-ID      TO DIVRAW01-RUN-ID.
009830     WRITE DIVRAW01-RECORD
009840         INVALID KEY
009850             REWRITE DIVRAW01-RECORD
009860     END-WRITE.
009870     IF WS-RAWK-FILE-STATUS IS NOT EQUAL TO "00"
009880         DISPLAY "CHAP434 -- WRITE FAILED ON "
009890             "REVERSAL-WORK-FILE, STATUS = "
009900             WS-RAWK-FILE-STATUS
009910         SET WS-FATAL-ABORT TO TRUE
009920     ELSE
009930         PERFORM READ-AUDIT-RECORD
009940     END-IF.
009950 STORE-ONE-REVERSAL-EXIT.
009960     EXIT.
009970*
009980*-------------------------------------------------------------*
009990*    FIND-REVERSAL-ENTRY -- ONE KEYED READ OF THE REVERSAL    *
010000*    WORK FILE ON THE FEED RECORD'S RECORD-ID.                *
010010*-------------------------------------------------------------*
010020 FIND-REVERSAL-ENTRY.
010030     MOVE "N" TO WS-MATCH-FOUND-SWITCH.
010040     MOVE DIVTRN01-RECORD-ID TO DIVRAW01-RECORD-ID.
010050     READ REVERSAL-WORK-FILE
010060         INVALID KEY
010070             CONTINUE
010080         NOT INVALID KEY
010090             SET WS-MATCH-FOUND TO TRUE
010100     END-READ.

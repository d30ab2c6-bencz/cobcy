000510*                         LINEAR SEARCH, SO A 100,000-RECORD
000520*                         FEED NEITHER BLOWS A TABLE LIMIT
000530*                         NOR CRAWLS THROUGH THE WINDOW.
000531*        2026-10-15 RLW   EDIT THE RECORD-ID AGAINST THE DIVRID01
000532*                         MASTER (DIVRIDM): NOT ON FILE (18), NOT
000533*                         ACTIVE ON THE BUSINESS DATE (19), OP
000534*                         NOT PERMITTED (20) OR ANOTHER
000535*                         DEPARTMENT'S ID (21) IS REJECTED; A
000536*                         REVERSAL NEED ONLY BE ON FILE. THE DATE
000537*                         COMES FROM THE OPTIONAL DIVBDATE CARD.
000538*                         A MISSING MASTER SKIPS THE EDIT.
000540*
000550 ENVIRONMENT DIVISION.
000560*
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS DIVWRK01-RECORD-ID
000850         FILE STATUS IS WS-WORK-FILE-STATUS.
000851*
000852     SELECT RECORD-ID-MASTER-FILE ASSIGN TO "DIVRIDM"
000853         ORGANIZATION IS INDEXED
000854         ACCESS MODE IS RANDOM
000855         RECORD KEY IS DIVRID01-RECORD-ID
000856         FILE STATUS IS WS-RIDM-FILE-STATUS.
000860*
000862     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
000864         ORGANIZATION IS LINE SEQUENTIAL
000866         FILE STATUS IS WS-BDATE-FILE-STATUS.
000868*
000870 DATA DIVISION.
000880*
000890 FILE SECTION.
001140*        15  INVALID OPERATION CODE                           *
001150*        16  REVERSAL MISSING ORIGINATING RUN-ID              *
001160*        17  INVALID DEPARTMENT CODE                          *
001162*        18  RECORD-ID NOT ON THE RECORD-ID MASTER            *
001164*        19  RECORD-ID NOT ACTIVE ON THE BUSINESS DATE        *
001166*        20  OPERATION NOT PERMITTED FOR THE RECORD-ID        *
001168*        21  DEPARTMENT IS NOT THE RECORD-ID'S OWNER          *
001170*    THE EDIT CODES START AT 10 SO THEY CAN NEVER COLLIDE     *
001180*    WITH THE EXCEPTION CODES CHAP424 WRITES AT RUN TIME.     *
001190*-------------------------------------------------------------*
001420     COPY DIVDEP01.
001430*
001440*-------------------------------------------------------------*
001441*    RECORD-ID-MASTER-FILE -- THE INDEXED DIVRID01 RECORD-ID  *
001442*    MASTER CHAP450 MAINTAINS, READ BY KEY. OPTIONAL INPUT:   *
001443*    WITHOUT IT THE RECORD-ID MASTER EDITS ARE SKIPPED.       *
001444*-------------------------------------------------------------*
001445 FD  RECORD-ID-MASTER-FILE
001446     LABEL RECORDS ARE STANDARD.
001447     COPY DIVRID01.
001448*
001449*-------------------------------------------------------------*
001450*    RECORD-ID-WORK-FILE -- SCRATCH INDEXED FILE OF EVERY     *
001460*    RECORD-ID SEEN THIS BATCH, GOOD OR BAD. A SECOND WRITE   *
001470*    OF THE SAME KEY COMES BACK INVALID, WHICH IS THE         *
001530*
001540 01  DIVWRK01-RECORD.
001550     05  DIVWRK01-RECORD-ID             PIC X(10).
001551*
001552*-------------------------------------------------------------*
001553*    BUSINESS-DATE-CARD-FILE -- THE OPTIONAL DIVBDT01 CARD    *
001554*    CHAP424 HONORS, GIVING THE DATE A RECORD-ID MUST BE      *
001555*    ACTIVE ON. NO FILE OR A NON-NUMERIC DATE MEANS TODAY.    *
001556*-------------------------------------------------------------*
001557 FD  BUSINESS-DATE-CARD-FILE
001558     LABEL RECORDS ARE STANDARD.
001559     COPY DIVBDT01.
001560*
001570 WORKING-STORAGE SECTION.
001580*
002100 77  WS-DEPT-MAX-ENTRIES               PIC 9(03) COMP
002110                                            VALUE 500.
002120*
002122 77  WS-EDIT-OP-CODE                   PIC X(01) VALUE SPACE.
002124*
002130 77  WS-DEPT-COUNT                     PIC 9(03) COMP
002140                                            VALUE ZERO.
002150*
002151 77  WS-RIDM-OP-SWITCH                 PIC X(01) VALUE "N".
002152         88  WS-RIDM-OP-PERMITTED                     VALUE "Y".
002153*
002154 77  WS-RIDM-OP-SUB                    PIC 9(03) COMP
002155                                            VALUE ZERO.
002156*
002160 77  WS-DEPT-SUB                       PIC 9(03) COMP
002170                                            VALUE ZERO.
002180*
002181 77  WS-RIDM-FILE-STATUS               PIC X(02) VALUE "00".
002182*
002183 77  WS-BDATE-FILE-STATUS              PIC X(02) VALUE "00".
002184*
002185 77  WS-RIDM-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
002186         88  WS-RIDM-FILE-OPEN                        VALUE "Y".
002187*
002190 01  WS-RUN-DATE                       PIC X(08).
002192*
002194 01  WS-BUSINESS-DATE                  PIC X(08).
002200*
002210 01  WS-EDIT-TIMESTAMP.
002220         05  WS-EDT-TMS-DATE               PIC X(08).
003530     IF WS-FATAL-ABORT
003540         GO TO INITIALIZE-RUN-EXIT
003550     END-IF.
003552     OPEN INPUT RECORD-ID-MASTER-FILE.
003554     IF WS-RIDM-FILE-STATUS IS EQUAL TO "00"
003556         SET WS-RIDM-FILE-OPEN TO TRUE
003558     END-IF.
003560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003562     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
003564     PERFORM READ-BUSINESS-DATE-CARD.
003570     ACCEPT WS-EDIT-FULL-TIME FROM TIME.
003580     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003590     MOVE WS-RUN-DATE TO WS-EDIT-RUN-ID-DATE.
004420             GO TO EDIT-ONE-TRANSACTION-DISPOSE
004430         END-IF
004440     END-IF.
004441     IF WS-RIDM-FILE-OPEN
004442         PERFORM CHECK-RECORD-ID-MASTER
004443             THRU CHECK-RECORD-ID-MASTER-EXIT
004444         IF NOT WS-EDIT-RECORD-CLEAN
004445             GO TO EDIT-ONE-TRANSACTION-DISPOSE
004446         END-IF
004447     END-IF.
004450     IF DIVTRN01-DIVISOR-LITERAL
004460             AND NOT DIVTRN01-OP-REVERSAL
004470             AND DIVTRN01-DIVISOR IS NOT NUMERIC
005720         WHEN "17"
005730             MOVE "INVALID DEPARTMENT CODE" TO
005740                 WS-DTL-REASON-TEXT
005741         WHEN "18"
005742             MOVE "UNKNOWN RECORD-ID" TO WS-DTL-REASON-TEXT
005743         WHEN "19"
005744             MOVE "INACTIVE RECORD-ID" TO WS-DTL-REASON-TEXT
005745         WHEN "20"
005746             MOVE "OP NOT PERMITTED FOR ID" TO WS-DTL-REASON-TEXT
005747         WHEN "21"
005748             MOVE "DEPT NOT THE ID'S OWNER" TO WS-DTL-REASON-TEXT
005750         WHEN OTHER
005760             MOVE "UNKNOWN EDIT REASON" TO WS-DTL-REASON-TEXT
005770     END-EVALUATE.
006060     CLOSE CLEAN-TRANS-FILE.
006070     CLOSE REJECT-TRANS-FILE.
006080     CLOSE EDIT-REPORT-FILE.
006082     IF WS-RIDM-FILE-OPEN
006084         CLOSE RECORD-ID-MASTER-FILE
006086     END-IF.
006090 TERMINATE-RUN-EXIT.
006100     EXIT.
006110*
006620             DIVTRN01-DEPT-CODE
006630         SET WS-DEPT-FOUND TO TRUE
006640     END-IF.
006650*
006660*-------------------------------------------------------------*
006670*    READ-BUSINESS-DATE-CARD -- OPTIONAL ONE-CARD BUSINESS    *
006680*    DATE, THE SAME CARD CHAP424 HONORS. A MISSING FILE OR A  *
006690*    NON-NUMERIC DATE LEAVES TODAY STANDING. NO BACKDATE      *
006700*    AUTHORITY IS CHECKED HERE; CHAP424 CHECKS IT BEFORE      *
006710*    ANYTHING IS POSTED.                                      *
006720*-------------------------------------------------------------*
006730 READ-BUSINESS-DATE-CARD.
006740     OPEN INPUT BUSINESS-DATE-CARD-FILE.
006750     IF WS-BDATE-FILE-STATUS IS EQUAL TO "00"
006760         READ BUSINESS-DATE-CARD-FILE
006770             AT END
006780                 CONTINUE
006790             NOT AT END
006800                 IF DIVBDT01-BUSINESS-DATE IS NUMERIC
006810                     MOVE DIVBDT01-BUSINESS-DATE TO
006820                         WS-BUSINESS-DATE
006830                 END-IF
006840         END-READ
006850         CLOSE BUSINESS-DATE-CARD-FILE
006860     END-IF.
006870*
006880*-------------------------------------------------------------*
006890*    CHECK-RECORD-ID-MASTER -- READS THE TRANSACTION'S        *
006900*    RECORD-ID ON THE RECORD-ID MASTER. AN ID NOT ON FILE IS  *
006910*    18. A REVERSAL GOES NO FURTHER, SINCE THE ENGINE TAKES   *
006920*    ITS OPERATION AND DEPARTMENT FROM THE MATCHED ORIGINAL   *
006930*    AND AN ID RETIRED SINCE MUST STILL BE ABLE TO BACK OUT   *
006940*    WHAT IT POSTED. OTHERWISE AN ID THAT IS INACTIVE, NOT    *
006950*    YET OPEN OR ALREADY CLOSED ON THE BUSINESS DATE IS 19,   *
006960*    AN OPERATION MISSING FROM THE ID'S PERMITTED LIST IS 20  *
006970*    (A BLANK OP IS A DIVIDE), AND A DEPARTMENT OTHER THAN    *
006980*    THE OWNER IS 21. A BLANK DEPARTMENT (UNASSIGNED) OR A    *
006990*    BLANK OWNER IS NOT CHECKED.                              *
007000*-------------------------------------------------------------*
007010 CHECK-RECORD-ID-MASTER.
007020     MOVE DIVTRN01-RECORD-ID TO DIVRID01-RECORD-ID.
007030     READ RECORD-ID-MASTER-FILE
007040         INVALID KEY
007050             MOVE "18" TO WS-EDIT-REASON-CODE
007060     END-READ.
007070     IF NOT WS-EDIT-RECORD-CLEAN
007080             OR DIVTRN01-OP-REVERSAL
007090         GO TO CHECK-RECORD-ID-MASTER-EXIT
007100     END-IF.
007110     IF NOT DIVRID01-STATUS-ACTIVE
007120             OR DIVRID01-OPEN-DATE IS GREATER THAN
007130                 WS-BUSINESS-DATE
007140         MOVE "19" TO WS-EDIT-REASON-CODE
007150         GO TO CHECK-RECORD-ID-MASTER-EXIT
007160     END-IF.
007170     IF NOT DIVRID01-NO-CLOSE-DATE
007180             AND DIVRID01-CLOSE-DATE IS LESS THAN WS-BUSINESS-DATE
007190         MOVE "19" TO WS-EDIT-REASON-CODE
007200         GO TO CHECK-RECORD-ID-MASTER-EXIT
007210     END-IF.
007220     IF DIVTRN01-OP-CODE IS EQUAL TO SPACE
007230         MOVE "D" TO WS-EDIT-OP-CODE
007240     ELSE
007250         MOVE DIVTRN01-OP-CODE TO WS-EDIT-OP-CODE
007260     END-IF.
007270     MOVE "N" TO WS-RIDM-OP-SWITCH.
007280     PERFORM TEST-PERMITTED-OP
007290         VARYING WS-RIDM-OP-SUB FROM 1 BY 1
007300         UNTIL WS-RIDM-OP-SUB IS GREATER THAN 5
007310             OR WS-RIDM-OP-PERMITTED.
007320     IF NOT WS-RIDM-OP-PERMITTED
007330         MOVE "20" TO WS-EDIT-REASON-CODE
007340         GO TO CHECK-RECORD-ID-MASTER-EXIT
007350     END-IF.
007360     IF NOT DIVRID01-NO-OWNER
007370             AND DIVTRN01-DEPT-CODE IS NOT EQUAL TO SPACES
007380             AND DIVTRN01-DEPT-CODE IS NOT EQUAL TO
007390                 DIVRID01-OWNER-DEPT
007400         MOVE "21" TO WS-EDIT-REASON-CODE
007410     END-IF.
007420 CHECK-RECORD-ID-MASTER-EXIT.
007430     EXIT.
007440*
007450 TEST-PERMITTED-OP.
007460     IF DIVRID01-PERMITTED-OP (WS-RIDM-OP-SUB) IS EQUAL TO
007470             WS-EDIT-OP-CODE
007480         SET WS-RIDM-OP-PERMITTED TO TRUE
007490     END-IF.

000190*                         INQUIRY LINE SHOWS THE MINUS AND
000200*                         EACH SCREEN LINE IS ONE COLUMN
000210*                         WIDER FOR IT.
000211*        2026-10-15 RLW   OPERATOR ID SIGN-ON; HISTORY SHOWN ONLY
000212*                         TO AN ID WITH THE DIVOPA01 INQUIRY
000213*                         PRIVILEGE; SIGN-ONS LOGGED TO DIVSEC01.
000214*        2026-10-15 RLW   KEYED RECORD-ID'S DESCRIPTION SHOWN FROM
000215*                         THE DIVRID01 MASTER (DIVRIDM).
000220*
000230 ENVIRONMENT DIVISION.
000240*
000280*
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000301     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS RANDOM
000304         RECORD KEY IS DIVOPA01-OPERATOR-ID
000305         FILE STATUS IS WS-OPER-FILE-STATUS.
000306*
000310     SELECT DIVISION-HISTORY-FILE ASSIGN TO "DIVHIST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS DIVHIS01-KEY
000350         FILE STATUS IS WS-HIST-FILE-STATUS.
000352*
000354     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000356         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS WS-SECL-FILE-STATUS.
000360*
000361     SELECT RECORD-ID-MASTER-FILE ASSIGN TO "DIVRIDM"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS DIVRID01-RECORD-ID
000365         FILE STATUS IS WS-RIDM-FILE-STATUS.
000366*
000370 DATA DIVISION.
000380 FILE SECTION.
000382 FD  OPERATOR-AUTH-FILE
000384     LABEL RECORDS ARE STANDARD.
000386     COPY DIVOPA01.
000388*
000390 FD  DIVISION-HISTORY-FILE
000400     LABEL RECORDS ARE STANDARD.
000410     COPY DIVHIS01.
000411*
000412 FD  SECURITY-LOG-FILE
000413     LABEL RECORDS ARE STANDARD.
000414     COPY DIVSEC01.
000415*
000416 FD  RECORD-ID-MASTER-FILE
000417     LABEL RECORDS ARE STANDARD.
000418     COPY DIVRID01.
000420*
000430 WORKING-STORAGE SECTION.
000440*
000450 77  WS-HIST-FILE-STATUS               PIC X(02) VALUE "00".
000460 77  WS-CRT-STATUS                     PIC 9(04) VALUE ZERO.
000461 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
000462 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
000463 77  WS-RIDM-FILE-STATUS               PIC X(02) VALUE "00".
000464*
000465 77  WS-OPER-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000466     88  WS-OPER-FILE-OPEN                 VALUE "Y".
000467*
000468 77  WS-RIDM-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000469     88  WS-RIDM-FILE-OPEN                 VALUE "Y".
000470*
000480 77  WS-EXIT-SWITCH                    PIC X(01) VALUE "N".
000490     88  WS-EXIT-REQUESTED                 VALUE "Y".
000500*
000501 77  WS-OPERATOR-ID                    PIC X(08) VALUE SPACES.
000502 77  WS-SIGNED-ON-ID                   PIC X(08) VALUE SPACES.
000503*
000504 77  WS-INQUIRY-SWITCH                 PIC X(01) VALUE "N".
000505     88  WS-INQUIRY-AUTHORIZED             VALUE "Y".
000506*
000510 77  WS-ROW-HELD-SWITCH                PIC X(01) VALUE "N".
000520     88  WS-ROW-HELD                       VALUE "Y".
000530*
000531 01  WS-SEC-TIMESTAMP.
000532         05  WS-SEC-TMS-DATE           PIC X(08).
000533         05  WS-SEC-TMS-TIME           PIC X(06).
000534 77  WS-SEC-FULL-TIME                  PIC X(08).
000535*
000540 77  WS-INQ-RECORD-ID                  PIC X(10) VALUE SPACES.
000542*
000544 77  WS-INQ-DESCRIPTION                PIC X(30) VALUE SPACES.
000550*
000560 77  WS-CURRENT-RECORD-ID              PIC X(10) VALUE SPACES.
000570*
001140     05  LINE 3  COLUMN 1  VALUE "RECORD-ID . . . :".
001150     05  LINE 3  COLUMN 20
001160         PIC X(10) USING WS-INQ-RECORD-ID.
001161     05  LINE 3  COLUMN 35 VALUE "OPERATOR ID . . :".
001162     05  LINE 3  COLUMN 53
001163         PIC X(08) USING WS-OPERATOR-ID.
001164     05  LINE 4  COLUMN 1  VALUE "DESCRIPTION . . :".
001165     05  LINE 4  COLUMN 20
001166         PIC X(30) FROM WS-INQ-DESCRIPTION.
001170     05  LINE 5  COLUMN 1
001180         VALUE "DATE     TIME   RUN-ID".
001190     05  LINE 5  COLUMN 33
001400*    REDISPLAYS THE INQUIRY SCREEN UNTIL THE OPERATOR EXITS.  *
001410*    A MISSING OR UNLOADED MASTER IS FATAL -- THE OPERATOR    *
001420*    SHOULD RUN CHAP428 FIRST.                                *
001421*    THE OPERATOR AUTHORIZATION FILE, THE RECORD-ID MASTER    *
001422*    AND THE SECURITY LOG ARE OPENED TOO. A SECURITY LOG      *
001423*    THAT WILL NOT OPEN IS ALSO FATAL; A MISSING              *
001424*    AUTHORIZATION FILE LEAVES EVERY OPERATOR UNAUTHORIZED,   *
001425*    AND A MISSING RECORD-ID MASTER LEAVES THE DESCRIPTION    *
001426*    BLANK.                                                   *
001430*-------------------------------------------------------------*
001440 MAIN-LINE-LOGIC.
001450     OPEN INPUT DIVISION-HISTORY-FILE.
001510         MOVE 8 TO RETURN-CODE
001520         GO TO MAIN-LINE-LOGIC-EXIT
001530     END-IF.
001531     PERFORM OPEN-INQUIRY-FILES.
001532     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
001533         CLOSE DIVISION-HISTORY-FILE
001534         MOVE 8 TO RETURN-CODE
001535         GO TO MAIN-LINE-LOGIC-EXIT
001536     END-IF.
001540     PERFORM PROCESS-ONE-INQUIRY THRU PROCESS-ONE-INQUIRY-EXIT
001550         UNTIL WS-EXIT-REQUESTED.
001560     CLOSE DIVISION-HISTORY-FILE.
001561     CLOSE SECURITY-LOG-FILE.
001562     IF WS-OPER-FILE-OPEN
001563         CLOSE OPERATOR-AUTH-FILE
001564     END-IF.
001565     IF WS-RIDM-FILE-OPEN
001566         CLOSE RECORD-ID-MASTER-FILE
001567     END-IF.
001570     DISPLAY "CHAP429 -- INQUIRY SESSION ENDED.".
001580 MAIN-LINE-LOGIC-EXIT.
001590     STOP RUN.
001640*    NEW RECORD-ID STARTS A FRESH BROWSE FROM ITS EARLIEST    *
001650*    ROW; PRESSING ENTER WITH THE SAME RECORD-ID WHILE MORE   *
001660*    ROWS REMAIN CONTINUES WHERE THE LAST PAGE LEFT OFF.      *
001662*    NOTHING IS SHOWN TO AN OPERATOR WITHOUT THE INQUIRY      *
001664*    PRIVILEGE.                                               *
001670*-------------------------------------------------------------*
001680 PROCESS-ONE-INQUIRY.
001690     DISPLAY DIV-HISTORY-SCREEN.
001730         GO TO PROCESS-ONE-INQUIRY-EXIT
001740     END-IF.
001750     MOVE SPACES TO WS-MESSAGE-LINE.
001751     PERFORM CHECK-OPERATOR-SIGN-ON
001752         THRU CHECK-OPERATOR-SIGN-ON-EXIT.
001753     IF WS-MESSAGE-LINE IS NOT EQUAL TO SPACES
001754         PERFORM CLEAR-INQUIRY-LINES
001755         MOVE SPACES TO WS-CURRENT-RECORD-ID WS-INQ-DESCRIPTION
001756         GO TO PROCESS-ONE-INQUIRY-EXIT
001757     END-IF.
001760     IF WS-INQ-RECORD-ID IS EQUAL TO SPACES
001770         PERFORM CLEAR-INQUIRY-LINES
001775         MOVE SPACES TO WS-INQ-DESCRIPTION
001780         MOVE "KEY A RECORD-ID." TO WS-MESSAGE-LINE
001790         GO TO PROCESS-ONE-INQUIRY-EXIT
001800     END-IF.
002050*-------------------------------------------------------------*
002060 START-HISTORY-BROWSE.
002070     MOVE WS-INQ-RECORD-ID TO WS-CURRENT-RECORD-ID.
002075     PERFORM LOOK-UP-RECORD-ID-DESCRIPTION.
002080     MOVE "N" TO WS-ROW-HELD-SWITCH.
002090     MOVE WS-CURRENT-RECORD-ID TO DIVHIS01-RECORD-ID.
002100     MOVE LOW-VALUES TO DIVHIS01-TIMESTAMP.
002860             MOVE WS-INQ-WORK-LINE TO WS-INQ-LINE-10
002870     END-EVALUATE.
002880     PERFORM READ-NEXT-HISTORY-ROW.
002890*
002900*-------------------------------------------------------------*
002910*    OPEN-INQUIRY-FILES -- THE SECURITY LOG IS APPENDED TO,   *
002920*    AND CREATED ON FIRST USE. A MISSING AUTHORIZATION FILE   *
002930*    OR RECORD-ID MASTER IS NOT AN ERROR HERE; THE FIRST      *
002940*    LEAVES EVERY OPERATOR UNAUTHORIZED AND THE SECOND THE    *
002950*    DESCRIPTION LINE BLANK.                                  *
002960*-------------------------------------------------------------*
002970 OPEN-INQUIRY-FILES.
002980     OPEN EXTEND SECURITY-LOG-FILE.
002990     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
003000         OPEN OUTPUT SECURITY-LOG-FILE
003010     END-IF.
003020     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
003030         DISPLAY "CHAP429 -- UNABLE TO OPEN "
003040             "SECURITY-LOG-FILE, STATUS = "
003050             WS-SECL-FILE-STATUS
003060     END-IF.
003070     OPEN INPUT OPERATOR-AUTH-FILE.
003080     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
003090         SET WS-OPER-FILE-OPEN TO TRUE
003100     END-IF.
003110     OPEN INPUT RECORD-ID-MASTER-FILE.
003120     IF WS-RIDM-FILE-STATUS IS EQUAL TO "00"
003130         SET WS-RIDM-FILE-OPEN TO TRUE
003140     END-IF.
003150*
003160*-------------------------------------------------------------*
003170*    CHECK-OPERATOR-SIGN-ON -- NO INQUIRY RUNS UNTIL AN       *
003180*    OPERATOR ID IS KEYED. A NEWLY KEYED ID IS CHECKED AND    *
003190*    LOGGED ONCE; AN ID WITHOUT THE INQUIRY PRIVILEGE GETS A  *
003200*    REFUSAL MESSAGE. A MESSAGE LEFT IN WS-MESSAGE-LINE TELLS *
003210*    PROCESS-ONE-INQUIRY NOT TO BROWSE.                       *
003220*-------------------------------------------------------------*
003230 CHECK-OPERATOR-SIGN-ON.
003240     IF WS-OPERATOR-ID IS EQUAL TO SPACES
003250         MOVE "KEY YOUR OPERATOR ID." TO WS-MESSAGE-LINE
003260         GO TO CHECK-OPERATOR-SIGN-ON-EXIT
003270     END-IF.
003280     IF WS-OPERATOR-ID IS NOT EQUAL TO WS-SIGNED-ON-ID
003290         PERFORM CHECK-INQUIRY-AUTHORITY
003300     END-IF.
003310     IF NOT WS-INQUIRY-AUTHORIZED
003320         MOVE "NOT AUTHORIZED FOR INQUIRY." TO WS-MESSAGE-LINE
003330     END-IF.
003340 CHECK-OPERATOR-SIGN-ON-EXIT.
003350     EXIT.
003360*
003370*-------------------------------------------------------------*
003380*    CHECK-INQUIRY-AUTHORITY -- READS THE NEWLY KEYED         *
003390*    OPERATOR ID ON THE AUTHORIZATION FILE, REMEMBERS IT AS   *
003400*    THE SIGNED-ON ID WITH ITS INQUIRY PRIVILEGE, AND LOGS    *
003410*    THE OUTCOME. AN ID NOT ON FILE, OR NO FILE AT ALL, IS    *
003420*    REFUSED, AS IS ONE WHOSE CHECK CANNOT BE LOGGED.         *
003430*-------------------------------------------------------------*
003440 CHECK-INQUIRY-AUTHORITY.
003450     MOVE WS-OPERATOR-ID TO WS-SIGNED-ON-ID.
003460     MOVE "N" TO WS-INQUIRY-SWITCH.
003470     IF WS-OPER-FILE-OPEN
003480         MOVE WS-OPERATOR-ID TO DIVOPA01-OPERATOR-ID
003490         READ OPERATOR-AUTH-FILE
003500             INVALID KEY
003510                 CONTINUE
003520             NOT INVALID KEY
003530                 IF DIVOPA01-MAY-INQUIRE
003540                     SET WS-INQUIRY-AUTHORIZED TO TRUE
003550                 END-IF
003560         END-READ
003570     END-IF.
003580     ACCEPT WS-SEC-TMS-DATE FROM DATE YYYYMMDD.
003590     ACCEPT WS-SEC-FULL-TIME FROM TIME.
003600     MOVE WS-SEC-FULL-TIME(1:6) TO WS-SEC-TMS-TIME.
003610     MOVE SPACES              TO DIVSEC01-RECORD.
003620     MOVE WS-SEC-TIMESTAMP    TO DIVSEC01-TIMESTAMP.
003630     MOVE "CHAP429"           TO DIVSEC01-PROGRAM-ID.
003640     MOVE WS-OPERATOR-ID      TO DIVSEC01-OPERATOR-ID.
003650     SET DIVSEC01-ACTION-INQUIRY TO TRUE.
003660     MOVE WS-SEC-TMS-DATE     TO DIVSEC01-BUSINESS-DATE.
003670     IF WS-INQUIRY-AUTHORIZED
003680         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
003690     ELSE
003700         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
003710     END-IF.
003720     MOVE "HISTORY INQUIRY SIGN-ON" TO DIVSEC01-DETAIL.
003730     WRITE DIVSEC01-RECORD.
003740     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
003750         DISPLAY "CHAP429 -- WRITE FAILED ON "
003760             "SECURITY-LOG-FILE, STATUS = "
003770             WS-SECL-FILE-STATUS
003780         MOVE "N" TO WS-INQUIRY-SWITCH
003790     END-IF.
003800*
003810*-------------------------------------------------------------*
003820*    LOOK-UP-RECORD-ID-DESCRIPTION -- SHOWS THE KEYED         *
003830*    RECORD-ID'S DESCRIPTION FROM THE RECORD-ID MASTER, OR    *
003840*    SAYS THE ID IS NOT ON IT. WITH NO MASTER THE LINE IS     *
003850*    LEFT BLANK.                                              *
003860*-------------------------------------------------------------*
003870 LOOK-UP-RECORD-ID-DESCRIPTION.
003880     MOVE SPACES TO WS-INQ-DESCRIPTION.
003890     IF WS-RIDM-FILE-OPEN
003900         MOVE WS-CURRENT-RECORD-ID TO DIVRID01-RECORD-ID
003910         READ RECORD-ID-MASTER-FILE
003920             INVALID KEY
003930                 MOVE "NOT ON THE RECORD-ID MASTER" TO
003940                     WS-INQ-DESCRIPTION
003950             NOT INVALID KEY
003960                 MOVE DIVRID01-DESCRIPTION TO WS-INQ-DESCRIPTION
003970         END-READ
003980     END-IF.

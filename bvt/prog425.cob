000170*                         PRECISION TRIM GOES THROUGH SIGNED
000180*                         WORK FIELDS, THE SAME WAY CHAP424
000190*                         NOW TRIMS.
000191*        2026-10-15 RLW   THE OPERATOR NOW KEYS AN OPERATOR ID;
000192*                         NO QUOTIENT IS SHOWN UNLESS THE ID
000193*                         HOLDS THE DIVOPA01 INQUIRY PRIVILEGE.
000194*                         EACH NEW ID KEYED IS CHECKED ONCE AND
000195*                         LOGGED TO THE DIVSEC01 SECURITY LOG.
000196*                         A CHECK THAT CANNOT BE LOGGED REFUSES.
000200*
000210 ENVIRONMENT DIVISION.
000220*
000290     SELECT DIVISION-PARM-FILE ASSIGN TO "DIVPARM"
000300         ORGANIZATION LINE SEQUENTIAL
000310         FILE STATUS IS WS-PARM-FILE-STATUS.
000311*
000312     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000313         ORGANIZATION IS INDEXED
000314         ACCESS MODE IS RANDOM
000315         RECORD KEY IS DIVOPA01-OPERATOR-ID
000316         FILE STATUS IS WS-OPER-FILE-STATUS.
000320*
000322     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000324         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS WS-SECL-FILE-STATUS.
000328*
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  DIVISION-PARM-FILE
000360     LABEL RECORDS ARE STANDARD.
000370     COPY DIVPRM01.
000371*
000372 FD  OPERATOR-AUTH-FILE
000373     LABEL RECORDS ARE STANDARD.
000374     COPY DIVOPA01.
000375*
000376 FD  SECURITY-LOG-FILE
000377     LABEL RECORDS ARE STANDARD.
000378     COPY DIVSEC01.
000380*
000390 WORKING-STORAGE SECTION.
000400*
000490*
000500 77  WS-PARM-FILE-STATUS               PIC X(02) VALUE "00".
000510 77  WS-CRT-STATUS                     PIC 9(04) VALUE ZERO.
000511 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
000512 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
000513*
000514 77  WS-OPER-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000515     88  WS-OPER-FILE-OPEN                 VALUE "Y".
000520*
000530 77  WS-PARM-DECIMAL-PLACES            PIC 9(01) VALUE 4.
000540 77  WS-PARM-ROUND-SWITCH              PIC X(01) VALUE "Y".
000550     88  WS-PARM-ROUND-QUOTIENT            VALUE "Y".
000560*
000561 77  WS-OPERATOR-ID                    PIC X(08) VALUE SPACES.
000562 77  WS-SIGNED-ON-ID                   PIC X(08) VALUE SPACES.
000563*
000564 77  WS-INQUIRY-SWITCH                 PIC X(01) VALUE "N".
000565     88  WS-INQUIRY-AUTHORIZED             VALUE "Y".
000566*
000570 77  WS-EXIT-SWITCH                    PIC X(01) VALUE "N".
000580     88  WS-EXIT-REQUESTED                 VALUE "Y".
000581*
000582 01  WS-SEC-TIMESTAMP.
000583         05  WS-SEC-TMS-DATE           PIC X(08).
000584         05  WS-SEC-TMS-TIME           PIC X(06).
000585 77  WS-SEC-FULL-TIME                  PIC X(08).
000590*
000600 77  WS-SIZE-ERROR-SWITCH              PIC X(01) VALUE "N".
000610     88  WS-SIZE-ERROR-OCCURRED            VALUE "Y".
001010         VALUE "ENTER DIVISOR AND DIVIDEND, PF3 TO EXIT.".
001020     05  LINE 9  COLUMN 1  PIC X(40)
001030         FROM WS-MESSAGE-LINE.
001032     05  LINE 11 COLUMN 1  VALUE "OPERATOR ID . . :".
001034     05  LINE 11 COLUMN 20
001036         PIC X(08) USING WS-OPERATOR-ID.
001040*
001050 PROCEDURE DIVISION.
001060*
001080*    MAIN-LINE-LOGIC -- LOADS THE SAME PARAMETER CARD CHAP424  *
001090*    HONORS FOR DECIMAL PLACES AND ROUNDING, THEN REDISPLAYS   *
001100*    THE LOOKUP SCREEN UNTIL THE OPERATOR EXITS.               *
001102*    THE OPERATOR AUTHORIZATION FILE AND THE SECURITY LOG      *
001104*    ARE OPENED FIRST; A SECURITY LOG THAT WILL NOT OPEN       *
001106*    ENDS THE SESSION BEFORE THE FIRST SCREEN.                 *
001110*-------------------------------------------------------------*
001120 MAIN-LINE-LOGIC.
001130     PERFORM READ-PARM-CARD.
001131     PERFORM OPEN-SECURITY-FILES.
001132     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
001133         MOVE 8 TO RETURN-CODE
001134         GO TO MAIN-LINE-LOGIC-EXIT
001135     END-IF.
001140     PERFORM PROCESS-ONE-LOOKUP THRU PROCESS-ONE-LOOKUP-EXIT
001150         UNTIL WS-EXIT-REQUESTED.
001152     CLOSE SECURITY-LOG-FILE.
001154     IF WS-OPER-FILE-OPEN
001156         CLOSE OPERATOR-AUTH-FILE
001158     END-IF.
001160     DISPLAY "CHAP425 -- MAINTENANCE SESSION ENDED.".
001165 MAIN-LINE-LOGIC-EXIT.
001170     STOP RUN.
001180*
001190*-------------------------------------------------------------*
001410*    DIVISOR/DIVIDEND PAIR, COMPUTES THE QUOTIENT THE SAME     *
001420*    WAY CHAP424 DOES, AND REPORTS A SIZE ERROR WITHOUT        *
001430*    DISTURBING WHATEVER THE OPERATOR TYPED.                   *
001432*    NOTHING IS COMPUTED FOR AN OPERATOR WITHOUT THE           *
001434*    INQUIRY PRIVILEGE.                                        *
001440*-------------------------------------------------------------*
001450 PROCESS-ONE-LOOKUP.
001460     MOVE ZERO TO W005-DIVISOR W005-DIVIDEND
001520         SET WS-EXIT-REQUESTED TO TRUE
001530         GO TO PROCESS-ONE-LOOKUP-EXIT
001540     END-IF.
001541     PERFORM CHECK-OPERATOR-SIGN-ON
001542         THRU CHECK-OPERATOR-SIGN-ON-EXIT.
001543     IF WS-MESSAGE-LINE IS NOT EQUAL TO SPACES
001544         DISPLAY DIV-LOOKUP-SCREEN
001545         GO TO PROCESS-ONE-LOOKUP-EXIT
001546     END-IF.
001550     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
001560     IF WS-PARM-ROUND-QUOTIENT
001570         DIVIDE W005-DIVIDEND BY W005-DIVISOR
002580         WHEN OTHER
002590             CONTINUE
002600     END-EVALUATE.
002610*
002620*-------------------------------------------------------------*
002630*    OPEN-SECURITY-FILES -- THE SECURITY LOG IS APPENDED TO,  *
002640*    AND CREATED ON FIRST USE. A MISSING AUTHORIZATION FILE   *
002650*    IS NOT AN ERROR HERE; IT SIMPLY LEAVES EVERY OPERATOR    *
002660*    UNAUTHORIZED.                                            *
002670*-------------------------------------------------------------*
002680 OPEN-SECURITY-FILES.
002690     OPEN EXTEND SECURITY-LOG-FILE.
002700     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
002710         OPEN OUTPUT SECURITY-LOG-FILE
002720     END-IF.
002730     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
002740         DISPLAY "CHAP425 -- UNABLE TO OPEN "
002750             "SECURITY-LOG-FILE, STATUS = "
002760             WS-SECL-FILE-STATUS
002770     END-IF.
002780     OPEN INPUT OPERATOR-AUTH-FILE.
002790     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
002800         SET WS-OPER-FILE-OPEN TO TRUE
002810     END-IF.
002820*
002830*-------------------------------------------------------------*
002840*    CHECK-OPERATOR-SIGN-ON -- NO LOOKUP RUNS UNTIL AN        *
002850*    OPERATOR ID IS KEYED. A NEWLY KEYED ID IS CHECKED AND    *
002860*    LOGGED ONCE; AN ID WITHOUT THE INQUIRY PRIVILEGE GETS A  *
002870*    REFUSAL MESSAGE. A MESSAGE LEFT IN WS-MESSAGE-LINE TELLS *
002880*    PROCESS-ONE-LOOKUP NOT TO COMPUTE.                       *
002890*-------------------------------------------------------------*
002900 CHECK-OPERATOR-SIGN-ON.
002910     IF WS-OPERATOR-ID IS EQUAL TO SPACES
002920         MOVE "KEY YOUR OPERATOR ID." TO WS-MESSAGE-LINE
002930         GO TO CHECK-OPERATOR-SIGN-ON-EXIT
002940     END-IF.
002950     IF WS-OPERATOR-ID IS NOT EQUAL TO WS-SIGNED-ON-ID
002960         PERFORM CHECK-INQUIRY-AUTHORITY
002970     END-IF.
002980     IF NOT WS-INQUIRY-AUTHORIZED
002990         MOVE "NOT AUTHORIZED FOR INQUIRY." TO WS-MESSAGE-LINE
003000     END-IF.
003010 CHECK-OPERATOR-SIGN-ON-EXIT.
003020     EXIT.
003030*
003040*-------------------------------------------------------------*
003050*    CHECK-INQUIRY-AUTHORITY -- READS THE NEWLY KEYED         *
003060*    OPERATOR ID ON THE AUTHORIZATION FILE, REMEMBERS IT AS   *
003070*    THE SIGNED-ON ID WITH ITS INQUIRY PRIVILEGE, AND LOGS    *
003080*    THE OUTCOME. AN ID NOT ON FILE, OR NO FILE AT ALL, IS    *
003090*    REFUSED, AS IS ONE WHOSE CHECK CANNOT BE LOGGED.         *
003100*-------------------------------------------------------------*
003110 CHECK-INQUIRY-AUTHORITY.
003120     MOVE WS-OPERATOR-ID TO WS-SIGNED-ON-ID.
003130     MOVE "N" TO WS-INQUIRY-SWITCH.
003140     IF WS-OPER-FILE-OPEN
003150         MOVE WS-OPERATOR-ID TO DIVOPA01-OPERATOR-ID
003160         READ OPERATOR-AUTH-FILE
003170             INVALID KEY
003180                 CONTINUE
003190             NOT INVALID KEY
003200                 IF DIVOPA01-MAY-INQUIRE
003210                     SET WS-INQUIRY-AUTHORIZED TO TRUE
003220                 END-IF
003230         END-READ
003240     END-IF.
003250     ACCEPT WS-SEC-TMS-DATE FROM DATE YYYYMMDD.
003260     ACCEPT WS-SEC-FULL-TIME FROM TIME.
003270     MOVE WS-SEC-FULL-TIME(1:6) TO WS-SEC-TMS-TIME.
003280     MOVE SPACES              TO DIVSEC01-RECORD.
003290     MOVE WS-SEC-TIMESTAMP    TO DIVSEC01-TIMESTAMP.
003300     MOVE "CHAP425"           TO DIVSEC01-PROGRAM-ID.
003310     MOVE WS-OPERATOR-ID      TO DIVSEC01-OPERATOR-ID.
003320     SET DIVSEC01-ACTION-INQUIRY TO TRUE.
003330     MOVE WS-SEC-TMS-DATE     TO DIVSEC01-BUSINESS-DATE.
003340     IF WS-INQUIRY-AUTHORIZED
003350         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
003360     ELSE
003370         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
003380     END-IF.
003390     MOVE "DIVISION RATIO LOOKUP SIGN-ON" TO DIVSEC01-DETAIL.
003400     WRITE DIVSEC01-RECORD.
003410     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
003420         DISPLAY "CHAP425 -- WRITE FAILED ON "
003430             "SECURITY-LOG-FILE, STATUS = "
003440             WS-SECL-FILE-STATUS
003450         MOVE "N" TO WS-INQUIRY-SWITCH
003460     END-IF.

000170*                         BOOK, SO NOTHING SLIDES OFF THE
000180*                         BOOKS UNWORKED NOW THAT EXCEPTIONS
000190*                         OUTLIVE THE RUN THAT WROTE THEM.
000191*        2026-10-15 RLW   EACH AGING LINE NOW SHOWS THE
000192*                         RECORD-ID'S DESCRIPTION FROM THE
000193*                         DIVRID01 RECORD-ID MASTER (DIVRIDM). AN
000194*                         ID NOT ON THE MASTER, OR NO MASTER,
000195*                         PRINTS BLANK.
000200*
000210 ENVIRONMENT DIVISION.
000220*
000330*
000340     SELECT AGING-REPORT-FILE ASSIGN TO PRINTER
000350         FILE STATUS IS WS-RPT-FILE-STATUS.
000351*
000352     SELECT RECORD-ID-MASTER-FILE ASSIGN TO "DIVRIDM"
000353         ORGANIZATION IS INDEXED
000354         ACCESS MODE IS RANDOM
000355         RECORD KEY IS DIVRID01-RECORD-ID
000356         FILE STATUS IS WS-RIDM-FILE-STATUS.
000360*
000370 DATA DIVISION.
000380*
000570*
000580 01  DIVRPT01-LINE                        PIC X(80).
000590*
000591*-------------------------------------------------------------*
000592*    RECORD-ID-MASTER-FILE -- THE INDEXED DIVRID01 MASTER,    *
000593*    READ ONLY FOR THE DESCRIPTION PRINTED BESIDE EACH ID.    *
000594*    OPTIONAL: WITH NO MASTER THE DESCRIPTION IS BLANK.       *
000595*-------------------------------------------------------------*
000596 FD  RECORD-ID-MASTER-FILE
000597     LABEL RECORDS ARE STANDARD.
000598     COPY DIVRID01.
000599*
000600 WORKING-STORAGE SECTION.
000610*
000620 77  WS-EXCM-FILE-STATUS               PIC X(02) VALUE "00".
000630*
000640 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000641*
000642 77  WS-RIDM-FILE-STATUS               PIC X(02) VALUE "00".
000643*
000644 77  WS-RIDM-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000645         88  WS-RIDM-FILE-OPEN                        VALUE "Y".
000650*
000660 77  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000670         88  WS-END-OF-FILE                           VALUE "Y".
001950             VALUE "OPEN EXCEPTION AGING REPORT".
001960*
001970 01  WS-RPT-HDG-3.
001980         05  FILLER                    PIC X(38)
001990             VALUE "RECORD-ID   DESCRIPTION".
002000         05  FILLER                    PIC X(42)
002010             VALUE "ORIG RUN-ID   RS DEPT FILED       AGE".
002020*
002030 01  WS-RPT-DETAIL.
002040         05  WS-DTL-RECORD-ID          PIC X(10).
002042         05  FILLER                    PIC X(02) VALUE SPACES.
002044         05  WS-DTL-DESCRIPTION        PIC X(24).
002050         05  FILLER                    PIC X(02) VALUE SPACES.
002060         05  WS-DTL-ORIG-RUN-ID        PIC X(12).
002070         05  FILLER                    PIC X(02) VALUE SPACES.
002120         05  WS-DTL-FILED-DATE         PIC X(08).
002130         05  FILLER                    PIC X(02) VALUE SPACES.
002140         05  WS-DTL-AGE                PIC ZZZZ9.
002150         05  FILLER                    PIC X(05) VALUE SPACES.
002160*
002170 01  WS-RPT-REASON-HDG.
002180         05  FILLER                    PIC X(80)
002820         SET WS-FATAL-ABORT TO TRUE
002830         GO TO INITIALIZE-RUN-EXIT
002840     END-IF.
002842     OPEN INPUT RECORD-ID-MASTER-FILE.
002844     IF WS-RIDM-FILE-STATUS IS EQUAL TO "00"
002846         SET WS-RIDM-FILE-OPEN TO TRUE
002848     END-IF.
002850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002860     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002870     MOVE WS-RUN-DATE TO WS-CDN-DATE.
004050         PERFORM WRITE-REPORT-HEADINGS
004060     END-IF.
004070     MOVE DIVEXM01-RECORD-ID      TO WS-DTL-RECORD-ID.
004075     PERFORM LOOK-UP-RECORD-ID-DESCRIPTION.
004080     MOVE DIVEXM01-RUN-ID         TO WS-DTL-ORIG-RUN-ID.
004090     MOVE DIVEXM01-REASON-CODE    TO WS-DTL-REASON-CODE.
004100     MOVE DIVEXM01-DEPT-CODE      TO WS-DTL-DEPT-CODE.
005070     PERFORM CHECK-RPT-FILE-STATUS.
005080     CLOSE EXCEPTION-MASTER-FILE.
005090     CLOSE AGING-REPORT-FILE.
005092     IF WS-RIDM-FILE-OPEN
005094         CLOSE RECORD-ID-MASTER-FILE
005096     END-IF.
005100 TERMINATE-RUN-EXIT.
005110     EXIT.
005120*
005210         AFTER ADVANCING 1 LINES.
005220     PERFORM CHECK-RPT-FILE-STATUS.
005230     ADD 1 TO WS-LINE-COUNT.
005240*
005250*-------------------------------------------------------------*
005260*    LOOK-UP-RECORD-ID-DESCRIPTION -- FILLS THE AGING LINE'S  *
005270*    DESCRIPTION FROM THE RECORD-ID MASTER. AN ID NOT ON THE  *
005280*    MASTER, OR NO MASTER AT ALL, LEAVES IT BLANK.            *
005290*-------------------------------------------------------------*
005300 LOOK-UP-RECORD-ID-DESCRIPTION.
005310     MOVE SPACES TO WS-DTL-DESCRIPTION.
005320     IF WS-RIDM-FILE-OPEN
005330         MOVE DIVEXM01-RECORD-ID TO DIVRID01-RECORD-ID
005340         READ RECORD-ID-MASTER-FILE
005350             INVALID KEY
005360                 CONTINUE
005370             NOT INVALID KEY
005380                 MOVE DIVRID01-DESCRIPTION TO WS-DTL-DESCRIPTION
005390         END-READ
005400     END-IF.

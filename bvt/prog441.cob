000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP441.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. PRINTED LISTING OF THE WHOLE
000120*                         DIVRAT01 DIVISOR RATE MASTER IN KEY
000130*                         ORDER -- EVERY CODE WITH EACH OF ITS
000140*                         EFFECTIVE DATES, RATE, EXPIRY DATE AND
000150*                         STATUS -- SO THE MASTER CAN BE CHECKED
000160*                         WITHOUT A FILE DUMP.
000170*
000180 ENVIRONMENT DIVISION.
000190*
000200 CONFIGURATION SECTION.
000210*
000220 INPUT-OUTPUT SECTION.
000230*
000240 FILE-CONTROL.
000250     SELECT DIVISION-RATE-FILE ASSIGN TO "DIVRATE"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS DIVRAT01-KEY
000290         FILE STATUS IS WS-RATE-FILE-STATUS.
000300*
000310     SELECT LISTING-REPORT-FILE ASSIGN TO PRINTER
000320         FILE STATUS IS WS-RPT-FILE-STATUS.
000330*
000340 DATA DIVISION.
000350*
000360 FILE SECTION.
000370*
000380*-------------------------------------------------------------*
000390*    DIVISION-RATE-FILE -- THE INDEXED DIVISOR RATE MASTER    *
000400*-------------------------------------------------------------*
000410 FD  DIVISION-RATE-FILE
000420     LABEL RECORDS ARE STANDARD.
000430     COPY DIVRAT01.
000440*
000450*-------------------------------------------------------------*
000460*    LISTING-REPORT-FILE -- PRINTED RATE MASTER LISTING       *
000470*-------------------------------------------------------------*
000480 FD  LISTING-REPORT-FILE
000490     LABEL RECORDS ARE OMITTED
000500     RECORD CONTAINS 80 CHARACTERS.
000510*
000520 01  DIVRPT01-LINE                        PIC X(80).
000530*
000540 WORKING-STORAGE SECTION.
000550*
000560 77  WS-RATE-FILE-STATUS               PIC X(02) VALUE "00".
000570*
000580 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
000590*
000600 77  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000610         88  WS-END-OF-FILE                           VALUE "Y".
000620*
000630 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
000640         88  WS-FATAL-ABORT                            VALUE "Y".
000650*
000660 77  WS-ROW-COUNT                      PIC 9(05) COMP
000670                                            VALUE ZERO.
000680*
000690 77  WS-CODE-COUNT                     PIC 9(05) COMP
000700                                            VALUE ZERO.
000710*
000720 77  WS-ACTIVE-COUNT                   PIC 9(05) COMP
000730                                            VALUE ZERO.
000740*
000750 77  WS-EXPIRED-COUNT                  PIC 9(05) COMP
000760                                            VALUE ZERO.
000770*
000780 77  WS-PAGE-NO                        PIC 9(03) COMP
000790                                            VALUE ZERO.
000800*
000810 77  WS-LINE-COUNT                     PIC 9(03) COMP
000820                                            VALUE ZERO.
000830*
000840 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
000850                                            VALUE 20.
000860*
000870 01  WS-RUN-DATE                       PIC X(08).
000880*
000890 77  WS-PREV-RATE-CODE                 PIC X(04) VALUE LOW-VALUES.
000900*
000910*-------------------------------------------------------------*
000920*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
000930*-------------------------------------------------------------*
000940 01  WS-RPT-HDG-1.
000950         05  FILLER                    PIC X(15)
000960                                        VALUE "CHAP441  DATE ".
000970         05  WS-HDG-RUN-DATE           PIC X(08).
000980         05  FILLER                    PIC X(10) VALUE SPACES.
000990         05  FILLER                    PIC X(05) VALUE "PAGE ".
001000         05  WS-HDG-PAGE-NO            PIC ZZ9.
001010         05  FILLER                    PIC X(37) VALUE SPACES.
001020*
001030 01  WS-RPT-HDG-2.
001040         05  FILLER                    PIC X(80)
001050             VALUE "DIVISOR RATE MASTER LISTING".
001060*
001070 01  WS-RPT-HDG-3.
001080         05  FILLER                    PIC X(80)
001090             VALUE "CODE EFFECTIVE      RATE EXPIRY   STATUS".
001100*
001110 01  WS-RPT-DETAIL.
001120         05  WS-DTL-RATE-CODE          PIC X(04).
001130         05  FILLER                    PIC X(01) VALUE SPACES.
001140         05  WS-DTL-EFF-DATE           PIC X(08).
001150         05  FILLER                    PIC X(01) VALUE SPACES.
001160         05  WS-DTL-RATE               PIC ZZZZ9.9999.
001170         05  FILLER                    PIC X(01) VALUE SPACES.
001180         05  WS-DTL-EXPIRY-DATE        PIC X(08).
001190         05  FILLER                    PIC X(01) VALUE SPACES.
001200         05  WS-DTL-STATUS             PIC X(08).
001210         05  FILLER                    PIC X(38) VALUE SPACES.
001220*
001230 01  WS-RPT-TOTAL-LINE.
001240         05  WS-TOT-CAPTION            PIC X(20).
001250         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
001260         05  FILLER                    PIC X(53) VALUE SPACES.
001270*
001280 PROCEDURE DIVISION.
001290*
001300*-------------------------------------------------------------*
001310*    MAIN-LINE-LOGIC -- LISTS EVERY RATE ROW IN KEY ORDER,    *
001320*    THEN SETS THE BATCH RETURN CODE: 0 MEANS THE LISTING     *
001330*    PRINTED, 8 MEANS A FATAL ERROR. A RATE MASTER NOT YET    *
001340*    CREATED PRINTS AN EMPTY LISTING.                         *
001350*-------------------------------------------------------------*
001360 MAIN-LINE-LOGIC.
001370     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
001380     IF WS-FATAL-ABORT
001390         MOVE 8 TO RETURN-CODE
001400         GO TO MAIN-LINE-LOGIC-EXIT
001410     END-IF.
001420     PERFORM LIST-ONE-RATE-ROW
001430         UNTIL WS-END-OF-FILE.
001440     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
001450     IF WS-FATAL-ABORT
001460         MOVE 8 TO RETURN-CODE
001470     ELSE
001480         MOVE 0 TO RETURN-CODE
001490     END-IF.
001500 MAIN-LINE-LOGIC-EXIT.
001510     STOP RUN.
001520*
001530*-------------------------------------------------------------*
001540*    INITIALIZE-RUN -- OPENS THE REPORT AND THE RATE MASTER.  *
001550*    A MASTER THAT DOES NOT EXIST YET (STATUS 35) IS LISTED   *
001560*    AS EMPTY RATHER THAN TREATED AS AN ERROR.                *
001570*-------------------------------------------------------------*
001580 INITIALIZE-RUN.
001590     OPEN OUTPUT LISTING-REPORT-FILE.
001600     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
001610         DISPLAY "CHAP441 -- UNABLE TO OPEN "
001620             "LISTING-REPORT-FILE, STATUS = "
001630             WS-RPT-FILE-STATUS
001640         SET WS-FATAL-ABORT TO TRUE
001650         GO TO INITIALIZE-RUN-EXIT
001660     END-IF.
001670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001680     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
001690     MOVE ZERO TO WS-PAGE-NO.
001700     PERFORM WRITE-REPORT-HEADINGS.
001710     OPEN INPUT DIVISION-RATE-FILE.
001720     IF WS-RATE-FILE-STATUS IS EQUAL TO "35"
001730         SET WS-END-OF-FILE TO TRUE
001740         GO TO INITIALIZE-RUN-EXIT
001750     END-IF.
001760     IF WS-RATE-FILE-STATUS IS NOT EQUAL TO "00"
001770         DISPLAY "CHAP441 -- UNABLE TO OPEN "
001780             "DIVISION-RATE-FILE, STATUS = "
001790             WS-RATE-FILE-STATUS
001800         SET WS-FATAL-ABORT TO TRUE
001810         GO TO INITIALIZE-RUN-EXIT
001820     END-IF.
001830     PERFORM READ-RATE-ROW.
001840 INITIALIZE-RUN-EXIT.
001850     EXIT.
001860*
001870 READ-RATE-ROW.
001880     READ DIVISION-RATE-FILE
001890         AT END
001900             SET WS-END-OF-FILE TO TRUE
001910     END-READ.
001920*
001930*-------------------------------------------------------------*
001940*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR     *
001950*    LISTING-REPORT-FILE.                                      *
001960*-------------------------------------------------------------*
001970 CHECK-RPT-FILE-STATUS.
001980     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
001990         DISPLAY "CHAP441 -- WRITE FAILED ON "
002000             "LISTING-REPORT-FILE, STATUS = "
002010             WS-RPT-FILE-STATUS
002020         SET WS-FATAL-ABORT TO TRUE
002030         SET WS-END-OF-FILE TO TRUE
002040     END-IF.
002050*
002060*-------------------------------------------------------------*
002070*    WRITE-REPORT-HEADINGS -- STARTS A NEW PAGE OF THE REPORT *
002080*-------------------------------------------------------------*
002090 WRITE-REPORT-HEADINGS.
002100     ADD 1 TO WS-PAGE-NO.
002110     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
002120     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
002130         AFTER ADVANCING PAGE.
002140     PERFORM CHECK-RPT-FILE-STATUS.
002150     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
002160         AFTER ADVANCING 2 LINES.
002170     PERFORM CHECK-RPT-FILE-STATUS.
002180     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
002190         AFTER ADVANCING 1 LINES.
002200     PERFORM CHECK-RPT-FILE-STATUS.
002210     MOVE 3 TO WS-LINE-COUNT.
002220*
002230*-------------------------------------------------------------*
002240*    LIST-ONE-RATE-ROW -- PRINTS ONE RATE ROW. THE CODE IS    *
002250*    PRINTED ON THE FIRST ROW OF EACH CODE AND AT THE TOP OF  *
002260*    EACH PAGE, AND A BLANK LINE SEPARATES ONE CODE FROM THE  *
002270*    NEXT, SO THE EFFECTIVE-DATE HISTORY OF EACH CODE READS   *
002280*    AS A BLOCK.                                              *
002290*-------------------------------------------------------------*
002300 LIST-ONE-RATE-ROW.
002310     ADD 1 TO WS-ROW-COUNT.
002320     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
002330         PERFORM WRITE-REPORT-HEADINGS
002340         MOVE DIVRAT01-RATE-CODE TO WS-DTL-RATE-CODE
002350     ELSE
002360         MOVE SPACES TO WS-DTL-RATE-CODE
002370     END-IF.
002380     IF DIVRAT01-RATE-CODE IS NOT EQUAL TO WS-PREV-RATE-CODE
002390         ADD 1 TO WS-CODE-COUNT
002400         MOVE DIVRAT01-RATE-CODE TO WS-DTL-RATE-CODE
002410         MOVE DIVRAT01-RATE-CODE TO WS-PREV-RATE-CODE
002420         IF WS-CODE-COUNT IS GREATER THAN 1
002430                 AND WS-LINE-COUNT IS GREATER THAN 3
002440             MOVE SPACES TO DIVRPT01-LINE
002450             WRITE DIVRPT01-LINE
002460                 AFTER ADVANCING 1 LINES
002470             PERFORM CHECK-RPT-FILE-STATUS
002480             ADD 1 TO WS-LINE-COUNT
002490         END-IF
002500     END-IF.
002510     MOVE DIVRAT01-EFF-DATE    TO WS-DTL-EFF-DATE.
002520     MOVE DIVRAT01-RATE        TO WS-DTL-RATE.
002530     MOVE DIVRAT01-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE.
002540     IF DIVRAT01-STATUS-EXPIRED
002550         ADD 1 TO WS-EXPIRED-COUNT
002560         MOVE "EXPIRED" TO WS-DTL-STATUS
002570     ELSE
002580         ADD 1 TO WS-ACTIVE-COUNT
002590         MOVE "ACTIVE" TO WS-DTL-STATUS
002600     END-IF.
002610     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
002620         AFTER ADVANCING 1 LINES.
002630     PERFORM CHECK-RPT-FILE-STATUS.
002640     ADD 1 TO WS-LINE-COUNT.
002650     PERFORM READ-RATE-ROW.
002660*
002670*-------------------------------------------------------------*
002680*    TERMINATE-RUN -- PRINTS THE LISTING TOTALS AND CLOSES    *
002690*    ALL OPEN FILES. ROWS LISTED ALWAYS EQUALS ACTIVE PLUS    *
002700*    EXPIRED.                                                 *
002710*-------------------------------------------------------------*
002720 TERMINATE-RUN.
002730     MOVE "RATE CODES:         " TO WS-TOT-CAPTION.
002740     MOVE WS-CODE-COUNT TO WS-TOT-COUNT.
002750     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
002760         AFTER ADVANCING 2 LINES.
002770     PERFORM CHECK-RPT-FILE-STATUS.
002780     MOVE "ROWS LISTED:        " TO WS-TOT-CAPTION.
002790     MOVE WS-ROW-COUNT TO WS-TOT-COUNT.
002800     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
002810         AFTER ADVANCING 1 LINES.
002820     PERFORM CHECK-RPT-FILE-STATUS.
002830     MOVE "ROWS ACTIVE:        " TO WS-TOT-CAPTION.
002840     MOVE WS-ACTIVE-COUNT TO WS-TOT-COUNT.
002850     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
002860         AFTER ADVANCING 1 LINES.
002870     PERFORM CHECK-RPT-FILE-STATUS.
002880     MOVE "ROWS EXPIRED:       " TO WS-TOT-CAPTION.
002890     MOVE WS-EXPIRED-COUNT TO WS-TOT-COUNT.
002900     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
002910         AFTER ADVANCING 1 LINES.
002920     PERFORM CHECK-RPT-FILE-STATUS.
002930     IF WS-RATE-FILE-STATUS IS NOT EQUAL TO "35"
002940         CLOSE DIVISION-RATE-FILE
002950     END-IF.
002960     CLOSE LISTING-REPORT-FILE.
002970 TERMINATE-RUN-EXIT.
002980     EXIT.

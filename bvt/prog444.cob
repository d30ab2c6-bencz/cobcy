000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP444.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. GL JOURNAL INTERFACE. READS
000120*                         THE BUSINESS DATE'S POSTED AUDIT ROWS,
000130*                         SUMMARIZES THEM BY DEPARTMENT AND
000140*                         OPERATION CODE AND CUTS A BALANCED
000150*                         JOURNAL (DIVGLH01 HEADER, DIVGLD01
000160*                         ENTRIES, DIVGLT01 TRAILER) TO THE
000170*                         ACCOUNTS THE DIVACM01 ACCOUNT MAP
000180*                         NAMES. REVERSALS AND CLOSED-PERIOD
000190*                         ADJUSTMENTS BOOK THE OFFSETTING PAIR.
000200*                         ANY DEPARTMENT AND OPERATION WITH NO
000210*                         MAPPING WITHHOLDS THE WHOLE JOURNAL AND
000220*                         IS LISTED ON THE REPORT.
000221*        2026-10-15 RLW   A BUSINESS-DATE CARD NAMING A DATE
000222*                         OTHER THAN TODAY NOW NEEDS AN OPERATOR
000223*                         HOLDING THE DIVOPA01 BACKDATE
000224*                         PRIVILEGE; OTHERWISE NOTHING IS
000225*                         JOURNALED AND THE RUN ENDS WITH RC 5.
000226*                         THE CHECK IS LOGGED TO THE DIVSEC01
000227*                         SECURITY LOG.
000228*        2026-10-15 RLW   THE JOURNAL TAKES EACH AUDIT ROW ONCE
000229*                         PER RECORD-ID, RUN-ID AND REASON, SO A
000230*                         ROW A CHAP424 RESTART REWROTE IS NOT
000231*                         JOURNALED TWICE.
000232*
000240 ENVIRONMENT DIVISION.
000250*
000260 CONFIGURATION SECTION.
000270*
000280 INPUT-OUTPUT SECTION.
000290*
000300 FILE-CONTROL.
000310     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-BDATE-FILE-STATUS.
000340*
000350     SELECT ACCOUNT-MAP-FILE ASSIGN TO "DIVACCT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ACCT-FILE-STATUS.
000380*
000390     SELECT DIVISION-AUDIT-LOG-FILE ASSIGN TO "DIVAUDIT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000420*
000430     SELECT GL-JOURNAL-FILE ASSIGN TO "DIVGLJNL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-JRNL-FILE-STATUS.
000460*
000470     SELECT JOURNAL-REPORT-FILE ASSIGN TO PRINTER
000480         FILE STATUS IS WS-RPT-FILE-STATUS.
000481*
000482     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS RANDOM
000485         RECORD KEY IS DIVOPA01-OPERATOR-ID
000486         FILE STATUS IS WS-OPER-FILE-STATUS.
000487*
000488     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000489         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SECL-FILE-STATUS.
000491*
000492     SELECT AUDIT-KEY-WORK-FILE ASSIGN TO "DIVGLWRK"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS DIVGLW01-KEY
000496         FILE STATUS IS WS-WORK-FILE-STATUS.
000497*
000500 DATA DIVISION.
000510*
000520 FILE SECTION.
000530*
000540*-------------------------------------------------------------*
000550*    BUSINESS-DATE-CARD-FILE -- THE SAME OPTIONAL DIVBDT01    *
000560*    CARD CHAP424 HONORS, NAMING THE BUSINESS DATE TO         *
000570*    JOURNAL. A MISSING FILE OR A NON-NUMERIC DATE MEANS      *
000580*    TODAY.                                                   *
000590*-------------------------------------------------------------*
000600 FD  BUSINESS-DATE-CARD-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY DIVBDT01.
000630*
000640*-------------------------------------------------------------*
000650*    ACCOUNT-MAP-FILE -- THE DIVACM01 ACCOUNT-MAPPING         *
000660*    REFERENCE FILE FINANCE MAINTAINS, LOADED ONCE AT         *
000670*    INITIALIZATION.                                          *
000680*-------------------------------------------------------------*
000690 FD  ACCOUNT-MAP-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY DIVACM01.
000720*
000730*-------------------------------------------------------------*
000740*    DIVISION-AUDIT-LOG-FILE -- THE ROWS CHAP424 APPENDED,    *
000750*    READ END TO END FOR THE BUSINESS DATE'S POSTINGS.        *
000760*-------------------------------------------------------------*
000770 FD  DIVISION-AUDIT-LOG-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY DIVREC01 REPLACING LEADING ==DIVREC01== BY ==DIVAUD01==.
000800*
000801*-------------------------------------------------------------*
000802*    AUDIT-KEY-WORK-FILE -- SCRATCH INDEXED FILE OF THE KEY   *
000803*    OF EVERY AUDIT ROW JOURNALED. A SECOND WRITE OF A KEY    *
000804*    COMES BACK INVALID -- A ROW A RESTARTED CHAP424 RUN      *
000805*    WROTE AGAIN. REBUILT EMPTY AT THE START OF EVERY RUN.    *
000806*-------------------------------------------------------------*
000807 FD  AUDIT-KEY-WORK-FILE
000808     LABEL RECORDS ARE STANDARD.
000809*
000810 01  DIVGLW01-RECORD.
000811     05  DIVGLW01-KEY.
000812         10  DIVGLW01-RECORD-ID         PIC X(10).
000813         10  DIVGLW01-RUN-ID            PIC X(12).
000814         10  DIVGLW01-REASON-CODE       PIC X(02).
000815*
000840*-------------------------------------------------------------*
000845*    GL-JOURNAL-FILE -- THE JOURNAL FOR THE LEDGER: ONE       *
000850*    HEADER, THE ENTRIES, ONE TRAILER. WHEN THE JOURNAL IS    *
000855*    WITHHELD THE FILE IS STILL OPENED AND CLOSED, LEFT       *
000860*    EMPTY, SO AN EARLIER DAY'S JOURNAL CAN NEVER GO OUT      *
000865*    AGAIN IN ITS PLACE.                                      *
000870*-------------------------------------------------------------*
000880 FD  GL-JOURNAL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY DIVGLH01.
000910     COPY DIVGLD01.
000920     COPY DIVGLT01.
000930*
000940*-------------------------------------------------------------*
000950*    JOURNAL-REPORT-FILE -- PRINTED JOURNAL REPORT: THE       *
000960*    ENTRIES CUT, OR THE UNMAPPED DEPARTMENTS AND OPERATIONS  *
000970*    THAT HELD THE JOURNAL BACK, THEN THE RUN TOTALS.         *
000980*-------------------------------------------------------------*
000990 FD  JOURNAL-REPORT-FILE
001000     LABEL RECORDS ARE OMITTED
001010     RECORD CONTAINS 80 CHARACTERS.
001020*
001030 01  DIVRPT01-LINE                        PIC X(80).
001040*
001041*-------------------------------------------------------------*
001042*    OPERATOR-AUTH-FILE -- THE INDEXED DIVOPA01 OPERATOR      *
001043*    AUTHORIZATION FILE, READ ONLY TO CHECK A BACKDATED       *
001044*    CARD'S OPERATOR. WITH NO FILE, NO OPERATOR MAY BACKDATE. *
001045*-------------------------------------------------------------*
001046 FD  OPERATOR-AUTH-FILE
001047     LABEL RECORDS ARE STANDARD.
001048     COPY DIVOPA01.
001049*
001050*-------------------------------------------------------------*
001051*    SECURITY-LOG-FILE -- APPEND-ONLY DIVSEC01 SECURITY LOG.  *
001052*-------------------------------------------------------------*
001053 FD  SECURITY-LOG-FILE
001054     LABEL RECORDS ARE STANDARD.
001055     COPY DIVSEC01.
001056*
001057 WORKING-STORAGE SECTION.
001060*
001070 77  WS-BDATE-FILE-STATUS              PIC X(02) VALUE "00".
001080*
001090 77  WS-ACCT-FILE-STATUS               PIC X(02) VALUE "00".
001100*
001110 77  WS-AUDIT-FILE-STATUS              PIC X(02) VALUE "00".
001112 77  WS-WORK-FILE-STATUS               PIC X(02) VALUE "00".
001114*
001120*
001130 77  WS-JRNL-FILE-STATUS               PIC X(02) VALUE "00".
001140*
001150 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
001160*
001170 77  WS-ACCT-EOF-SWITCH                PIC X(01) VALUE "N".
001180         88  WS-ACCT-END-OF-FILE                      VALUE "Y".
001190*
001200 77  WS-AUDIT-EOF-SWITCH               PIC X(01) VALUE "N".
001210         88  WS-AUDIT-END-OF-FILE                     VALUE "Y".
001220*
001230 77  WS-FATAL-SWITCH                    PIC X(01) VALUE "N".
001240         88  WS-FATAL-ABORT                            VALUE "Y".
001250*
001260 77  WS-JRNL-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
001270         88  WS-JRNL-FILE-OPEN                        VALUE "Y".
001280*
001290 77  WS-ENTRY-FOUND-SWITCH             PIC X(01) VALUE "N".
001300         88  WS-ENTRY-FOUND                           VALUE "Y".
001310*
001320 77  WS-MAP-FOUND-SWITCH               PIC X(01) VALUE "N".
001330         88  WS-MAP-FOUND                             VALUE "Y".
001331*
001332 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
001333*
001334 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
001335*
001336 77  WS-PRIV-GRANTED-SWITCH            PIC X(01) VALUE "N".
001337         88  WS-PRIV-GRANTED                          VALUE "Y".
001338*
001339 77  WS-AUTH-REFUSED-SWITCH            PIC X(01) VALUE "N".
001340         88  WS-AUTH-REFUSED                          VALUE "Y".
001341*
001342 77  WS-BACKDATE-SWITCH                PIC X(01) VALUE "N".
001343         88  WS-BACKDATE-SUPPLIED                     VALUE "Y".
001344*
001345 77  WS-BDATE-OPERATOR-ID              PIC X(08) VALUE SPACES.
001346*
001350 77  WS-AUDIT-READ-COUNT               PIC 9(07) COMP
001360                                            VALUE ZERO.
001370*
001380 77  WS-POSTED-COUNT                   PIC 9(07) COMP
001390                                            VALUE ZERO.
001400*
001410 77  WS-REVERSAL-COUNT                 PIC 9(07) COMP
001420                                            VALUE ZERO.
001430*
001440 77  WS-JOURNAL-ENTRY-COUNT            PIC 9(07) COMP
001450                                            VALUE ZERO.
001460*
001470 77  WS-UNMAPPED-COUNT                 PIC 9(05) COMP
001480                                            VALUE ZERO.
001490*
001500 77  WS-DEBIT-TOTAL                    PIC 9(11)V9(04)
001510                                            VALUE ZERO.
001520*
001530 77  WS-CREDIT-TOTAL                   PIC 9(11)V9(04)
001540                                            VALUE ZERO.
001550*
001560 77  WS-PAGE-NO                        PIC 9(03) COMP
001570                                            VALUE ZERO.
001580*
001590 77  WS-LINE-COUNT                     PIC 9(03) COMP
001600                                            VALUE ZERO.
001610*
001620 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
001630                                            VALUE 20.
001640*
001650 77  WS-MAP-MAX-ENTRIES                PIC 9(03) COMP
001660                                            VALUE 500.
001670*
001680 77  WS-MAP-COUNT                      PIC 9(03) COMP
001690                                            VALUE ZERO.
001700*
001710 77  WS-MAP-SUB                        PIC 9(03) COMP
001720                                            VALUE ZERO.
001730*
001740 77  WS-JRN-MAX-ENTRIES                PIC 9(03) COMP
001750                                            VALUE 500.
001760*
001770 77  WS-JRN-COUNT                      PIC 9(03) COMP
001780                                            VALUE ZERO.
001790*
001800 77  WS-JRN-SUB                        PIC 9(03) COMP
001810                                            VALUE ZERO.
001820*
001830 77  WS-JRN-MATCH-SUB                  PIC 9(03) COMP
001840                                            VALUE ZERO.
001850*
001860 01  WS-RUN-DATE                       PIC X(08).
001870*
001880 01  WS-RUN-TIME                       PIC X(08).
001890*
001900 01  WS-BUSINESS-DATE                  PIC X(08).
001910*
001920 01  WS-CREATED-TIMESTAMP.
001930         05  WS-CRT-TMS-DATE               PIC X(08).
001940         05  WS-CRT-TMS-TIME               PIC X(06).
001950*
001960*-------------------------------------------------------------*
001970*    THE AUDIT ROW IN HAND, SUMMARY KEY ONLY -- ITS           *
001980*    DEPARTMENT AND ITS OPERATION CODE WITH A BLANK OPERATION *
001990*    TAKEN AS DIVIDE.                                         *
002000*-------------------------------------------------------------*
002010 01  WS-ROW-KEY.
002020         05  WS-ROW-DEPT-CODE              PIC X(04).
002030         05  WS-ROW-OP-CODE                PIC X(01).
002040*
002050*-------------------------------------------------------------*
002060*    ONE BALANCED PAIR ABOUT TO BE WRITTEN -- SET UP BY       *
002070*    WRITE-JOURNAL-ENTRIES FOR EACH SUMMARY'S POSTING OR      *
002080*    REVERSAL SIDE, THEN WRITTEN AS A DEBIT LINE AND A CREDIT *
002090*    LINE.                                                    *
002100*-------------------------------------------------------------*
002110 01  WS-PAIR.
002120         05  WS-PAIR-ENTRY-TYPE            PIC X(01).
002130         05  WS-PAIR-DEBIT-ACCOUNT         PIC X(12).
002140         05  WS-PAIR-CREDIT-ACCOUNT        PIC X(12).
002150         05  WS-PAIR-AMOUNT                PIC 9(09)V9(04).
002160         05  WS-PAIR-ITEM-COUNT            PIC 9(07).
002170*
002180*-------------------------------------------------------------*
002190*    WS-ACCOUNT-MAP-TABLE -- THE DIVACM01 REFERENCE FILE      *
002200*    LOADED ONCE AT INITIALIZATION. AN OVERFLOWED TABLE IS    *
002210*    FATAL SINCE A DROPPED MAPPING WOULD WITHHOLD A JOURNAL   *
002220*    THAT IS COMPLETE.                                        *
002230*-------------------------------------------------------------*
002240 01  WS-ACCOUNT-MAP-TABLE.
002250     05  WS-MAP-ENTRY OCCURS 500 TIMES.
002260         10  WS-MAP-DEPT-CODE          PIC X(04).
002270         10  WS-MAP-OP-CODE            PIC X(01).
002280         10  WS-MAP-DEBIT-ACCOUNT      PIC X(12).
002290         10  WS-MAP-CREDIT-ACCOUNT     PIC X(12).
002300*
002310*-------------------------------------------------------------*
002320*    WS-JOURNAL-TABLE -- ONE SUMMARY PER DEPARTMENT AND       *
002330*    OPERATION POSTED ON THE BUSINESS DATE, IN FIRST-SEEN     *
002340*    ORDER: THE POSTED ROWS AND THEIR QUOTIENT SUM, THE       *
002350*    REVERSAL AND ADJUSTMENT ROWS AND THEIR SUM, AND THE TWO  *
002360*    ACCOUNTS THE MAP GIVES IT.                               *
002370*-------------------------------------------------------------*
002380 01  WS-JOURNAL-TABLE.
002390     05  WS-JRN-ENTRY OCCURS 500 TIMES.
002400         10  WS-JRN-DEPT-CODE          PIC X(04).
002410         10  WS-JRN-OP-CODE            PIC X(01).
002420         10  WS-JRN-POSTED-COUNT       PIC 9(07) COMP.
002430         10  WS-JRN-POSTED-SUM         PIC S9(09)V9(04).
002440         10  WS-JRN-REVERSAL-COUNT     PIC 9(07) COMP.
002450         10  WS-JRN-REVERSED-SUM       PIC S9(09)V9(04).
002460         10  WS-JRN-DEBIT-ACCOUNT      PIC X(12).
002470         10  WS-JRN-CREDIT-ACCOUNT     PIC X(12).
002480         10  WS-JRN-MAPPED-SWITCH      PIC X(01).
002490*
002500*-------------------------------------------------------------*
002510*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
002520*-------------------------------------------------------------*
002530 01  WS-RPT-HDG-1.
002540         05  FILLER                    PIC X(15)
002550                                        VALUE "CHAP444  DATE ".
002560         05  WS-HDG-RUN-DATE           PIC X(08).
002570         05  FILLER                    PIC X(10) VALUE SPACES.
002580         05  FILLER                    PIC X(05) VALUE "PAGE ".
002590         05  WS-HDG-PAGE-NO            PIC ZZ9.
002600         05  FILLER                    PIC X(37) VALUE SPACES.
002610*
002620 01  WS-RPT-HDG-2.
002630         05  FILLER                    PIC X(28)
002640             VALUE "GL JOURNAL -- BUSINESS DATE ".
002650         05  WS-HDG-BUSINESS-DATE      PIC X(08).
002660         05  FILLER                    PIC X(44) VALUE SPACES.
002670*
002680 01  WS-RPT-HDG-3.
002690         05  FILLER                    PIC X(36)
002700             VALUE "DEPT  OP  TYPE      ACCOUNT       DC".
002710         05  FILLER                    PIC X(44)
002720             VALUE "    ITEMS            AMOUNT".
002730*
002740 01  WS-RPT-DETAIL.
002750         05  WS-DTL-DEPT-CODE          PIC X(04).
002760         05  FILLER                    PIC X(02) VALUE SPACES.
002770         05  WS-DTL-OP-CODE            PIC X(01).
002780         05  FILLER                    PIC X(03) VALUE SPACES.
002790         05  WS-DTL-ENTRY-TYPE         PIC X(08).
002800         05  FILLER                    PIC X(02) VALUE SPACES.
002810         05  WS-DTL-ACCOUNT            PIC X(12).
002820         05  FILLER                    PIC X(02) VALUE SPACES.
002830         05  WS-DTL-DEBIT-CREDIT       PIC X(02).
002840         05  FILLER                    PIC X(02) VALUE SPACES.
002850         05  WS-DTL-ITEM-COUNT         PIC ZZZ,ZZ9.
002860         05  FILLER                    PIC X(02) VALUE SPACES.
002870         05  WS-DTL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.9999.
002880         05  FILLER                    PIC X(17) VALUE SPACES.
002890*
002900 01  WS-RPT-WITHHELD-HDG.
002910         05  FILLER                    PIC X(80)
002920             VALUE "JOURNAL WITHHELD -- NO ACCOUNT MAPPING FOR".
002930*
002940 01  WS-RPT-UNMAPPED-COL-HDG.
002950         05  FILLER                    PIC X(37)
002960             VALUE "DEPT  OP    ROWS  REASON".
002970         05  FILLER                    PIC X(43) VALUE SPACES.
002980*
002990 01  WS-RPT-UNMAPPED-DETAIL.
003000         05  WS-UMD-DEPT-CODE          PIC X(04).
003010         05  FILLER                    PIC X(02) VALUE SPACES.
003020         05  WS-UMD-OP-CODE            PIC X(01).
003030         05  FILLER                    PIC X(02) VALUE SPACES.
003040         05  WS-UMD-ROW-COUNT          PIC ZZZ,ZZ9.
003050         05  FILLER                    PIC X(02) VALUE SPACES.
003060         05  WS-UMD-REASON             PIC X(30).
003070         05  FILLER                    PIC X(32) VALUE SPACES.
003080*
003090 01  WS-RPT-EMPTY-NOTE.
003100         05  FILLER                    PIC X(80)
003110             VALUE "NO POSTINGS ON THE BUSINESS DATE".
003120*
003130 01  WS-RPT-TOTAL-LINE.
003140         05  WS-TOT-CAPTION            PIC X(20).
003150         05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
003160         05  FILLER                    PIC X(53) VALUE SPACES.
003170*
003180 01  WS-RPT-AMOUNT-LINE.
003190         05  WS-AMT-CAPTION            PIC X(20).
003200         05  WS-AMT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.9999.
003210         05  FILLER                    PIC X(41) VALUE SPACES.
003220*
003230 PROCEDURE DIVISION.
003240*
003250*-------------------------------------------------------------*
003260*    MAIN-LINE-LOGIC -- SUMMARIZES THE BUSINESS DATE'S        *
003270*    POSTINGS, MAPS EVERY SUMMARY TO ITS ACCOUNTS AND CUTS    *
003280*    THE JOURNAL ONLY IF ALL OF THEM MAP. RETURN CODE 0 MEANS *
003290*    THE JOURNAL WAS CUT, 4 MEANS IT WAS WITHHELD FOR         *
003300*    UNMAPPED DEPARTMENTS OR OPERATIONS (THE FILE IS LEFT     *
003310*    EMPTY AND MUST NOT BE SENT), 8 MEANS A FATAL ERROR.      *
003320*-------------------------------------------------------------*
003330 MAIN-LINE-LOGIC.
003340     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
003350     IF WS-FATAL-ABORT
003360         MOVE 8 TO RETURN-CODE
003370         GO TO MAIN-LINE-LOGIC-EXIT
003380     END-IF.
003382     IF WS-AUTH-REFUSED
003384         MOVE 5 TO RETURN-CODE
003386         GO TO MAIN-LINE-LOGIC-EXIT
003388     END-IF.
003390     PERFORM ACCUMULATE-ONE-AUDIT-ROW
003400             THRU ACCUMULATE-ONE-AUDIT-ROW-EXIT
003410         UNTIL WS-AUDIT-END-OF-FILE.
003420     CLOSE DIVISION-AUDIT-LOG-FILE.
003425     CLOSE AUDIT-KEY-WORK-FILE.
003430     IF NOT WS-FATAL-ABORT
003440         PERFORM RESOLVE-ONE-JOURNAL-ENTRY
003450             VARYING WS-JRN-SUB FROM 1 BY 1
003460             UNTIL WS-JRN-SUB IS GREATER THAN WS-JRN-COUNT
003470     END-IF.
003480     IF NOT WS-FATAL-ABORT
003490         IF WS-UNMAPPED-COUNT IS GREATER THAN ZERO
003500             PERFORM WITHHOLD-JOURNAL THRU WITHHOLD-JOURNAL-EXIT
003510         ELSE
003520             PERFORM CUT-JOURNAL THRU CUT-JOURNAL-EXIT
003530         END-IF
003540     END-IF.
003550     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
003560     IF WS-FATAL-ABORT
003570         MOVE 8 TO RETURN-CODE
003580     ELSE
003590         IF WS-UNMAPPED-COUNT IS GREATER THAN ZERO
003600             MOVE 4 TO RETURN-CODE
003610         ELSE
003620             MOVE 0 TO RETURN-CODE
003630         END-IF
003640     END-IF.
003650 MAIN-LINE-LOGIC-EXIT.
003660     STOP RUN.
003670*
003680*-------------------------------------------------------------*
003690*    INITIALIZE-RUN -- OPENS THE REPORT, SETTLES THE BUSINESS *
003700*    DATE, LOADS THE ACCOUNT MAP AND OPENS THE AUDIT LOG. NO  *
003710*    AUDIT LOG IS FATAL -- A JOURNAL IS NEVER CUT FROM        *
003720*    NOTHING. A MISSING ACCOUNT MAP LOADS NO MAPPINGS, SO ANY *
003730*    POSTING AT ALL WITHHOLDS THE JOURNAL.                    *
003740*-------------------------------------------------------------*
003750 INITIALIZE-RUN.
003760     OPEN OUTPUT JOURNAL-REPORT-FILE.
003770     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
003780         DISPLAY "CHAP444 -- UNABLE TO OPEN "
003790             "JOURNAL-REPORT-FILE, STATUS = "
003800             WS-RPT-FILE-STATUS
003810         SET WS-FATAL-ABORT TO TRUE
003820         GO TO INITIALIZE-RUN-EXIT
003830     END-IF.
003840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003850     ACCEPT WS-RUN-TIME FROM TIME.
003860     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
003870     MOVE WS-RUN-DATE TO WS-CRT-TMS-DATE.
003880     MOVE WS-RUN-TIME(1:6) TO WS-CRT-TMS-TIME.
003890     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
003900     PERFORM READ-BUSINESS-DATE-CARD.
003901     IF WS-BACKDATE-SUPPLIED
003902         PERFORM CHECK-BACKDATE-AUTHORITY
003903             THRU CHECK-BACKDATE-AUTHORITY-EXIT
003904         IF WS-AUTH-REFUSED OR WS-FATAL-ABORT
003905             CLOSE JOURNAL-REPORT-FILE
003906             GO TO INITIALIZE-RUN-EXIT
003907         END-IF
003908     END-IF.
003910     MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE.
003920     MOVE ZERO TO WS-PAGE-NO.
003930     PERFORM LOAD-ACCOUNT-MAP-TABLE
003940         THRU LOAD-ACCOUNT-MAP-TABLE-EXIT.
003950     IF WS-FATAL-ABORT
003960         GO TO INITIALIZE-RUN-EXIT
003970     END-IF.
003971     OPEN OUTPUT AUDIT-KEY-WORK-FILE.
003972     IF WS-WORK-FILE-STATUS IS NOT EQUAL TO "00"
003973         DISPLAY "CHAP444 -- UNABLE TO OPEN "
003974             "AUDIT-KEY-WORK-FILE, STATUS = "
003975             WS-WORK-FILE-STATUS
003976         SET WS-FATAL-ABORT TO TRUE
003977         GO TO INITIALIZE-RUN-EXIT
003978     END-IF.
003980     OPEN INPUT DIVISION-AUDIT-LOG-FILE.
003990     IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
004000         DISPLAY "CHAP444 -- UNABLE TO OPEN "
004010             "DIVISION-AUDIT-LOG-FILE, STATUS = "
004020             WS-AUDIT-FILE-STATUS
004030         SET WS-FATAL-ABORT TO TRUE
004040         GO TO INITIALIZE-RUN-EXIT
004050     END-IF.
004060     PERFORM READ-AUDIT-ROW.
004070 INITIALIZE-RUN-EXIT.
004080     EXIT.
004090*
004100*-------------------------------------------------------------*
004110*    READ-BUSINESS-DATE-CARD -- OPTIONAL ONE-CARD BUSINESS    *
004120*    DATE, THE SAME CARD CHAP424 HONORS. A MISSING FILE OR A  *
004130*    NON-NUMERIC DATE LEAVES TODAY STANDING.                  *
004140*-------------------------------------------------------------*
004150 READ-BUSINESS-DATE-CARD.
004160     OPEN INPUT BUSINESS-DATE-CARD-FILE.
004170     IF WS-BDATE-FILE-STATUS IS EQUAL TO "00"
004180         READ BUSINESS-DATE-CARD-FILE
004190             AT END
004200                 CONTINUE
004210             NOT AT END
004220                 IF DIVBDT01-BUSINESS-DATE IS NUMERIC
004221                     IF DIVBDT01-BUSINESS-DATE IS NOT EQUAL TO
004222                             WS-BUSINESS-DATE
004223                         SET WS-BACKDATE-SUPPLIED TO TRUE
004224                         MOVE DIVBDT01-OPERATOR-ID TO
004225                             WS-BDATE-OPERATOR-ID
004226                     END-IF
004230                     MOVE DIVBDT01-BUSINESS-DATE TO
004240                         WS-BUSINESS-DATE
004250                 END-IF
004260         END-READ
004270         CLOSE BUSINESS-DATE-CARD-FILE
004280     END-IF.
004281*
004282*-------------------------------------------------------------*
004283*    CHECK-BACKDATE-AUTHORITY -- A BUSINESS DATE OTHER THAN   *
004284*    TODAY IS HONORED ONLY FOR AN OPERATOR ON THE             *
004285*    AUTHORIZATION FILE WITH THE BACKDATE PRIVILEGE. A BLANK  *
004286*    ID, AN ID NOT ON FILE OR A MISSING FILE IS REFUSED. THE  *
004287*    CHECK IS LOGGED EITHER WAY, AND A LOG THAT CANNOT BE     *
004288*    WRITTEN IS FATAL.                                        *
004289*-------------------------------------------------------------*
004290 CHECK-BACKDATE-AUTHORITY.
004291     MOVE "N" TO WS-PRIV-GRANTED-SWITCH.
004292     OPEN INPUT OPERATOR-AUTH-FILE.
004293     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
004294         IF WS-BDATE-OPERATOR-ID IS NOT EQUAL TO SPACES
004295             MOVE WS-BDATE-OPERATOR-ID TO DIVOPA01-OPERATOR-ID
004296             READ OPERATOR-AUTH-FILE
004297                 INVALID KEY
004298                     CONTINUE
004299                 NOT INVALID KEY
004300                     IF DIVOPA01-MAY-BACKDATE
004301                         SET WS-PRIV-GRANTED TO TRUE
004302                     END-IF
004303             END-READ
004304         END-IF
004305         CLOSE OPERATOR-AUTH-FILE
004306     END-IF.
004307     IF NOT WS-PRIV-GRANTED
004308         DISPLAY "CHAP444 -- OPERATOR '" WS-BDATE-OPERATOR-ID
004309             "' NOT AUTHORIZED TO BACKDATE TO "
004310             WS-BUSINESS-DATE " -- NOTHING JOURNALED"
004311         SET WS-AUTH-REFUSED TO TRUE
004312     END-IF.
004313     OPEN EXTEND SECURITY-LOG-FILE.
004314     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
004315         OPEN OUTPUT SECURITY-LOG-FILE
004316     END-IF.
004317     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
004318         DISPLAY "CHAP444 -- UNABLE TO OPEN "
004319             "SECURITY-LOG-FILE, STATUS = "
004320             WS-SECL-FILE-STATUS
004321         SET WS-FATAL-ABORT TO TRUE
004322         GO TO CHECK-BACKDATE-AUTHORITY-EXIT
004323     END-IF.
004324     MOVE SPACES TO DIVSEC01-RECORD.
004325     MOVE WS-CREATED-TIMESTAMP   TO DIVSEC01-TIMESTAMP.
004326     MOVE "CHAP444"              TO DIVSEC01-PROGRAM-ID.
004327     MOVE WS-BDATE-OPERATOR-ID   TO DIVSEC01-OPERATOR-ID.
004328     SET DIVSEC01-ACTION-BACKDATE TO TRUE.
004329     MOVE WS-BUSINESS-DATE       TO DIVSEC01-BUSINESS-DATE.
004330     IF WS-PRIV-GRANTED
004331         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
004332     ELSE
004333         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
004334     END-IF.
004335     STRING "GL BACKDATE FROM " DELIMITED BY SIZE
004336            WS-RUN-DATE                 DELIMITED BY SIZE
004337         INTO DIVSEC01-DETAIL
004338     END-STRING.
004339     WRITE DIVSEC01-RECORD.
004340     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
004341         DISPLAY "CHAP444 -- WRITE FAILED ON "
004342             "SECURITY-LOG-FILE, STATUS = "
004343             WS-SECL-FILE-STATUS
004344         SET WS-FATAL-ABORT TO TRUE
004345     END-IF.
004346     CLOSE SECURITY-LOG-FILE.
004347 CHECK-BACKDATE-AUTHORITY-EXIT.
004348     EXIT.
004349*
004350*-------------------------------------------------------------*
004351*    LOAD-ACCOUNT-MAP-TABLE -- READS THE DIVACM01 REFERENCE   *
004352*    FILE INTO THE WORKING-STORAGE TABLE, A BLANK OPERATION   *
004353*    CODE STORED AS "D". A MISSING FILE LOADS NOTHING; A      *
004354*    TABLE OVERFLOW IS FATAL.                                 *
004355*-------------------------------------------------------------*
004360 LOAD-ACCOUNT-MAP-TABLE.
004370     OPEN INPUT ACCOUNT-MAP-FILE.
004380     IF WS-ACCT-FILE-STATUS IS NOT EQUAL TO "00"
004390         DISPLAY "CHAP444 -- NO ACCOUNT-MAP-FILE, STATUS = "
004400             WS-ACCT-FILE-STATUS
004410         GO TO LOAD-ACCOUNT-MAP-TABLE-EXIT
004420     END-IF.
004430     PERFORM READ-ACCOUNT-MAP-RECORD.
004440     PERFORM STORE-ONE-ACCOUNT-MAP
004450         UNTIL WS-ACCT-END-OF-FILE OR WS-FATAL-ABORT.
004460     CLOSE ACCOUNT-MAP-FILE.
004470 LOAD-ACCOUNT-MAP-TABLE-EXIT.
004480     EXIT.
004490*
004500 READ-ACCOUNT-MAP-RECORD.
004510     READ ACCOUNT-MAP-FILE
004520         AT END
004530             SET WS-ACCT-END-OF-FILE TO TRUE
004540     END-READ.
004550*
004560 STORE-ONE-ACCOUNT-MAP.
004570     IF WS-MAP-COUNT IS NOT LESS THAN WS-MAP-MAX-ENTRIES
004580         DISPLAY "CHAP444 -- ACCOUNT-MAP TABLE FULL AT "
004590             WS-MAP-MAX-ENTRIES " ENTRIES"
004600         SET WS-FATAL-ABORT TO TRUE
004610     ELSE
004620         ADD 1 TO WS-MAP-COUNT
004630         MOVE DIVACM01-DEPT-CODE TO
004640             WS-MAP-DEPT-CODE (WS-MAP-COUNT)
004650         MOVE DIVACM01-OP-CODE TO
004660             WS-MAP-OP-CODE (WS-MAP-COUNT)
004670         IF DIVACM01-OP-CODE IS EQUAL TO SPACE
004680             MOVE "D" TO WS-MAP-OP-CODE (WS-MAP-COUNT)
004690         END-IF
004700         MOVE DIVACM01-DEBIT-ACCOUNT TO
004710             WS-MAP-DEBIT-ACCOUNT (WS-MAP-COUNT)
004720         MOVE DIVACM01-CREDIT-ACCOUNT TO
004730             WS-MAP-CREDIT-ACCOUNT (WS-MAP-COUNT)
004740         PERFORM READ-ACCOUNT-MAP-RECORD
004750     END-IF.
004760*
004770 READ-AUDIT-ROW.
004780     READ DIVISION-AUDIT-LOG-FILE
004790         AT END
004800             SET WS-AUDIT-END-OF-FILE TO TRUE
004810         NOT AT END
004820             ADD 1 TO WS-AUDIT-READ-COUNT
004830     END-READ.
004840*
004850*-------------------------------------------------------------*
004860*    ACCUMULATE-ONE-AUDIT-ROW -- FOLDS ONE AUDIT ROW POSTED   *
004870*    FOR THE BUSINESS DATE (ITS RUN-ID DATE) INTO ITS         *
004880*    DEPARTMENT AND OPERATION SUMMARY. REASON 00 IS A         *
004890*    POSTING; REASON 09, AND REASON 08 FOR A REVERSAL OF A    *
004900*    CLOSED MONTH'S RESULT BOOKED AS A CURRENT-PERIOD         *
004910*    ADJUSTMENT, ARE REVERSALS. EXCEPTION AND HELD ROWS NEVER *
004920*    POSTED AND ARE SKIPPED. A ROW A RESTARTED CHAP424 RUN    *
004925*    WROTE AGAIN FINDS ITS KEY ALREADY FILED AND IS SKIPPED.  *
004930*-------------------------------------------------------------*
004940 ACCUMULATE-ONE-AUDIT-ROW.
004950     IF DIVAUD01-RUN-ID(1:8) IS NOT EQUAL TO WS-BUSINESS-DATE
004960         GO TO ACCUMULATE-ONE-AUDIT-ROW-NEXT
004970     END-IF.
004980     IF DIVAUD01-REASON-CODE IS NOT EQUAL TO "00"
004990             AND DIVAUD01-REASON-CODE IS NOT EQUAL TO "08"
005000             AND DIVAUD01-REASON-CODE IS NOT EQUAL TO "09"
005010         GO TO ACCUMULATE-ONE-AUDIT-ROW-NEXT
005020     END-IF.
005030     MOVE DIVAUD01-DEPT-CODE TO WS-ROW-DEPT-CODE.
005040     MOVE DIVAUD01-OP-CODE   TO WS-ROW-OP-CODE.
005050     IF WS-ROW-OP-CODE IS EQUAL TO SPACE
005060         MOVE "D" TO WS-ROW-OP-CODE
005070     END-IF.
005071     MOVE DIVAUD01-RECORD-ID TO DIVGLW01-RECORD-ID.
005072     MOVE DIVAUD01-RUN-ID TO DIVGLW01-RUN-ID.
005073     MOVE DIVAUD01-REASON-CODE TO DIVGLW01-REASON-CODE.
005074     WRITE DIVGLW01-RECORD
005075         INVALID KEY
005076             GO TO ACCUMULATE-ONE-AUDIT-ROW-NEXT
005077     END-WRITE.
005078     IF WS-WORK-FILE-STATUS IS EQUAL TO "00"
005079         PERFORM FIND-JOURNAL-ENTRY
005080     ELSE
005081         DISPLAY "CHAP444 -- WRITE FAILED ON "
005082             "AUDIT-KEY-WORK-FILE, STATUS = "
005083             WS-WORK-FILE-STATUS
005084         SET WS-FATAL-ABORT TO TRUE
005085         SET WS-AUDIT-END-OF-FILE TO TRUE
005086     END-IF.
005090     IF WS-FATAL-ABORT
005100         GO TO ACCUMULATE-ONE-AUDIT-ROW-EXIT
005110     END-IF.
005120     IF DIVAUD01-REASON-CODE IS EQUAL TO "00"
005130         ADD 1 TO WS-POSTED-COUNT
005140         ADD 1 TO WS-JRN-POSTED-COUNT (WS-JRN-MATCH-SUB)
005150         ADD DIVAUD01-QUOTIENT TO
005160             WS-JRN-POSTED-SUM (WS-JRN-MATCH-SUB)
005170     ELSE
005180         ADD 1 TO WS-REVERSAL-COUNT
005190         ADD 1 TO WS-JRN-REVERSAL-COUNT (WS-JRN-MATCH-SUB)
005200         ADD DIVAUD01-QUOTIENT TO
005210             WS-JRN-REVERSED-SUM (WS-JRN-MATCH-SUB)
005220     END-IF.
005230 ACCUMULATE-ONE-AUDIT-ROW-NEXT.
005240     PERFORM READ-AUDIT-ROW.
005250 ACCUMULATE-ONE-AUDIT-ROW-EXIT.
005260     EXIT.
005270*
005280*-------------------------------------------------------------*
005290*    FIND-JOURNAL-ENTRY -- LINEAR SEARCH OF THE JOURNAL TABLE *
005300*    FOR THE ROW'S DEPARTMENT AND OPERATION, STARTING A FRESH *
005310*    SUMMARY WHEN THE PAIR HAS NOT BEEN SEEN. A FULL TABLE IS *
005320*    FATAL SINCE A DROPPED SUMMARY WOULD LEAVE THE JOURNAL    *
005330*    PARTIAL.                                                 *
005340*-------------------------------------------------------------*
005350 FIND-JOURNAL-ENTRY.
005360     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
005370     MOVE ZERO TO WS-JRN-MATCH-SUB.
005380     PERFORM TEST-JOURNAL-ENTRY
005390         VARYING WS-JRN-SUB FROM 1 BY 1
005400         UNTIL WS-JRN-SUB IS GREATER THAN WS-JRN-COUNT
005410             OR WS-ENTRY-FOUND.
005420     IF NOT WS-ENTRY-FOUND
005430         IF WS-JRN-COUNT IS NOT LESS THAN WS-JRN-MAX-ENTRIES
005440             DISPLAY "CHAP444 -- JOURNAL TABLE FULL AT "
005450                 WS-JRN-MAX-ENTRIES " ENTRIES"
005460             SET WS-FATAL-ABORT TO TRUE
005470             SET WS-AUDIT-END-OF-FILE TO TRUE
005480         ELSE
005490             ADD 1 TO WS-JRN-COUNT
005500             MOVE WS-JRN-COUNT TO WS-JRN-MATCH-SUB
005510             MOVE WS-ROW-DEPT-CODE TO
005520                 WS-JRN-DEPT-CODE (WS-JRN-MATCH-SUB)
005530             MOVE WS-ROW-OP-CODE TO
005540                 WS-JRN-OP-CODE (WS-JRN-MATCH-SUB)
005550             MOVE ZERO TO
005560                 WS-JRN-POSTED-COUNT (WS-JRN-MATCH-SUB)
005570                 WS-JRN-POSTED-SUM (WS-JRN-MATCH-SUB)
005580                 WS-JRN-REVERSAL-COUNT (WS-JRN-MATCH-SUB)
005590                 WS-JRN-REVERSED-SUM (WS-JRN-MATCH-SUB)
005600             MOVE SPACES TO
005610                 WS-JRN-DEBIT-ACCOUNT (WS-JRN-MATCH-SUB)
005620                 WS-JRN-CREDIT-ACCOUNT (WS-JRN-MATCH-SUB)
005630             MOVE "N" TO WS-JRN-MAPPED-SWITCH (WS-JRN-MATCH-SUB)
005640         END-IF
005650     END-IF.
005660*
005670 TEST-JOURNAL-ENTRY.
005680     IF WS-JRN-DEPT-CODE (WS-JRN-SUB) IS EQUAL TO
005690             WS-ROW-DEPT-CODE
005700             AND WS-JRN-OP-CODE (WS-JRN-SUB) IS EQUAL TO
005710                 WS-ROW-OP-CODE
005720         SET WS-ENTRY-FOUND TO TRUE
005730         MOVE WS-JRN-SUB TO WS-JRN-MATCH-SUB
005740     END-IF.
005750*
005760*-------------------------------------------------------------*
005770*    RESOLVE-ONE-JOURNAL-ENTRY -- LOOKS THE SUMMARY'S         *
005780*    DEPARTMENT AND OPERATION UP IN THE ACCOUNT MAP. A        *
005790*    SUMMARY WITH NO MAPPING, OR A MAPPING MISSING EITHER     *
005800*    ACCOUNT, IS COUNTED AS UNMAPPED AND WILL WITHHOLD THE    *
005810*    JOURNAL.                                                 *
005820*-------------------------------------------------------------*
005830 RESOLVE-ONE-JOURNAL-ENTRY.
005840     MOVE "N" TO WS-MAP-FOUND-SWITCH.
005850     PERFORM TEST-ACCOUNT-MAP-ENTRY
005860         VARYING WS-MAP-SUB FROM 1 BY 1
005870         UNTIL WS-MAP-SUB IS GREATER THAN WS-MAP-COUNT
005880             OR WS-MAP-FOUND.
005890     IF WS-JRN-DEBIT-ACCOUNT (WS-JRN-SUB) IS EQUAL TO SPACES
005900             OR WS-JRN-CREDIT-ACCOUNT (WS-JRN-SUB) IS EQUAL TO
005910                 SPACES
005920         ADD 1 TO WS-UNMAPPED-COUNT
005930     ELSE
005940         MOVE "Y" TO WS-JRN-MAPPED-SWITCH (WS-JRN-SUB)
005950     END-IF.
005960*
005970 TEST-ACCOUNT-MAP-ENTRY.
005980     IF WS-MAP-DEPT-CODE (WS-MAP-SUB) IS EQUAL TO
005990             WS-JRN-DEPT-CODE (WS-JRN-SUB)
006000             AND WS-MAP-OP-CODE (WS-MAP-SUB) IS EQUAL TO
006010                 WS-JRN-OP-CODE (WS-JRN-SUB)
006020         SET WS-MAP-FOUND TO TRUE
006030         MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-SUB) TO
006040             WS-JRN-DEBIT-ACCOUNT (WS-JRN-SUB)
006050         MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-SUB) TO
006060             WS-JRN-CREDIT-ACCOUNT (WS-JRN-SUB)
006070     END-IF.
006080*
006090*-------------------------------------------------------------*
006100*    WITHHOLD-JOURNAL -- AT LEAST ONE SUMMARY DID NOT MAP, SO *
006110*    NO JOURNAL GOES TO THE LEDGER TODAY. THE JOURNAL FILE IS *
006120*    OPENED AND CLOSED EMPTY AND EVERY UNMAPPED DEPARTMENT    *
006130*    AND OPERATION IS LISTED WITH HOW MANY POSTED ROWS IT     *
006140*    HOLDS BACK. FINANCE ADDS THE MAPPING AND THE STEP IS     *
006150*    RERUN FOR THE SAME DATE.                                 *
006160*-------------------------------------------------------------*
006170 WITHHOLD-JOURNAL.
006180     OPEN OUTPUT GL-JOURNAL-FILE.
006190     IF WS-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
006200         DISPLAY "CHAP444 -- UNABLE TO OPEN "
006210             "GL-JOURNAL-FILE, STATUS = "
006220             WS-JRNL-FILE-STATUS
006230         SET WS-FATAL-ABORT TO TRUE
006240         GO TO WITHHOLD-JOURNAL-EXIT
006250     END-IF.
006260     CLOSE GL-JOURNAL-FILE.
006270     DISPLAY "CHAP444 -- JOURNAL WITHHELD, "
006280         WS-UNMAPPED-COUNT " UNMAPPED DEPARTMENT/OPERATION(S)".
006290     PERFORM WRITE-REPORT-HEADINGS.
006300     WRITE DIVRPT01-LINE FROM WS-RPT-WITHHELD-HDG
006310         AFTER ADVANCING 1 LINES.
006320     PERFORM CHECK-RPT-FILE-STATUS.
006330     WRITE DIVRPT01-LINE FROM WS-RPT-UNMAPPED-COL-HDG
006340         AFTER ADVANCING 2 LINES.
006350     PERFORM CHECK-RPT-FILE-STATUS.
006360     ADD 3 TO WS-LINE-COUNT.
006370     PERFORM WRITE-ONE-UNMAPPED-LINE
006380         VARYING WS-JRN-SUB FROM 1 BY 1
006390         UNTIL WS-JRN-SUB IS GREATER THAN WS-JRN-COUNT.
006400 WITHHOLD-JOURNAL-EXIT.
006410     EXIT.
006420*
006430 WRITE-ONE-UNMAPPED-LINE.
006440     IF WS-JRN-MAPPED-SWITCH (WS-JRN-SUB) IS NOT EQUAL TO "Y"
006450         IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
006460             PERFORM WRITE-REPORT-HEADINGS
006470             WRITE DIVRPT01-LINE FROM WS-RPT-UNMAPPED-COL-HDG
006480                 AFTER ADVANCING 1 LINES
006490             PERFORM CHECK-RPT-FILE-STATUS
006500             ADD 1 TO WS-LINE-COUNT
006510         END-IF
006520         MOVE WS-JRN-DEPT-CODE (WS-JRN-SUB) TO WS-UMD-DEPT-CODE
006530         MOVE WS-JRN-OP-CODE (WS-JRN-SUB) TO WS-UMD-OP-CODE
006540         ADD WS-JRN-POSTED-COUNT (WS-JRN-SUB)
006550             WS-JRN-REVERSAL-COUNT (WS-JRN-SUB)
006560             GIVING WS-UMD-ROW-COUNT
006570         IF WS-JRN-DEBIT-ACCOUNT (WS-JRN-SUB) IS EQUAL TO SPACES
006580                 AND WS-JRN-CREDIT-ACCOUNT (WS-JRN-SUB) IS EQUAL
006590                     TO SPACES
006600             MOVE "NO ACCOUNT MAPPING" TO WS-UMD-REASON
006610         ELSE
006620             MOVE "MAPPING MISSING AN ACCOUNT" TO WS-UMD-REASON
006630         END-IF
006640         WRITE DIVRPT01-LINE FROM WS-RPT-UNMAPPED-DETAIL
006650             AFTER ADVANCING 1 LINES
006660         PERFORM CHECK-RPT-FILE-STATUS
006670         ADD 1 TO WS-LINE-COUNT
006680     END-IF.
006690*
006700*-------------------------------------------------------------*
006710*    CUT-JOURNAL -- EVERY SUMMARY MAPPED: WRITES THE HEADER,  *
006720*    THE BALANCED PAIRS FOR EVERY SUMMARY AND THE TRAILER,    *
006730*    AND PRINTS EACH ENTRY. A BUSINESS DATE WITH NO POSTINGS  *
006740*    STILL GETS A HEADER AND A ZERO TRAILER SO THE LEDGER     *
006750*    SEES THE DAY CLOSED.                                     *
006760*-------------------------------------------------------------*
006770 CUT-JOURNAL.
006780     OPEN OUTPUT GL-JOURNAL-FILE.
006790     IF WS-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
006800         DISPLAY "CHAP444 -- UNABLE TO OPEN "
006810             "GL-JOURNAL-FILE, STATUS = "
006820             WS-JRNL-FILE-STATUS
006830         SET WS-FATAL-ABORT TO TRUE
006840         GO TO CUT-JOURNAL-EXIT
006850     END-IF.
006860     SET WS-JRNL-FILE-OPEN TO TRUE.
006870     PERFORM WRITE-REPORT-HEADINGS.
006880     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
006890         AFTER ADVANCING 1 LINES.
006900     PERFORM CHECK-RPT-FILE-STATUS.
006910     ADD 1 TO WS-LINE-COUNT.
006920     MOVE SPACES TO DIVGLH01-RECORD.
006930     SET DIVGLH01-TYPE-HEADER TO TRUE.
006940     MOVE "CHAP444"            TO DIVGLH01-SOURCE-SYSTEM.
006950     MOVE WS-BUSINESS-DATE     TO DIVGLH01-JOURNAL-DATE.
006960     MOVE WS-CREATED-TIMESTAMP TO DIVGLH01-CREATED-TIMESTAMP.
006970     WRITE DIVGLH01-RECORD.
006980     PERFORM CHECK-JRNL-FILE-STATUS.
006990     IF WS-JRN-COUNT IS EQUAL TO ZERO
007000         WRITE DIVRPT01-LINE FROM WS-RPT-EMPTY-NOTE
007010             AFTER ADVANCING 1 LINES
007020         PERFORM CHECK-RPT-FILE-STATUS
007030         ADD 1 TO WS-LINE-COUNT
007040     END-IF.
007050     PERFORM WRITE-JOURNAL-ENTRIES
007060         VARYING WS-JRN-SUB FROM 1 BY 1
007070         UNTIL WS-JRN-SUB IS GREATER THAN WS-JRN-COUNT
007080             OR WS-FATAL-ABORT.
007090     IF WS-FATAL-ABORT
007100         GO TO CUT-JOURNAL-EXIT
007110     END-IF.
007120     IF WS-DEBIT-TOTAL IS NOT EQUAL TO WS-CREDIT-TOTAL
007130         DISPLAY "CHAP444 -- JOURNAL OUT OF BALANCE, DEBITS "
007140             WS-DEBIT-TOTAL " CREDITS " WS-CREDIT-TOTAL
007150         SET WS-FATAL-ABORT TO TRUE
007160         GO TO CUT-JOURNAL-EXIT
007170     END-IF.
007180     MOVE SPACES TO DIVGLT01-RECORD.
007190     SET DIVGLT01-TYPE-TRAILER TO TRUE.
007200     MOVE WS-BUSINESS-DATE       TO DIVGLT01-JOURNAL-DATE.
007210     MOVE WS-JOURNAL-ENTRY-COUNT TO DIVGLT01-ENTRY-COUNT.
007220     MOVE WS-DEBIT-TOTAL         TO DIVGLT01-DEBIT-TOTAL.
007230     MOVE WS-CREDIT-TOTAL        TO DIVGLT01-CREDIT-TOTAL.
007240     WRITE DIVGLT01-RECORD.
007250     PERFORM CHECK-JRNL-FILE-STATUS.
007260 CUT-JOURNAL-EXIT.
007270     EXIT.
007280*
007290*-------------------------------------------------------------*
007300*    WRITE-JOURNAL-ENTRIES -- ONE SUMMARY'S ENTRIES. THE      *
007310*    POSTINGS DEBIT THE MAPPED DEBIT ACCOUNT AND CREDIT THE   *
007320*    MAPPED CREDIT ACCOUNT; THE REVERSALS BOOK THE OFFSETTING *
007330*    PAIR WITH THE TWO ACCOUNTS SWAPPED. A SIDE WHOSE SUM IS  *
007340*    NEGATIVE (A DOWN CHANGE-RATIO) BOOKS ITS PAIR THE OTHER  *
007350*    WAY ROUND FOR THE POSITIVE AMOUNT; A SIDE THAT NETS TO   *
007360*    ZERO BOOKS NOTHING.                                      *
007370*-------------------------------------------------------------*
007380 WRITE-JOURNAL-ENTRIES.
007390     IF WS-JRN-POSTED-SUM (WS-JRN-SUB) IS NOT EQUAL TO ZERO
007400         MOVE "P" TO WS-PAIR-ENTRY-TYPE
007410         MOVE WS-JRN-POSTED-COUNT (WS-JRN-SUB) TO
007420             WS-PAIR-ITEM-COUNT
007430         MOVE WS-JRN-POSTED-SUM (WS-JRN-SUB) TO WS-PAIR-AMOUNT
007440         IF WS-JRN-POSTED-SUM (WS-JRN-SUB) IS GREATER THAN ZERO
007450             MOVE WS-JRN-DEBIT-ACCOUNT (WS-JRN-SUB) TO
007460                 WS-PAIR-DEBIT-ACCOUNT
007470             MOVE WS-JRN-CREDIT-ACCOUNT (WS-JRN-SUB) TO
007480                 WS-PAIR-CREDIT-ACCOUNT
007490         ELSE
007500             MOVE WS-JRN-CREDIT-ACCOUNT (WS-JRN-SUB) TO
007510                 WS-PAIR-DEBIT-ACCOUNT
007520             MOVE WS-JRN-DEBIT-ACCOUNT (WS-JRN-SUB) TO
007530                 WS-PAIR-CREDIT-ACCOUNT
007540         END-IF
007550         PERFORM WRITE-BALANCED-PAIR
007560     END-IF.
007570     IF WS-JRN-REVERSED-SUM (WS-JRN-SUB) IS NOT EQUAL TO ZERO
007580             AND NOT WS-FATAL-ABORT
007590         MOVE "R" TO WS-PAIR-ENTRY-TYPE
007600         MOVE WS-JRN-REVERSAL-COUNT (WS-JRN-SUB) TO
007610             WS-PAIR-ITEM-COUNT
007620         MOVE WS-JRN-REVERSED-SUM (WS-JRN-SUB) TO WS-PAIR-AMOUNT
007630         IF WS-JRN-REVERSED-SUM (WS-JRN-SUB) IS GREATER THAN ZERO
007640             MOVE WS-JRN-CREDIT-ACCOUNT (WS-JRN-SUB) TO
007650                 WS-PAIR-DEBIT-ACCOUNT
007660             MOVE WS-JRN-DEBIT-ACCOUNT (WS-JRN-SUB) TO
007670                 WS-PAIR-CREDIT-ACCOUNT
007680         ELSE
007690             MOVE WS-JRN-DEBIT-ACCOUNT (WS-JRN-SUB) TO
007700                 WS-PAIR-DEBIT-ACCOUNT
007710             MOVE WS-JRN-CREDIT-ACCOUNT (WS-JRN-SUB) TO
007720                 WS-PAIR-CREDIT-ACCOUNT
007730         END-IF
007740         PERFORM WRITE-BALANCED-PAIR
007750     END-IF.
007760*
007770*-------------------------------------------------------------*
007780*    WRITE-BALANCED-PAIR -- WRITES WS-PAIR AS A DEBIT ENTRY   *
007790*    AND A CREDIT ENTRY FOR THE SAME AMOUNT, PRINTS BOTH AND  *
007800*    ADDS THEM TO THE TRAILER TOTALS.                         *
007810*-------------------------------------------------------------*
007820 WRITE-BALANCED-PAIR.
007830     MOVE SPACES TO DIVGLD01-RECORD.
007840     SET DIVGLD01-TYPE-ENTRY TO TRUE.
007850     MOVE WS-BUSINESS-DATE              TO DIVGLD01-JOURNAL-DATE.
007860     MOVE WS-JRN-DEPT-CODE (WS-JRN-SUB) TO DIVGLD01-DEPT-CODE.
007870     MOVE WS-JRN-OP-CODE (WS-JRN-SUB)   TO DIVGLD01-OP-CODE.
007880     MOVE WS-PAIR-ENTRY-TYPE            TO DIVGLD01-ENTRY-TYPE.
007890     MOVE WS-PAIR-AMOUNT                TO DIVGLD01-AMOUNT.
007900     MOVE WS-PAIR-ITEM-COUNT            TO DIVGLD01-ITEM-COUNT.
007910     MOVE WS-PAIR-DEBIT-ACCOUNT         TO DIVGLD01-ACCOUNT.
007920     SET DIVGLD01-DEBIT TO TRUE.
007930     PERFORM WRITE-ONE-JOURNAL-ENTRY.
007940     ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL.
007950     MOVE WS-PAIR-CREDIT-ACCOUNT        TO DIVGLD01-ACCOUNT.
007960     SET DIVGLD01-CREDIT TO TRUE.
007970     PERFORM WRITE-ONE-JOURNAL-ENTRY.
007980     ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL.
007990*
008000 WRITE-ONE-JOURNAL-ENTRY.
008010     WRITE DIVGLD01-RECORD.
008020     PERFORM CHECK-JRNL-FILE-STATUS.
008030     ADD 1 TO WS-JOURNAL-ENTRY-COUNT.
008040     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
008050         PERFORM WRITE-REPORT-HEADINGS
008060         WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
008070             AFTER ADVANCING 1 LINES
008080         PERFORM CHECK-RPT-FILE-STATUS
008090         ADD 1 TO WS-LINE-COUNT
008100     END-IF.
008110     MOVE DIVGLD01-DEPT-CODE   TO WS-DTL-DEPT-CODE.
008120     MOVE DIVGLD01-OP-CODE     TO WS-DTL-OP-CODE.
008130     IF DIVGLD01-ENTRY-POSTING
008140         MOVE "POSTING" TO WS-DTL-ENTRY-TYPE
008150     ELSE
008160         MOVE "REVERSAL" TO WS-DTL-ENTRY-TYPE
008170     END-IF.
008180     MOVE DIVGLD01-ACCOUNT     TO WS-DTL-ACCOUNT.
008190     IF DIVGLD01-DEBIT
008200         MOVE "DR" TO WS-DTL-DEBIT-CREDIT
008210     ELSE
008220         MOVE "CR" TO WS-DTL-DEBIT-CREDIT
008230     END-IF.
008240     MOVE DIVGLD01-ITEM-COUNT  TO WS-DTL-ITEM-COUNT.
008250     MOVE DIVGLD01-AMOUNT      TO WS-DTL-AMOUNT.
008260     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
008270         AFTER ADVANCING 1 LINES.
008280     PERFORM CHECK-RPT-FILE-STATUS.
008290     ADD 1 TO WS-LINE-COUNT.
008300*
008310*-------------------------------------------------------------*
008320*    CHECK-JRNL-FILE-STATUS -- SHARED FILE STATUS GUARD FOR   *
008330*    GL-JOURNAL-FILE. A FAILED WRITE IS FATAL; THE PARTIAL    *
008340*    FILE HAS NO TRAILER AND THE LEDGER WILL REFUSE IT.       *
008350*-------------------------------------------------------------*
008360 CHECK-JRNL-FILE-STATUS.
008370     IF WS-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
008380         DISPLAY "CHAP444 -- WRITE FAILED ON "
008390             "GL-JOURNAL-FILE, STATUS = "
008400             WS-JRNL-FILE-STATUS
008410         SET WS-FATAL-ABORT TO TRUE
008420     END-IF.
008430*
008440*-------------------------------------------------------------*
008450*    CHECK-RPT-FILE-STATUS -- SHARED FILE STATUS GUARD FOR    *
008460*    JOURNAL-REPORT-FILE, PERFORMED AFTER EVERY WRITE SINCE   *
008470*    THE REPORT IS WRITTEN FROM SEVERAL PARAGRAPHS.           *
008480*-------------------------------------------------------------*
008490 CHECK-RPT-FILE-STATUS.
008500     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
008510         DISPLAY "CHAP444 -- WRITE FAILED ON "
008520             "JOURNAL-REPORT-FILE, STATUS = "
008530             WS-RPT-FILE-STATUS
008540         SET WS-FATAL-ABORT TO TRUE
008550     END-IF.
008560*
008570*-------------------------------------------------------------*
008580*    WRITE-REPORT-HEADINGS -- STARTS A NEW REPORT PAGE        *
008590*-------------------------------------------------------------*
008600 WRITE-REPORT-HEADINGS.
008610     ADD 1 TO WS-PAGE-NO.
008620     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
008630     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
008640         AFTER ADVANCING PAGE.
008650     PERFORM CHECK-RPT-FILE-STATUS.
008660     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
008670         AFTER ADVANCING 2 LINES.
008680     PERFORM CHECK-RPT-FILE-STATUS.
008690     MOVE 2 TO WS-LINE-COUNT.
008700*
008710*-------------------------------------------------------------*
008720*    TERMINATE-RUN -- PRINTS THE RUN TOTALS AND CLOSES ALL    *
008730*    OPEN FILES. ROWS JOURNALED ALWAYS EQUALS POSTED PLUS     *
008740*    REVERSED; THE DEBIT AND CREDIT TOTALS ARE THE TRAILER'S  *
008750*    AND ARE ZERO WHEN THE JOURNAL WAS WITHHELD.              *
008760*-------------------------------------------------------------*
008770 TERMINATE-RUN.
008780     IF WS-PAGE-NO IS EQUAL TO ZERO
008790             OR WS-LINE-COUNT IS GREATER THAN
008800                 WS-MAX-LINES-PER-PAGE
008810         PERFORM WRITE-REPORT-HEADINGS
008820     END-IF.
008830     MOVE "AUDIT ROWS READ:    " TO WS-TOT-CAPTION.
008840     MOVE WS-AUDIT-READ-COUNT TO WS-TOT-COUNT.
008850     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008860         AFTER ADVANCING 2 LINES.
008870     PERFORM CHECK-RPT-FILE-STATUS.
008880     MOVE "POSTED ROWS:        " TO WS-TOT-CAPTION.
008890     MOVE WS-POSTED-COUNT TO WS-TOT-COUNT.
008900     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008910         AFTER ADVANCING 1 LINES.
008920     PERFORM CHECK-RPT-FILE-STATUS.
008930     MOVE "REVERSAL ROWS:      " TO WS-TOT-CAPTION.
008940     MOVE WS-REVERSAL-COUNT TO WS-TOT-COUNT.
008950     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
008960         AFTER ADVANCING 1 LINES.
008970     PERFORM CHECK-RPT-FILE-STATUS.
008980     MOVE "UNMAPPED SUMMARIES: " TO WS-TOT-CAPTION.
008990     MOVE WS-UNMAPPED-COUNT TO WS-TOT-COUNT.
009000     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
009010         AFTER ADVANCING 1 LINES.
009020     PERFORM CHECK-RPT-FILE-STATUS.
009030     MOVE "JOURNAL ENTRIES:    " TO WS-TOT-CAPTION.
009040     MOVE WS-JOURNAL-ENTRY-COUNT TO WS-TOT-COUNT.
009050     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
009060         AFTER ADVANCING 1 LINES.
009070     PERFORM CHECK-RPT-FILE-STATUS.
009080     MOVE "DEBIT TOTAL:        " TO WS-AMT-CAPTION.
009090     MOVE WS-DEBIT-TOTAL TO WS-AMT-AMOUNT.
009100     WRITE DIVRPT01-LINE FROM WS-RPT-AMOUNT-LINE
009110         AFTER ADVANCING 1 LINES.
009120     PERFORM CHECK-RPT-FILE-STATUS.
009130     MOVE "CREDIT TOTAL:       " TO WS-AMT-CAPTION.
009140     MOVE WS-CREDIT-TOTAL TO WS-AMT-AMOUNT.
009150     WRITE DIVRPT01-LINE FROM WS-RPT-AMOUNT-LINE
009160         AFTER ADVANCING 1 LINES.
009170     PERFORM CHECK-RPT-FILE-STATUS.
009180     IF WS-JRNL-FILE-OPEN
009190         CLOSE GL-JOURNAL-FILE
009200     END-IF.
009210     CLOSE JOURNAL-REPORT-FILE.
009220 TERMINATE-RUN-EXIT.
009230     EXIT.

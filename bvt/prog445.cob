000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP445.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. ONLINE WORKBENCH OVER THE
000120*                         DIVEXCM EXCEPTION MASTER. LISTS THE
000130*                         OPEN EXCEPTIONS, FILTERED BY
000140*                         DEPARTMENT, REASON CODE OR AGE,
000150*                         SHOWS ONE ROW IN FULL, AND FILES A
000160*                         CORRECTION OR WRITE-OFF WITH THE
000170*                         OPERATOR'S ID AND NOTE AS A PENDING
000180*                         DIVEXA01 ACTION FOR CHAP426 TO PICK
000190*                         UP ON ITS NEXT RUN. ALSO SHOWS EVERY
000200*                         ACTION EVER FILED AGAINST THE ROW.
000202*        2026-10-15 RLW   A WRITE-OFF IS FILED ONLY FOR AN
000204*                         OPERATOR HOLDING THE DIVOPA01
000206*                         WRITE-OFF PRIVILEGE. EACH CHECK IS
000208*                         LOGGED TO THE DIVSEC01 SECURITY LOG.
000210*
000220 ENVIRONMENT DIVISION.
000230*
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000260     CRT STATUS IS WS-CRT-STATUS.
000270*
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT EXCEPTION-MASTER-FILE ASSIGN TO "DIVEXCM"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS DIVEXM01-KEY
000340         FILE STATUS IS WS-EXCM-FILE-STATUS.
000350*
000360     SELECT EXCEPTION-ACTION-FILE ASSIGN TO "DIVEXPND"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DIVEXA01-KEY
000400         FILE STATUS IS WS-EXPD-FILE-STATUS.
000410*
000411     SELECT OPERATOR-AUTH-FILE ASSIGN TO "DIVOPER"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS DIVOPA01-OPERATOR-ID
000415         FILE STATUS IS WS-OPER-FILE-STATUS.
000416*
000417     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000418         ORGANIZATION IS LINE SEQUENTIAL
000419         FILE STATUS IS WS-SECL-FILE-STATUS.
000420*
000421 DATA DIVISION.
000430 FILE SECTION.
000440 FD  EXCEPTION-MASTER-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY DIVEXM01.
000470*
000480 FD  EXCEPTION-ACTION-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY DIVEXA01.
000510*
000511 FD  OPERATOR-AUTH-FILE
000512     LABEL RECORDS ARE STANDARD.
000513     COPY DIVOPA01.
000514*
000515 FD  SECURITY-LOG-FILE
000516     LABEL RECORDS ARE STANDARD.
000517     COPY DIVSEC01.
000518*
000520 WORKING-STORAGE SECTION.
000530*
000540 77  WS-EXCM-FILE-STATUS               PIC X(02) VALUE "00".
000550 77  WS-EXPD-FILE-STATUS               PIC X(02) VALUE "00".
000553 77  WS-OPER-FILE-STATUS               PIC X(02) VALUE "00".
000556 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
000560 77  WS-CRT-STATUS                     PIC 9(04) VALUE ZERO.
000570*
000580 77  WS-EXIT-SWITCH                    PIC X(01) VALUE "N".
000590     88  WS-EXIT-REQUESTED                 VALUE "Y".
000591*
000592 77  WS-OPER-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".
000593     88  WS-OPER-FILE-OPEN                 VALUE "Y".
000594*
000595 77  WS-PRIV-GRANTED-SWITCH            PIC X(01) VALUE "N".
000596     88  WS-PRIV-GRANTED                   VALUE "Y".
000600*
000610 77  WS-SCREEN-MODE                    PIC X(01) VALUE "L".
000620     88  WS-MODE-LIST                      VALUE "L".
000630     88  WS-MODE-DETAIL                    VALUE "D".
000640     88  WS-MODE-HISTORY                   VALUE "H".
000650*
000660 77  WS-SCAN-DONE-SWITCH               PIC X(01) VALUE "N".
000670     88  WS-SCAN-DONE                      VALUE "Y".
000680*
000690 77  WS-LIST-MORE-SWITCH               PIC X(01) VALUE "N".
000700     88  WS-LIST-MORE                      VALUE "Y".
000710*
000720 77  WS-ACTION-SCAN-SWITCH             PIC X(01) VALUE "N".
000730     88  WS-ACTION-SCAN-DONE               VALUE "Y".
000740*
000750 77  WS-PEND-FOUND-SWITCH              PIC X(01) VALUE "N".
000760     88  WS-PEND-ACTION-FOUND              VALUE "Y".
000770*
000780 77  WS-ACTION-HELD-SWITCH             PIC X(01) VALUE "N".
000790     88  WS-ACTION-HELD                    VALUE "Y".
000800*
000810 77  WS-ROWS-ON-PAGE                   PIC 9(03) COMP
000820                                            VALUE ZERO.
000830*
000840 77  WS-MAX-ROWS-PER-PAGE              PIC 9(03) COMP
000850                                            VALUE 10.
000860*
000870 77  WS-ACTIONS-ON-PAGE                PIC 9(03) COMP
000880                                            VALUE ZERO.
000890*
000900 77  WS-MAX-ACTIONS-PER-PAGE           PIC 9(03) COMP
000910                                            VALUE 5.
000920*
000930 77  WS-SCREEN-LINE-NO                 PIC 9(03) COMP
000940                                            VALUE ZERO.
000950*
000960*-------------------------------------------------------------*
000970*    LIST FILTERS AND THE ROW SELECTOR AS KEYED ON THE LIST   *
000980*    SCREEN. THE FILTERS IN FORCE FOR THE PAGE SHOWN ARE      *
000990*    KEPT ALONGSIDE SO A CHANGED FILTER STARTS A NEW LIST     *
001000*    FROM THE TOP. A BLANK OR ZERO FILTER SELECTS EVERYTHING. *
001010*-------------------------------------------------------------*
001020 77  WS-FLT-DEPT-CODE                  PIC X(04) VALUE SPACES.
001030 77  WS-FLT-REASON-CODE                PIC X(02) VALUE SPACES.
001040 77  WS-FLT-MIN-AGE                    PIC 9(03) VALUE ZERO.
001050*
001060 77  WS-CUR-DEPT-CODE                  PIC X(04) VALUE SPACES.
001070 77  WS-CUR-REASON-CODE                PIC X(02) VALUE SPACES.
001080 77  WS-CUR-MIN-AGE                    PIC 9(03) VALUE ZERO.
001090*
001100 77  WS-SEL-ROW-NO                     PIC 9(02) VALUE ZERO.
001110*
001120 01  WS-LIST-START-KEY                 PIC X(22) VALUE LOW-VALUES.
001130 01  WS-LIST-NEXT-KEY                  PIC X(22) VALUE LOW-VALUES.
001140*
001150 01  WS-LIST-KEY-TABLE.
001160         05  WS-LIST-KEY OCCURS 10 TIMES
001170                                       PIC X(22).
001180*
001190*-------------------------------------------------------------*
001200*    ACTION FIELDS KEYED ON THE DETAIL SCREEN. THE OPERATOR   *
001210*    ID IS KEPT FOR THE WHOLE SESSION; THE REST ARE CLEARED   *
001220*    EACH TIME A ROW IS OPENED OR AN ACTION IS FILED.         *
001230*-------------------------------------------------------------*
001240 77  WS-WB-OPERATOR-ID                 PIC X(08) VALUE SPACES.
001250*
001260 77  WS-WB-ACTION                      PIC X(01) VALUE SPACE.
001270     88  WS-WB-ACTION-CORRECT              VALUE "C".
001280     88  WS-WB-ACTION-WRITE-OFF            VALUE "W".
001290     88  WS-WB-ACTION-HISTORY              VALUE "H".
001300     88  WS-WB-ACTION-NONE                 VALUE SPACE.
001310*
001320 77  WS-WB-NEW-DIVISOR                 PIC 9(05)V9(04) VALUE ZERO.
001330*
001340 77  WS-WB-NOTE                        PIC X(60) VALUE SPACES.
001350*
001360 77  WS-WB-FULL-TIME                   PIC X(08).
001370*
001380 01  WS-WB-ACTION-TMS.
001390         05  WS-WB-TMS-DATE            PIC X(08).
001400         05  WS-WB-TMS-TIME            PIC X(06).
001410*
001420*-------------------------------------------------------------*
001430*    DIVEXH01 -- THE EXCEPTION MASTER ROW OPENED ON THE       *
001440*    DETAIL SCREEN, HELD HERE SO THE DETAIL AND HISTORY       *
001450*    SCREENS SHOW IT WHILE THE FILE AREA IS REUSED.           *
001460*-------------------------------------------------------------*
001470     COPY DIVEXM01 REPLACING LEADING ==DIVEXM01== BY ==DIVEXH01==.
001480*
001490 01  WS-DTL-STATUS-TEXT                PIC X(11) VALUE SPACES.
001500*
001510 77  WS-DTL-AGE                        PIC 9(05) VALUE ZERO.
001520*
001530 01  WS-PND-DISPLAY.
001540         05  WS-PND-ACTION-TEXT        PIC X(09).
001550         05  FILLER                    PIC X(01) VALUE SPACES.
001560         05  WS-PND-DIVISOR-EDIT       PIC ZZZZ9.9999.
001570         05  WS-PND-DIVISOR-TEXT REDEFINES WS-PND-DIVISOR-EDIT
001580                                       PIC X(10).
001590         05  WS-PND-BY-TEXT            PIC X(04).
001600         05  WS-PND-OPERATOR-ID        PIC X(08).
001610*
001620 01  WS-MESSAGE-LINE                   PIC X(40) VALUE SPACES.
001630*
001640*-------------------------------------------------------------*
001650*    AGE WORK FIELDS -- THE DAYS AN EXCEPTION HAS BEEN OPEN   *
001660*    ARE WORKED OUT WITH THE SAME DAY-NUMBER ARITHMETIC AS    *
001670*    THE CHAP436 AGING REPORT, SO THE WORKBENCH AND THE       *
001680*    REPORT NEVER DISAGREE ABOUT HOW OLD A ROW IS.            *
001690*-------------------------------------------------------------*
001700 01  WS-RUN-DATE                       PIC X(08).
001710*
001720 77  WS-RUN-DAY-NUMBER                 PIC 9(07) COMP
001730                                            VALUE ZERO.
001740*
001750 77  WS-DAYS-OUTSTANDING               PIC S9(07) COMP
001760                                            VALUE ZERO.
001770*
001780 01  WS-CDN-DATE.
001790         05  WS-CDN-YEAR               PIC 9(04).
001800         05  WS-CDN-MONTH              PIC 9(02).
001810         05  WS-CDN-DAY                PIC 9(02).
001820*
001830 77  WS-CDN-DAY-NUMBER                 PIC 9(07) COMP
001840                                            VALUE ZERO.
001850*
001860 77  WS-CDN-LEAP-REM-4                 PIC 9(04) COMP
001870                                            VALUE ZERO.
001880*
001890 77  WS-CDN-LEAP-REM-100               PIC 9(04) COMP
001900                                            VALUE ZERO.
001910*
001920 77  WS-CDN-LEAP-REM-400               PIC 9(04) COMP
001930                                            VALUE ZERO.
001940*
001950 77  WS-CDN-LEAP-4                     PIC 9(05) COMP
001960                                            VALUE ZERO.
001970*
001980 77  WS-CDN-LEAP-100                   PIC 9(05) COMP
001990                                            VALUE ZERO.
002000*
002010 77  WS-CDN-LEAP-400                   PIC 9(05) COMP
002020                                            VALUE ZERO.
002030*
002040 01  WS-MONTH-OFFSET-VALUES.
002050         05  FILLER                    PIC X(18)
002060             VALUE "000031059090120151".
002070         05  FILLER                    PIC X(18)
002080             VALUE "181212243273304334".
002090*
002100 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
002110         05  WS-MONTH-OFFSET OCCURS 12 TIMES
002120                                       PIC 9(03).
002130*
002140*-------------------------------------------------------------*
002150*    WS-LST-WORK-LINE AND WS-HST-WORK-LINE -- ONE LIST ROW    *
002160*    AND ONE HISTORY ACTION FORMATTED FOR THE SCREEN. EITHER  *
002170*    IS BUILT HERE AND MOVED TO THE DISPLAY LINE THE PAGE     *
002180*    FILL IS UP TO; THE LIST AND HISTORY SCREENS SHARE THE    *
002190*    TEN DISPLAY LINES. A HISTORY ACTION TAKES TWO LINES --   *
002200*    THE ACTION ITSELF AND THE NOTE FILED WITH IT.            *
002210*-------------------------------------------------------------*
002220 01  WS-LST-WORK-LINE.
002230         05  WS-LST-ROW-NO             PIC Z9.
002240         05  FILLER                    PIC X(01) VALUE SPACES.
002250         05  WS-LST-RECORD-ID          PIC X(10).
002260         05  FILLER                    PIC X(02) VALUE SPACES.
002270         05  WS-LST-RUN-ID             PIC X(12).
002280         05  FILLER                    PIC X(01) VALUE SPACES.
002290         05  WS-LST-DEPT-CODE          PIC X(04).
002300         05  FILLER                    PIC X(01) VALUE SPACES.
002310         05  WS-LST-REASON-CODE        PIC X(02).
002320         05  FILLER                    PIC X(01) VALUE SPACES.
002330         05  WS-LST-OP-CODE            PIC X(01).
002340         05  FILLER                    PIC X(01) VALUE SPACES.
002350         05  WS-LST-AGE                PIC ZZZZ9.
002360         05  FILLER                    PIC X(01) VALUE SPACES.
002370         05  WS-LST-PEND-FLAG          PIC X(04).
002380         05  FILLER                    PIC X(22) VALUE SPACES.
002390*
002400 01  WS-HST-WORK-LINE.
002410         05  WS-HST-TMS-DATE           PIC X(08).
002420         05  FILLER                    PIC X(01) VALUE SPACES.
002430         05  WS-HST-TMS-TIME           PIC X(06).
002440         05  FILLER                    PIC X(01) VALUE SPACES.
002450         05  WS-HST-SOURCE-TEXT        PIC X(04).
002460         05  FILLER                    PIC X(01) VALUE SPACES.
002470         05  WS-HST-ACTION-TEXT        PIC X(09).
002480         05  FILLER                    PIC X(01) VALUE SPACES.
002490         05  WS-HST-DIVISOR-EDIT       PIC ZZZZ9.9999.
002500         05  WS-HST-DIVISOR-TEXT REDEFINES WS-HST-DIVISOR-EDIT
002510                                       PIC X(10).
002520         05  FILLER                    PIC X(01) VALUE SPACES.
002530         05  WS-HST-OPERATOR-ID        PIC X(08).
002540         05  FILLER                    PIC X(01) VALUE SPACES.
002550         05  WS-HST-STATUS-TEXT        PIC X(10).
002560         05  FILLER                    PIC X(01) VALUE SPACES.
002570         05  WS-HST-STATUS-DATE        PIC X(08).
002580*
002590 01  WS-HST-NOTE-LINE.
002600         05  FILLER                    PIC X(10)
002610                                        VALUE "    NOTE: ".
002620         05  WS-HST-NOTE               PIC X(60).
002630*
002640 01  WS-SCREEN-WORK-LINE               PIC X(70) VALUE SPACES.
002650*
002660 01  WS-WB-LINE-01                     PIC X(70) VALUE SPACES.
002670 01  WS-WB-LINE-02                     PIC X(70) VALUE SPACES.
002680 01  WS-WB-LINE-03                     PIC X(70) VALUE SPACES.
002690 01  WS-WB-LINE-04                     PIC X(70) VALUE SPACES.
002700 01  WS-WB-LINE-05                     PIC X(70) VALUE SPACES.
002710 01  WS-WB-LINE-06                     PIC X(70) VALUE SPACES.
002720 01  WS-WB-LINE-07                     PIC X(70) VALUE SPACES.
002730 01  WS-WB-LINE-08                     PIC X(70) VALUE SPACES.
002740 01  WS-WB-LINE-09                     PIC X(70) VALUE SPACES.
002750 01  WS-WB-LINE-10                     PIC X(70) VALUE SPACES.
002760*
002770*-------------------------------------------------------------*
002780*    WORKBENCH SCREENS -- THE OPEN-EXCEPTION LIST, ONE ROW'S  *
002790*    DETAIL WITH THE ACTION FIELDS, AND THE ROW'S ACTION      *
002800*    HISTORY. WRITTEN AS SCREEN SECTION MAPS FOR THE SAME     *
002810*    REASON AS CHAP425 -- A SHOP RUNNING UNDER CICS WOULD     *
002820*    REPLACE THIS SECTION AND THE ACCEPT/DISPLAY VERBS WITH   *
002830*    BMS MAPS AND EXEC CICS SEND/RECEIVE MAP, WITHOUT         *
002840*    TOUCHING DIVEXM01 OR DIVEXA01.                           *
002850*-------------------------------------------------------------*
002860 SCREEN SECTION.
002870 01  DIV-EXCEPTION-LIST-SCREEN.
002880     05  BLANK SCREEN.
002890     05  LINE 1  COLUMN 1
002900         VALUE "CHAP445 -- EXCEPTION WORKBENCH"
002910         HIGHLIGHT.
002920     05  LINE 3  COLUMN 1  VALUE "DEPT-CODE . . . :".
002930     05  LINE 3  COLUMN 20
002940         PIC X(04) USING WS-FLT-DEPT-CODE.
002950     05  LINE 4  COLUMN 1  VALUE "REASON CODE . . :".
002960     05  LINE 4  COLUMN 20
002970         PIC X(02) USING WS-FLT-REASON-CODE.
002980     05  LINE 5  COLUMN 1  VALUE "MINIMUM AGE . . :".
002990     05  LINE 5  COLUMN 20
003000         PIC 9(03) USING WS-FLT-MIN-AGE.
003010     05  LINE 7  COLUMN 1
003020         VALUE "NO RECORD-ID   RUN-ID       DEPT RS OP  AGE PEND".
003030     05  LINE 8  COLUMN 1  PIC X(70) FROM WS-WB-LINE-01.
003040     05  LINE 9  COLUMN 1  PIC X(70) FROM WS-WB-LINE-02.
003050     05  LINE 10 COLUMN 1  PIC X(70) FROM WS-WB-LINE-03.
003060     05  LINE 11 COLUMN 1  PIC X(70) FROM WS-WB-LINE-04.
003070     05  LINE 12 COLUMN 1  PIC X(70) FROM WS-WB-LINE-05.
003080     05  LINE 13 COLUMN 1  PIC X(70) FROM WS-WB-LINE-06.
003090     05  LINE 14 COLUMN 1  PIC X(70) FROM WS-WB-LINE-07.
003100     05  LINE 15 COLUMN 1  PIC X(70) FROM WS-WB-LINE-08.
003110     05  LINE 16 COLUMN 1  PIC X(70) FROM WS-WB-LINE-09.
003120     05  LINE 17 COLUMN 1  PIC X(70) FROM WS-WB-LINE-10.
003130     05  LINE 19 COLUMN 1  VALUE "OPEN ROW NO . . :".
003140     05  LINE 19 COLUMN 20
003150         PIC 9(02) USING WS-SEL-ROW-NO.
003160     05  LINE 21 COLUMN 1  PIC X(40)
003170         FROM WS-MESSAGE-LINE.
003180     05  LINE 22 COLUMN 1
003190         VALUE "ROW NO TO OPEN, ENTER TO PAGE, PF3 TO EXIT.".
003200*
003210 01  DIV-EXCEPTION-DETAIL-SCREEN.
003220     05  BLANK SCREEN.
003230     05  LINE 1  COLUMN 1
003240         VALUE "CHAP445 -- EXCEPTION DETAIL"
003250         HIGHLIGHT.
003260     05  LINE 3  COLUMN 1  VALUE "RECORD-ID . . . :".
003270     05  LINE 3  COLUMN 20
003280         PIC X(10) FROM DIVEXH01-RECORD-ID.
003290     05  LINE 3  COLUMN 40 VALUE "RUN-ID  . . . . :".
003300     05  LINE 3  COLUMN 58
003310         PIC X(12) FROM DIVEXH01-RUN-ID.
003320     05  LINE 4  COLUMN 1  VALUE "DEPT-CODE . . . :".
003330     05  LINE 4  COLUMN 20
003340         PIC X(04) FROM DIVEXH01-DEPT-CODE.
003350     05  LINE 4  COLUMN 40 VALUE "OP CODE . . . . :".
003360     05  LINE 4  COLUMN 58
003370         PIC X(01) FROM DIVEXH01-OP-CODE.
003380     05  LINE 5  COLUMN 1  VALUE "REASON CODE . . :".
003390     05  LINE 5  COLUMN 20
003400         PIC X(02) FROM DIVEXH01-REASON-CODE.
003410     05  LINE 5  COLUMN 40 VALUE "AGE IN DAYS . . :".
003420     05  LINE 5  COLUMN 58
003430         PIC ZZZZ9 FROM WS-DTL-AGE.
003440     05  LINE 6  COLUMN 1  VALUE "DIVISOR . . . . :".
003450     05  LINE 6  COLUMN 20
003460         PIC ZZZZ9.9999 FROM DIVEXH01-DIVISOR.
003470     05  LINE 7  COLUMN 1  VALUE "DIVIDEND  . . . :".
003480     05  LINE 7  COLUMN 20
003490         PIC ZZZZ9.9999 FROM DIVEXH01-DIVIDEND.
003500     05  LINE 8  COLUMN 1  VALUE "QUOTIENT  . . . :".
003510     05  LINE 8  COLUMN 20
003520         PIC -ZZZZ9.9999 FROM DIVEXH01-QUOTIENT.
003530     05  LINE 9  COLUMN 1  VALUE "OPENED  . . . . :".
003540     05  LINE 9  COLUMN 20
003550         PIC X(14) FROM DIVEXH01-TIMESTAMP.
003560     05  LINE 10 COLUMN 1  VALUE "STATUS  . . . . :".
003570     05  LINE 10 COLUMN 20
003580         PIC X(11) FROM WS-DTL-STATUS-TEXT.
003590     05  LINE 10 COLUMN 40 VALUE "STATUS DATE . . :".
003600     05  LINE 10 COLUMN 58
003610         PIC X(08) FROM DIVEXH01-STATUS-DATE.
003620     05  LINE 11 COLUMN 1  VALUE "PENDING ACTION  :".
003630     05  LINE 11 COLUMN 20
003640         PIC X(32) FROM WS-PND-DISPLAY.
003650     05  LINE 13 COLUMN 1  VALUE "OPERATOR ID . . :".
003660     05  LINE 13 COLUMN 20
003670         PIC X(08) USING WS-WB-OPERATOR-ID.
003680     05  LINE 14 COLUMN 1  VALUE "ACTION  . . . . :".
003690     05  LINE 14 COLUMN 20
003700         PIC X(01) USING WS-WB-ACTION.
003710     05  LINE 15 COLUMN 1  VALUE "NEW DIVISOR . . :".
003720     05  LINE 15 COLUMN 20
003730         PIC 9(05)V9999 USING WS-WB-NEW-DIVISOR.
003740     05  LINE 16 COLUMN 1  VALUE "NOTE  . . . . . :".
003750     05  LINE 16 COLUMN 20
003760         PIC X(60) USING WS-WB-NOTE.
003770     05  LINE 18 COLUMN 1  PIC X(40)
003780         FROM WS-MESSAGE-LINE.
003790     05  LINE 19 COLUMN 1
003800         VALUE "C CORRECT, W WRITE OFF, H HISTORY, PF3 RETURN.".
003810*
003820 01  DIV-EXCEPTION-HISTORY-SCREEN.
003830     05  BLANK SCREEN.
003840     05  LINE 1  COLUMN 1
003850         VALUE "CHAP445 -- EXCEPTION HISTORY"
003860         HIGHLIGHT.
003870     05  LINE 3  COLUMN 1  VALUE "RECORD-ID . . . :".
003880     05  LINE 3  COLUMN 20
003890         PIC X(10) FROM DIVEXH01-RECORD-ID.
003900     05  LINE 3  COLUMN 40 VALUE "RUN-ID  . . . . :".
003910     05  LINE 3  COLUMN 58
003920         PIC X(12) FROM DIVEXH01-RUN-ID.
003930     05  LINE 4  COLUMN 1  VALUE "OPENED  . . . . :".
003940     05  LINE 4  COLUMN 20
003950         PIC X(14) FROM DIVEXH01-TIMESTAMP.
003960     05  LINE 4  COLUMN 40 VALUE "REASON CODE . . :".
003970     05  LINE 4  COLUMN 58
003980         PIC X(02) FROM DIVEXH01-REASON-CODE.
003990     05  LINE 5  COLUMN 1  VALUE "STATUS  . . . . :".
004000     05  LINE 5  COLUMN 20
004010         PIC X(11) FROM WS-DTL-STATUS-TEXT.
004020     05  LINE 5  COLUMN 40 VALUE "STATUS DATE . . :".
004030     05  LINE 5  COLUMN 58
004040         PIC X(08) FROM DIVEXH01-STATUS-DATE.
004050     05  LINE 7  COLUMN 1
004060         VALUE "DATE     TIME   SRC  ACTION".
004070     05  LINE 7  COLUMN 35
004080         VALUE "DIVISOR OPERATOR STATUS     ON".
004090     05  LINE 8  COLUMN 1  PIC X(70) FROM WS-WB-LINE-01.
004100     05  LINE 9  COLUMN 1  PIC X(70) FROM WS-WB-LINE-02.
004110     05  LINE 10 COLUMN 1  PIC X(70) FROM WS-WB-LINE-03.
004120     05  LINE 11 COLUMN 1  PIC X(70) FROM WS-WB-LINE-04.
004130     05  LINE 12 COLUMN 1  PIC X(70) FROM WS-WB-LINE-05.
004140     05  LINE 13 COLUMN 1  PIC X(70) FROM WS-WB-LINE-06.
004150     05  LINE 14 COLUMN 1  PIC X(70) FROM WS-WB-LINE-07.
004160     05  LINE 15 COLUMN 1  PIC X(70) FROM WS-WB-LINE-08.
004170     05  LINE 16 COLUMN 1  PIC X(70) FROM WS-WB-LINE-09.
004180     05  LINE 17 COLUMN 1  PIC X(70) FROM WS-WB-LINE-10.
004190     05  LINE 19 COLUMN 1  PIC X(40)
004200         FROM WS-MESSAGE-LINE.
004210     05  LINE 20 COLUMN 1
004220         VALUE "ENTER FOR NEXT PAGE, PF3 TO RETURN.".
004230*
004240 PROCEDURE DIVISION.
004250*
004260*-------------------------------------------------------------*
004270*    MAIN-LINE-LOGIC -- OPENS THE EXCEPTION MASTER AND THE    *
004280*    ACTION FILE, BRINGS UP THE FIRST PAGE OF OPEN EXCEPTIONS *
004290*    AND REDISPLAYS WHICHEVER SCREEN IS CURRENT UNTIL THE     *
004300*    OPERATOR EXITS. A MISSING MASTER IS FATAL -- CHAP424     *
004310*    CREATES IT. A MISSING ACTION FILE IS CREATED EMPTY ON    *
004315*    FIRST USE. WITH NO OPERATOR AUTHORIZATION FILE NO        *
004320*    WRITE-OFF CAN BE FILED; A SECURITY LOG THAT WILL NOT     *
004325*    OPEN IS FATAL.                                           *
004330*-------------------------------------------------------------*
004340 MAIN-LINE-LOGIC.
004350     OPEN INPUT EXCEPTION-MASTER-FILE.
004360     IF WS-EXCM-FILE-STATUS IS NOT EQUAL TO "00"
004370         DISPLAY "CHAP445 -- UNABLE TO OPEN "
004380             "EXCEPTION-MASTER-FILE, STATUS = "
004390             WS-EXCM-FILE-STATUS
004400         DISPLAY "CHAP445 -- RUN CHAP424 AT LEAST ONCE FIRST."
004410         MOVE 8 TO RETURN-CODE
004420         GO TO MAIN-LINE-LOGIC-EXIT
004430     END-IF.
004440     OPEN I-O EXCEPTION-ACTION-FILE.
004450     IF WS-EXPD-FILE-STATUS IS EQUAL TO "35"
004460         OPEN OUTPUT EXCEPTION-ACTION-FILE
004470         CLOSE EXCEPTION-ACTION-FILE
004480         OPEN I-O EXCEPTION-ACTION-FILE
004490     END-IF.
004500     IF WS-EXPD-FILE-STATUS IS NOT EQUAL TO "00"
004510         DISPLAY "CHAP445 -- UNABLE TO OPEN "
004520             "EXCEPTION-ACTION-FILE, STATUS = "
004530             WS-EXPD-FILE-STATUS
004540         CLOSE EXCEPTION-MASTER-FILE
004550         MOVE 8 TO RETURN-CODE
004560         GO TO MAIN-LINE-LOGIC-EXIT
004570     END-IF.
004571     OPEN EXTEND SECURITY-LOG-FILE.
004572     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
004573         OPEN OUTPUT SECURITY-LOG-FILE
004574     END-IF.
004575     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
004576         DISPLAY "CHAP445 -- UNABLE TO OPEN "
004577             "SECURITY-LOG-FILE, STATUS = "
004578             WS-SECL-FILE-STATUS
004579         CLOSE EXCEPTION-MASTER-FILE
004580         CLOSE EXCEPTION-ACTION-FILE
004581         MOVE 8 TO RETURN-CODE
004582         GO TO MAIN-LINE-LOGIC-EXIT
004583     END-IF.
004584     OPEN INPUT OPERATOR-AUTH-FILE.
004585     IF WS-OPER-FILE-STATUS IS EQUAL TO "00"
004586         SET WS-OPER-FILE-OPEN TO TRUE
004587     END-IF.
004588     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004590     MOVE WS-RUN-DATE TO WS-CDN-DATE.
004600     PERFORM CONVERT-DATE-TO-DAY-NUMBER.
004610     MOVE WS-CDN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
004620     MOVE LOW-VALUES TO WS-LIST-START-KEY.
004630     PERFORM FILL-LIST-PAGE.
004640     PERFORM PROCESS-ONE-SCREEN THRU PROCESS-ONE-SCREEN-EXIT
004650         UNTIL WS-EXIT-REQUESTED.
004660     CLOSE EXCEPTION-MASTER-FILE.
004670     CLOSE EXCEPTION-ACTION-FILE.
004672     CLOSE SECURITY-LOG-FILE.
004674     IF WS-OPER-FILE-OPEN
004676         CLOSE OPERATOR-AUTH-FILE
004678     END-IF.
004680     DISPLAY "CHAP445 -- WORKBENCH SESSION ENDED.".
004690 MAIN-LINE-LOGIC-EXIT.
004700     STOP RUN.
004710*
004720*-------------------------------------------------------------*
004730*    PROCESS-ONE-SCREEN -- HANDS THE TURN TO THE LIST, DETAIL *
004740*    OR HISTORY SCREEN, WHICHEVER THE OPERATOR IS ON.         *
004750*-------------------------------------------------------------*
004760 PROCESS-ONE-SCREEN.
004770     IF WS-MODE-LIST
004780         PERFORM PROCESS-LIST-SCREEN THRU PROCESS-LIST-SCREEN-EXIT
004790         GO TO PROCESS-ONE-SCREEN-EXIT
004800     END-IF.
004810     IF WS-MODE-DETAIL
004820         PERFORM PROCESS-DETAIL-SCREEN
004830             THRU PROCESS-DETAIL-SCREEN-EXIT
004840         GO TO PROCESS-ONE-SCREEN-EXIT
004850     END-IF.
004860     PERFORM PROCESS-HISTORY-SCREEN
004870         THRU PROCESS-HISTORY-SCREEN-EXIT.
004880 PROCESS-ONE-SCREEN-EXIT.
004890     EXIT.
004900*
004910*-------------------------------------------------------------*
004920*    PROCESS-LIST-SCREEN -- SHOWS A PAGE OF OPEN EXCEPTIONS.  *
004930*    A CHANGED FILTER STARTS THE LIST AGAIN FROM THE TOP; A   *
004940*    ROW NUMBER OPENS THAT ROW ON THE DETAIL SCREEN; ENTER    *
004950*    ALONE PAGES FORWARD, AND PAST THE LAST PAGE STARTS AGAIN *
004960*    FROM THE TOP SO ROWS SETTLED MEANWHILE DROP OFF.         *
004970*-------------------------------------------------------------*
004980 PROCESS-LIST-SCREEN.
004990     MOVE ZERO TO WS-SEL-ROW-NO.
005000     DISPLAY DIV-EXCEPTION-LIST-SCREEN.
005010     ACCEPT DIV-EXCEPTION-LIST-SCREEN.
005020     IF WS-CRT-STATUS IS EQUAL TO 1003
005030         SET WS-EXIT-REQUESTED TO TRUE
005040         GO TO PROCESS-LIST-SCREEN-EXIT
005050     END-IF.
005060     MOVE SPACES TO WS-MESSAGE-LINE.
005070     IF WS-FLT-DEPT-CODE IS NOT EQUAL TO WS-CUR-DEPT-CODE
005080             OR WS-FLT-REASON-CODE IS NOT EQUAL TO
005090                 WS-CUR-REASON-CODE
005100             OR WS-FLT-MIN-AGE IS NOT EQUAL TO WS-CUR-MIN-AGE
005110         MOVE LOW-VALUES TO WS-LIST-START-KEY
005120         PERFORM FILL-LIST-PAGE
005130         GO TO PROCESS-LIST-SCREEN-EXIT
005140     END-IF.
005150     IF WS-SEL-ROW-NO IS NOT EQUAL TO ZERO
005160         IF WS-SEL-ROW-NO IS GREATER THAN WS-ROWS-ON-PAGE
005170             MOVE "NO SUCH ROW ON THIS PAGE." TO WS-MESSAGE-LINE
005180         ELSE
005190             PERFORM OPEN-SELECTED-ROW THRU OPEN-SELECTED-ROW-EXIT
005200         END-IF
005210         GO TO PROCESS-LIST-SCREEN-EXIT
005220     END-IF.
005230     IF WS-LIST-MORE
005240         MOVE WS-LIST-NEXT-KEY TO WS-LIST-START-KEY
005250     ELSE
005260         MOVE LOW-VALUES TO WS-LIST-START-KEY
005270     END-IF.
005280     PERFORM FILL-LIST-PAGE.
005290 PROCESS-LIST-SCREEN-EXIT.
005300     EXIT.
005310*
005320*-------------------------------------------------------------*
005330*    FILL-LIST-PAGE -- BROWSES THE MASTER FROM THE PAGE START *
005340*    KEY AND FORMATS UP TO TEN OPEN ROWS THAT PASS THE        *
005350*    FILTERS. THE KEY OF THE NEXT ROW THAT WOULD HAVE PASSED  *
005360*    IS KEPT AS THE START OF THE NEXT PAGE.                   *
005370*-------------------------------------------------------------*
005380 FILL-LIST-PAGE.
005390     MOVE WS-FLT-DEPT-CODE   TO WS-CUR-DEPT-CODE.
005400     MOVE WS-FLT-REASON-CODE TO WS-CUR-REASON-CODE.
005410     MOVE WS-FLT-MIN-AGE     TO WS-CUR-MIN-AGE.
005420     PERFORM CLEAR-SCREEN-LINES.
005430     MOVE SPACES TO WS-LIST-KEY-TABLE.
005440     MOVE ZERO TO WS-ROWS-ON-PAGE.
005450     MOVE "N" TO WS-LIST-MORE-SWITCH.
005460     MOVE "N" TO WS-SCAN-DONE-SWITCH.
005470     MOVE WS-LIST-START-KEY TO DIVEXM01-KEY.
005480     START EXCEPTION-MASTER-FILE
005490         KEY IS NOT LESS THAN DIVEXM01-KEY
005500         INVALID KEY
005510             SET WS-SCAN-DONE TO TRUE
005520     END-START.
005530     PERFORM READ-NEXT-MASTER-ROW
005540         UNTIL WS-SCAN-DONE.
005550     IF WS-ROWS-ON-PAGE IS EQUAL TO ZERO
005560         MOVE "NO OPEN EXCEPTIONS MATCH." TO WS-MESSAGE-LINE
005570     ELSE
005580         IF NOT WS-LIST-MORE
005590             MOVE "END OF LIST -- ENTER STARTS AGAIN." TO
005600                 WS-MESSAGE-LINE
005610         END-IF
005620     END-IF.
005630*
005640 READ-NEXT-MASTER-ROW.
005650     READ EXCEPTION-MASTER-FILE NEXT RECORD
005660         AT END
005670             SET WS-SCAN-DONE TO TRUE
005680         NOT AT END
005690             PERFORM TEST-ONE-LIST-ROW THRU TEST-ONE-LIST-ROW-EXIT
005700     END-READ.
005710*
005720*-------------------------------------------------------------*
005730*    TEST-ONE-LIST-ROW -- DROPS A ROW THAT IS SETTLED OR      *
005740*    FAILS A FILTER, AND OTHERWISE ADDS IT TO THE PAGE, OR,   *
005750*    WITH THE PAGE ALREADY FULL, MARKS IT AS THE START OF THE *
005760*    NEXT ONE.                                                *
005770*-------------------------------------------------------------*
005780 TEST-ONE-LIST-ROW.
005790     IF NOT DIVEXM01-STATUS-OPEN
005800         GO TO TEST-ONE-LIST-ROW-EXIT
005810     END-IF.
005820     IF WS-CUR-DEPT-CODE IS NOT EQUAL TO SPACES
005830             AND DIVEXM01-DEPT-CODE IS NOT EQUAL TO
005840                 WS-CUR-DEPT-CODE
005850         GO TO TEST-ONE-LIST-ROW-EXIT
005860     END-IF.
005870     IF WS-CUR-REASON-CODE IS NOT EQUAL TO SPACES
005880             AND DIVEXM01-REASON-CODE IS NOT EQUAL TO
005890                 WS-CUR-REASON-CODE
005900         GO TO TEST-ONE-LIST-ROW-EXIT
005910     END-IF.
005920     PERFORM COMPUTE-EXCEPTION-AGE.
005930     IF WS-DAYS-OUTSTANDING IS LESS THAN WS-CUR-MIN-AGE
005940         GO TO TEST-ONE-LIST-ROW-EXIT
005950     END-IF.
005960     IF WS-ROWS-ON-PAGE IS NOT LESS THAN WS-MAX-ROWS-PER-PAGE
005970         SET WS-LIST-MORE TO TRUE
005980         MOVE DIVEXM01-KEY TO WS-LIST-NEXT-KEY
005990         SET WS-SCAN-DONE TO TRUE
006000         GO TO TEST-ONE-LIST-ROW-EXIT
006010     END-IF.
006020     ADD 1 TO WS-ROWS-ON-PAGE.
006030     MOVE DIVEXM01-KEY TO WS-LIST-KEY (WS-ROWS-ON-PAGE).
006040     PERFORM FIND-PENDING-ACTION.
006050     MOVE SPACES TO WS-LST-WORK-LINE.
006060     MOVE WS-ROWS-ON-PAGE         TO WS-LST-ROW-NO.
006070     MOVE DIVEXM01-RECORD-ID      TO WS-LST-RECORD-ID.
006080     MOVE DIVEXM01-RUN-ID         TO WS-LST-RUN-ID.
006090     MOVE DIVEXM01-DEPT-CODE      TO WS-LST-DEPT-CODE.
006100     MOVE DIVEXM01-REASON-CODE    TO WS-LST-REASON-CODE.
006110     MOVE DIVEXM01-OP-CODE        TO WS-LST-OP-CODE.
006120     MOVE WS-DAYS-OUTSTANDING     TO WS-LST-AGE.
006130     IF WS-PEND-ACTION-FOUND
006140         MOVE "PEND" TO WS-LST-PEND-FLAG
006150     END-IF.
006160     MOVE WS-LST-WORK-LINE TO WS-SCREEN-WORK-LINE.
006170     MOVE WS-ROWS-ON-PAGE TO WS-SCREEN-LINE-NO.
006180     PERFORM PUT-SCREEN-LINE.
006190 TEST-ONE-LIST-ROW-EXIT.
006200     EXIT.
006210*
006220*-------------------------------------------------------------*
006230*    COMPUTE-EXCEPTION-AGE -- DAYS FROM THE DATE THE          *
006240*    EXCEPTION WAS FILED TO TODAY, NEVER LESS THAN ZERO. A    *
006250*    ROW WITHOUT A USABLE FILING DATE COUNTS AS FILED TODAY.  *
006260*-------------------------------------------------------------*
006270 COMPUTE-EXCEPTION-AGE.
006280     MOVE ZERO TO WS-DAYS-OUTSTANDING.
006290     IF DIVEXM01-TIMESTAMP(1:8) IS NUMERIC
006300         MOVE DIVEXM01-TIMESTAMP(1:8) TO WS-CDN-DATE
006310         PERFORM CONVERT-DATE-TO-DAY-NUMBER
006320         COMPUTE WS-DAYS-OUTSTANDING =
006330             WS-RUN-DAY-NUMBER - WS-CDN-DAY-NUMBER
006340         IF WS-DAYS-OUTSTANDING IS LESS THAN ZERO
006350             MOVE ZERO TO WS-DAYS-OUTSTANDING
006360         END-IF
006370     END-IF.
006380*
006390*-------------------------------------------------------------*
006400*    CONVERT-DATE-TO-DAY-NUMBER -- TURNS THE YYYYMMDD DATE IN *
006410*    WS-CDN-DATE INTO A RUNNING DAY NUMBER IN                 *
006420*    WS-CDN-DAY-NUMBER, EXACTLY AS CHAP436 DOES.              *
006430*-------------------------------------------------------------*
006440 CONVERT-DATE-TO-DAY-NUMBER.
006450     DIVIDE WS-CDN-YEAR BY 4
006460         GIVING WS-CDN-LEAP-4
006470         REMAINDER WS-CDN-LEAP-REM-4.
006480     DIVIDE WS-CDN-YEAR BY 100
006490         GIVING WS-CDN-LEAP-100
006500         REMAINDER WS-CDN-LEAP-REM-100.
006510     DIVIDE WS-CDN-YEAR BY 400
006520         GIVING WS-CDN-LEAP-400
006530         REMAINDER WS-CDN-LEAP-REM-400.
006540     COMPUTE WS-CDN-DAY-NUMBER =
006550         WS-CDN-YEAR * 365
006560         + WS-CDN-LEAP-4
006570         - WS-CDN-LEAP-100
006580         + WS-CDN-LEAP-400
006590         + WS-MONTH-OFFSET (WS-CDN-MONTH)
006600         + WS-CDN-DAY.
006610     IF WS-CDN-MONTH IS LESS THAN 3
006620         IF WS-CDN-LEAP-REM-4 IS EQUAL TO ZERO
006630                 AND (WS-CDN-LEAP-REM-100 IS NOT EQUAL TO ZERO
006640                 OR WS-CDN-LEAP-REM-400 IS EQUAL TO ZERO)
006650             SUBTRACT 1 FROM WS-CDN-DAY-NUMBER
006660         END-IF
006670     END-IF.
006680*
006690*-------------------------------------------------------------*
006700*    OPEN-SELECTED-ROW -- READS THE CHOSEN ROW BY KEY, HOLDS  *
006710*    IT FOR THE DETAIL SCREEN AND CLEARS THE ACTION FIELDS.   *
006720*-------------------------------------------------------------*
006730 OPEN-SELECTED-ROW.
006740     MOVE WS-LIST-KEY (WS-SEL-ROW-NO) TO DIVEXM01-KEY.
006750     PERFORM LOAD-HELD-EXCEPTION THRU LOAD-HELD-EXCEPTION-EXIT.
006760     IF WS-MESSAGE-LINE IS NOT EQUAL TO SPACES
006770         GO TO OPEN-SELECTED-ROW-EXIT
006780     END-IF.
006790     MOVE SPACE TO WS-WB-ACTION.
006800     MOVE ZERO TO WS-WB-NEW-DIVISOR.
006810     MOVE SPACES TO WS-WB-NOTE.
006820     SET WS-MODE-DETAIL TO TRUE.
006830 OPEN-SELECTED-ROW-EXIT.
006840     EXIT.
006850*
006860*-------------------------------------------------------------*
006870*    LOAD-HELD-EXCEPTION -- READS THE MASTER ROW WHOSE KEY IS *
006880*    IN DIVEXM01-KEY, COPIES IT TO THE HELD ROW AND WORKS OUT *
006890*    ITS AGE, STATUS TEXT AND ANY ACTION STILL PENDING. A ROW *
006900*    NO LONGER ON FILE LEAVES A MESSAGE.                      *
006910*-------------------------------------------------------------*
006920 LOAD-HELD-EXCEPTION.
006930     READ EXCEPTION-MASTER-FILE
006940         INVALID KEY
006950             MOVE "ROW NO LONGER ON FILE." TO WS-MESSAGE-LINE
006960             GO TO LOAD-HELD-EXCEPTION-EXIT
006970     END-READ.
006980     MOVE DIVEXM01-RECORD TO DIVEXH01-RECORD.
006990     PERFORM COMPUTE-EXCEPTION-AGE.
007000     MOVE WS-DAYS-OUTSTANDING TO WS-DTL-AGE.
007010     EVALUATE TRUE
007020         WHEN DIVEXH01-STATUS-OPEN
007030             MOVE "OPEN" TO WS-DTL-STATUS-TEXT
007040         WHEN DIVEXH01-STATUS-CORRECTED
007050             MOVE "CORRECTED" TO WS-DTL-STATUS-TEXT
007060         WHEN DIVEXH01-STATUS-WRITTEN-OFF
007070             MOVE "WRITTEN OFF" TO WS-DTL-STATUS-TEXT
007080         WHEN OTHER
007090             MOVE DIVEXH01-STATUS TO WS-DTL-STATUS-TEXT
007100     END-EVALUATE.
007110     PERFORM FIND-PENDING-ACTION.
007120     MOVE SPACES TO WS-PND-DISPLAY.
007130     IF NOT WS-PEND-ACTION-FOUND
007140         MOVE "NONE" TO WS-PND-ACTION-TEXT
007150         GO TO LOAD-HELD-EXCEPTION-EXIT
007160     END-IF.
007170     IF DIVEXA01-ACTION-CORRECT
007180         MOVE "CORRECT" TO WS-PND-ACTION-TEXT
007190         MOVE DIVEXA01-NEW-DIVISOR TO WS-PND-DIVISOR-EDIT
007200     ELSE
007210         MOVE "WRITE-OFF" TO WS-PND-ACTION-TEXT
007220     END-IF.
007230     MOVE " BY " TO WS-PND-BY-TEXT.
007240     MOVE DIVEXA01-OPERATOR-ID TO WS-PND-OPERATOR-ID.
007250 LOAD-HELD-EXCEPTION-EXIT.
007260     EXIT.
007270*
007280*-------------------------------------------------------------*
007290*    FIND-PENDING-ACTION -- LOOKS THROUGH THE ACTIONS FILED   *
007300*    AGAINST THE MASTER ROW IN DIVEXM01-KEY FOR ONE STILL     *
007310*    PENDING, AND LEAVES IT IN THE RECORD AREA IF THERE IS.   *
007320*-------------------------------------------------------------*
007330 FIND-PENDING-ACTION.
007340     MOVE "N" TO WS-PEND-FOUND-SWITCH.
007350     MOVE "N" TO WS-ACTION-SCAN-SWITCH.
007360     MOVE DIVEXM01-RECORD-ID TO DIVEXA01-RECORD-ID.
007370     MOVE DIVEXM01-RUN-ID    TO DIVEXA01-RUN-ID.
007380     MOVE LOW-VALUES         TO DIVEXA01-ACTION-TMS.
007390     START EXCEPTION-ACTION-FILE
007400         KEY IS NOT LESS THAN DIVEXA01-KEY
007410         INVALID KEY
007420             SET WS-ACTION-SCAN-DONE TO TRUE
007430     END-START.
007440     PERFORM TEST-NEXT-ACTION-ROW
007450         UNTIL WS-ACTION-SCAN-DONE.
007460*
007470 TEST-NEXT-ACTION-ROW.
007480     READ EXCEPTION-ACTION-FILE NEXT RECORD
007490         AT END
007500             SET WS-ACTION-SCAN-DONE TO TRUE
007510         NOT AT END
007520             IF DIVEXA01-RECORD-ID IS NOT EQUAL TO
007530                     DIVEXM01-RECORD-ID
007540                     OR DIVEXA01-RUN-ID IS NOT EQUAL TO
007550                         DIVEXM01-RUN-ID
007560                 SET WS-ACTION-SCAN-DONE TO TRUE
007570             ELSE
007580                 IF DIVEXA01-STATUS-PENDING
007590                     SET WS-PEND-ACTION-FOUND TO TRUE
007600                     SET WS-ACTION-SCAN-DONE TO TRUE
007610                 END-IF
007620             END-IF
007630     END-READ.
007640*
007650*-------------------------------------------------------------*
007660*    PROCESS-DETAIL-SCREEN -- SHOWS THE HELD ROW AND ACCEPTS  *
007670*    AN ACTION. C OR W FILES A CORRECTION OR WRITE-OFF, H     *
007680*    SHOWS THE ROW'S HISTORY, PF3 RETURNS TO THE SAME PAGE OF *
007690*    THE LIST.                                                *
007700*-------------------------------------------------------------*
007710 PROCESS-DETAIL-SCREEN.
007720     DISPLAY DIV-EXCEPTION-DETAIL-SCREEN.
007730     ACCEPT DIV-EXCEPTION-DETAIL-SCREEN.
007740     IF WS-CRT-STATUS IS EQUAL TO 1003
007750         MOVE SPACES TO WS-MESSAGE-LINE
007760         SET WS-MODE-LIST TO TRUE
007770         PERFORM FILL-LIST-PAGE
007780         GO TO PROCESS-DETAIL-SCREEN-EXIT
007790     END-IF.
007800     MOVE SPACES TO WS-MESSAGE-LINE.
007810     IF WS-WB-ACTION-NONE
007820         MOVE "KEY C, W OR H." TO WS-MESSAGE-LINE
007830         GO TO PROCESS-DETAIL-SCREEN-EXIT
007840     END-IF.
007850     IF WS-WB-ACTION-HISTORY
007860         MOVE SPACE TO WS-WB-ACTION
007870         SET WS-MODE-HISTORY TO TRUE
007880         PERFORM START-ACTION-HISTORY
007890         PERFORM FILL-HISTORY-PAGE
007900         GO TO PROCESS-DETAIL-SCREEN-EXIT
007910     END-IF.
007920     IF NOT WS-WB-ACTION-CORRECT AND NOT WS-WB-ACTION-WRITE-OFF
007930         MOVE "ACTION MUST BE C, W OR H." TO WS-MESSAGE-LINE
007940         GO TO PROCESS-DETAIL-SCREEN-EXIT
007950     END-IF.
007960     PERFORM FILE-WORKBENCH-ACTION
007970         THRU FILE-WORKBENCH-ACTION-EXIT.
007980 PROCESS-DETAIL-SCREEN-EXIT.
007990     EXIT.
008000*
008010*-------------------------------------------------------------*
008020*    FILE-WORKBENCH-ACTION -- REREADS THE HELD ROW BY KEY SO  *
008030*    A ROW SETTLED OR ACTED ON FROM ANOTHER TERMINAL IN THE   *
008040*    MEANTIME IS NOT ACTED ON TWICE, CHECKS THE OPERATOR ID,  *
008050*    THE NOTE AND, FOR A CORRECTION, THE NEW DIVISOR, AND     *
008056*    FILES THE ACTION AS PENDING FOR CHAP426. A WRITE-OFF     *
008062*    ALSO NEEDS THE OPERATOR'S WRITE-OFF PRIVILEGE.           *
008070*-------------------------------------------------------------*
008080 FILE-WORKBENCH-ACTION.
008090     MOVE DIVEXH01-KEY TO DIVEXM01-KEY.
008100     PERFORM LOAD-HELD-EXCEPTION THRU LOAD-HELD-EXCEPTION-EXIT.
008110     IF WS-MESSAGE-LINE IS NOT EQUAL TO SPACES
008120         GO TO FILE-WORKBENCH-ACTION-EXIT
008130     END-IF.
008140     IF NOT DIVEXH01-STATUS-OPEN
008150         MOVE "EXCEPTION ALREADY SETTLED." TO WS-MESSAGE-LINE
008160         GO TO FILE-WORKBENCH-ACTION-EXIT
008170     END-IF.
008180     IF WS-PEND-ACTION-FOUND
008190         MOVE "AN ACTION IS ALREADY PENDING." TO WS-MESSAGE-LINE
008200         GO TO FILE-WORKBENCH-ACTION-EXIT
008210     END-IF.
008220     IF WS-WB-OPERATOR-ID IS EQUAL TO SPACES
008230         MOVE "KEY YOUR OPERATOR ID." TO WS-MESSAGE-LINE
008240         GO TO FILE-WORKBENCH-ACTION-EXIT
008250     END-IF.
008260     IF WS-WB-NOTE IS EQUAL TO SPACES
008270         MOVE "A NOTE IS REQUIRED." TO WS-MESSAGE-LINE
008280         GO TO FILE-WORKBENCH-ACTION-EXIT
008290     END-IF.
008300     IF WS-WB-ACTION-CORRECT
008310         IF WS-WB-NEW-DIVISOR IS NOT NUMERIC
008320                 OR WS-WB-NEW-DIVISOR IS EQUAL TO ZERO
008330             MOVE "CORRECTION NEEDS A NONZERO DIVISOR." TO
008340                 WS-MESSAGE-LINE
008350             GO TO FILE-WORKBENCH-ACTION-EXIT
008360         END-IF
008370     ELSE
008380         MOVE ZERO TO WS-WB-NEW-DIVISOR
008390     END-IF.
008400     ACCEPT WS-WB-TMS-DATE FROM DATE YYYYMMDD.
008410     ACCEPT WS-WB-FULL-TIME FROM TIME.
008420     MOVE WS-WB-FULL-TIME(1:6) TO WS-WB-TMS-TIME.
008421     IF WS-WB-ACTION-WRITE-OFF
008422         PERFORM CHECK-WRITE-OFF-AUTHORITY
008423         IF NOT WS-PRIV-GRANTED
008424             MOVE "NOT AUTHORIZED FOR WRITE-OFF." TO
008425                 WS-MESSAGE-LINE
008426             GO TO FILE-WORKBENCH-ACTION-EXIT
008427         END-IF
008428     END-IF.
008430     MOVE SPACES             TO DIVEXA01-RECORD.
008440     MOVE DIVEXH01-RECORD-ID TO DIVEXA01-RECORD-ID.
008450     MOVE DIVEXH01-RUN-ID    TO DIVEXA01-RUN-ID.
008460     MOVE WS-WB-ACTION-TMS   TO DIVEXA01-ACTION-TMS.
008470     MOVE WS-WB-ACTION       TO DIVEXA01-ACTION-CODE.
008480     MOVE WS-WB-NEW-DIVISOR  TO DIVEXA01-NEW-DIVISOR.
008490     MOVE WS-WB-OPERATOR-ID  TO DIVEXA01-OPERATOR-ID.
008500     MOVE WS-WB-NOTE         TO DIVEXA01-NOTE.
008510     SET DIVEXA01-SOURCE-WORKBENCH TO TRUE.
008520     SET DIVEXA01-STATUS-PENDING   TO TRUE.
008530     MOVE WS-WB-TMS-DATE     TO DIVEXA01-STATUS-DATE.
008540     WRITE DIVEXA01-RECORD
008550         INVALID KEY
008560             MOVE "ACTION NOT FILED -- PLEASE RETRY." TO
008570                 WS-MESSAGE-LINE
008580             GO TO FILE-WORKBENCH-ACTION-EXIT
008590     END-WRITE.
008600     MOVE DIVEXH01-KEY TO DIVEXM01-KEY.
008610     PERFORM LOAD-HELD-EXCEPTION THRU LOAD-HELD-EXCEPTION-EXIT.
008620     IF WS-WB-ACTION-CORRECT
008630         MOVE "CORRECTION FILED FOR CHAP426." TO WS-MESSAGE-LINE
008640     ELSE
008650         MOVE "WRITE-OFF FILED FOR CHAP426." TO WS-MESSAGE-LINE
008660     END-IF.
008670     MOVE SPACE TO WS-WB-ACTION.
008680     MOVE ZERO TO WS-WB-NEW-DIVISOR.
008690     MOVE SPACES TO WS-WB-NOTE.
008700 FILE-WORKBENCH-ACTION-EXIT.
008710     EXIT.
008711*
008712*-------------------------------------------------------------*
008713*    CHECK-WRITE-OFF-AUTHORITY -- GRANTS THE WRITE-OFF ONLY   *
008714*    WHEN THE KEYED OPERATOR IS ON THE AUTHORIZATION FILE     *
008715*    WITH THE WRITE-OFF PRIVILEGE, AND LOGS THE OUTCOME       *
008716*    AGAINST THE ROW.                                         *
008717*-------------------------------------------------------------*
008718 CHECK-WRITE-OFF-AUTHORITY.
008719     MOVE "N" TO WS-PRIV-GRANTED-SWITCH.
008720     IF WS-OPER-FILE-OPEN
008721         MOVE WS-WB-OPERATOR-ID TO DIVOPA01-OPERATOR-ID
008722         READ OPERATOR-AUTH-FILE
008723             INVALID KEY
008724                 CONTINUE
008725             NOT INVALID KEY
008726                 IF DIVOPA01-MAY-WRITE-OFF
008727                     SET WS-PRIV-GRANTED TO TRUE
008728                 END-IF
008729         END-READ
008730     END-IF.
008731     MOVE SPACES              TO DIVSEC01-RECORD.
008732     MOVE WS-WB-ACTION-TMS    TO DIVSEC01-TIMESTAMP.
008733     MOVE "CHAP445"           TO DIVSEC01-PROGRAM-ID.
008734     MOVE WS-WB-OPERATOR-ID   TO DIVSEC01-OPERATOR-ID.
008735     SET DIVSEC01-ACTION-WRITE-OFF TO TRUE.
008736     MOVE WS-WB-TMS-DATE      TO DIVSEC01-BUSINESS-DATE.
008737     IF WS-PRIV-GRANTED
008738         SET DIVSEC01-OUTCOME-GRANTED TO TRUE
008739     ELSE
008740         SET DIVSEC01-OUTCOME-REFUSED TO TRUE
008741     END-IF.
008742     STRING DIVEXH01-RECORD-ID DELIMITED BY SIZE
008743            " "                DELIMITED BY SIZE
008744            DIVEXH01-RUN-ID    DELIMITED BY SIZE
008745         INTO DIVSEC01-DETAIL
008746     END-STRING.
008747     WRITE DIVSEC01-RECORD.
008748     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
008749         MOVE "N" TO WS-PRIV-GRANTED-SWITCH
008750     END-IF.
008751*
008752*-------------------------------------------------------------*
008753*    PROCESS-HISTORY-SCREEN -- SHOWS A PAGE OF THE HELD ROW'S *
008754*    ACTIONS, OLDEST FIRST. ENTER PAGES FORWARD, AND PAST THE *
008760*    LAST PAGE STARTS AGAIN FROM THE FIRST ACTION; PF3        *
008770*    RETURNS TO THE DETAIL SCREEN.                            *
008780*-------------------------------------------------------------*
008790 PROCESS-HISTORY-SCREEN.
008800     DISPLAY DIV-EXCEPTION-HISTORY-SCREEN.
008810     ACCEPT DIV-EXCEPTION-HISTORY-SCREEN.
008820     MOVE SPACES TO WS-MESSAGE-LINE.
008830     IF WS-CRT-STATUS IS EQUAL TO 1003
008840         SET WS-MODE-DETAIL TO TRUE
008850         MOVE DIVEXH01-KEY TO DIVEXM01-KEY
008860         PERFORM LOAD-HELD-EXCEPTION THRU LOAD-HELD-EXCEPTION-EXIT
008870         GO TO PROCESS-HISTORY-SCREEN-EXIT
008880     END-IF.
008890     IF NOT WS-ACTION-HELD
008900         PERFORM START-ACTION-HISTORY
008910     END-IF.
008920     PERFORM FILL-HISTORY-PAGE.
008930 PROCESS-HISTORY-SCREEN-EXIT.
008940     EXIT.
008950*
008960*-------------------------------------------------------------*
008970*    START-ACTION-HISTORY -- POSITIONS THE ACTION FILE AT THE *
008980*    HELD ROW'S FIRST ACTION AND READS IT.                    *
008990*-------------------------------------------------------------*
009000 START-ACTION-HISTORY.
009010     MOVE "N" TO WS-ACTION-HELD-SWITCH.
009020     MOVE DIVEXH01-RECORD-ID TO DIVEXA01-RECORD-ID.
009030     MOVE DIVEXH01-RUN-ID    TO DIVEXA01-RUN-ID.
009040     MOVE LOW-VALUES         TO DIVEXA01-ACTION-TMS.
009050     START EXCEPTION-ACTION-FILE
009060         KEY IS NOT LESS THAN DIVEXA01-KEY
009070         INVALID KEY
009080             CONTINUE
009090         NOT INVALID KEY
009100             PERFORM READ-NEXT-HISTORY-ACTION
009110     END-START.
009120*
009130 READ-NEXT-HISTORY-ACTION.
009140     READ EXCEPTION-ACTION-FILE NEXT RECORD
009150         AT END
009160             MOVE "N" TO WS-ACTION-HELD-SWITCH
009170         NOT AT END
009180             IF DIVEXA01-RECORD-ID IS EQUAL TO DIVEXH01-RECORD-ID
009190                     AND DIVEXA01-RUN-ID IS EQUAL TO
009200                         DIVEXH01-RUN-ID
009210                 SET WS-ACTION-HELD TO TRUE
009220             ELSE
009230                 MOVE "N" TO WS-ACTION-HELD-SWITCH
009240             END-IF
009250     END-READ.
009260*
009270*-------------------------------------------------------------*
009280*    FILL-HISTORY-PAGE -- FORMATS UP TO FIVE HELD ACTIONS,    *
009290*    TWO SCREEN LINES EACH. THE ACTION LEFT HELD WHEN THE     *
009300*    PAGE IS FULL BECOMES THE FIRST ONE OF THE NEXT PAGE.     *
009310*-------------------------------------------------------------*
009320 FILL-HISTORY-PAGE.
009330     PERFORM CLEAR-SCREEN-LINES.
009340     MOVE ZERO TO WS-ACTIONS-ON-PAGE.
009350     PERFORM FILL-ONE-HISTORY-ACTION
009360         UNTIL NOT WS-ACTION-HELD
009370             OR WS-ACTIONS-ON-PAGE IS NOT LESS THAN
009380                 WS-MAX-ACTIONS-PER-PAGE.
009390     IF WS-ACTIONS-ON-PAGE IS EQUAL TO ZERO
009400         MOVE "NO ACTIONS FILED AGAINST THIS ROW." TO
009410             WS-MESSAGE-LINE
009420     ELSE
009430         IF WS-ACTION-HELD
009440             MOVE "MORE -- PRESS ENTER FOR NEXT PAGE." TO
009450                 WS-MESSAGE-LINE
009460         ELSE
009470             MOVE "END OF HISTORY." TO WS-MESSAGE-LINE
009480         END-IF
009490     END-IF.
009500*
009510 FILL-ONE-HISTORY-ACTION.
009520     ADD 1 TO WS-ACTIONS-ON-PAGE.
009530     MOVE SPACES TO WS-HST-WORK-LINE.
009540     MOVE DIVEXA01-ACTION-TMS(1:8) TO WS-HST-TMS-DATE.
009550     MOVE DIVEXA01-ACTION-TMS(9:6) TO WS-HST-TMS-TIME.
009560     IF DIVEXA01-SOURCE-CARD
009570         MOVE "CARD" TO WS-HST-SOURCE-TEXT
009580     ELSE
009590         MOVE "WB" TO WS-HST-SOURCE-TEXT
009600     END-IF.
009610     IF DIVEXA01-ACTION-CORRECT
009620         MOVE "CORRECT" TO WS-HST-ACTION-TEXT
009630         MOVE DIVEXA01-NEW-DIVISOR TO WS-HST-DIVISOR-EDIT
009640     ELSE
009650         MOVE "WRITE-OFF" TO WS-HST-ACTION-TEXT
009660     END-IF.
009670     MOVE DIVEXA01-OPERATOR-ID TO WS-HST-OPERATOR-ID.
009680     EVALUATE TRUE
009690         WHEN DIVEXA01-STATUS-PENDING
009700             MOVE "PENDING" TO WS-HST-STATUS-TEXT
009710         WHEN DIVEXA01-STATUS-APPLIED
009720             MOVE "APPLIED" TO WS-HST-STATUS-TEXT
009730         WHEN DIVEXA01-STATUS-FAILED
009740             MOVE "FAILED" TO WS-HST-STATUS-TEXT
009750         WHEN DIVEXA01-STATUS-SUPERSEDED
009760             MOVE "SUPERSEDED" TO WS-HST-STATUS-TEXT
009770         WHEN OTHER
009780             MOVE DIVEXA01-STATUS TO WS-HST-STATUS-TEXT
009790     END-EVALUATE.
009800     MOVE DIVEXA01-STATUS-DATE TO WS-HST-STATUS-DATE.
009810     MOVE DIVEXA01-NOTE TO WS-HST-NOTE.
009820     COMPUTE WS-SCREEN-LINE-NO = WS-ACTIONS-ON-PAGE * 2 - 1.
009830     MOVE WS-HST-WORK-LINE TO WS-SCREEN-WORK-LINE.
009840     PERFORM PUT-SCREEN-LINE.
009850     ADD 1 TO WS-SCREEN-LINE-NO.
009860     MOVE WS-HST-NOTE-LINE TO WS-SCREEN-WORK-LINE.
009870     PERFORM PUT-SCREEN-LINE.
009880     PERFORM READ-NEXT-HISTORY-ACTION.
009890*
009900 CLEAR-SCREEN-LINES.
009910     MOVE SPACES TO WS-WB-LINE-01 WS-WB-LINE-02
009920         WS-WB-LINE-03 WS-WB-LINE-04 WS-WB-LINE-05
009930         WS-WB-LINE-06 WS-WB-LINE-07 WS-WB-LINE-08
009940         WS-WB-LINE-09 WS-WB-LINE-10.
009950*
009960*-------------------------------------------------------------*
009970*    PUT-SCREEN-LINE -- MOVES THE FORMATTED WORK LINE TO THE  *
009980*    DISPLAY LINE NUMBERED IN WS-SCREEN-LINE-NO.              *
009990*-------------------------------------------------------------*
010000 PUT-SCREEN-LINE.
010010     EVALUATE WS-SCREEN-LINE-NO
010020         WHEN 1
010030             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-01
010040         WHEN 2
010050             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-02
010060         WHEN 3
010070             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-03
010080         WHEN 4
010090             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-04
010100         WHEN 5
010110             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-05
010120         WHEN 6
010130             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-06
010140         WHEN 7
010150             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-07
010160         WHEN 8
010170             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-08
010180         WHEN 9
010190             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-09
010200         WHEN 10
010210             MOVE WS-SCREEN-WORK-LINE TO WS-WB-LINE-10
010220     END-EVALUATE.

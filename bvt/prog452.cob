000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CHAP452.
000040 AUTHOR. R L WHITFIELD.
000050 INSTALLATION. RATIO REPORTING UNIT.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*
000090*    MOD-HISTORY.
000100*        DATE       INIT  DESCRIPTION
000110*        2026-10-15 RLW   ORIGINAL. DEPARTMENT PARTITION
000120*                         CONSOLIDATION. RUNS AFTER THE PARALLEL
000130*                         CHAP424 PARTITION STEPS OF A BUSINESS
000140*                         DATE ONCE EVERY PARTITION IS COMPLETE.
000150*                         MERGES THE PARTITION EXTRACTS INTO THE
000160*                         ONE DIVRSLT, DROPPING DETAILS A
000170*                         CHECKPOINT RESTART CUT TWICE, AND ENDS
000180*                         IT WITH THE DEPARTMENT AND HASH-TOTAL
000190*                         TRAILERS; RECONCILES THE CONTROL-TOTAL
000200*                         CARD; CARRIES THE PARTITION REPORTS
000210*                         INTO ONE REPORT; WRITES THE DATE'S ONE
000220*                         DIVRUN01 ROW AND MARKS THE PARTITIONS
000230*                         CONSOLIDATED. A PARTITION NOT YET
000240*                         COMPLETE HOLDS THE WHOLE STEP.
000241*        2026-10-15 RLW   LOADS THE PARTITIONS' EXCEPTION AND
000242*                         HELD ROWS INTO DIVEXCM AND DIVHOLD AND
000243*                         ADDS THEIR SECURITY ROWS TO DIVSECL. ANY
000244*                         CONSOLIDATED ROW ENDS THE STEP AT RC 2,
000245*                         FINISHING THE MARKING; THE DIVRUN01 ROW
000246*                         IS NEVER WRITTEN TWICE.
000250*
000260 ENVIRONMENT DIVISION.
000270*
000280 CONFIGURATION SECTION.
000290*
000300 INPUT-OUTPUT SECTION.
000310*
000320 FILE-CONTROL.
000330     SELECT BUSINESS-DATE-CARD-FILE ASSIGN TO "DIVBDATE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BDATE-FILE-STATUS.
000360*
000370     SELECT PARTITION-STATUS-FILE ASSIGN TO "DIVPSTAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS DIVPST01-KEY
000410         FILE STATUS IS WS-PSTAT-FILE-STATUS.
000420*
000430     SELECT PARTITION-EXTRACT-FILE ASSIGN TO "DIVPXTR"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PXTR-FILE-STATUS.
000460*
000461     SELECT PARTITION-EXCEPTION-FILE ASSIGN TO "DIVPEXC"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-PEXC-FILE-STATUS.
000464*
000465     SELECT PARTITION-HELD-FILE ASSIGN TO "DIVPHLD"
000466         ORGANIZATION IS LINE SEQUENTIAL
000467         FILE STATUS IS WS-PHLD-FILE-STATUS.
000468*
000470     SELECT PARTITION-REPORT-FILE ASSIGN TO "DIVPRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PRPT-FILE-STATUS.
000500*
000510     SELECT DIVISION-CONTROL-FILE ASSIGN TO "DIVCTOT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000540*
000550     SELECT RESULTS-EXTRACT-FILE ASSIGN TO "DIVRSLT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-XTR-FILE-STATUS.
000580*
000590     SELECT RECORD-ID-WORK-FILE ASSIGN TO "DIVCNWRK"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DIVCNW01-RECORD-ID
000630         FILE STATUS IS WS-WORK-FILE-STATUS.
000640*
000641     SELECT EXCEPTION-MASTER-FILE ASSIGN TO "DIVEXCM"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS DYNAMIC
000644         RECORD KEY IS DIVEXM01-KEY
000645         FILE STATUS IS WS-EXCM-FILE-STATUS.
000646*
000650     SELECT RUN-HISTORY-FILE ASSIGN TO "DIVRUNH"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RUNH-FILE-STATUS.
000680*
000681     SELECT HELD-REVIEW-FILE ASSIGN TO "DIVHOLD"
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS DYNAMIC
000684         RECORD KEY IS DIVHLD01-KEY
000685         FILE STATUS IS WS-HOLD-FILE-STATUS.
000686*
000690     SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO PRINTER
000700         FILE STATUS IS WS-RPT-FILE-STATUS.
000710*
000711     SELECT PARTITION-SECURITY-FILE ASSIGN TO "DIVPSEC"
000712         ORGANIZATION IS LINE SEQUENTIAL
000713         FILE STATUS IS WS-PSEC-FILE-STATUS.
000714*
000715     SELECT SECURITY-LOG-FILE ASSIGN TO "DIVSECL"
000716         ORGANIZATION IS LINE SEQUENTIAL
000717         FILE STATUS IS WS-SECL-FILE-STATUS.
000718*
000720 DATA DIVISION.
000730*
000740 FILE SECTION.
000750*
000760*-------------------------------------------------------------*
000770*    BUSINESS-DATE-CARD-FILE -- OPTIONAL ONE-CARD BUSINESS    *
000780*    DATE, THE SAME CARD THE SPLIT AND THE PARTITIONS         *
000790*    HONORED.                                                 *
000800*-------------------------------------------------------------*
000810 FD  BUSINESS-DATE-CARD-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY DIVBDT01.
000840*
000850*-------------------------------------------------------------*
000860*    PARTITION-STATUS-FILE -- THE INDEXED DIVPST01 PARTITION  *
000870*    STATUS FILE. EVERY ROW OF THE BUSINESS DATE MUST BE      *
000880*    COMPLETE BEFORE ANYTHING IS CONSOLIDATED; THE ROWS ARE   *
000890*    MARKED CONSOLIDATED AT END OF RUN.                       *
000900*-------------------------------------------------------------*
000910 FD  PARTITION-STATUS-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DIVPST01.
000940*
000950*-------------------------------------------------------------*
000960*    PARTITION-EXTRACT-FILE -- THE PARTITION EXTRACTS, ONE    *
000970*    AFTER ANOTHER, AS CONCATENATED ON THE STEP. EACH IS A    *
000980*    RUN OF DIVRES01 DETAILS, ITS DIVDTL01 DEPARTMENT         *
000990*    TRAILERS AND ITS DIVCTL01-STYLE HASH TRAILER.            *
001000*-------------------------------------------------------------*
001010 FD  PARTITION-EXTRACT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY DIVRES01 REPLACING LEADING ==DIVRES01== BY ==DIVPXR01==.
001040     COPY DIVCTL01 REPLACING LEADING ==DIVCTL01== BY ==DIVPXT01==.
001050*
001051*-------------------------------------------------------------*
001052*    PARTITION-EXCEPTION-FILE -- THE PARTITIONS' EXCEPTION    *
001053*    ROWS, AS CONCATENATED ON THE STEP.                       *
001054*-------------------------------------------------------------*
001055 FD  PARTITION-EXCEPTION-FILE
001056     LABEL RECORDS ARE STANDARD.
001057     COPY DIVEXM01 REPLACING LEADING ==DIVEXM01== BY ==DIVPEX01==.
001058*
001060*-------------------------------------------------------------*
001070*    PARTITION-REPORT-FILE -- THE PARTITION REPORTS, ONE      *
001080*    AFTER ANOTHER, AS CONCATENATED ON THE STEP. OPTIONAL     *
001090*    INPUT.                                                   *
001100*-------------------------------------------------------------*
001110 FD  PARTITION-REPORT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130*
001140 01  DIVPRP01-LINE                        PIC X(80).
001150*
001151*-------------------------------------------------------------*
001152*    PARTITION-HELD-FILE -- THE PARTITIONS' NEW AND CHANGED   *
001153*    HELD ROWS, AS CONCATENATED ON THE STEP.                  *
001154*-------------------------------------------------------------*
001155 FD  PARTITION-HELD-FILE
001156     LABEL RECORDS ARE STANDARD.
001157     COPY DIVHLD01 REPLACING LEADING ==DIVHLD01== BY ==DIVPHL01==.
001158*
001160*-------------------------------------------------------------*
001170*    DIVISION-CONTROL-FILE -- OPTIONAL HASH-TOTAL CARD FROM   *
001180*    THE UPSTREAM EXTRACT, COVERING THE WHOLE FEED.           *
001190*-------------------------------------------------------------*
001200 FD  DIVISION-CONTROL-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY DIVCTL01.
001230*
001231*-------------------------------------------------------------*
001232*    PARTITION-SECURITY-FILE -- THE PARTITIONS' SECURITY      *
001233*    LOG ROWS, EVERY DATE'S, AS CONCATENATED ON THE STEP.     *
001234*-------------------------------------------------------------*
001235 FD  PARTITION-SECURITY-FILE
001236     LABEL RECORDS ARE STANDARD.
001237     COPY DIVSEC01 REPLACING LEADING ==DIVSEC01== BY ==DIVPSC01==.
001238*
001240*-------------------------------------------------------------*
001250*    RESULTS-EXTRACT-FILE -- THE ONE EXTRACT THE ALLOCATION   *
001260*    SYSTEM READS: EVERY PARTITION'S DETAILS, FOLLOWED BY ONE *
001270*    DIVDTL01 DEPARTMENT TRAILER PER DEPARTMENT AND ENDED BY  *
001280*    ONE TRAILER IN THE DIVCTL01 HASH-TOTAL LAYOUT, JUST AS   *
001290*    AN UNPARTITIONED CHAP424 RUN CUTS IT.                    *
001300*-------------------------------------------------------------*
001310 FD  RESULTS-EXTRACT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY DIVRES01.
001340     COPY DIVDTL01.
001350     COPY DIVCTL01 REPLACING LEADING ==DIVCTL01== BY ==DIVXTL01==.
001360*
001361*-------------------------------------------------------------*
001362*    SECURITY-LOG-FILE -- APPEND-ONLY DIVSEC01 SECURITY LOG   *
001363*    THE PARTITIONS' ROWS FOR THE DATE ARE ADDED TO.          *
001364*-------------------------------------------------------------*
001365 FD  SECURITY-LOG-FILE
001366     LABEL RECORDS ARE STANDARD.
001367     COPY DIVSEC01.
001368*
001370*-------------------------------------------------------------*
001380*    RECORD-ID-WORK-FILE -- SCRATCH INDEXED FILE OF EVERY     *
001390*    RECORD-ID MERGED THIS RUN. A SECOND WRITE OF THE SAME    *
001400*    KEY COMES BACK INVALID, WHICH IS A DETAIL A RESTARTED    *
001410*    PARTITION CUT TWICE. REBUILT EMPTY AT THE START OF EVERY *
001420*    RUN.                                                     *
001430*-------------------------------------------------------------*
001440 FD  RECORD-ID-WORK-FILE
001450     LABEL RECORDS ARE STANDARD.
001460*
001470 01  DIVCNW01-RECORD.
001480     05  DIVCNW01-RECORD-ID             PIC X(10).
001490*
001491*-------------------------------------------------------------*
001492*    EXCEPTION-MASTER-FILE -- THE KEYED DIVEXM01 EXCEPTION    *
001493*    MASTER THE PARTITION EXCEPTION ROWS ARE LOADED INTO.     *
001494*-------------------------------------------------------------*
001495 FD  EXCEPTION-MASTER-FILE
001496     LABEL RECORDS ARE STANDARD.
001497     COPY DIVEXM01.
001498*
001500*-------------------------------------------------------------*
001510*    RUN-HISTORY-FILE -- APPEND-ONLY DIVRUN01 LOG, ONE ROW    *
001520*    PER RUN, PRINTED AS A STATUS BOARD BY CHAP433. A         *
001530*    PARTITIONED BUSINESS DATE GETS ITS ONE ROW HERE.         *
001540*-------------------------------------------------------------*
001550 FD  RUN-HISTORY-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY DIVRUN01.
001580*
001581*-------------------------------------------------------------*
001582*    HELD-REVIEW-FILE -- THE INDEXED DIVHLD01 HELD-FOR-REVIEW *
001583*    FILE THE PARTITION HELD ROWS ARE LOADED INTO.            *
001584*-------------------------------------------------------------*
001585 FD  HELD-REVIEW-FILE
001586     LABEL RECORDS ARE STANDARD.
001587     COPY DIVHLD01.
001588*
001590*-------------------------------------------------------------*
001600*    CONSOLIDATION-REPORT-FILE -- THE PARTITION REPORTS IN    *
001610*    PARTITION ORDER, FOLLOWED BY THE CONSOLIDATION SECTION.  *
001620*-------------------------------------------------------------*
001630 FD  CONSOLIDATION-REPORT-FILE
001640     LABEL RECORDS ARE OMITTED
001650     RECORD CONTAINS 80 CHARACTERS.
001660*
001670 01  DIVRPT01-LINE                        PIC X(80).
001680*
001690 WORKING-STORAGE SECTION.
001700*
001710 77  WS-BDATE-FILE-STATUS              PIC X(02) VALUE "00".
001720*
001730 77  WS-PSTAT-FILE-STATUS              PIC X(02) VALUE "00".
001740*
001750 77  WS-PXTR-FILE-STATUS               PIC X(02) VALUE "00".
001760*
001770 77  WS-PRPT-FILE-STATUS               PIC X(02) VALUE "00".
001780*
001790 77  WS-CONTROL-FILE-STATUS            PIC X(02) VALUE "00".
001800*
001810 77  WS-XTR-FILE-STATUS                PIC X(02) VALUE "00".
001820*
001821 77  WS-EXCM-FILE-STATUS               PIC X(02) VALUE "00".
001822*
001823 77  WS-HOLD-FILE-STATUS               PIC X(02) VALUE "00".
001824*
001825 77  WS-SECL-FILE-STATUS               PIC X(02) VALUE "00".
001826*
001830 77  WS-WORK-FILE-STATUS               PIC X(02) VALUE "00".
001840*
001850 77  WS-RUNH-FILE-STATUS               PIC X(02) VALUE "00".
001860*
001861 77  WS-PEXC-FILE-STATUS               PIC X(02) VALUE "00".
001862*
001863 77  WS-PHLD-FILE-STATUS               PIC X(02) VALUE "00".
001864*
001865 77  WS-PSEC-FILE-STATUS               PIC X(02) VALUE "00".
001866*
001870 77  WS-RPT-FILE-STATUS                PIC X(02) VALUE "00".
001880*
001890 77  WS-PXTR-EOF-SWITCH                PIC X(01) VALUE "N".
001900         88  WS-PXTR-END-OF-FILE                      VALUE "Y".
001910*
001920 77  WS-PRPT-EOF-SWITCH                PIC X(01) VALUE "N".
001930         88  WS-PRPT-END-OF-FILE                      VALUE "Y".
001940*
001950 77  WS-PSTAT-EOF-SWITCH               PIC X(01) VALUE "N".
001960         88  WS-PSTAT-SCAN-DONE                       VALUE "Y".
001970*
001980 77  WS-FATAL-SWITCH                   PIC X(01) VALUE "N".
001990         88  WS-FATAL-ABORT                           VALUE "Y".
002000*
002010 77  WS-HELD-SWITCH                    PIC X(01) VALUE "N".
002020         88  WS-CONSOL-HELD                           VALUE "Y".
002030*
002040 77  WS-DONE-SWITCH                    PIC X(01) VALUE "N".
002050         88  WS-ALREADY-CONSOLIDATED                  VALUE "Y".
002060*
002070 77  WS-RESTART-SWITCH                 PIC X(01) VALUE "N".
002080         88  WS-ANY-RESTART                           VALUE "Y".
002090*
002091 77  WS-RUNH-FOUND-SWITCH              PIC X(01) VALUE "N".
002092         88  WS-RUNH-ROW-FOUND                        VALUE "Y".
002093*
002094 77  WS-LOAD-EOF-SWITCH                PIC X(01) VALUE "N".
002095         88  WS-LOAD-END-OF-FILE                      VALUE "Y".
002096*
002100 77  WS-DEPT-FOUND-SWITCH              PIC X(01) VALUE "N".
002110         88  WS-DEPT-FOUND                            VALUE "Y".
002120*
002130 77  WS-CTL-BALANCE-SWITCH             PIC X(01) VALUE "N".
002140         88  WS-CTL-OUT-OF-BALANCE                    VALUE "Y".
002150*
002160 77  WS-RUN-BALANCE-FLAG               PIC X(01) VALUE "N".
002170*
002180 77  WS-PTN-MAX-PARTITIONS             PIC 9(01) VALUE 4.
002190*
002200 77  WS-PTN-SUB                        PIC 9(01) VALUE ZERO.
002210*
002220 77  WS-PTN-ROW-COUNT                  PIC 9(01) VALUE ZERO.
002230*
002240 77  WS-PTN-CONSOL-COUNT               PIC 9(01) VALUE ZERO.
002250*
002260 77  WS-SEGMENT-COUNT                  PIC 9(03) COMP
002270                                            VALUE ZERO.
002280*
002290 77  WS-DEPT-MAX-ENTRIES               PIC 9(03) COMP
002300                                            VALUE 500.
002310*
002320 77  WS-DEPT-COUNT                     PIC 9(03) COMP
002330                                            VALUE ZERO.
002340*
002350 77  WS-DEPT-SUB                       PIC 9(03) COMP
002360                                            VALUE ZERO.
002370*
002380 77  WS-DEPT-MATCH-SUB                 PIC 9(03) COMP
002390                                            VALUE ZERO.
002400*
002410 77  WS-SEG-REC-COUNT                  PIC 9(07) COMP
002420                                            VALUE ZERO.
002430*
002440 77  WS-SEG-QUOTIENT-SUM               PIC S9(09)V9(04)
002450                                            VALUE ZERO.
002460*
002470 77  WS-XTR-REC-COUNT                  PIC 9(07) COMP
002480                                            VALUE ZERO.
002490*
002500 77  WS-XTR-QUOTIENT-SUM               PIC S9(09)V9(04)
002510                                            VALUE ZERO.
002520*
002530 77  WS-DUP-DROPPED-COUNT              PIC 9(07) COMP
002540                                            VALUE ZERO.
002550*
002551 77  WS-EXCM-LOADED-COUNT              PIC 9(07) COMP
002552                                            VALUE ZERO.
002553*
002554 77  WS-HOLD-LOADED-COUNT              PIC 9(07) COMP
002555                                            VALUE ZERO.
002556*
002557 77  WS-SECL-ADDED-COUNT               PIC 9(07) COMP
002558                                            VALUE ZERO.
002559*
002560 77  WS-PAGE-NO                        PIC 9(03) COMP
002570                                            VALUE ZERO.
002580*
002590 77  WS-LINE-COUNT                     PIC 9(03) COMP
002600                                            VALUE ZERO.
002610*
002620 77  WS-MAX-LINES-PER-PAGE             PIC 9(03) COMP
002630                                            VALUE 20.
002640*
002650 77  WS-CTL-EXPECTED-REC-COUNT         PIC 9(07) VALUE ZERO.
002660*
002670 77  WS-CTL-EXPECTED-QUOTIENT-SUM      PIC S9(09)V9(04)
002680                                            VALUE ZERO.
002690*
002700 77  WS-FINAL-RETURN-CODE              PIC 9(01) VALUE ZERO.
002710*
002720 01  WS-BUSINESS-DATE                  PIC X(08).
002730*
002740 01  WS-RUN-TIME                       PIC X(08).
002750*
002760 01  WS-RUN-ID                         PIC X(12) VALUE SPACES.
002770*
002780 01  WS-RUN-START-TIMESTAMP            PIC X(14) VALUE SPACES.
002790*
002800 01  WS-RUN-END-TIMESTAMP              PIC X(14) VALUE SPACES.
002810*
002820*-------------------------------------------------------------*
002830*    WS-DATE-TOTALS -- THE PARTITION STATUS ROWS' FIGURES     *
002840*    SUMMED ACROSS THE DATE, FOR THE ONE DIVRUN01 ROW AND THE *
002850*    CONTROL-TOTAL RECONCILE.                                 *
002860*-------------------------------------------------------------*
002870 01  WS-DATE-TOTALS.
002880         05  WS-TOT-REC-COUNT              PIC 9(07) VALUE ZERO.
002890         05  WS-TOT-QUOTIENT-SUM           PIC S9(09)V9(04)
002900                                            VALUE ZERO.
002910         05  WS-TOT-XTR-REC-COUNT          PIC 9(07) VALUE ZERO.
002920         05  WS-TOT-XTR-QUOTIENT-SUM       PIC S9(09)V9(04)
002930                                            VALUE ZERO.
002940         05  WS-TOT-EXC01-COUNT            PIC 9(05) VALUE ZERO.
002950         05  WS-TOT-EXC02-COUNT            PIC 9(05) VALUE ZERO.
002960         05  WS-TOT-EXC-OTHER-COUNT        PIC 9(05) VALUE ZERO.
002970         05  WS-TOT-REVERSAL-COUNT         PIC 9(05) VALUE ZERO.
002980         05  WS-TOT-HELD-COUNT             PIC 9(05) VALUE ZERO.
002990*
003000*-------------------------------------------------------------*
003010*    WS-PARTITION-TABLE -- ONE ENTRY PER PARTITION, FILLED    *
003020*    FROM THE DATE'S STATUS ROWS AND PRINTED IN THE           *
003030*    CONSOLIDATION SECTION. A PARTITION WITH NO ROW WAS NOT   *
003040*    IN USE.                                                  *
003050*-------------------------------------------------------------*
003060 01  WS-PARTITION-TABLE.
003070     05  WS-PTN-ENTRY OCCURS 4 TIMES.
003080         10  WS-PTN-ROW-SWITCH         PIC X(01).
003090             88  WS-PTN-HAS-ROW            VALUE "Y".
003100         10  WS-PTN-STATUS             PIC X(01).
003110         10  WS-PTN-RETURN-CODE        PIC 9(01).
003120         10  WS-PTN-RESTART-FLAG       PIC X(01).
003130         10  WS-PTN-REC-COUNT          PIC 9(07).
003140         10  WS-PTN-XTR-REC-COUNT      PIC 9(07).
003150*
003160*-------------------------------------------------------------*
003170*    WS-DEPT-TOTAL-TABLE -- ONE ENTRY PER DEPARTMENT MERGED,  *
003180*    WITH ITS DETAIL COUNT AND QUOTIENT SUM, CUT AS THE       *
003190*    DIVDTL01 TRAILERS AND PRINTED. THE PARTITIONS' OWN       *
003200*    DEPARTMENT TRAILERS ARE NOT CARRIED: A RESTARTED         *
003210*    PARTITION CUTS NONE, AND THE MERGED FIGURES ARE THE ONES *
003220*    THAT COUNT.                                              *
003230*-------------------------------------------------------------*
003240 01  WS-DEPT-TOTAL-TABLE.
003250     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
003260         10  WS-DEPT-CODE              PIC X(04).
003270         10  WS-DEPT-XTR-COUNT         PIC 9(07) COMP.
003280         10  WS-DEPT-XTR-QUOT-SUM      PIC S9(09)V9(04).
003290*
003300*-------------------------------------------------------------*
003310*    REPORT LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE   *
003320*-------------------------------------------------------------*
003330 01  WS-RPT-HDG-1.
003340         05  FILLER                    PIC X(15)
003350                                        VALUE "CHAP452  DATE ".
003360         05  WS-HDG-RUN-DATE           PIC X(08).
003370         05  FILLER                    PIC X(10) VALUE SPACES.
003380         05  FILLER                    PIC X(05) VALUE "PAGE ".
003390         05  WS-HDG-PAGE-NO            PIC ZZ9.
003400         05  FILLER                    PIC X(37) VALUE SPACES.
003410*
003420 01  WS-RPT-HDG-2.
003430         05  FILLER                    PIC X(42)
003440             VALUE "PARTITION CONSOLIDATION REPORT    RUN-ID ".
003450         05  WS-HDG-RUN-ID             PIC X(12).
003460         05  FILLER                    PIC X(26) VALUE SPACES.
003470*
003480 01  WS-RPT-HDG-3.
003490         05  FILLER                    PIC X(25)
003500             VALUE "PARTITION  STATUS  RC    ".
003510         05  FILLER                    PIC X(55)
003520             VALUE "RECORDS  EXTRACTED  RESTART".
003530*
003540 01  WS-RPT-PARTITION-LINE.
003550         05  FILLER                    PIC X(10)
003560                                        VALUE "PARTITION ".
003570         05  WS-PTL-PARTITION-NO       PIC 9(01).
003580         05  FILLER                    PIC X(04) VALUE SPACES.
003590         05  WS-PTL-STATUS             PIC X(01).
003600         05  FILLER                    PIC X(06) VALUE SPACES.
003610         05  WS-PTL-RETURN-CODE        PIC 9(01).
003620         05  FILLER                    PIC X(02) VALUE SPACES.
003630         05  WS-PTL-REC-COUNT          PIC Z,ZZZ,ZZ9.
003640         05  FILLER                    PIC X(02) VALUE SPACES.
003650         05  WS-PTL-XTR-COUNT          PIC Z,ZZZ,ZZ9.
003660         05  FILLER                    PIC X(05) VALUE SPACES.
003670         05  WS-PTL-RESTART-FLAG       PIC X(01).
003680         05  FILLER                    PIC X(29) VALUE SPACES.
003690*
003700 01  WS-RPT-DEPT-HDG.
003710         05  FILLER                    PIC X(80)
003720             VALUE "DEPT    EXTRACTED      QUOTIENT SUM".
003730*
003740 01  WS-RPT-DEPT-LINE.
003750         05  WS-DPL-DEPT-CODE          PIC X(04).
003760         05  FILLER                    PIC X(04) VALUE SPACES.
003770         05  WS-DPL-XTR-COUNT          PIC Z,ZZZ,ZZ9.
003780         05  FILLER                    PIC X(02) VALUE SPACES.
003790         05  WS-DPL-QUOT-SUM           PIC ---,---,--9.9999.
003800         05  FILLER                    PIC X(45) VALUE SPACES.
003810*
003820 01  WS-RPT-TOTAL-LINE.
003830         05  WS-TOT-CAPTION            PIC X(20).
003840         05  WS-TOT-COUNT              PIC Z,ZZZ,ZZ9.
003850         05  FILLER                    PIC X(51) VALUE SPACES.
003860*
003870 01  WS-RPT-SUM-LINE.
003880         05  WS-SUM-CAPTION            PIC X(20).
003890         05  WS-SUM-AMOUNT             PIC ---,---,--9.9999.
003900         05  FILLER                    PIC X(44) VALUE SPACES.
003910*
003920 01  WS-RPT-CONTROL-RESULT.
003930         05  WS-CTL-RESULT-TEXT        PIC X(80).
003940*
003950 01  WS-RPT-CONTROL-DETAIL.
003960         05  FILLER                    PIC X(17)
003970                                        VALUE "  EXPECTED COUNT ".
003980         05  WS-CTL-RPT-EXP-COUNT      PIC ZZZ,ZZ9.
003990         05  FILLER                    PIC X(15)
004000                                        VALUE "  ACTUAL COUNT ".
004010         05  WS-CTL-RPT-ACT-COUNT      PIC ZZZ,ZZ9.
004020         05  FILLER                    PIC X(34) VALUE SPACES.
004030*
004040 PROCEDURE DIVISION.
004050*
004060*-------------------------------------------------------------*
004070*    MAIN-LINE-LOGIC -- MERGES ONE PARTITION EXTRACT RECORD   *
004080*    AT A TIME UNTIL THE CONCATENATION IS EXHAUSTED, THEN     *
004090*    FINISHES THE DATE. RETURN CODE: 0 OR 4 AS AN             *
004100*    UNPARTITIONED CHAP424 RUN WOULD HAVE ENDED (THE HIGHEST  *
004110*    PARTITION CODE, RAISED TO 4 WHEN THE CONTROL TOTALS ARE  *
004120*    OUT OF BALANCE); 2 MEANS THE DATE WAS ALREADY            *
004130*    CONSOLIDATED AND NOTHING WAS MERGED; 6 MEANS A           *
004140*    PARTITION IS NOT YET COMPLETE AND CONSOLIDATION IS       *
004150*    HELD; 8 MEANS A FATAL ERROR.                             *
004160*-------------------------------------------------------------*
004170 MAIN-LINE-LOGIC.
004180     PERFORM INITIALIZE-RUN THRU INITIALIZE-RUN-EXIT.
004190     IF WS-FATAL-ABORT
004200         MOVE 8 TO RETURN-CODE
004210         GO TO MAIN-LINE-LOGIC-EXIT
004220     END-IF.
004230     IF WS-CONSOL-HELD
004240         MOVE 6 TO RETURN-CODE
004250         GO TO MAIN-LINE-LOGIC-EXIT
004260     END-IF.
004270     IF WS-ALREADY-CONSOLIDATED
004280         MOVE 2 TO RETURN-CODE
004290         GO TO MAIN-LINE-LOGIC-EXIT
004300     END-IF.
004310     PERFORM MERGE-ONE-EXTRACT-RECORD
004320             THRU MERGE-ONE-EXTRACT-RECORD-EXIT
004330         UNTIL WS-PXTR-END-OF-FILE.
004340     PERFORM TERMINATE-RUN THRU TERMINATE-RUN-EXIT.
004350     IF WS-FATAL-ABORT
004360         MOVE 8 TO RETURN-CODE
004370     ELSE
004380         MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
004390     END-IF.
004400 MAIN-LINE-LOGIC-EXIT.
004410     STOP RUN.
004420*
004430*-------------------------------------------------------------*
004440*    INITIALIZE-RUN -- SETTLES THE BUSINESS DATE, LOADS THE   *
004450*    DATE'S PARTITION STATUS ROWS AND HOLDS THE STEP UNLESS   *
004460*    EVERY ONE IS COMPLETE, THEN READS THE CONTROL-TOTAL      *
004470*    CARD, OPENS THE PARTITION EXTRACTS, THE WORK FILE, THE   *
004480*    MERGED EXTRACT AND THE REPORT AND READS THE FIRST        *
004490*    EXTRACT RECORD.                                          *
004500*-------------------------------------------------------------*
004510 INITIALIZE-RUN.
004520     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
004530     PERFORM READ-BUSINESS-DATE-CARD.
004540     MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE.
004550     PERFORM CLEAR-ONE-PARTITION-ENTRY
004560         VARYING WS-PTN-SUB FROM 1 BY 1
004570         UNTIL WS-PTN-SUB IS GREATER THAN WS-PTN-MAX-PARTITIONS.
004580     OPEN I-O PARTITION-STATUS-FILE.
004590     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
004600         DISPLAY "CHAP452 -- UNABLE TO OPEN "
004610             "PARTITION-STATUS-FILE, STATUS = "
004620             WS-PSTAT-FILE-STATUS
004630         SET WS-FATAL-ABORT TO TRUE
004640         GO TO INITIALIZE-RUN-EXIT
004650     END-IF.
004660     PERFORM LOAD-PARTITION-ROWS THRU LOAD-PARTITION-ROWS-EXIT.
004670     IF WS-FATAL-ABORT OR WS-CONSOL-HELD
004680             OR WS-ALREADY-CONSOLIDATED
004690         CLOSE PARTITION-STATUS-FILE
004700         GO TO INITIALIZE-RUN-EXIT
004710     END-IF.
004720     MOVE WS-RUN-ID TO WS-HDG-RUN-ID.
004730     PERFORM READ-CONTROL-TOTALS.
004740     OPEN INPUT PARTITION-EXTRACT-FILE.
004750     IF WS-PXTR-FILE-STATUS IS NOT EQUAL TO "00"
004760         DISPLAY "CHAP452 -- UNABLE TO OPEN "
004770             "PARTITION-EXTRACT-FILE, STATUS = "
004780             WS-PXTR-FILE-STATUS
004790         SET WS-FATAL-ABORT TO TRUE
004800         CLOSE PARTITION-STATUS-FILE
004810         GO TO INITIALIZE-RUN-EXIT
004820     END-IF.
004830     OPEN OUTPUT RECORD-ID-WORK-FILE.
004840     IF WS-WORK-FILE-STATUS IS NOT EQUAL TO "00"
004850         DISPLAY "CHAP452 -- UNABLE TO OPEN "
004860             "RECORD-ID-WORK-FILE, STATUS = "
004870             WS-WORK-FILE-STATUS
004880         SET WS-FATAL-ABORT TO TRUE
004890         CLOSE PARTITION-STATUS-FILE
004900         CLOSE PARTITION-EXTRACT-FILE
004910         GO TO INITIALIZE-RUN-EXIT
004920     END-IF.
004930     OPEN OUTPUT RESULTS-EXTRACT-FILE.
004940     IF WS-XTR-FILE-STATUS IS NOT EQUAL TO "00"
004950         DISPLAY "CHAP452 -- UNABLE TO OPEN "
004960             "RESULTS-EXTRACT-FILE, STATUS = "
004970             WS-XTR-FILE-STATUS
004980         SET WS-FATAL-ABORT TO TRUE
004990         CLOSE PARTITION-STATUS-FILE
005000         CLOSE PARTITION-EXTRACT-FILE
005010         CLOSE RECORD-ID-WORK-FILE
005020         GO TO INITIALIZE-RUN-EXIT
005030     END-IF.
005040     OPEN OUTPUT CONSOLIDATION-REPORT-FILE.
005050     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
005060         DISPLAY "CHAP452 -- UNABLE TO OPEN "
005070             "CONSOLIDATION-REPORT-FILE, STATUS = "
005080             WS-RPT-FILE-STATUS
005090         SET WS-FATAL-ABORT TO TRUE
005100         CLOSE PARTITION-STATUS-FILE
005110         CLOSE PARTITION-EXTRACT-FILE
005120         CLOSE RECORD-ID-WORK-FILE
005130         CLOSE RESULTS-EXTRACT-FILE
005140         GO TO INITIALIZE-RUN-EXIT
005150     END-IF.
005160     PERFORM READ-EXTRACT-RECORD.
005170 INITIALIZE-RUN-EXIT.
005180     EXIT.
005190*
005200 CLEAR-ONE-PARTITION-ENTRY.
005210     MOVE "N" TO WS-PTN-ROW-SWITCH (WS-PTN-SUB).
005220     MOVE SPACE TO WS-PTN-STATUS (WS-PTN-SUB).
005230     MOVE ZERO TO WS-PTN-RETURN-CODE (WS-PTN-SUB).
005240     MOVE SPACE TO WS-PTN-RESTART-FLAG (WS-PTN-SUB).
005250     MOVE ZERO TO WS-PTN-REC-COUNT (WS-PTN-SUB).
005260     MOVE ZERO TO WS-PTN-XTR-REC-COUNT (WS-PTN-SUB).
005270*
005280 READ-EXTRACT-RECORD.
005290     READ PARTITION-EXTRACT-FILE
005300         AT END
005310             SET WS-PXTR-END-OF-FILE TO TRUE
005320     END-READ.
005330*
005340*-------------------------------------------------------------*
005350*    READ-BUSINESS-DATE-CARD -- OPTIONAL ONE-CARD BUSINESS    *
005360*    DATE. A MISSING FILE OR A NON-NUMERIC DATE LEAVES TODAY  *
005370*    STANDING.                                                *
005380*-------------------------------------------------------------*
005390 READ-BUSINESS-DATE-CARD.
005400     OPEN INPUT BUSINESS-DATE-CARD-FILE.
005410     IF WS-BDATE-FILE-STATUS IS EQUAL TO "00"
005420         READ BUSINESS-DATE-CARD-FILE
005430             AT END
005440                 CONTINUE
005450             NOT AT END
005460                 IF DIVBDT01-BUSINESS-DATE IS NUMERIC
005470                     MOVE DIVBDT01-BUSINESS-DATE TO
005480                         WS-BUSINESS-DATE
005490                 END-IF
005500         END-READ
005510         CLOSE BUSINESS-DATE-CARD-FILE
005520     END-IF.
005530*
005540*-------------------------------------------------------------*
005550*    READ-CONTROL-TOTALS -- OPTIONAL HASH-TOTAL CARD FROM THE *
005560*    UPSTREAM EXTRACT. MISSING CARD MEANS RECONCILIATION IS   *
005570*    SKIPPED AT END OF RUN.                                   *
005580*-------------------------------------------------------------*
005590 READ-CONTROL-TOTALS.
005600     OPEN INPUT DIVISION-CONTROL-FILE.
005610     IF WS-CONTROL-FILE-STATUS IS EQUAL TO "00"
005620         READ DIVISION-CONTROL-FILE
005630             AT END
005640                 CONTINUE
005650             NOT AT END
005660                 MOVE DIVCTL01-RECORD-COUNT TO
005670                     WS-CTL-EXPECTED-REC-COUNT
005680                 MOVE DIVCTL01-QUOTIENT-SUM TO
005690                     WS-CTL-EXPECTED-QUOTIENT-SUM
005700         END-READ
005710         CLOSE DIVISION-CONTROL-FILE
005720     END-IF.
005730*
005740*-------------------------------------------------------------*
005750*    LOAD-PARTITION-ROWS -- READS EVERY STATUS ROW FOR THE    *
005760*    BUSINESS DATE INTO THE PARTITION TABLE AND SUMS THEIR    *
005770*    FIGURES. NO ROW AT ALL MEANS THE DATE WAS NEVER SPLIT,   *
005780*    WHICH IS FATAL. A ROW NOT YET COMPLETE -- STILL AT       *
005790*    SPLIT, LEFT RUNNING BY AN ABEND, OR FAILED -- IS LISTED  *
005800*    AND HOLDS THE STEP WITH NOTHING WRITTEN; THE PARTITIONS  *
005810*    THAT DID FINISH STAY FINISHED AND ARE NOT RERUN. A ROW   *
005820*    ALREADY CONSOLIDATED MEANS THE DATE WAS DONE: A STEP     *
005822*    THAT DIED PART WAY THROUGH MARKING THE ROWS IS FINISHED  *
005824*    HERE, THE REST MARKED CONSOLIDATED AND NOTHING MERGED    *
005826*    AGAIN. ROWS NOT SHARING ONE RUN-ID ARE FATAL.            *
005840*-------------------------------------------------------------*
005850 LOAD-PARTITION-ROWS.
005860     MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE.
005870     MOVE ZERO TO DIVPST01-PARTITION-NO.
005880     START PARTITION-STATUS-FILE
005890         KEY IS NOT LESS THAN DIVPST01-KEY
005900         INVALID KEY
005910             GO TO LOAD-PARTITION-ROWS-CHECK
005920     END-START.
005930     MOVE "N" TO WS-PSTAT-EOF-SWITCH.
005940     PERFORM LOAD-ONE-PARTITION-ROW
005950         UNTIL WS-PSTAT-SCAN-DONE.
005960 LOAD-PARTITION-ROWS-CHECK.
005970     IF WS-FATAL-ABORT
005980         GO TO LOAD-PARTITION-ROWS-EXIT
005990     END-IF.
006000     IF WS-PTN-ROW-COUNT IS EQUAL TO ZERO
006010         DISPLAY "CHAP452 -- NO PARTITIONS WERE SPLIT FOR "
006020             "BUSINESS DATE " WS-BUSINESS-DATE
006030             " -- NOTHING CONSOLIDATED"
006040         SET WS-FATAL-ABORT TO TRUE
006050         GO TO LOAD-PARTITION-ROWS-EXIT
006060     END-IF.
006070     IF WS-PTN-CONSOL-COUNT IS GREATER THAN ZERO
006072         DISPLAY "CHAP452 -- RUN " WS-RUN-ID
006074             " ALREADY CONSOLIDATED FOR BUSINESS DATE "
006076             WS-BUSINESS-DATE " -- NOTHING MERGED"
006078         SET WS-ALREADY-CONSOLIDATED TO TRUE
006080         MOVE "N" TO WS-HELD-SWITCH
006082         PERFORM MARK-PARTITION-CONSOLIDATED
006084                 THRU MARK-PARTITION-CONSOLIDATED-EXIT
006086             VARYING WS-PTN-SUB FROM 1 BY 1
006088             UNTIL WS-PTN-SUB IS GREATER THAN
006090                     WS-PTN-MAX-PARTITIONS
006092                 OR WS-FATAL-ABORT
006094         GO TO LOAD-PARTITION-ROWS-EXIT
006096     END-IF.
006098     IF WS-CONSOL-HELD
006100         DISPLAY "CHAP452 -- BUSINESS DATE " WS-BUSINESS-DATE
006102             " HELD UNTIL EVERY PARTITION IS COMPLETE"
006104     END-IF.
006180 LOAD-PARTITION-ROWS-EXIT.
006190     EXIT.
006200*
006210 LOAD-ONE-PARTITION-ROW.
006220     READ PARTITION-STATUS-FILE NEXT RECORD
006230         AT END
006240             SET WS-PSTAT-SCAN-DONE TO TRUE
006250         NOT AT END
006260             IF DIVPST01-BUSINESS-DATE IS NOT EQUAL TO
006270                     WS-BUSINESS-DATE
006280                 SET WS-PSTAT-SCAN-DONE TO TRUE
006290             ELSE
006300                 PERFORM STORE-ONE-PARTITION-ROW
006310                     THRU STORE-ONE-PARTITION-ROW-EXIT
006320             END-IF
006330     END-READ.
006340     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
006350             AND WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "10"
006360         DISPLAY "CHAP452 -- READ FAILED ON "
006370             "PARTITION-STATUS-FILE, STATUS = "
006380             WS-PSTAT-FILE-STATUS
006390         SET WS-FATAL-ABORT TO TRUE
006400         SET WS-PSTAT-SCAN-DONE TO TRUE
006410     END-IF.
006420*
006430 STORE-ONE-PARTITION-ROW.
006440     IF DIVPST01-PARTITION-NO IS LESS THAN 1
006450             OR DIVPST01-PARTITION-NO IS GREATER THAN
006460                 WS-PTN-MAX-PARTITIONS
006470         DISPLAY "CHAP452 -- PARTITION " DIVPST01-PARTITION-NO
006480             " IS OUTSIDE 1 THROUGH " WS-PTN-MAX-PARTITIONS
006490         SET WS-FATAL-ABORT TO TRUE
006500         SET WS-PSTAT-SCAN-DONE TO TRUE
006510         GO TO STORE-ONE-PARTITION-ROW-EXIT
006520     END-IF.
006530     IF WS-RUN-ID IS EQUAL TO SPACES
006540         MOVE DIVPST01-RUN-ID TO WS-RUN-ID
006550     END-IF.
006560     IF DIVPST01-RUN-ID IS NOT EQUAL TO WS-RUN-ID
006570         DISPLAY "CHAP452 -- PARTITION " DIVPST01-PARTITION-NO
006580             " CARRIES RUN " DIVPST01-RUN-ID ", NOT RUN "
006590             WS-RUN-ID
006600         SET WS-FATAL-ABORT TO TRUE
006610         SET WS-PSTAT-SCAN-DONE TO TRUE
006620         GO TO STORE-ONE-PARTITION-ROW-EXIT
006630     END-IF.
006640     ADD 1 TO WS-PTN-ROW-COUNT.
006650     MOVE DIVPST01-PARTITION-NO TO WS-PTN-SUB.
006660     MOVE "Y" TO WS-PTN-ROW-SWITCH (WS-PTN-SUB).
006670     MOVE DIVPST01-STATUS TO WS-PTN-STATUS (WS-PTN-SUB).
006672     IF DIVPST01-STATUS-CONSOLIDATED
006674         ADD 1 TO WS-PTN-CONSOL-COUNT
006676     END-IF.
006680     IF DIVPST01-STATUS-SPLIT
006690         DISPLAY "CHAP452 -- PARTITION " DIVPST01-PARTITION-NO
006700             " OF RUN " WS-RUN-ID " HAS NOT STARTED"
006710         SET WS-CONSOL-HELD TO TRUE
006720         GO TO STORE-ONE-PARTITION-ROW-EXIT
006730     END-IF.
006740     IF DIVPST01-STATUS-RUNNING
006750         DISPLAY "CHAP452 -- PARTITION " DIVPST01-PARTITION-NO
006760             " OF RUN " WS-RUN-ID " IS RUNNING OR ABENDED"
006770         SET WS-CONSOL-HELD TO TRUE
006780         GO TO STORE-ONE-PARTITION-ROW-EXIT
006790     END-IF.
006800     IF DIVPST01-STATUS-FAILED
006810         DISPLAY "CHAP452 -- PARTITION " DIVPST01-PARTITION-NO
006820             " OF RUN " WS-RUN-ID " FAILED WITH RETURN CODE "
006830             DIVPST01-RETURN-CODE
006840         SET WS-CONSOL-HELD TO TRUE
006850         GO TO STORE-ONE-PARTITION-ROW-EXIT
006860     END-IF.
006900     MOVE DIVPST01-RETURN-CODE TO
006910         WS-PTN-RETURN-CODE (WS-PTN-SUB).
006920     MOVE DIVPST01-RESTART-FLAG TO
006930         WS-PTN-RESTART-FLAG (WS-PTN-SUB).
006940     MOVE DIVPST01-REC-COUNT TO WS-PTN-REC-COUNT (WS-PTN-SUB).
006950     MOVE DIVPST01-XTR-REC-COUNT TO
006960         WS-PTN-XTR-REC-COUNT (WS-PTN-SUB).
006970     ADD DIVPST01-REC-COUNT        TO WS-TOT-REC-COUNT.
006980     ADD DIVPST01-QUOTIENT-SUM     TO WS-TOT-QUOTIENT-SUM.
006990     ADD DIVPST01-XTR-REC-COUNT    TO WS-TOT-XTR-REC-COUNT.
007000     ADD DIVPST01-XTR-QUOTIENT-SUM TO WS-TOT-XTR-QUOTIENT-SUM.
007010     ADD DIVPST01-EXC01-COUNT      TO WS-TOT-EXC01-COUNT.
007020     ADD DIVPST01-EXC02-COUNT      TO WS-TOT-EXC02-COUNT.
007030     ADD DIVPST01-EXC-OTHER-COUNT  TO WS-TOT-EXC-OTHER-COUNT.
007040     ADD DIVPST01-REVERSAL-COUNT   TO WS-TOT-REVERSAL-COUNT.
007050     ADD DIVPST01-HELD-COUNT       TO WS-TOT-HELD-COUNT.
007060     IF DIVPST01-RETURN-CODE IS GREATER THAN WS-FINAL-RETURN-CODE
007070         MOVE DIVPST01-RETURN-CODE TO WS-FINAL-RETURN-CODE
007080     END-IF.
007090     IF DIVPST01-WAS-RESTART
007100         SET WS-ANY-RESTART TO TRUE
007110     END-IF.
007120     IF DIVPST01-START-TIMESTAMP IS NOT EQUAL TO SPACES
007130         IF WS-RUN-START-TIMESTAMP IS EQUAL TO SPACES
007140                 OR DIVPST01-START-TIMESTAMP IS LESS THAN
007150                     WS-RUN-START-TIMESTAMP
007160             MOVE DIVPST01-START-TIMESTAMP TO
007170                 WS-RUN-START-TIMESTAMP
007180         END-IF
007190     END-IF.
007200 STORE-ONE-PARTITION-ROW-EXIT.
007210     EXIT.
007220*
007230*-------------------------------------------------------------*
007240*    MERGE-ONE-EXTRACT-RECORD -- CARRIES ONE PARTITION        *
007250*    EXTRACT DETAIL TO THE MERGED EXTRACT. A DETAIL WHOSE     *
007260*    RECORD-ID IS ALREADY MERGED WAS CUT TWICE BY A           *
007270*    CHECKPOINT RESTART AND IS DROPPED. A DETAIL UNDER ANY    *
007280*    OTHER RUN-ID THAN THE DATE'S IS A STALE EXTRACT ON THE   *
007290*    CONCATENATION AND IS FATAL. A PARTITION'S DEPARTMENT     *
007300*    TRAILERS ARE SKIPPED; ITS HASH TRAILER CLOSES ITS        *
007310*    SEGMENT AND IS PROVED AGAINST WHAT WAS MERGED FROM IT.   *
007320*-------------------------------------------------------------*
007330 MERGE-ONE-EXTRACT-RECORD.
007340     IF DIVPXR01-RUN-ID(2:11) IS EQUAL TO SPACES
007350         IF DIVPXR01-RUN-ID(1:1) IS NOT EQUAL TO SPACE
007360             PERFORM CHECK-SEGMENT-TRAILER
007370         END-IF
007380         GO TO MERGE-ONE-EXTRACT-RECORD-NEXT
007390     END-IF.
007400     IF DIVPXR01-RUN-ID IS NOT EQUAL TO WS-RUN-ID
007410         DISPLAY "CHAP452 -- RECORD " DIVPXR01-RECORD-ID
007420             " IS FROM RUN " DIVPXR01-RUN-ID ", NOT RUN "
007430             WS-RUN-ID
007440         SET WS-FATAL-ABORT TO TRUE
007450         SET WS-PXTR-END-OF-FILE TO TRUE
007460         GO TO MERGE-ONE-EXTRACT-RECORD-EXIT
007470     END-IF.
007480     MOVE DIVPXR01-RECORD-ID TO DIVCNW01-RECORD-ID.
007490     WRITE DIVCNW01-RECORD
007500         INVALID KEY
007510             ADD 1 TO WS-DUP-DROPPED-COUNT
007520             GO TO MERGE-ONE-EXTRACT-RECORD-NEXT
007530     END-WRITE.
007540     IF WS-WORK-FILE-STATUS IS NOT EQUAL TO "00"
007550         DISPLAY "CHAP452 -- WRITE FAILED ON "
007560             "RECORD-ID-WORK-FILE, STATUS = "
007570             WS-WORK-FILE-STATUS
007580         SET WS-FATAL-ABORT TO TRUE
007590         SET WS-PXTR-END-OF-FILE TO TRUE
007600         GO TO MERGE-ONE-EXTRACT-RECORD-EXIT
007610     END-IF.
007620     MOVE DIVPXR01-RECORD TO DIVRES01-RECORD.
007630     WRITE DIVRES01-RECORD.
007640     IF WS-XTR-FILE-STATUS IS NOT EQUAL TO "00"
007650         DISPLAY "CHAP452 -- WRITE FAILED ON "
007660             "RESULTS-EXTRACT-FILE, STATUS = "
007670             WS-XTR-FILE-STATUS
007680         SET WS-FATAL-ABORT TO TRUE
007690         SET WS-PXTR-END-OF-FILE TO TRUE
007700         GO TO MERGE-ONE-EXTRACT-RECORD-EXIT
007710     END-IF.
007720     ADD 1 TO WS-SEG-REC-COUNT.
007730     ADD DIVPXR01-QUOTIENT TO WS-SEG-QUOTIENT-SUM.
007740     ADD 1 TO WS-XTR-REC-COUNT.
007750     ADD DIVPXR01-QUOTIENT TO WS-XTR-QUOTIENT-SUM.
007760     PERFORM FIND-DEPT-ENTRY THRU FIND-DEPT-ENTRY-EXIT.
007770     IF WS-FATAL-ABORT
007780         SET WS-PXTR-END-OF-FILE TO TRUE
007790         GO TO MERGE-ONE-EXTRACT-RECORD-EXIT
007800     END-IF.
007810     ADD 1 TO WS-DEPT-XTR-COUNT (WS-DEPT-MATCH-SUB).
007820     ADD DIVPXR01-QUOTIENT TO
007830         WS-DEPT-XTR-QUOT-SUM (WS-DEPT-MATCH-SUB).
007840 MERGE-ONE-EXTRACT-RECORD-NEXT.
007850     PERFORM READ-EXTRACT-RECORD.
007860 MERGE-ONE-EXTRACT-RECORD-EXIT.
007870     EXIT.
007880*
007890*-------------------------------------------------------------*
007900*    CHECK-SEGMENT-TRAILER -- A PARTITION EXTRACT'S HASH      *
007910*    TRAILER DESCRIBES ITS LOGICAL RUN, SO ONCE RESTART       *
007920*    DUPLICATES ARE DROPPED THE DETAILS MERGED SINCE THE LAST *
007930*    TRAILER MUST MATCH IT EXACTLY. A MISMATCH MEANS A        *
007940*    PARTITION EXTRACT IS SHORT OR DAMAGED AND IS FATAL.      *
007950*-------------------------------------------------------------*
007960 CHECK-SEGMENT-TRAILER.
007970     ADD 1 TO WS-SEGMENT-COUNT.
007980     IF WS-SEG-REC-COUNT IS NOT EQUAL TO DIVPXT01-RECORD-COUNT
007990             OR WS-SEG-QUOTIENT-SUM IS NOT EQUAL TO
008000                 DIVPXT01-QUOTIENT-SUM
008010         DISPLAY "CHAP452 -- PARTITION EXTRACT " WS-SEGMENT-COUNT
008020             " HOLDS " WS-SEG-REC-COUNT " DETAILS, ITS TRAILER "
008030             DIVPXT01-RECORD-COUNT
008040         SET WS-FATAL-ABORT TO TRUE
008050         SET WS-PXTR-END-OF-FILE TO TRUE
008060     END-IF.
008070     MOVE ZERO TO WS-SEG-REC-COUNT.
008080     MOVE ZERO TO WS-SEG-QUOTIENT-SUM.
008090*
008100*-------------------------------------------------------------*
008110*    FIND-DEPT-ENTRY -- LOCATES THE DETAIL'S DEPARTMENT IN    *
008120*    THE DEPARTMENT TOTAL TABLE, ADDING IT ON FIRST SIGHT. AN *
008130*    OVERFLOWED TABLE IS FATAL, SINCE THE TRAILERS WOULD NO   *
008140*    LONGER ADD UP TO THE HASH TOTAL.                         *
008150*-------------------------------------------------------------*
008160 FIND-DEPT-ENTRY.
008170     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
008180     PERFORM TEST-DEPT-ENTRY
008190         VARYING WS-DEPT-SUB FROM 1 BY 1
008200         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
008210             OR WS-DEPT-FOUND.
008220     IF WS-DEPT-FOUND
008230         GO TO FIND-DEPT-ENTRY-EXIT
008240     END-IF.
008250     IF WS-DEPT-COUNT IS NOT LESS THAN WS-DEPT-MAX-ENTRIES
008260         DISPLAY "CHAP452 -- DEPARTMENT TABLE FULL AT "
008270             WS-DEPT-MAX-ENTRIES " ENTRIES"
008280         SET WS-FATAL-ABORT TO TRUE
008290         GO TO FIND-DEPT-ENTRY-EXIT
008300     END-IF.
008310     ADD 1 TO WS-DEPT-COUNT.
008320     MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-SUB.
008330     MOVE DIVPXR01-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-MATCH-SUB).
008340     MOVE ZERO TO WS-DEPT-XTR-COUNT (WS-DEPT-MATCH-SUB).
008350     MOVE ZERO TO WS-DEPT-XTR-QUOT-SUM (WS-DEPT-MATCH-SUB).
008360 FIND-DEPT-ENTRY-EXIT.
008370     EXIT.
008380*
008390 TEST-DEPT-ENTRY.
008400     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO DIVPXR01-DEPT-CODE
008410         SET WS-DEPT-FOUND TO TRUE
008420         MOVE WS-DEPT-SUB TO WS-DEPT-MATCH-SUB
008430     END-IF.
008440*
008450*-------------------------------------------------------------*
008460*    TERMINATE-RUN -- PROVES THE MERGE AS A WHOLE, CUTS THE   *
008470*    TRAILERS, PRINTS THE PARTITION REPORTS AND THE           *
008480*    CONSOLIDATION SECTION, RECONCILES THE CONTROL TOTALS,    *
008490*    AND -- ONLY WHEN NOTHING WAS FATAL -- WRITES THE DATE'S  *
008500*    DIVRUN01 ROW AND MARKS THE PARTITIONS CONSOLIDATED. A    *
008510*    FATAL MERGE LEAVES THE EXTRACT WITHOUT TRAILERS AND THE  *
008520*    PARTITIONS COMPLETE, SO CONSOLIDATION CAN SIMPLY BE      *
008530*    RERUN.                                                   *
008531*    BEFORE THE REPORTS IT FILES THE PARTITIONS' EXCEPTION,   *
008532*    HELD AND SECURITY ROWS IN THE SHARED FILES.              *
008540*-------------------------------------------------------------*
008550 TERMINATE-RUN.
008560     IF NOT WS-FATAL-ABORT
008570         PERFORM CHECK-MERGE-TOTALS
008580     END-IF.
008590     IF NOT WS-FATAL-ABORT
008600         PERFORM WRITE-ONE-DEPT-TRAILER
008610             VARYING WS-DEPT-SUB FROM 1 BY 1
008620             UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
008630                 OR WS-FATAL-ABORT
008640     END-IF.
008650     IF NOT WS-FATAL-ABORT
008660         PERFORM WRITE-EXTRACT-TRAILER
008670     END-IF.
008672     IF NOT WS-FATAL-ABORT
008674         PERFORM FILE-PARTITION-ROWS
008676             THRU FILE-PARTITION-ROWS-EXIT
008678     END-IF.
008680     PERFORM COPY-PARTITION-REPORTS
008690         THRU COPY-PARTITION-REPORTS-EXIT.
008700     PERFORM WRITE-CONSOLIDATION-SECTION.
008710     PERFORM RECONCILE-CONTROL-TOTALS.
008720     IF WS-CTL-OUT-OF-BALANCE
008730             AND WS-FINAL-RETURN-CODE IS LESS THAN 4
008740         MOVE 4 TO WS-FINAL-RETURN-CODE
008750     END-IF.
008760     IF NOT WS-FATAL-ABORT
008770         PERFORM WRITE-RUN-HISTORY-RECORD
008780             THRU WRITE-RUN-HISTORY-RECORD-EXIT
008790     END-IF.
008800     IF NOT WS-FATAL-ABORT
008810         PERFORM MARK-PARTITION-CONSOLIDATED
008820                 THRU MARK-PARTITION-CONSOLIDATED-EXIT
008830             VARYING WS-PTN-SUB FROM 1 BY 1
008840             UNTIL WS-PTN-SUB IS GREATER THAN
008850                     WS-PTN-MAX-PARTITIONS
008860                 OR WS-FATAL-ABORT
008870     END-IF.
008880     CLOSE PARTITION-STATUS-FILE.
008890     CLOSE PARTITION-EXTRACT-FILE.
008900     CLOSE RECORD-ID-WORK-FILE.
008910     CLOSE RESULTS-EXTRACT-FILE.
008920     CLOSE CONSOLIDATION-REPORT-FILE.
008930 TERMINATE-RUN-EXIT.
008940     EXIT.
008950*
008960*-------------------------------------------------------------*
008970*    CHECK-MERGE-TOTALS -- EVERY PARTITION EXTRACT MUST HAVE  *
008980*    ENDED IN ITS HASH TRAILER, THERE MUST BE ONE EXTRACT PER *
008990*    PARTITION ROW, AND THE MERGED COUNT AND SUM MUST EQUAL   *
009000*    THE EXTRACT FIGURES THE PARTITIONS FILED ON THEIR STATUS *
009010*    ROWS. ANYTHING ELSE MEANS THE CONCATENATION IS WRONG.    *
009020*-------------------------------------------------------------*
009030 CHECK-MERGE-TOTALS.
009040     IF WS-SEG-REC-COUNT IS GREATER THAN ZERO
009050         DISPLAY "CHAP452 -- " WS-SEG-REC-COUNT " DETAILS FOLLOW "
009060             "THE LAST PARTITION EXTRACT TRAILER"
009070         SET WS-FATAL-ABORT TO TRUE
009080     END-IF.
009090     IF WS-SEGMENT-COUNT IS NOT EQUAL TO WS-PTN-ROW-COUNT
009100         DISPLAY "CHAP452 -- " WS-SEGMENT-COUNT
009110             " PARTITION EXTRACTS READ FOR " WS-PTN-ROW-COUNT
009120             " PARTITIONS"
009130         SET WS-FATAL-ABORT TO TRUE
009140     END-IF.
009150     IF WS-XTR-REC-COUNT IS NOT EQUAL TO WS-TOT-XTR-REC-COUNT
009160             OR WS-XTR-QUOTIENT-SUM IS NOT EQUAL TO
009170                 WS-TOT-XTR-QUOTIENT-SUM
009180         DISPLAY "CHAP452 -- " WS-XTR-REC-COUNT
009190             " DETAILS MERGED, PARTITIONS REPORT "
009200             WS-TOT-XTR-REC-COUNT
009210         SET WS-FATAL-ABORT TO TRUE
009220     END-IF.
009230*
009240*-------------------------------------------------------------*
009250*    WRITE-ONE-DEPT-TRAILER -- CUTS ONE DIVDTL01 DEPARTMENT   *
009260*    TRAILER ON THE MERGED EXTRACT.                           *
009270*-------------------------------------------------------------*
009280 WRITE-ONE-DEPT-TRAILER.
009290     MOVE SPACES TO DIVDTL01-RECORD.
009300     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO DIVDTL01-DEPT-CODE.
009310     MOVE WS-DEPT-XTR-COUNT (WS-DEPT-SUB) TO
009320         DIVDTL01-RECORD-COUNT.
009330     MOVE WS-DEPT-XTR-QUOT-SUM (WS-DEPT-SUB) TO
009340         DIVDTL01-QUOTIENT-SUM.
009350     WRITE DIVDTL01-RECORD.
009360     IF WS-XTR-FILE-STATUS IS NOT EQUAL TO "00"
009370         DISPLAY "CHAP452 -- WRITE FAILED ON "
009380             "RESULTS-EXTRACT-FILE, STATUS = "
009390             WS-XTR-FILE-STATUS
009400         SET WS-FATAL-ABORT TO TRUE
009410     END-IF.
009420*
009430*-------------------------------------------------------------*
009440*    WRITE-EXTRACT-TRAILER -- ENDS THE MERGED EXTRACT WITH    *
009450*    THE DIVCTL01-STYLE HASH-TOTAL CARD: THE COUNT OF DETAILS *
009460*    MERGED AND THE SUM OF THEIR QUOTIENTS.                   *
009470*-------------------------------------------------------------*
009480 WRITE-EXTRACT-TRAILER.
009490     MOVE SPACES TO DIVXTL01-RECORD.
009500     MOVE WS-XTR-REC-COUNT    TO DIVXTL01-RECORD-COUNT.
009510     MOVE WS-XTR-QUOTIENT-SUM TO DIVXTL01-QUOTIENT-SUM.
009520     WRITE DIVXTL01-RECORD.
009530     IF WS-XTR-FILE-STATUS IS NOT EQUAL TO "00"
009540         DISPLAY "CHAP452 -- WRITE FAILED ON "
009550             "RESULTS-EXTRACT-FILE, STATUS = "
009560             WS-XTR-FILE-STATUS
009570         SET WS-FATAL-ABORT TO TRUE
009580     END-IF.
009590*
009600*-------------------------------------------------------------*
009610*    COPY-PARTITION-REPORTS -- CARRIES THE PARTITION REPORTS  *
009620*    LINE FOR LINE ONTO THE CONSOLIDATED REPORT, STARTING A   *
009630*    NEW PAGE AT EACH CHAP424 PAGE HEADING. A MISSING FILE IS *
009640*    NOT AN ERROR; THE CONSOLIDATION SECTION STANDS ON ITS    *
009650*    OWN.                                                     *
009660*-------------------------------------------------------------*
009670 COPY-PARTITION-REPORTS.
009680     OPEN INPUT PARTITION-REPORT-FILE.
009690     IF WS-PRPT-FILE-STATUS IS NOT EQUAL TO "00"
009700         GO TO COPY-PARTITION-REPORTS-EXIT
009710     END-IF.
009720     MOVE "N" TO WS-PRPT-EOF-SWITCH.
009730     PERFORM READ-PARTITION-REPORT-LINE.
009740     PERFORM COPY-ONE-REPORT-LINE
009750         UNTIL WS-PRPT-END-OF-FILE.
009760     CLOSE PARTITION-REPORT-FILE.
009770 COPY-PARTITION-REPORTS-EXIT.
009780     EXIT.
009790*
009800 READ-PARTITION-REPORT-LINE.
009810     READ PARTITION-REPORT-FILE
009820         AT END
009830             SET WS-PRPT-END-OF-FILE TO TRUE
009840     END-READ.
009850*
009860 COPY-ONE-REPORT-LINE.
009870     IF DIVPRP01-LINE(1:13) IS EQUAL TO "CHAP424  DATE"
009880         WRITE DIVRPT01-LINE FROM DIVPRP01-LINE
009890             AFTER ADVANCING PAGE
009900     ELSE
009910         WRITE DIVRPT01-LINE FROM DIVPRP01-LINE
009920             AFTER ADVANCING 1 LINES
009930     END-IF.
009940     PERFORM CHECK-RPT-FILE-STATUS.
009950     PERFORM READ-PARTITION-REPORT-LINE.
009960*
009970 CHECK-RPT-FILE-STATUS.
009980     IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
009990         DISPLAY "CHAP452 -- WRITE FAILED ON "
010000             "CONSOLIDATION-REPORT-FILE, STATUS = "
010010             WS-RPT-FILE-STATUS
010020         SET WS-FATAL-ABORT TO TRUE
010030         SET WS-PRPT-END-OF-FILE TO TRUE
010040     END-IF.
010050*
010060*-------------------------------------------------------------*
010070*    WRITE-REPORT-HEADINGS -- STARTS A NEW CONSOLIDATION      *
010080*    SECTION PAGE.                                            *
010090*-------------------------------------------------------------*
010100 WRITE-REPORT-HEADINGS.
010110     ADD 1 TO WS-PAGE-NO.
010120     MOVE WS-PAGE-NO TO WS-HDG-PAGE-NO.
010130     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-1
010140         AFTER ADVANCING PAGE.
010150     PERFORM CHECK-RPT-FILE-STATUS.
010160     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-2
010170         AFTER ADVANCING 2 LINES.
010180     PERFORM CHECK-RPT-FILE-STATUS.
010190     WRITE DIVRPT01-LINE FROM WS-RPT-HDG-3
010200         AFTER ADVANCING 1 LINES.
010210     PERFORM CHECK-RPT-FILE-STATUS.
010220     MOVE 3 TO WS-LINE-COUNT.
010230*
010240*-------------------------------------------------------------*
010250*    WRITE-CONSOLIDATION-SECTION -- ONE LINE PER PARTITION,   *
010260*    THE MERGED DEPARTMENT TOTALS AND THE DATE'S TOTALS.      *
010270*-------------------------------------------------------------*
010280 WRITE-CONSOLIDATION-SECTION.
010290     MOVE ZERO TO WS-PAGE-NO.
010300     PERFORM WRITE-REPORT-HEADINGS.
010310     PERFORM PRINT-ONE-PARTITION-LINE
010320             THRU PRINT-ONE-PARTITION-LINE-EXIT
010330         VARYING WS-PTN-SUB FROM 1 BY 1
010340         UNTIL WS-PTN-SUB IS GREATER THAN WS-PTN-MAX-PARTITIONS.
010350     WRITE DIVRPT01-LINE FROM WS-RPT-DEPT-HDG
010360         AFTER ADVANCING 2 LINES.
010370     PERFORM CHECK-RPT-FILE-STATUS.
010380     ADD 2 TO WS-LINE-COUNT.
010390     PERFORM PRINT-ONE-DEPT-LINE
010400         VARYING WS-DEPT-SUB FROM 1 BY 1
010410         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT.
010420     MOVE "RECORDS POSTED:     " TO WS-TOT-CAPTION.
010430     MOVE WS-TOT-REC-COUNT TO WS-TOT-COUNT.
010440     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010450         AFTER ADVANCING 2 LINES.
010460     PERFORM CHECK-RPT-FILE-STATUS.
010470     MOVE "QUOTIENT SUM:       " TO WS-SUM-CAPTION.
010480     MOVE WS-TOT-QUOTIENT-SUM TO WS-SUM-AMOUNT.
010490     WRITE DIVRPT01-LINE FROM WS-RPT-SUM-LINE
010500         AFTER ADVANCING 1 LINES.
010510     PERFORM CHECK-RPT-FILE-STATUS.
010520     MOVE "DETAILS MERGED:     " TO WS-TOT-CAPTION.
010530     MOVE WS-XTR-REC-COUNT TO WS-TOT-COUNT.
010540     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010550         AFTER ADVANCING 1 LINES.
010560     PERFORM CHECK-RPT-FILE-STATUS.
010570     MOVE "EXTRACT SUM:        " TO WS-SUM-CAPTION.
010580     MOVE WS-XTR-QUOTIENT-SUM TO WS-SUM-AMOUNT.
010590     WRITE DIVRPT01-LINE FROM WS-RPT-SUM-LINE
010600         AFTER ADVANCING 1 LINES.
010610     PERFORM CHECK-RPT-FILE-STATUS.
010620     MOVE "RESTART DUPLICATES: " TO WS-TOT-CAPTION.
010630     MOVE WS-DUP-DROPPED-COUNT TO WS-TOT-COUNT.
010640     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010650         AFTER ADVANCING 1 LINES.
010660     PERFORM CHECK-RPT-FILE-STATUS.
010670     MOVE "HELD FOR REVIEW:    " TO WS-TOT-CAPTION.
010680     MOVE WS-TOT-HELD-COUNT TO WS-TOT-COUNT.
010690     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
010700         AFTER ADVANCING 1 LINES.
010710     PERFORM CHECK-RPT-FILE-STATUS.
010715     PERFORM PRINT-FILING-TOTALS.
010720     IF WS-FATAL-ABORT
010730         MOVE "CONSOLIDATION ABORTED -- PARTITIONS LEFT COMPLETE"
010740             TO WS-CTL-RESULT-TEXT
010750         WRITE DIVRPT01-LINE FROM WS-RPT-CONTROL-RESULT
010760             AFTER ADVANCING 2 LINES
010770         PERFORM CHECK-RPT-FILE-STATUS
010780     END-IF.
010790*
010800 PRINT-ONE-PARTITION-LINE.
010810     IF NOT WS-PTN-HAS-ROW (WS-PTN-SUB)
010820         GO TO PRINT-ONE-PARTITION-LINE-EXIT
010830     END-IF.
010840     MOVE WS-PTN-SUB TO WS-PTL-PARTITION-NO.
010850     MOVE WS-PTN-STATUS (WS-PTN-SUB) TO WS-PTL-STATUS.
010860     MOVE WS-PTN-RETURN-CODE (WS-PTN-SUB) TO WS-PTL-RETURN-CODE.
010870     MOVE WS-PTN-REC-COUNT (WS-PTN-SUB) TO WS-PTL-REC-COUNT.
010880     MOVE WS-PTN-XTR-REC-COUNT (WS-PTN-SUB) TO WS-PTL-XTR-COUNT.
010890     MOVE WS-PTN-RESTART-FLAG (WS-PTN-SUB) TO
010900         WS-PTL-RESTART-FLAG.
010910     WRITE DIVRPT01-LINE FROM WS-RPT-PARTITION-LINE
010920         AFTER ADVANCING 1 LINES.
010930     PERFORM CHECK-RPT-FILE-STATUS.
010940     ADD 1 TO WS-LINE-COUNT.
010950 PRINT-ONE-PARTITION-LINE-EXIT.
010960     EXIT.
010970*
010980 PRINT-ONE-DEPT-LINE.
010990     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE
011000         PERFORM WRITE-REPORT-HEADINGS
011010         WRITE DIVRPT01-LINE FROM WS-RPT-DEPT-HDG
011020             AFTER ADVANCING 2 LINES
011030         PERFORM CHECK-RPT-FILE-STATUS
011040         ADD 2 TO WS-LINE-COUNT
011050     END-IF.
011060     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-DPL-DEPT-CODE.
011070     MOVE WS-DEPT-XTR-COUNT (WS-DEPT-SUB) TO WS-DPL-XTR-COUNT.
011080     MOVE WS-DEPT-XTR-QUOT-SUM (WS-DEPT-SUB) TO WS-DPL-QUOT-SUM.
011090     WRITE DIVRPT01-LINE FROM WS-RPT-DEPT-LINE
011100         AFTER ADVANCING 1 LINES.
011110     PERFORM CHECK-RPT-FILE-STATUS.
011120     ADD 1 TO WS-LINE-COUNT.
011130*
011140*-------------------------------------------------------------*
011150*    RECONCILE-CONTROL-TOTALS -- COMPARES THE RECORD COUNT    *
011160*    AND QUOTIENT SUM THE PARTITIONS POSTED BETWEEN THEM      *
011170*    AGAINST THE UPSTREAM HASH-TOTAL CARD, IF ONE WAS         *
011180*    SUPPLIED -- THE RECONCILE EACH PARTITION LEFT TO THIS    *
011190*    STEP -- AND PRINTS THE RESULT ON THE REPORT.             *
011200*-------------------------------------------------------------*
011210 RECONCILE-CONTROL-TOTALS.
011220     IF WS-CTL-EXPECTED-REC-COUNT IS EQUAL TO ZERO
011230             AND WS-CTL-EXPECTED-QUOTIENT-SUM IS EQUAL TO ZERO
011240         MOVE "CONTROL-TOTAL CARD NOT SUPPLIED -- NO RECONCILE"
011250             TO WS-CTL-RESULT-TEXT
011260         MOVE "N" TO WS-RUN-BALANCE-FLAG
011270     ELSE
011280         IF WS-TOT-REC-COUNT IS EQUAL TO WS-CTL-EXPECTED-REC-COUNT
011290                 AND WS-TOT-QUOTIENT-SUM IS EQUAL TO
011300                     WS-CTL-EXPECTED-QUOTIENT-SUM
011310             MOVE "CONTROL TOTALS IN BALANCE" TO
011320                 WS-CTL-RESULT-TEXT
011330             MOVE "B" TO WS-RUN-BALANCE-FLAG
011340         ELSE
011350             SET WS-CTL-OUT-OF-BALANCE TO TRUE
011360             MOVE "CONTROL TOTALS OUT OF BALANCE" TO
011370                 WS-CTL-RESULT-TEXT
011380             MOVE "O" TO WS-RUN-BALANCE-FLAG
011390         END-IF
011400     END-IF.
011410     WRITE DIVRPT01-LINE FROM WS-RPT-CONTROL-RESULT
011420         AFTER ADVANCING 2 LINES.
011430     PERFORM CHECK-RPT-FILE-STATUS.
011440     IF WS-CTL-OUT-OF-BALANCE
011450         MOVE WS-CTL-EXPECTED-REC-COUNT TO WS-CTL-RPT-EXP-COUNT
011460         MOVE WS-TOT-REC-COUNT TO WS-CTL-RPT-ACT-COUNT
011470         WRITE DIVRPT01-LINE FROM WS-RPT-CONTROL-DETAIL
011480             AFTER ADVANCING 1 LINES
011490         PERFORM CHECK-RPT-FILE-STATUS
011500     END-IF.
011510*
011520*-------------------------------------------------------------*
011530*    WRITE-RUN-HISTORY-RECORD -- APPENDS THE BUSINESS DATE'S  *
011540*    ONE ROW TO THE RUN-HISTORY FILE, AS AN UNPARTITIONED     *
011550*    CHAP424 RUN WOULD HAVE: THE SHARED RUN-ID, THE EARLIEST  *
011560*    PARTITION START, THE PARTITIONS' FIGURES SUMMED, AND A   *
011570*    RESTART FLAG SET IF ANY PARTITION RESTARTED. THE         *
011580*    DUPLICATE-RUN GUARD FINDS THE DATE HERE FROM NOW ON.     *
011581*    A ROW ALREADY ON FILE FOR THE RUN-ID, LEFT BY A STEP     *
011582*    THAT DIED BEFORE MARKING THE PARTITIONS, IS NOT WRITTEN  *
011583*    AGAIN.                                                   *
011590*-------------------------------------------------------------*
011600 WRITE-RUN-HISTORY-RECORD.
011601     IF WS-RUNH-ROW-FOUND
011602         DISPLAY "CHAP452 -- RUN " WS-RUN-ID " IS ALREADY ON "
011603             "RUN-HISTORY-FILE -- NOT WRITTEN AGAIN"
011604         GO TO WRITE-RUN-HISTORY-RECORD-EXIT
011605     END-IF.
011610     ACCEPT WS-RUN-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
011620     ACCEPT WS-RUN-TIME FROM TIME.
011630     MOVE WS-RUN-TIME(1:6) TO WS-RUN-END-TIMESTAMP(9:6).
011640     OPEN EXTEND RUN-HISTORY-FILE.
011650     IF WS-RUNH-FILE-STATUS IS EQUAL TO "35"
011660         OPEN OUTPUT RUN-HISTORY-FILE
011670     END-IF.
011680     IF WS-RUNH-FILE-STATUS IS NOT EQUAL TO "00"
011690         DISPLAY "CHAP452 -- UNABLE TO OPEN "
011700             "RUN-HISTORY-FILE, STATUS = "
011710             WS-RUNH-FILE-STATUS
011720         SET WS-FATAL-ABORT TO TRUE
011730         GO TO WRITE-RUN-HISTORY-RECORD-EXIT
011740     END-IF.
011750     MOVE SPACES TO DIVRUN01-RECORD.
011760     MOVE WS-RUN-ID               TO DIVRUN01-RUN-ID.
011770     MOVE WS-RUN-START-TIMESTAMP  TO DIVRUN01-START-TIMESTAMP.
011780     MOVE WS-RUN-END-TIMESTAMP    TO DIVRUN01-END-TIMESTAMP.
011790     MOVE WS-TOT-REC-COUNT        TO DIVRUN01-REC-COUNT.
011800     MOVE WS-TOT-EXC01-COUNT      TO DIVRUN01-EXC01-COUNT.
011810     MOVE WS-TOT-EXC02-COUNT      TO DIVRUN01-EXC02-COUNT.
011820     MOVE WS-TOT-EXC-OTHER-COUNT  TO DIVRUN01-EXC-OTHER-COUNT.
011830     MOVE WS-RUN-BALANCE-FLAG     TO DIVRUN01-BALANCE-FLAG.
011840     MOVE WS-TOT-REVERSAL-COUNT   TO DIVRUN01-REVERSAL-COUNT.
011850     MOVE WS-TOT-HELD-COUNT       TO DIVRUN01-HELD-COUNT.
011860     MOVE WS-BUSINESS-DATE        TO DIVRUN01-BUSINESS-DATE.
011870     IF WS-ANY-RESTART
011880         MOVE "Y" TO DIVRUN01-RESTART-FLAG
011890     ELSE
011900         MOVE "N" TO DIVRUN01-RESTART-FLAG
011910     END-IF.
011920     MOVE WS-FINAL-RETURN-CODE TO DIVRUN01-RETURN-CODE.
011930     WRITE DIVRUN01-RECORD.
011940     IF WS-RUNH-FILE-STATUS IS NOT EQUAL TO "00"
011950         DISPLAY "CHAP452 -- WRITE FAILED ON "
011960             "RUN-HISTORY-FILE, STATUS = "
011970             WS-RUNH-FILE-STATUS
011980         SET WS-FATAL-ABORT TO TRUE
011990     END-IF.
012000     CLOSE RUN-HISTORY-FILE.
012010 WRITE-RUN-HISTORY-RECORD-EXIT.
012020     EXIT.
012030*
012040*-------------------------------------------------------------*
012050*    MARK-PARTITION-CONSOLIDATED -- SETS A PARTITION'S STATUS *
012060*    ROW TO CONSOLIDATED ONCE ITS FIGURES ARE ON THE DATE'S   *
012070*    DIVRUN01 ROW, SO NEITHER THIS STEP NOR CHAP424 TAKES THE *
012080*    DATE UP AGAIN.                                           *
012081*    ONLY A COMPLETE ROW IS MARKED.                           *
012090*-------------------------------------------------------------*
012100 MARK-PARTITION-CONSOLIDATED.
012110     IF NOT WS-PTN-HAS-ROW (WS-PTN-SUB)
012120         GO TO MARK-PARTITION-CONSOLIDATED-EXIT
012130     END-IF.
012140     MOVE WS-BUSINESS-DATE TO DIVPST01-BUSINESS-DATE.
012150     MOVE WS-PTN-SUB TO DIVPST01-PARTITION-NO.
012160     READ PARTITION-STATUS-FILE
012170         INVALID KEY
012180             CONTINUE
012190     END-READ.
012200     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
012210         DISPLAY "CHAP452 -- READ FAILED ON "
012220             "PARTITION-STATUS-FILE, STATUS = "
012230             WS-PSTAT-FILE-STATUS
012240         SET WS-FATAL-ABORT TO TRUE
012250         GO TO MARK-PARTITION-CONSOLIDATED-EXIT
012260     END-IF.
012262     IF NOT DIVPST01-STATUS-COMPLETE
012264         GO TO MARK-PARTITION-CONSOLIDATED-EXIT
012266     END-IF.
012270     SET DIVPST01-STATUS-CONSOLIDATED TO TRUE.
012280     REWRITE DIVPST01-RECORD.
012290     IF WS-PSTAT-FILE-STATUS IS NOT EQUAL TO "00"
012300         DISPLAY "CHAP452 -- REWRITE FAILED ON "
012310             "PARTITION-STATUS-FILE, STATUS = "
012320             WS-PSTAT-FILE-STATUS
012330         SET WS-FATAL-ABORT TO TRUE
012340     END-IF.
012342     IF WS-ALREADY-CONSOLIDATED AND NOT WS-FATAL-ABORT
012344         DISPLAY "CHAP452 -- PARTITION " WS-PTN-SUB " OF RUN "
012346             WS-RUN-ID " MARKED CONSOLIDATED"
012348     END-IF.
012350 MARK-PARTITION-CONSOLIDATED-EXIT.
012360     EXIT.
012370*
012380*-------------------------------------------------------------*
012390*    FILE-PARTITION-ROWS -- FILES WHAT THE PARTITIONS KEPT    *
012400*    OUT OF THE SHARED FILES WHILE THEY RAN SIDE BY SIDE:     *
012410*    THEIR EXCEPTION ROWS GO ONTO THE EXCEPTION MASTER AND    *
012420*    THEIR NEW AND CHANGED HELD ROWS ONTO THE HELD-FOR-REVIEW *
012430*    FILE, EACH WRITTEN OR REPLACING THE ROW ON FILE SO A     *
012440*    RERUN FILES THE SAME RESULT AGAIN. THE SECURITY LOG      *
012450*    ONLY GROWS, SO THE DATE'S SECURITY ROWS ARE ADDED ONLY   *
012460*    WHILE THE RUN HAS NO DIVRUN01 ROW YET.                   *
012470*-------------------------------------------------------------*
012480 FILE-PARTITION-ROWS.
012490     PERFORM FIND-RUN-HISTORY-ROW THRU FIND-RUN-HISTORY-ROW-EXIT.
012500     IF WS-FATAL-ABORT
012510         GO TO FILE-PARTITION-ROWS-EXIT
012520     END-IF.
012530     PERFORM LOAD-PARTITION-EXCEPTIONS
012540         THRU LOAD-PARTITION-EXCEPTIONS-EXIT.
012550     IF WS-FATAL-ABORT
012560         GO TO FILE-PARTITION-ROWS-EXIT
012570     END-IF.
012580     PERFORM LOAD-PARTITION-HOLDS THRU LOAD-PARTITION-HOLDS-EXIT.
012590     IF WS-FATAL-ABORT OR WS-RUNH-ROW-FOUND
012600         GO TO FILE-PARTITION-ROWS-EXIT
012610     END-IF.
012620     PERFORM ADD-PARTITION-SECURITY-ROWS
012630         THRU ADD-PARTITION-SECURITY-ROWS-EXIT.
012640 FILE-PARTITION-ROWS-EXIT.
012650     EXIT.
012660*
012670*-------------------------------------------------------------*
012680*    FIND-RUN-HISTORY-ROW -- LOOKS FOR A DIVRUN01 ROW THAT    *
012690*    ALREADY CARRIES THIS RUN-ID. NO FILE YET MEANS NO ROW.   *
012700*-------------------------------------------------------------*
012710 FIND-RUN-HISTORY-ROW.
012720     OPEN INPUT RUN-HISTORY-FILE.
012730     IF WS-RUNH-FILE-STATUS IS EQUAL TO "35"
012740         GO TO FIND-RUN-HISTORY-ROW-EXIT
012750     END-IF.
012760     IF WS-RUNH-FILE-STATUS IS NOT EQUAL TO "00"
012770         DISPLAY "CHAP452 -- UNABLE TO OPEN "
012780             "RUN-HISTORY-FILE, STATUS = "
012790             WS-RUNH-FILE-STATUS
012800         SET WS-FATAL-ABORT TO TRUE
012810         GO TO FIND-RUN-HISTORY-ROW-EXIT
012820     END-IF.
012830     MOVE "N" TO WS-LOAD-EOF-SWITCH.
012840     PERFORM TEST-ONE-RUN-HISTORY-ROW
012850         UNTIL WS-LOAD-END-OF-FILE.
012860     CLOSE RUN-HISTORY-FILE.
012870 FIND-RUN-HISTORY-ROW-EXIT.
012880     EXIT.
012890*
012900 TEST-ONE-RUN-HISTORY-ROW.
012910     READ RUN-HISTORY-FILE
012920         AT END
012930             SET WS-LOAD-END-OF-FILE TO TRUE
012940         NOT AT END
012950             IF DIVRUN01-RUN-ID IS EQUAL TO WS-RUN-ID
012960                 SET WS-RUNH-ROW-FOUND TO TRUE
012970                 SET WS-LOAD-END-OF-FILE TO TRUE
012980             END-IF
012990     END-READ.
013000     IF WS-RUNH-FILE-STATUS IS NOT EQUAL TO "00"
013010             AND WS-RUNH-FILE-STATUS IS NOT EQUAL TO "10"
013020         DISPLAY "CHAP452 -- READ FAILED ON "
013030             "RUN-HISTORY-FILE, STATUS = "
013040             WS-RUNH-FILE-STATUS
013050         SET WS-FATAL-ABORT TO TRUE
013060         SET WS-LOAD-END-OF-FILE TO TRUE
013070     END-IF.
013080*
013090*-------------------------------------------------------------*
013100*    LOAD-PARTITION-EXCEPTIONS -- FILES EVERY PARTITION       *
013110*    EXCEPTION ROW ON THE EXCEPTION MASTER. A ROW UNDER       *
013120*    ANOTHER RUN-ID MEANS THE WRONG DATASETS ARE              *
013130*    CONCATENATED, WHICH IS FATAL.                            *
013140*-------------------------------------------------------------*
013150 LOAD-PARTITION-EXCEPTIONS.
013160     OPEN INPUT PARTITION-EXCEPTION-FILE.
013170     IF WS-PEXC-FILE-STATUS IS NOT EQUAL TO "00"
013180         DISPLAY "CHAP452 -- UNABLE TO OPEN "
013190             "PARTITION-EXCEPTION-FILE, STATUS = "
013200             WS-PEXC-FILE-STATUS
013210         SET WS-FATAL-ABORT TO TRUE
013220         GO TO LOAD-PARTITION-EXCEPTIONS-EXIT
013230     END-IF.
013240     OPEN I-O EXCEPTION-MASTER-FILE.
013250     IF WS-EXCM-FILE-STATUS IS NOT EQUAL TO "00"
013260         DISPLAY "CHAP452 -- UNABLE TO OPEN "
013270             "EXCEPTION-MASTER-FILE, STATUS = "
013280             WS-EXCM-FILE-STATUS
013290         SET WS-FATAL-ABORT TO TRUE
013300         CLOSE PARTITION-EXCEPTION-FILE
013310         GO TO LOAD-PARTITION-EXCEPTIONS-EXIT
013320     END-IF.
013330     MOVE "N" TO WS-LOAD-EOF-SWITCH.
013340     PERFORM LOAD-ONE-EXCEPTION-ROW
013350         UNTIL WS-LOAD-END-OF-FILE.
013360     CLOSE PARTITION-EXCEPTION-FILE.
013370     CLOSE EXCEPTION-MASTER-FILE.
013380 LOAD-PARTITION-EXCEPTIONS-EXIT.
013390     EXIT.
013400*
013410 LOAD-ONE-EXCEPTION-ROW.
013420     READ PARTITION-EXCEPTION-FILE
013430         AT END
013440             SET WS-LOAD-END-OF-FILE TO TRUE
013450         NOT AT END
013460             PERFORM FILE-ONE-EXCEPTION-ROW
013470                 THRU FILE-ONE-EXCEPTION-ROW-EXIT
013480     END-READ.
013490     IF WS-PEXC-FILE-STATUS IS NOT EQUAL TO "00"
013500             AND WS-PEXC-FILE-STATUS IS NOT EQUAL TO "10"
013510         DISPLAY "CHAP452 -- READ FAILED ON "
013520             "PARTITION-EXCEPTION-FILE, STATUS = "
013530             WS-PEXC-FILE-STATUS
013540         SET WS-FATAL-ABORT TO TRUE
013550         SET WS-LOAD-END-OF-FILE TO TRUE
013560     END-IF.
013570*
013580 FILE-ONE-EXCEPTION-ROW.
013590     IF DIVPEX01-RUN-ID IS NOT EQUAL TO WS-RUN-ID
013600         DISPLAY "CHAP452 -- PARTITION EXCEPTION ROW "
013610             DIVPEX01-RECORD-ID " CARRIES RUN " DIVPEX01-RUN-ID
013620             ", NOT RUN " WS-RUN-ID
013630         SET WS-FATAL-ABORT TO TRUE
013640         SET WS-LOAD-END-OF-FILE TO TRUE
013650         GO TO FILE-ONE-EXCEPTION-ROW-EXIT
013660     END-IF.
013670     MOVE DIVPEX01-RECORD TO DIVEXM01-RECORD.
013680     WRITE DIVEXM01-RECORD
013690         INVALID KEY
013700             REWRITE DIVEXM01-RECORD
013710     END-WRITE.
013720     IF WS-EXCM-FILE-STATUS IS NOT EQUAL TO "00"
013730         DISPLAY "CHAP452 -- WRITE FAILED ON "
013740             "EXCEPTION-MASTER-FILE, STATUS = "
013750             WS-EXCM-FILE-STATUS
013760         SET WS-FATAL-ABORT TO TRUE
013770         SET WS-LOAD-END-OF-FILE TO TRUE
013780         GO TO FILE-ONE-EXCEPTION-ROW-EXIT
013790     END-IF.
013800     ADD 1 TO WS-EXCM-LOADED-COUNT.
013810 FILE-ONE-EXCEPTION-ROW-EXIT.
013820     EXIT.
013830*
013840*-------------------------------------------------------------*
013850*    LOAD-PARTITION-HOLDS -- FILES EVERY PARTITION HELD ROW   *
013860*    ON THE HELD-FOR-REVIEW FILE. A NEW HOLD IS ADDED; A      *
013870*    RELEASED HOLD A PARTITION POSTED OR REJECTED REPLACES    *
013880*    THE RELEASED ROW. A KEY FILED TWICE BY A RESTARTED       *
013890*    PARTITION ENDS WITH ITS LAST ROW.                        *
013900*-------------------------------------------------------------*
013910 LOAD-PARTITION-HOLDS.
013920     OPEN INPUT PARTITION-HELD-FILE.
013930     IF WS-PHLD-FILE-STATUS IS NOT EQUAL TO "00"
013940         DISPLAY "CHAP452 -- UNABLE TO OPEN "
013950             "PARTITION-HELD-FILE, STATUS = "
013960             WS-PHLD-FILE-STATUS
013970         SET WS-FATAL-ABORT TO TRUE
013980         GO TO LOAD-PARTITION-HOLDS-EXIT
013990     END-IF.
014000     OPEN I-O HELD-REVIEW-FILE.
014010     IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "00"
014020         DISPLAY "CHAP452 -- UNABLE TO OPEN "
014030             "HELD-REVIEW-FILE, STATUS = "
014040             WS-HOLD-FILE-STATUS
014050         SET WS-FATAL-ABORT TO TRUE
014060         CLOSE PARTITION-HELD-FILE
014070         GO TO LOAD-PARTITION-HOLDS-EXIT
014080     END-IF.
014090     MOVE "N" TO WS-LOAD-EOF-SWITCH.
014100     PERFORM LOAD-ONE-HELD-ROW
014110         UNTIL WS-LOAD-END-OF-FILE.
014120     CLOSE PARTITION-HELD-FILE.
014130     CLOSE HELD-REVIEW-FILE.
014140 LOAD-PARTITION-HOLDS-EXIT.
014150     EXIT.
014160*
014170 LOAD-ONE-HELD-ROW.
014180     READ PARTITION-HELD-FILE
014190         AT END
014200             SET WS-LOAD-END-OF-FILE TO TRUE
014210         NOT AT END
014220             PERFORM FILE-ONE-HELD-ROW
014230     END-READ.
014240     IF WS-PHLD-FILE-STATUS IS NOT EQUAL TO "00"
014250             AND WS-PHLD-FILE-STATUS IS NOT EQUAL TO "10"
014260         DISPLAY "CHAP452 -- READ FAILED ON "
014270             "PARTITION-HELD-FILE, STATUS = "
014280             WS-PHLD-FILE-STATUS
014290         SET WS-FATAL-ABORT TO TRUE
014300         SET WS-LOAD-END-OF-FILE TO TRUE
014310     END-IF.
014320*
014330 FILE-ONE-HELD-ROW.
014340     MOVE DIVPHL01-RECORD TO DIVHLD01-RECORD.
014350     WRITE DIVHLD01-RECORD
014360         INVALID KEY
014370             REWRITE DIVHLD01-RECORD
014380     END-WRITE.
014390     IF WS-HOLD-FILE-STATUS IS EQUAL TO "00"
014400         ADD 1 TO WS-HOLD-LOADED-COUNT
014410     ELSE
014420         DISPLAY "CHAP452 -- WRITE FAILED ON "
014430             "HELD-REVIEW-FILE, STATUS = "
014440             WS-HOLD-FILE-STATUS
014450         SET WS-FATAL-ABORT TO TRUE
014460         SET WS-LOAD-END-OF-FILE TO TRUE
014470     END-IF.
014480*
014490*-------------------------------------------------------------*
014500*    ADD-PARTITION-SECURITY-ROWS -- APPENDS THE PARTITIONS'   *
014510*    SECURITY ROWS FOR THE BUSINESS DATE TO THE SHARED LOG.   *
014520*    A PARTITION'S DATASET KEEPS EVERY DATE'S ROWS, SO ROWS   *
014530*    OF OTHER DATES ARE PASSED OVER.                          *
014540*-------------------------------------------------------------*
014550 ADD-PARTITION-SECURITY-ROWS.
014560     OPEN INPUT PARTITION-SECURITY-FILE.
014570     IF WS-PSEC-FILE-STATUS IS NOT EQUAL TO "00"
014580         DISPLAY "CHAP452 -- UNABLE TO OPEN "
014590             "PARTITION-SECURITY-FILE, STATUS = "
014600             WS-PSEC-FILE-STATUS
014610         SET WS-FATAL-ABORT TO TRUE
014620         GO TO ADD-PARTITION-SECURITY-ROWS-EXIT
014630     END-IF.
014640     OPEN EXTEND SECURITY-LOG-FILE.
014650     IF WS-SECL-FILE-STATUS IS EQUAL TO "35"
014660         OPEN OUTPUT SECURITY-LOG-FILE
014670     END-IF.
014680     IF WS-SECL-FILE-STATUS IS NOT EQUAL TO "00"
014690         DISPLAY "CHAP452 -- UNABLE TO OPEN "
014700             "SECURITY-LOG-FILE, STATUS = "
014710             WS-SECL-FILE-STATUS
014720         SET WS-FATAL-ABORT TO TRUE
014730         CLOSE PARTITION-SECURITY-FILE
014740         GO TO ADD-PARTITION-SECURITY-ROWS-EXIT
014750     END-IF.
014760     MOVE "N" TO WS-LOAD-EOF-SWITCH.
014770     PERFORM ADD-ONE-SECURITY-ROW
014780         UNTIL WS-LOAD-END-OF-FILE.
014790     CLOSE PARTITION-SECURITY-FILE.
014800     CLOSE SECURITY-LOG-FILE.
014810 ADD-PARTITION-SECURITY-ROWS-EXIT.
014820     EXIT.
014830*
014840 ADD-ONE-SECURITY-ROW.
014850     READ PARTITION-SECURITY-FILE
014860         AT END
014870             SET WS-LOAD-END-OF-FILE TO TRUE
014880         NOT AT END
014890             IF DIVPSC01-BUSINESS-DATE IS EQUAL TO
014900                     WS-BUSINESS-DATE
014910                 PERFORM WRITE-ONE-SECURITY-ROW
014920             END-IF
014930     END-READ.
014940     IF WS-PSEC-FILE-STATUS IS NOT EQUAL TO "00"
014950             AND WS-PSEC-FILE-STATUS IS NOT EQUAL TO "10"
014960         DISPLAY "CHAP452 -- READ FAILED ON "
014970             "PARTITION-SECURITY-FILE, STATUS = "
014980             WS-PSEC-FILE-STATUS
014990         SET WS-FATAL-ABORT TO TRUE
015000         SET WS-LOAD-END-OF-FILE TO TRUE
015010     END-IF.
015020*
015030 WRITE-ONE-SECURITY-ROW.
015040     WRITE DIVSEC01-RECORD FROM DIVPSC01-RECORD.
015050     IF WS-SECL-FILE-STATUS IS EQUAL TO "00"
015060         ADD 1 TO WS-SECL-ADDED-COUNT
015070     ELSE
015080         DISPLAY "CHAP452 -- WRITE FAILED ON "
015090             "SECURITY-LOG-FILE, STATUS = "
015100             WS-SECL-FILE-STATUS
015110         SET WS-FATAL-ABORT TO TRUE
015120         SET WS-LOAD-END-OF-FILE TO TRUE
015130     END-IF.
015140*
015150*-------------------------------------------------------------*
015160*    PRINT-FILING-TOTALS -- THE PARTITION ROWS FILED IN THE   *
015170*    SHARED FILES, FOR THE CONSOLIDATION SECTION.             *
015180*-------------------------------------------------------------*
015190 PRINT-FILING-TOTALS.
015200     MOVE "EXCEPTIONS FILED:   " TO WS-TOT-CAPTION.
015210     MOVE WS-EXCM-LOADED-COUNT TO WS-TOT-COUNT.
015220     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
015230         AFTER ADVANCING 1 LINES.
015240     PERFORM CHECK-RPT-FILE-STATUS.
015250     MOVE "HELD ROWS FILED:    " TO WS-TOT-CAPTION.
015260     MOVE WS-HOLD-LOADED-COUNT TO WS-TOT-COUNT.
015270     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
015280         AFTER ADVANCING 1 LINES.
015290     PERFORM CHECK-RPT-FILE-STATUS.
015300     MOVE "SECURITY ROWS ADDED:" TO WS-TOT-CAPTION.
015310     MOVE WS-SECL-ADDED-COUNT TO WS-TOT-COUNT.
015320     WRITE DIVRPT01-LINE FROM WS-RPT-TOTAL-LINE
015330         AFTER ADVANCING 1 LINES.
015340     PERFORM CHECK-RPT-FILE-STATUS.

000180*                         AN OPTIONAL ONE-CARD FILE AND
000190*                         DEFAULTS TO TEN.
000200*        2026-08-22 RLW   ADDED THE REVERSALS-APPLIED COLUMN.
000202*        2026-10-15 RLW   ADDED THE HELD-FOR-REVIEW COLUMN; THE
000204*                         ROLLING TABLE SLOT WIDENED WITH THE
000206*                         DIVRUN01 ROW.
000210*
000220 ENVIRONMENT DIVISION.
000230*
001280*-------------------------------------------------------------*
001290 01  WS-RUN-ROLL-TABLE.
001300     05  WS-ROLL-ENTRY OCCURS 50 TIMES
001310                                        PIC X(85).
001320*
001330*-------------------------------------------------------------*
001340*    BOARD LINE LAYOUTS -- MOVED TO DIVRPT01-LINE ON WRITE    *
001500         05  FILLER                    PIC X(44)
001510             VALUE "RUN-ID       DATE     START  END     RECORDS".
001520         05  FILLER                    PIC X(36)
001530             VALUE " E01  E02  OTH B R C  REV  HLD".
001540*
001550 01  WS-RPT-DETAIL.
001560         05  WS-DTL-RUN-ID             PIC X(12).
001760         05  WS-DTL-RETURN-CODE        PIC 9(01).
001770         05  FILLER                    PIC X(01) VALUE SPACES.
001780         05  WS-DTL-REVERSAL-COUNT     PIC ZZZ9.
001790         05  FILLER                    PIC X(01) VALUE SPACES.
001792         05  WS-DTL-HELD-COUNT         PIC ZZZ9.
001794         05  FILLER                    PIC X(06) VALUE SPACES.
001800*
001810 01  WS-RPT-TOTAL-LINE.
001820         05  WS-TOT-CAPTION            PIC X(20).
003900     ELSE
003910         MOVE ZERO TO WS-DTL-REVERSAL-COUNT
003920     END-IF.
003921     IF W008-HELD-COUNT IS NUMERIC
003922         MOVE W008-HELD-COUNT TO WS-DTL-HELD-COUNT
003923     ELSE
003924         MOVE ZERO TO WS-DTL-HELD-COUNT
003925     END-IF.
003930     WRITE DIVRPT01-LINE FROM WS-RPT-DETAIL
003940         AFTER ADVANCING 1 LINES.
003950     PERFORM CHECK-RPT-FILE-STATUS.

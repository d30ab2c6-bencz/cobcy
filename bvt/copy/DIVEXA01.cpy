000100*                            DIVEXA01
000110*
000120*    EXCEPTION ACTION RECORD -- ONE ROW PER ACTION TAKEN OR
000130*    TRIED AGAINST A DIVEXM01 EXCEPTION MASTER ROW, KEPT ON THE
000140*    INDEXED DIVEXPND FILE. THE CHAP445 WORKBENCH FILES A
000150*    CORRECTION OR WRITE-OFF HERE AS PENDING, UNDER THE ID OF
000160*    THE OPERATOR WHO KEYED IT AND WITH THEIR NOTE; CHAP426
000170*    PICKS UP THE PENDING ROW ON ITS NEXT RUN AND MARKS IT
000180*    APPLIED, OR FAILED WHEN IT CANNOT BE USED. CHAP426 ALSO
000190*    FILES A ROW FOR EVERY DIVCOR01 CARD IT ACTS ON, AND A CARD
000200*    FOR THE SAME EXCEPTION SUPERSEDES ANY WORKBENCH ACTION
000210*    STILL PENDING. NO ROW IS EVER DELETED, SO THE ROWS FOR ONE
000220*    EXCEPTION ARE ITS FULL HISTORY OF WHAT WAS TRIED AND WHO
000230*    SETTLED IT.
000240*
000250*    KEYED BY THE EXCEPTION'S RECORD-ID AND RUN-ID PLUS THE
000260*    TIMESTAMP THE ACTION WAS FILED, SO ONE EXCEPTION'S ROWS
000270*    READ BACK IN THE ORDER THEY HAPPENED.
000280*
000290*    MOD-HISTORY.
000300*        DATE       INIT  DESCRIPTION
000310*        2026-10-15 RLW   ORIGINAL FOR THE ONLINE EXCEPTION
000320*                         WORKBENCH.
000330*
000340 01  DIVEXA01-RECORD.
000350     05  DIVEXA01-KEY.
000360         10  DIVEXA01-RECORD-ID        PIC X(10).
000370         10  DIVEXA01-RUN-ID           PIC X(12).
000380         10  DIVEXA01-ACTION-TMS       PIC X(14).
000390     05  DIVEXA01-ACTION-CODE          PIC X(01).
000400         88  DIVEXA01-ACTION-CORRECT       VALUE "C".
000410         88  DIVEXA01-ACTION-WRITE-OFF     VALUE "W".
000420     05  DIVEXA01-NEW-DIVISOR          PIC 9(05)V9(04).
000430     05  DIVEXA01-OPERATOR-ID          PIC X(08).
000440     05  DIVEXA01-NOTE                 PIC X(60).
000450     05  DIVEXA01-SOURCE               PIC X(01).
000460         88  DIVEXA01-SOURCE-WORKBENCH     VALUE "W".
000470         88  DIVEXA01-SOURCE-CARD          VALUE "K".
000480     05  DIVEXA01-STATUS               PIC X(01).
000490         88  DIVEXA01-STATUS-PENDING       VALUE "P".
000500         88  DIVEXA01-STATUS-APPLIED       VALUE "A".
000510         88  DIVEXA01-STATUS-FAILED        VALUE "F".
000520         88  DIVEXA01-STATUS-SUPERSEDED    VALUE "S".
000530     05  DIVEXA01-STATUS-DATE          PIC X(08).
000540     05  FILLER                        PIC X(10).

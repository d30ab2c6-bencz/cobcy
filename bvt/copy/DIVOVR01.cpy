000200*    MOD-HISTORY.
000210*        DATE       INIT  DESCRIPTION
000220*        2026-09-02 RLW   ORIGINAL FOR THE DUPLICATE-RUN GUARD.
000222*        2026-10-15 RLW   ADDED THE OPERATOR ID. THE OVERRIDE
000224*                         IS HONOURED ONLY FOR AN OPERATOR
000226*                         HOLDING THE DIVOPA01 OVERRIDE
000228*                         PRIVILEGE.
000230*
000240 01  DIVOVR01-RECORD.
000250     05  DIVOVR01-OVERRIDE-FLAG        PIC X(01).
000260         88  DIVOVR01-OVERRIDE-YES         VALUE "Y".
000265     05  DIVOVR01-OPERATOR-ID          PIC X(08).
000270     05  FILLER                        PIC X(71).

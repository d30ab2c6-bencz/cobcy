000220*    MOD-HISTORY.
000230*        DATE       INIT  DESCRIPTION
000240*        2026-09-02 RLW   ORIGINAL FOR BACKDATED RERUNS.
000242*        2026-10-15 RLW   ADDED THE OPERATOR ID. A CARD NAMING
000244*                         A DATE OTHER THAN TODAY IS ACCEPTED
000246*                         ONLY FROM AN OPERATOR HOLDING THE
000248*                         DIVOPA01 BACKDATE PRIVILEGE.
000250*
000260 01  DIVBDT01-RECORD.
000270     05  DIVBDT01-BUSINESS-DATE        PIC X(08).
000275     05  DIVBDT01-OPERATOR-ID          PIC X(08).
000280     05  FILLER                        PIC X(64).

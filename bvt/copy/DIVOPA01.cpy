000100*                            DIVOPA01
000110*
000120*    OPERATOR AUTHORIZATION RECORD -- ONE ROW PER OPERATOR ID
000130*    ON THE INDEXED DIVOPER FILE, NAMING THE SENSITIVE ACTIONS
000140*    THAT OPERATOR MAY TAKE. A Y IN A PRIVILEGE FLAG GRANTS
000150*    IT; ANYTHING ELSE WITHHOLDS IT. AN OPERATOR ID WITH NO
000160*    ROW HOLDS NO PRIVILEGE AT ALL. THE PRIVILEGES ARE:
000170*        OVERRIDE     THE DIVOVRD DUPLICATE-RUN OVERRIDE CARD
000180*                     AND THE DIVPARM SIMULATE SWITCH
000190*        WRITE-OFF    A DIVCOR01 WRITE-OFF CARD OR A CHAP445
000200*                     WORKBENCH WRITE-OFF
000210*        BACKDATE     A DIVBDATE CARD NAMING A DATE OTHER
000220*                     THAN TODAY
000230*        RATE CHANGE  PROPOSING (CHAP439) OR APPROVING (CHAP440)
000240*                     A DIVRAT01 RATE-MASTER CHANGE
000250*        INQUIRY      SIGNING ON TO THE CHAP425 AND CHAP429
000260*                     INQUIRY SCREENS
000270*    ROWS ARE MAINTAINED ONLY BY CHAP446 FROM DIVOPM01 CARDS,
000280*    WHICH RECORDS WHO LAST CHANGED THE ROW AND WHEN.
000290*
000300*    MOD-HISTORY.
000310*        DATE       INIT  DESCRIPTION
000320*        2026-10-15 RLW   ORIGINAL FOR OPERATOR AUTHORIZATION.
000330*
000340 01  DIVOPA01-RECORD.
000350     05  DIVOPA01-OPERATOR-ID          PIC X(08).
000360     05  DIVOPA01-OPERATOR-NAME        PIC X(30).
000370     05  DIVOPA01-PRIVILEGES.
000380         10  DIVOPA01-PRIV-OVERRIDE    PIC X(01).
000390             88  DIVOPA01-MAY-OVERRIDE     VALUE "Y".
000400         10  DIVOPA01-PRIV-WRITE-OFF   PIC X(01).
000410             88  DIVOPA01-MAY-WRITE-OFF    VALUE "Y".
000420         10  DIVOPA01-PRIV-BACKDATE    PIC X(01).
000430             88  DIVOPA01-MAY-BACKDATE     VALUE "Y".
000440         10  DIVOPA01-PRIV-RATE-CHANGE PIC X(01).
000450             88  DIVOPA01-MAY-CHANGE-RATES VALUE "Y".
000460         10  DIVOPA01-PRIV-INQUIRY     PIC X(01).
000470             88  DIVOPA01-MAY-INQUIRE      VALUE "Y".
000480     05  DIVOPA01-CHANGED-DATE         PIC X(08).
000490     05  DIVOPA01-CHANGED-BY           PIC X(08).
000500     05  FILLER                        PIC X(21).

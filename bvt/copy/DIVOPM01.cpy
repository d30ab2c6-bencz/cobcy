000100*                            DIVOPM01
000110*
000120*    OPERATOR AUTHORIZATION CARD -- ONE CARD PER CHANGE TO THE
000130*    DIVOPA01 OPERATOR AUTHORIZATION FILE, READ BY CHAP446:
000140*        A  ADD AN OPERATOR WITH THE PRIVILEGES ON THE CARD
000150*        C  CHANGE AN EXISTING OPERATOR'S NAME AND PRIVILEGES
000160*           (THE CARD REPLACES ALL FIVE FLAGS)
000170*        D  DELETE AN OPERATOR, WITHDRAWING EVERY PRIVILEGE
000180*    EVERY CARD CARRIES THE ID OF THE MAINTAINER WHO KEYED IT.
000190*    A CARD WITH NO MAINTAINER ID, OR ONE WHERE THE MAINTAINER
000200*    IS CHANGING THEIR OWN ROW, IS REFUSED.
000210*
000220*    MOD-HISTORY.
000230*        DATE       INIT  DESCRIPTION
000240*        2026-10-15 RLW   ORIGINAL FOR OPERATOR AUTHORIZATION.
000250*
000260 01  DIVOPM01-RECORD.
000270     05  DIVOPM01-ACTION-CODE          PIC X(01).
000280         88  DIVOPM01-ACTION-ADD           VALUE "A".
000290         88  DIVOPM01-ACTION-CHANGE        VALUE "C".
000300         88  DIVOPM01-ACTION-DELETE        VALUE "D".
000310     05  DIVOPM01-OPERATOR-ID          PIC X(08).
000320     05  DIVOPM01-OPERATOR-NAME        PIC X(30).
000330     05  DIVOPM01-PRIVILEGES.
000340         10  DIVOPM01-PRIV-OVERRIDE    PIC X(01).
000350         10  DIVOPM01-PRIV-WRITE-OFF   PIC X(01).
000360         10  DIVOPM01-PRIV-BACKDATE    PIC X(01).
000370         10  DIVOPM01-PRIV-RATE-CHANGE PIC X(01).
000380         10  DIVOPM01-PRIV-INQUIRY     PIC X(01).
000390     05  DIVOPM01-MAINTAINER-ID        PIC X(08).
000400     05  FILLER                        PIC X(28).

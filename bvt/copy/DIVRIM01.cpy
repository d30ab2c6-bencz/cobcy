000100*                            DIVRIM01
000110*
000120*    RECORD-ID MAINTENANCE CARD -- ONE CARD PER CHANGE TO THE
000130*    DIVRID01 RECORD-ID MASTER, READ BY CHAP450:
000140*        A  ADD A RECORD-ID NOT YET ON FILE
000150*        C  CHANGE AN EXISTING RECORD-ID (THE CARD REPLACES
000160*           EVERY FIELD)
000170*        D  DELETE A RECORD-ID
000180*    A DELETE NEEDS ONLY THE RECORD-ID. AN ID THAT HAS POSTED
000190*    IS BETTER CHANGED TO STATUS I OR GIVEN A CLOSE DATE, SO ITS
000200*    DESCRIPTION STILL SHOWS ON THE REPORTS. EVERY CARD CARRIES
000210*    THE ID OF THE OPERATOR WHO KEYED IT; A CARD WITHOUT ONE IS
000220*    REFUSED.
000230*
000240*    MOD-HISTORY.
000250*        DATE       INIT  DESCRIPTION
000260*        2026-10-15 RLW   ORIGINAL FOR THE RECORD-ID MASTER.
000270*
000280 01  DIVRIM01-RECORD.
000290     05  DIVRIM01-ACTION-CODE          PIC X(01).
000300         88  DIVRIM01-ACTION-ADD           VALUE "A".
000310         88  DIVRIM01-ACTION-CHANGE        VALUE "C".
000320         88  DIVRIM01-ACTION-DELETE        VALUE "D".
000330     05  DIVRIM01-RECORD-ID            PIC X(10).
000340     05  DIVRIM01-DESCRIPTION          PIC X(30).
000350     05  DIVRIM01-OWNER-DEPT           PIC X(04).
000360     05  DIVRIM01-PERMITTED-OPS        PIC X(05).
000370     05  DIVRIM01-PERMITTED-OP-LIST REDEFINES
000380                                   DIVRIM01-PERMITTED-OPS.
000390         10  DIVRIM01-PERMITTED-OP OCCURS 5 TIMES
000400                                       PIC X(01).
000410     05  DIVRIM01-STATUS               PIC X(01).
000420     05  DIVRIM01-OPEN-DATE            PIC X(08).
000430     05  DIVRIM01-CLOSE-DATE           PIC X(08).
000440     05  DIVRIM01-OPERATOR-ID          PIC X(08).
000450     05  FILLER                        PIC X(05).

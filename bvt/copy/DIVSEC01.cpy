000100*                            DIVSEC01
000110*
000120*    SECURITY LOG RECORD -- ONE ROW APPENDED TO THE DIVSECL LOG
000130*    EVERY TIME A PROGRAM CHECKS AN OPERATOR'S AUTHORITY FOR A
000140*    SENSITIVE ACTION, OR CHAP446 CHANGES THE AUTHORIZATION
000150*    FILE ITSELF: WHEN, WHICH PROGRAM, WHICH OPERATOR, WHICH
000160*    ACTION, THE BUSINESS DATE IT WAS TAKEN FOR, WHETHER IT WAS
000170*    GRANTED OR REFUSED, AND A SHORT DETAIL (THE RECORD OR
000180*    RATE CODE ACTED ON, OR WHY IT WAS REFUSED). THE LOG IS
000190*    NEVER REWRITTEN. CHAP447 PRINTS IT FOR THE AUDITORS.
000200*
000210*    MOD-HISTORY.
000220*        DATE       INIT  DESCRIPTION
000230*        2026-10-15 RLW   ORIGINAL FOR THE SECURITY TRAIL.
000240*
000250 01  DIVSEC01-RECORD.
000260     05  DIVSEC01-TIMESTAMP            PIC X(14).
000270     05  DIVSEC01-PROGRAM-ID           PIC X(08).
000280     05  DIVSEC01-OPERATOR-ID          PIC X(08).
000290     05  DIVSEC01-ACTION-CODE          PIC X(01).
000300         88  DIVSEC01-ACTION-OVERRIDE      VALUE "O".
000310         88  DIVSEC01-ACTION-SIMULATE      VALUE "S".
000320         88  DIVSEC01-ACTION-BACKDATE      VALUE "B".
000330         88  DIVSEC01-ACTION-WRITE-OFF     VALUE "W".
000340         88  DIVSEC01-ACTION-RATE-CHANGE   VALUE "R".
000350         88  DIVSEC01-ACTION-INQUIRY       VALUE "I".
000360         88  DIVSEC01-ACTION-AUTH-CHANGE   VALUE "A".
000370     05  DIVSEC01-BUSINESS-DATE        PIC X(08).
000380     05  DIVSEC01-OUTCOME              PIC X(01).
000390         88  DIVSEC01-OUTCOME-GRANTED      VALUE "G".
000400         88  DIVSEC01-OUTCOME-REFUSED      VALUE "R".
000410     05  DIVSEC01-DETAIL               PIC X(30).
000420     05  FILLER                        PIC X(10).

000228*                         INSTEAD OF DISPOSING OF A ROW OF THE
000229*                         RETIRED DIVEXCPT FLAT FILE. THE CARD
000231*                         LAYOUT ITSELF IS UNCHANGED.
000232*        2026-10-15 RLW   ADDED THE OPERATOR ID. A WRITE-OFF
000233*                         IS APPLIED ONLY FOR AN OPERATOR
000234*                         HOLDING THE DIVOPA01 WRITE-OFF
000235*                         PRIVILEGE.
000236*
000240 01  DIVCOR01-RECORD.
000250     05  DIVCOR01-RECORD-ID            PIC X(10).
000260     05  DIVCOR01-RUN-ID               PIC X(12).
000280         88  DIVCOR01-ACTION-CORRECT       VALUE "C".
000290         88  DIVCOR01-ACTION-WRITE-OFF     VALUE "W".
000300     05  DIVCOR01-NEW-DIVISOR          PIC 9(05)V9(04).
000310     05  DIVCOR01-OPERATOR-ID          PIC X(08).
000312     05  FILLER                        PIC X(40).

000280*                         MAX AND AVERAGE ARE NOW SIGNED, SO
000290*                         A DOWN QUARTER'S NEGATIVE
000300*                         CHANGE-RATIOS SUMMARIZE HONESTLY.
000302*        2026-10-15 RLW   CLOSED-PERIOD ADJUSTMENT ROWS (REASON
000304*                         08) ARE REVERSALS TOO AND ARE COUNTED
000306*                         AND SUMMED WITH THE REASON 09 ROWS.
000310*
000320 ENVIRONMENT DIVISION.
000330*
003710         WHEN "02"
003720             ADD 1 TO WS-RUN-EXC02-COUNT (WS-RUN-MATCH-SUB)
003730             ADD 1 TO WS-GT-EXC02-COUNT
003735         WHEN "08"
003740         WHEN "09"
003750             ADD 1 TO
003760                 WS-RUN-REVERSAL-COUNT (WS-RUN-MATCH-SUB)

000500*    TERMINATION, AND THE BALCHECK FINAL STEP CROSS-FOOTS THEM
000600*    BEFORE THE SCRUBBED FILE IS SHIPPED. FIELDS A PROGRAM HAS
000700*    NO VALUE FOR ARE WRITTEN ZERO:
000800*      STRINGHD - READ, WRITTEN, TRUNC, RECON, DUP, FORMAT
000810*                 AND CHARACTER-SET COUNTS.
000900*      CHARFREQ - READ, WRITTEN (DETAIL LINES), GRAND TOTCHAR
001000*                 AND GRAND TARGET-CHARACTER TALLY.
001100*
001360*                     (SEE RUNCREC), SO BALCHECK CAN TELL
001370*                     TONIGHT'S TOTALS FROM A STALE OR DOUBLE-
001380*                     SUBMITTED RUN'S.
001390*    2026-10-15  RJH  ADDED BAL-CHARST-CNT - RECORDS REJECTED BY
001391*                     THE CHARRULE CHARACTER-SET CHECK, THE
001392*                     FOURTH WAY A STRIN RECORD CAN LEGALLY MISS
001393*                     STROUT. RECORDS WRITTEN BEFORE IT WAS ADDED
001394*                     ARE SHORT AND READ IT AS SPACES - READERS
001395*                     OF BALANCE HISTORY TREAT THAT AS ZERO.
001400******************************************************************
001500 01  BAL-RECORD.
001600     05  BAL-PROGRAM                 PIC X(08).
002400     05  BAL-FMT-CNT                 PIC 9(05).
002500     05  BAL-RUN-DATE                PIC 9(08).
002600     05  BAL-RUN-NBR                 PIC 9(03).
002700     05  BAL-CHARST-CNT              PIC 9(05).

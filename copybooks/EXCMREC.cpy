000200*    EXCMREC.CPY
000300*    ONE RECORD OF THE EXCPMSTR KEYED EXCEPTION MASTER - THE
000400*    CUMULATIVE LIFECYCLE FILE BEHIND THE NIGHTLY TRUNCEXC,
000500*    RECONEXC, DUPEXC, FMTEXC AND CHSTEXC FILES, WHICH ARE
000600*    REPLACED BY THE NEXT NIGHT'S ALLOCATION AND OTHERWISE
000700*    VANISH. EXCPROLL ROLLS EACH NIGHT'S EXCEPTIONS IN AT END OF
000800*    STREAM (STATUS OPEN), EXCPFIX MOVES A RECORD TO REPAIRED
000900*    WHEN ITS FIX IS WRITTEN TO FIXOUT (OR TO WRITTEN-OFF ON THE
001000*    OPERATOR'S SAY-SO), AND EXCPAGE REPORTS WHAT IS STILL OPEN
001100*    AND HOW OLD. THE KEY IS THE RUN ID PLUS TYPE PLUS SEQUENCE -
001200*    EXCP-SEQ-NBR ALONE RESTARTS AT 1 EVERY NIGHT.
001300*
001400*    MODIFICATION HISTORY
001500*    2026-09-03  RJH  INITIAL VERSION.
001510*    2026-10-15  RJH  CHSTEXC (TYPE CHARST) NOW ROLLED IN TOO.
001600******************************************************************
001700 01  EXCM-RECORD.
001800     05  EXCM-KEY.

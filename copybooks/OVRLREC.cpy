000100******************************************************************
000200*    OVRLREC.CPY
000300*    ONE LINE OF THE RUNSTART OVERRIDE LOG
000400*    (PROD.EXTRACT.RUNOVR.LOG) - THE PERMANENT RECORD OF EVERY
000500*    OVERRIDE CARD (SEE OVRREC) RUNSTART ACTED ON: WHEN, THE
000600*    RUN ID IT OPENED, WHAT WAS FORCED, CAUGHT UP OR WAIVED,
000700*    WHO AUTHORISED IT AND WHY. APPENDED, NEVER REWRITTEN.
000800*
000900*    MODIFICATION HISTORY
001000*    2026-10-15  RJH  INITIAL VERSION.
001100******************************************************************
001200 01  OVRL-RECORD.
001300     05  OVRL-LOG-DATE               PIC 9(08).
001400     05  OVRL-LOG-TIME               PIC 9(08).
001500     05  FILLER                      PIC X(01).
001600     05  OVRL-RUN-DATE               PIC 9(08).
001700     05  OVRL-RUN-NBR                PIC 9(03).
001800     05  FILLER                      PIC X(01).
001900     05  OVRL-ACTION                 PIC X(05).
002000     05  FILLER                      PIC X(01).
002100     05  OVRL-DATE                   PIC 9(08).
002200     05  FILLER                      PIC X(01).
002300     05  OVRL-AUTH-ID                PIC X(08).
002400     05  FILLER                      PIC X(01).
002500     05  OVRL-REASON                 PIC X(50).
002600     05  FILLER                      PIC X(17).

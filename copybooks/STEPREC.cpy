000100******************************************************************
000200*    STEPREC.CPY
000300*    ONE LINE OF THE NIGHTLY STEP LOG
000400*    (PROD.EXTRACT.STRING.STEPLOG) - HOW EACH STEP OF THE
000500*    CLEANSING STREAM ENDED, SO THE RUNSUMM END-OF-STREAM SUMMARY
000600*    CAN REPORT EVERY STEP'S CONDITION CODE WITHOUT ANYONE
000700*    OPENING SYSOUT. RUNSTART STARTS THE FILE AFRESH AT STREAM
000800*    START AND STAMPS ITS LINE WITH THE RUN ID IT OPENED (RUN
000900*    NUMBER 0 WHEN IT REFUSED THE STREAM); EVERY LATER STEP
001000*    APPENDS ONE LINE AS IT ENDS NORMALLY, SO A STEP WITH NO LINE
001100*    WAS EITHER NOT RUN OR FAILED BEFORE ITS TERMINATION. A
001200*    RESTARTED STEP APPENDS AGAIN - THE LAST LINE FOR A PROGRAM
001300*    WINS. THE TWO COUNTS CARRY THE FIGURES THE SUMMARY NEEDS
001400*    THAT ONLY THE STEP ITSELF KNOWS:
001500*      STRMLOAD - KEYS ADDED TO / KEYS UPDATED ON STRMASTR.
001600*      CFTREND  - DEVIATION FROM THE ROLLING AVERAGE IN
001700*                 HUNDREDTHS OF A PERCENT / BASELINE GENERATIONS
001800*                 IT WAS MEASURED AGAINST (0 = NO BASELINE YET).
001900*      EXCPAGE  - OPEN EXCEPTIONS / OPEN OVER PARM-AGE-THRESH.
001950*      PARMSET  - PARMCTL VERSION THE RUN RAN UNDER / 0 KEPT,
001960*                 1 PUT IN PLACE FOR THIS RUN, 2 PARMCTL DOES
001970*                 NOT MATCH THAT VERSION ON PARMHIST.
002000*    ZERO FOR EVERY OTHER STEP.
002100*
002200*    MODIFICATION HISTORY
002300*    2026-10-15  RJH  INITIAL VERSION.
002350*    2026-10-15  RJH  PARMSET COUNTS ADDED.
002400******************************************************************
002500 01  STEP-RECORD.
002600     05  STEP-PROGRAM                PIC X(08).
002700     05  FILLER                      PIC X(01).
002800     05  STEP-RUN-ID.
002900         10  STEP-RUN-DATE           PIC 9(08).
003000         10  STEP-RUN-NBR            PIC 9(03).
003100     05  FILLER                      PIC X(01).
003200     05  STEP-RC                     PIC 9(03).
003300     05  FILLER                      PIC X(01).
003400     05  STEP-LOG-DATE               PIC 9(08).
003500     05  STEP-LOG-TIME               PIC 9(08).
003600     05  FILLER                      PIC X(01).
003700     05  STEP-COUNT-1                PIC 9(09).
003800     05  FILLER                      PIC X(01).
003900     05  STEP-COUNT-2                PIC 9(09).
004000     05  FILLER                      PIC X(19).

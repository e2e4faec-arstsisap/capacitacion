000100******************************************************************
000200*    OPHREC.CPY
000300*    ONE LINE OF THE OPERATOR-PROFILE CHANGE HISTORY (OPHIST),
000400*    APPENDED BY OPERMAINT FOR EVERY CHANGE IT MAKES TO OPERPROF
000500*    AND NEVER REWRITTEN - THE RECORD THE QUARTERLY ACCESS
000600*    REVIEW IS PRINTED FROM (SEE OPERHRPT). EACH LINE IS ONE
000700*    FIELD OF ONE PROFILE: WHEN, WHO SIGNED THE CHANGE OFF, THE
000800*    ACTION, WHOSE PROFILE, WHICH FIELD, AND THE VALUE BEFORE
000900*    AND AFTER. AN ADD WRITES ONE LINE PER FIELD SET, WITH THE
001000*    OLD VALUE BLANK.
001100*      ACTIONS - ADD, LEVEL, SUSPEND, REINSTATE, EXPIRE.
001200*      FIELDS  - NAME, LEVEL, STATUS, EFF-DATE, EXP-DATE.
001300*
001400*    MODIFICATION HISTORY
001500*    2026-10-15  RJH  INITIAL VERSION.
001600******************************************************************
001700 01  OPH-RECORD.
001800     05  OPH-CHG-DATE                PIC 9(08).
001900     05  OPH-CHG-TIME                PIC 9(08).
002000     05  FILLER                      PIC X(01).
002100     05  OPH-SIGNOFF-ID              PIC X(08).
002200     05  FILLER                      PIC X(01).
002300     05  OPH-ACTION                  PIC X(09).
002400     05  FILLER                      PIC X(01).
002500     05  OPH-OPER-ID                 PIC X(08).
002600     05  FILLER                      PIC X(01).
002700     05  OPH-FIELD                   PIC X(08).
002800     05  FILLER                      PIC X(01).
002900     05  OPH-OLD-VALUE               PIC X(20).
003000     05  FILLER                      PIC X(01).
003100     05  OPH-NEW-VALUE               PIC X(20).
003200     05  FILLER                      PIC X(05).

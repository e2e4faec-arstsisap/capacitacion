000100******************************************************************
000200*    PRMHREC.CPY
000300*    ONE ENTRY ON THE PARAMETER HISTORY (PROD.EXTRACT.PARMHIST),
000400*    APPENDED BY PARMMAINT AND NEVER REWRITTEN. EVERY VERSION OF
000500*    THE PARMCTL SETTINGS IS KEPT WHOLE - THE FIRST 100 BYTES OF
000600*    THE CONTROL RECORD, PARM-TARGET-CHAR THROUGH PARM-ACK-DAYS -
000700*    WITH THE BUSINESS DATE IT TAKES EFFECT, THE SECURITY
000800*    SIGN-OFF ID THAT APPROVED IT, WHEN IT WAS KEYED AND WHY.
000900*      BASE   - THE SETTINGS FOUND ON PARMCTL WHEN THE FIRST
001000*               CHANGE WAS MADE, KEPT SO THE RUNS BEFORE IT CAN
001100*               STILL BE TRACED TO THEIR SETTINGS.
001200*      CHANGE - A NEW VERSION. VERSION NUMBERS AND EFFECTIVE
001300*               DATES BOTH ASCEND; EACH VERSION IS BUILT ON THE
001400*               ONE BEFORE IT.
001500*      CANCEL - WITHDRAWS A VERSION NOT YET IN EFFECT. SETTINGS
001600*               ARE BLANK; PRMH-EFF-DATE IS THE WITHDRAWN
001700*               VERSION'S.
001800*    PARMSET PUTS THE HIGHEST VERSION DUE FOR THE NIGHT'S
001900*    BUSINESS DATE ON PARMCTL AND LOGS IT ON PARMRUN (PRUNREC).
002000*
002100*    MODIFICATION HISTORY
002200*    2026-10-15  RJH  INITIAL VERSION.
002300******************************************************************
002400 01  PRMH-RECORD.
002500     05  PRMH-ACTION                 PIC X(06).
002600         88  PRMH-BASE                   VALUE 'BASE  '.
002700         88  PRMH-CHANGE                 VALUE 'CHANGE'.
002800         88  PRMH-CANCEL                 VALUE 'CANCEL'.
002900     05  FILLER                      PIC X(01).
003000     05  PRMH-VERSION                PIC 9(05).
003100     05  FILLER                      PIC X(01).
003200     05  PRMH-EFF-DATE               PIC 9(08).
003300     05  FILLER                      PIC X(01).
003400     05  PRMH-SIGNOFF-ID             PIC X(08).
003500     05  FILLER                      PIC X(01).
003600     05  PRMH-CHG-DATE               PIC 9(08).
003700     05  PRMH-CHG-TIME               PIC 9(08).
003800     05  FILLER                      PIC X(01).
003900     05  PRMH-REASON                 PIC X(40).
004000     05  FILLER                      PIC X(01).
004100     05  PRMH-SETTINGS               PIC X(100).
004200     05  FILLER                      PIC X(11).

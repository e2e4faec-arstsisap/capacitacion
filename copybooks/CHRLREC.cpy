000100******************************************************************
000200*    CHRLREC.CPY
000300*    ONE ALLOWED-CHARACTER RULE FROM THE CHARACTER-SET RULES FILE
000400*    (PROD.EXTRACT.CHARRULE) - THE MAINTAINED LIST OF WHICH
000500*    CHARACTERS MAY APPEAR IN EACH STRIN INPUT FIELD. ONE RECORD
000600*    PER FIELD, NAMED AS IN INREC (IN-FEED-1, IN-FEED-2,
000700*    IN-FEED-3, IN-FREETEXT); A FIELD WITH NO RULE IS NOT CHECKED.
000800*    STRINGHANDLE LOADS THE RULES AT INITIALIZATION AND ROUTES
000900*    EVERY RECORD HOLDING A CHARACTER ITS FIELD'S RULE DOES NOT
001000*    ALLOW TO THE CHSTEXC EXCEPTION FILE, TYPE CHARST.
001100*
001200*    EACH CLASS FLAG IS Y (ALLOWED) OR N (NOT ALLOWED):
001300*      CHRL-UPPER  - UPPERCASE LETTERS.
001400*      CHRL-LOWER  - LOWERCASE LETTERS.
001500*      CHRL-DIGIT  - DIGITS 0-9.
001600*      CHRL-SPACE  - EMBEDDED SPACES. TRAILING SPACES PADDING THE
001700*                    FIELD TO ITS FULL WIDTH ARE ALWAYS ALLOWED.
001800*    CHRL-EXTRA LISTS ANY OTHER CHARACTERS ALLOWED (PUNCTUATION),
001900*    ONE AFTER ANOTHER FROM THE LEFT WITH NO SEPARATORS. ANYTHING
002000*    ELSE - LOW-VALUES, TABS AND OTHER CONTROL CHARACTERS, OR A
002100*    CLASS FLAGGED N - IS A VIOLATION.
002200*
002300*    MODIFICATION HISTORY
002400*    2026-10-15  RJH  INITIAL VERSION.
002500******************************************************************
002600 01  CHRL-RECORD.
002700     05  CHRL-FIELD                  PIC X(11).
002800     05  FILLER                      PIC X(01).
002900     05  CHRL-UPPER                  PIC X(01).
003000     05  FILLER                      PIC X(01).
003100     05  CHRL-LOWER                  PIC X(01).
003200     05  FILLER                      PIC X(01).
003300     05  CHRL-DIGIT                  PIC X(01).
003400     05  FILLER                      PIC X(01).
003500     05  CHRL-SPACE                  PIC X(01).
003600     05  FILLER                      PIC X(01).
003700     05  CHRL-EXTRA                  PIC X(30).
003800     05  FILLER                      PIC X(30).

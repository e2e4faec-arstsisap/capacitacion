000100******************************************************************
000200*    OVRREC.CPY
000300*    ONE RUNSTART OVERRIDE CARD (PROD.EXTRACT.RUNOVR). THE
000400*    CARDS ARE THE ONLY WAY PAST THE BUSINESS-CALENDAR CHECKS
000500*    AND EVERY ONE MUST BE DOCUMENTED - A CARD WITHOUT AN
000600*    AUTHORISER ID AND A REASON IS IGNORED. EACH CARD NAMES
000700*    THE DATE IT APPLIES TO, SO A CARD LEFT ON THE FILE FROM AN
000800*    EARLIER NIGHT CANNOT TAKE EFFECT ON A DIFFERENT DATE.
000900*      FORCE - OPEN THE NAMED DATE ALTHOUGH THE CALENDAR DOES
001000*              NOT SHOW IT AS A PROCESSING DAY.
001100*      CATCH - RUN THE NAMED SKIPPED PROCESSING DAY NOW, AS THE
001200*              BUSINESS DATE. ONLY HONOURED FOR THE EARLIEST
001300*              DAY STILL OUTSTANDING - SKIPPED DAYS RUN IN ORDER.
001400*      WAIVE - THE NAMED SKIPPED PROCESSING DAY WILL NOT BE RUN.
001500*    RUNSTART RECORDS EVERY CARD IT ACTS ON IN THE OVRLOG
001600*    OVERRIDE LOG (SEE OVRLREC).
001700*
001800*    MODIFICATION HISTORY
001900*    2026-10-15  RJH  INITIAL VERSION.
002000******************************************************************
002100 01  OVR-RECORD.
002200     05  OVR-ACTION                  PIC X(05).
002300         88  OVR-FORCE                   VALUE 'FORCE'.
002400         88  OVR-CATCHUP                 VALUE 'CATCH'.
002500         88  OVR-WAIVE                   VALUE 'WAIVE'.
002600     05  FILLER                      PIC X(01).
002700     05  OVR-DATE                    PIC 9(08).
002800     05  FILLER                      PIC X(01).
002900     05  OVR-AUTH-ID                 PIC X(08).
003000     05  FILLER                      PIC X(01).
003100     05  OVR-REASON                  PIC X(50).
003200     05  FILLER                      PIC X(06).

001100*
001200*    MODIFICATION HISTORY
001300*    2026-09-03  RJH  INITIAL VERSION.
001310*    2026-10-15  RJH  ADDED STRM-DROP-SW (COL 67) - SET TO D WHEN
001320*                     STRMLOAD REPORTS THE KEY DROPPED ON THE
001330*                     CHANGE DELTA (SEE DELTAREC) SO IT IS
001340*                     REPORTED ONCE, AND CLEARED WHEN THE KEY
001350*                     ARRIVES AGAIN. BLANK ON EVERY EXISTING
001360*                     RECORD, SO NO RELOAD IS NEEDED.
001400******************************************************************
001500 01  STRM-RECORD.
001600     05  STRM-FEED-KEY               PIC X(25).
001900     05  STRM-CNT2                   PIC 9(03).
002000     05  STRM-TOKEN-CNT              PIC 9(02).
002100     05  STRM-LAST-DATE              PIC 9(08).
002110     05  STRM-DROP-SW                PIC X(01).
002120         88  STRM-DROPPED                VALUE 'D'.
002200     05  FILLER                      PIC X(13).

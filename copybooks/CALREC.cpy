000100******************************************************************
000200*    CALREC.CPY
000300*    ONE DAY OF THE BUSINESS CALENDAR (PROD.EXTRACT.BUSCAL) -
000400*    THE MAINTAINED LIST OF WHICH DATES ARE PROCESSING DAYS FOR
000500*    THE NIGHTLY CLEANSING STREAM. ONE RECORD PER CALENDAR DATE
000600*    IN ASCENDING DATE ORDER, WEEKENDS AND HOLIDAYS INCLUDED AS
000700*    NON-PROCESSING DAYS, SO A DATE MISSING FROM THE FILE MEANS
000800*    THE CALENDAR HAS NOT BEEN MAINTAINED THAT FAR AHEAD.
000900*    RUNSTART DERIVES THE BUSINESS DATE FROM IT AND USES THE
001000*    PROCESSING DAYS SINCE THE LAST CLOSED RUN TO DETECT NIGHTS
001100*    THAT WERE SKIPPED.
001200*
001300*    MODIFICATION HISTORY
001400*    2026-10-15  RJH  INITIAL VERSION.
001500******************************************************************
001600 01  CAL-RECORD.
001700     05  CAL-DATE                    PIC 9(08).
001800     05  FILLER                      PIC X(01).
001900     05  CAL-DAY-TYPE                PIC X(01).
002000         88  CAL-PROCESSING              VALUE 'P'.
002100         88  CAL-NON-PROCESSING          VALUE 'N'.
002200     05  FILLER                      PIC X(01).
002300     05  CAL-DESC                    PIC X(20).
002400     05  FILLER                      PIC X(09).

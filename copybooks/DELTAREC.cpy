000100******************************************************************
000200*    DELTAREC.CPY
000300*    THE NIGHT-OVER-NIGHT CHANGE DELTA WRITTEN BY STRMLOAD AS
000400*    IT APPLIES THE NIGHT'S MSTFEED TO THE STRMASTR MASTER - THE
000500*    "ONLY WHAT CHANGED" ALTERNATIVE TO THE FULL SHIPOUT
000600*    EXTRACT, IN THE SAME HEADER/DETAIL/TRAILER STYLE (SEE
000700*    SHIPREC). ONE HEADER CARRIES THE RUN ID AND THE DROP
000800*    THRESHOLD IN EFFECT. EACH DETAIL IS ONE KEY:
000900*      ADD - A KEY NEW TO THE MASTER (OR BACK AFTER A DROP);
001000*            AFTER VALUES ONLY.
001100*      CHG - THE SCRUBBED VALUE, CNT1/CNT2 OR TOKEN COUNT
001200*            DIFFER FROM THE MASTER; BEFORE AND AFTER VALUES.
001300*      DRP - THE KEY HAS NOT ARRIVED FOR THE DROP THRESHOLD'S
001400*            NUMBER OF DAYS; BEFORE VALUES ONLY. REPORTED ONCE.
001500*    A KEY THAT ARRIVES UNCHANGED WRITES NO DETAIL. THE TRAILER
001600*    CARRIES THE DETAIL COUNT, A HASH TOTAL (THE SUM OF EVERY
001700*    ADD AND CHG DETAIL'S AFTER CNT1 + CNT2 + TOKEN COUNT, THE
001800*    SAME RULE AS THE SHIPOUT TRAILER) AND THE COUNT PER
001900*    ACTION. THE THREE 01 LEVELS ARE VIEWS OF THE SAME 130-BYTE
002000*    RECORD BUFFER, DISCRIMINATED BY THE LEADING TYPE FIELD.
002100*
002200*    MODIFICATION HISTORY
002300*    2026-10-15  RJH  INITIAL VERSION.
002400******************************************************************
002500 01  DLT-HEADER.
002600     05  DLT-HDR-TYPE                PIC X(03).
002700         88  DLT-TYPE-HEADER             VALUE 'HDR'.
002800     05  FILLER                      PIC X(01).
002900     05  DLT-HDR-RUN-DATE            PIC 9(08).
003000     05  FILLER                      PIC X(01).
003100     05  DLT-HDR-RUN-NBR             PIC 9(03).
003200     05  FILLER                      PIC X(01).
003300     05  DLT-HDR-DROP-DAYS           PIC 9(03).
003400     05  FILLER                      PIC X(110).
003500*
003600 01  DLT-DETAIL.
003700     05  DLT-DTL-TYPE                PIC X(03).
003800         88  DLT-TYPE-DETAIL             VALUE 'DTL'.
003900     05  FILLER                      PIC X(01).
004000     05  DLT-DTL-ACTION              PIC X(03).
004100         88  DLT-ACTION-ADD              VALUE 'ADD'.
004200         88  DLT-ACTION-CHG              VALUE 'CHG'.
004300         88  DLT-ACTION-DROP             VALUE 'DRP'.
004400     05  FILLER                      PIC X(01).
004500     05  DLT-DTL-FEED-KEY            PIC X(25).
004600     05  FILLER                      PIC X(01).
004700     05  DLT-DTL-BEFORE.
004800         10  DLT-BEF-SCRUBBED        PIC X(25).
004900         10  FILLER                  PIC X(01).
005000         10  DLT-BEF-CNT1            PIC 9(03).
005100         10  FILLER                  PIC X(01).
005200         10  DLT-BEF-CNT2            PIC 9(03).
005300         10  FILLER                  PIC X(01).
005400         10  DLT-BEF-TOKEN-CNT       PIC 9(02).
005500         10  FILLER                  PIC X(01).
005600         10  DLT-BEF-LAST-DATE       PIC 9(08).
005700     05  FILLER                      PIC X(01).
005800     05  DLT-DTL-AFTER.
005900         10  DLT-AFT-SCRUBBED        PIC X(25).
006000         10  FILLER                  PIC X(01).
006100         10  DLT-AFT-CNT1            PIC 9(03).
006200         10  FILLER                  PIC X(01).
006300         10  DLT-AFT-CNT2            PIC 9(03).
006400         10  FILLER                  PIC X(01).
006500         10  DLT-AFT-TOKEN-CNT       PIC 9(02).
006600         10  FILLER                  PIC X(01).
006700         10  DLT-AFT-LAST-DATE       PIC 9(08).
006800     05  FILLER                      PIC X(05).
006900*
007000 01  DLT-TRAILER.
007100     05  DLT-TRL-TYPE                PIC X(03).
007200         88  DLT-TYPE-TRAILER            VALUE 'TRL'.
007300     05  FILLER                      PIC X(01).
007400     05  DLT-TRL-COUNT               PIC 9(09).
007500     05  FILLER                      PIC X(01).
007600     05  DLT-TRL-HASH                PIC 9(13).
007700     05  FILLER                      PIC X(01).
007800     05  DLT-TRL-ADD-CNT             PIC 9(07).
007900     05  FILLER                      PIC X(01).
008000     05  DLT-TRL-CHG-CNT             PIC 9(07).
008100     05  FILLER                      PIC X(01).
008200     05  DLT-TRL-DROP-CNT            PIC 9(07).
008300     05  FILLER                      PIC X(79).

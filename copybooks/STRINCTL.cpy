000100******************************************************************
000200*    STRINCTL.CPY
000300*    THE HEADER AND TRAILER CONTROL RECORDS UPSTREAM WRAPS
000400*    AROUND THE IN-RECORD DETAILS OF PROD.EXTRACT.STRING.DAILY.
000500*    THE HEADER IS THE FIRST RECORD AND CARRIES THE SOURCE
000600*    SYSTEM AND THE BUSINESS DATE THE EXTRACT WAS CUT FOR; THE
000700*    TRAILER FOLLOWS THE LAST DETAIL AND CARRIES THE DETAIL
000800*    COUNT AND A HASH TOTAL ON IN-FEED-1 - THE SUM OF THE BYTE
000900*    VALUES (0-255) OF ALL 25 BYTES OF EVERY DETAIL'S
001000*    IN-FEED-1, SPACE-PADDED. BOTH ARE POSITIONAL IN FIXED AND
001100*    DELIMITED (PARM-IN-FORMAT D) MODE ALIKE; IN DELIMITED MODE
001200*    THE HASH IS TAKEN OVER THE FIRST DELIMITED FIELD, PADDED
001300*    TO 25. STRINCHK PROVES THE ENVELOPE BEFORE THE CLEANSING
001400*    PASS RUNS; STRINGHANDLE AND CHARFREQ PASS OVER BOTH RECORD
001500*    TYPES. THE TWO 01 LEVELS ARE VIEWS OF THE SAME STRIN
001600*    RECORD BUFFER, DISCRIMINATED BY THE LEADING TYPE FIELD -
001700*    AN IN-FEED-1 VALUE BEGINNING 'HDR ' OR 'TRL ' IS
001800*    THEREFORE RESERVED TO THE ENVELOPE.
001900*
002000*    MODIFICATION HISTORY
002100*    2026-10-15  RJH  INITIAL VERSION.
002200******************************************************************
002300 01  STRIN-HEADER.
002400     05  STRIN-HDR-TYPE              PIC X(04).
002500         88  STRIN-TYPE-HEADER           VALUE 'HDR '.
002600     05  STRIN-HDR-SOURCE-SYS        PIC X(08).
002700     05  FILLER                      PIC X(01).
002800     05  STRIN-HDR-EXTRACT-DATE      PIC 9(08).
002900     05  FILLER                      PIC X(84).
003000*
003100 01  STRIN-TRAILER.
003200     05  STRIN-TRL-TYPE              PIC X(04).
003300         88  STRIN-TYPE-TRAILER          VALUE 'TRL '.
003400     05  STRIN-TRL-REC-COUNT         PIC 9(09).
003500     05  FILLER                      PIC X(01).
003600     05  STRIN-TRL-HASH-TOTAL        PIC 9(15).
003700     05  FILLER                      PIC X(76).

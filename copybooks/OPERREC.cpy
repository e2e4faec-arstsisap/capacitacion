000700*    THE OPERATOR'S LEVEL MUST BE AT LEAST THE ENTRY'S TIER.
000800*    LEVEL 1 IS A JUNIOR OPERATOR (READ-ONLY COMMANDS); HIGHER
000900*    LEVELS UNLOCK THE DISRUPTIVE ENTRIES. MAINTAIN THIS FILE
001000*    ONLY WITH SECURITY SIGN-OFF, THROUGH OPERMAINT - IT IS
001010*    PART OF THE GATE. A PROFILE IS ONLY HONORED WHILE IT IS
001020*    NOT SUSPENDED AND EFF-DATE <= RUN DATE <= EXP-DATE; A
001030*    BLANK DATE (A LINE KEYED BEFORE THE DATES EXISTED) PUTS
001040*    NO LIMIT ON THAT SIDE.
001100*
001200*    MODIFICATION HISTORY
001300*    2026-08-22  RJH  INITIAL VERSION.
001310*    2026-10-15  RJH  ADDED OPER-STATUS (S = SUSPENDED),
001320*                     OPER-EFF-DATE AND OPER-EXP-DATE, AND THE
001330*                     SIGN-OFF ID AND DATE OF THE LAST CHANGE,
001340*                     ALL OUT OF THE OLD FILLER. THE RECORD
001350*                     WIDENED FROM 40 TO 80; EVERY EXISTING
001360*                     FIELD POSITION IS UNCHANGED, AND A 40-BYTE
001370*                     LINE STILL READS AS ACTIVE AND UNDATED.
001380*                     EVERY CHANGE MADE THROUGH OPERMAINT IS
001390*                     ALSO LOGGED ON THE OPHIST HISTORY (SEE
001391*                     OPHREC).
001400******************************************************************
001500 01  OPER-RECORD.
001600     05  OPER-ID                     PIC X(08).
001700     05  OPER-NAME                   PIC X(20).
001800     05  OPER-LEVEL                  PIC 9(01).
001810     05  OPER-STATUS                 PIC X(01).
001820         88  OPER-SUSPENDED              VALUE 'S'.
001830     05  OPER-EFF-DATE               PIC 9(08).
001860     05  OPER-EXP-DATE               PIC 9(08).
001890     05  OPER-SIGNOFF-ID             PIC X(08).
001900     05  OPER-CHG-DATE               PIC 9(08).
002000     05  FILLER                      PIC X(18).

001530*                     RUN THE ENTRY. BLANK ON A RECORD WRITTEN
001540*                     BEFORE TIERS EXISTED IS TAKEN AS 1, THE
001550*                     BEHAVIOR EVERY OPERATOR HAD UNTIL NOW.
001560*    2026-10-15  RJH  ADDED CMDF-DUAL-CTL (OUT OF THE FILLER) -
001570*                     'Y' MARKS A DUAL-CONTROL ENTRY THAT
001580*                     SYSCMD WILL ONLY RUN ONCE A SECOND,
001590*                     DIFFERENT OPERATOR AT OR ABOVE THE
001591*                     ENTRY'S TIER HAS APPROVED IT. BLANK OR
001592*                     'N' (EVERY EXISTING RECORD) IS A
001593*                     SINGLE-OPERATOR ENTRY, AS BEFORE.
001600******************************************************************
001700 01  CMDF-RECORD.
001800     05  CMDF-COMMAND                PIC X(20).
002000     05  CMDF-EXP-DATE               PIC 9(08).
002100     05  CMDF-SIGNOFF-ID             PIC X(08).
002150     05  CMDF-AUTH-LEVEL             PIC 9(01).
002160     05  CMDF-DUAL-CTL               PIC X(01).
002170         88  CMDF-DUAL-CONTROL           VALUE 'Y'.
002200     05  FILLER                      PIC X(04).

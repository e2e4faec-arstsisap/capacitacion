000300*    LAYOUT OF ONE AUDITLOG LINE AS BUILT BY SYSCMD'S
000400*    3400-WRITE-AUDIT-RECORD AND READ BACK BY THE AUDITRPT
000500*    SHIFT-SUMMARY REPORT. THE LINE IS WRITTEN INTO A PIC X(200)
000600*    FD RECORD, SO THE BYTES PAST THIS LAYOUT (COL 184) ARE
000610*    BLANK.
000700*
000800*    MODIFICATION HISTORY
001193*                     DATASET (AND ANY ARCHIVE GENERATIONS)
001194*                     AT LRECL 200 WHEN PICKING THIS UP -
001195*                     EVERY SYSCMD RUN OPENS IT EXTEND.
001203*    2026-10-15  RJH  ADDED WS-AUDIT-DUAL-STAT (COL 175) AND
001211*                     WS-AUDIT-APPROVER-ID (COLS 177-184) FOR
001219*                     DUAL-CONTROL ENTRIES - A = APPROVED BY
001227*                     THE SECOND OPERATOR NAMED, R = REFUSED
001235*                     (DECLINED, OR THE ID GIVEN WAS NOT A
001243*                     VALID APPROVER), N = NO APPROVAL GIVEN
001251*                     (CONSOLE PROMPT TIMED OUT, OR NO
001259*                     RECORDED APPROVAL IN BATCH MODE). BOTH
001267*                     ARE BLANK ON A SINGLE-OPERATOR COMMAND.
001275*                     STILL WITHIN THE 200-BYTE RECORD; EVERY
001283*                     EXISTING FIELD POSITION IS UNCHANGED.
001291******************************************************************
001300 01  WS-AUDIT-LINE.
001400     05  WS-AUDIT-SEQ                PIC 9(05).
001500     05  FILLER                      PIC X(01) VALUE SPACE.
003000     05  WS-AUDIT-OPER-ID            PIC X(08).
003100     05  FILLER                      PIC X(01) VALUE SPACE.
003200     05  WS-AUDIT-SPOOL-REF          PIC X(24).
003300     05  FILLER                      PIC X(01) VALUE SPACE.
003400     05  WS-AUDIT-DUAL-STAT          PIC X(01).
003500         88  WS-AUDIT-DUAL-APPROVED      VALUE 'A'.
003600         88  WS-AUDIT-DUAL-REFUSED       VALUE 'R'.
003700         88  WS-AUDIT-DUAL-NO-APPROVAL   VALUE 'N'.
003800     05  FILLER                      PIC X(01) VALUE SPACE.
003900     05  WS-AUDIT-APPROVER-ID        PIC X(08).

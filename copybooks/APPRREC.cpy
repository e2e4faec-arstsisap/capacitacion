000100******************************************************************
000200*    APPRREC.CPY
000300*    ONE PRE-RECORDED DUAL-CONTROL APPROVAL CARD ON THE CMDAPPR
000400*    FILE READ BY SYSCMD IN SCRIPTED (CMDIN) BATCH MODE, WHERE
000500*    THERE IS NO SECOND OPERATOR AT THE CONSOLE TO KEY AN
000600*    APPROVAL. THE SECOND OPERATOR RECORDS THE APPROVAL AHEAD
000700*    OF THE RUN: ONE CARD PER DUAL-CONTROL COMMAND (AS ON
000800*    CMDFILE) PER RUN DATE, NAMING THE APPROVER AND WHY. A CARD
000900*    ONLY COVERS THE DATE ON IT, SO ONE LEFT ON THE FILE FROM
001000*    AN EARLIER NIGHT APPROVES NOTHING. THE APPROVER IS CHECKED
001100*    AGAINST OPERPROF AT RUN TIME EXACTLY AS A CONSOLE APPROVER
001200*    WOULD BE - A DIFFERENT OPERATOR FROM THE ONE RUNNING THE
001300*    SCRIPT, AT OR ABOVE THE ENTRY'S TIER. A CARD WITHOUT A
001400*    REASON IS IGNORED.
001500*
001600*    MODIFICATION HISTORY
001700*    2026-10-15  RJH  INITIAL VERSION.
001800******************************************************************
001900 01  APPR-RECORD.
002000     05  APPR-COMMAND                PIC X(20).
002100     05  FILLER                      PIC X(01).
002200     05  APPR-RUN-DATE               PIC 9(08).
002300     05  FILLER                      PIC X(01).
002400     05  APPR-APPROVER-ID            PIC X(08).
002500     05  FILLER                      PIC X(01).
002600     05  APPR-REASON                 PIC X(40).
002700     05  FILLER                      PIC X(01).

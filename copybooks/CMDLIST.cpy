002110*    2026-08-22  RJH  ADDED WS-CMD-ALLOW-LEVEL - EACH ENTRY'S
002120*                     AUTHORIZATION TIER, CARRIED FROM
002130*                     CMDF-AUTH-LEVEL AT LOAD TIME.
002140*    2026-10-15  RJH  ADDED WS-CMD-ALLOW-DUAL - 'Y' WHEN THE
002150*                     ENTRY NEEDS A SECOND OPERATOR'S APPROVAL,
002160*                     CARRIED FROM CMDF-DUAL-CTL AT LOAD TIME.
002200******************************************************************
002300 01  WS-CMD-ENTRY-CNT                PIC 9(03) COMP VALUE 0.
002400 01  WS-CMD-ALLOW-TABLE.
002500     05  WS-CMD-ALLOW-ITEM OCCURS 50 TIMES.
002600         10  WS-CMD-ALLOW-ENTRY      PIC X(20).
002700         10  WS-CMD-ALLOW-LEVEL      PIC 9(01).
002800         10  WS-CMD-ALLOW-DUAL       PIC X(01).

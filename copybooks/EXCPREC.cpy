000995*                     RESTARTS AT 1 EVERY NIGHT, SO THE RUN ID
000996*                     IS WHAT MAKES AN EXCEPTION UNIQUELY
000997*                     IDENTIFIABLE ACROSS NIGHTS.
001007*    2026-10-15  RJH  ADDED THE CHARST TYPE FOR RECORDS CARRYING
001017*                     A CHARACTER THE CHARRULE RULES DO NOT
001027*                     ALLOW IN THAT INPUT FIELD. FIELD-2 NAMES
001037*                     THE FIELD AND POSITION, FIELD-3 THE
001047*                     CHARACTER.
001057******************************************************************
001100 01  EXCP-RECORD.
001200     05  EXCP-TYPE                   PIC X(06).
001300         88  EXCP-TYPE-TRUNC             VALUE 'TRUNC '.
001400         88  EXCP-TYPE-RECON             VALUE 'RECON '.
001450         88  EXCP-TYPE-DUP               VALUE 'DUPKEY'.
001460         88  EXCP-TYPE-FORMAT            VALUE 'FORMAT'.
001470         88  EXCP-TYPE-CHARSET           VALUE 'CHARST'.
001500     05  EXCP-SEQ-NBR                PIC 9(07).
001600     05  EXCP-FIELD-1                PIC X(25).
001700     05  EXCP-FIELD-2                PIC X(25).

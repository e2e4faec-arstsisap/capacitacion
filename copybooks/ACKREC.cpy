000100******************************************************************
000200*    ACKREC.CPY
000300*    ONE RECORD OF THE ACKNOWLEDGEMENT FILE THE RECEIVING
000400*    SYSTEM RETURNS FOR EACH SHIPOUT EXTRACT IT PROCESSES: THE
000500*    RUN ID FROM THE SHIPOUT HEADER, THE DETAIL COUNT IT LOADED
000600*    AND THE HASH TOTAL IT COMPUTED (SAME RULE AS
000700*    SHIP-TRL-HASH), AND ITS VERDICT - A = ACCEPTED, R =
000800*    REJECTED - WITH ITS OWN REASON TEXT FOR A REJECTION. READ
000900*    BY SHIPACK AGAINST THE SHIPLOG SHIPMENT LOG.
001000*
001100*    MODIFICATION HISTORY
001200*    2026-10-15  RJH  INITIAL VERSION.
001300******************************************************************
001400 01  ACK-RECORD.
001500     05  ACK-RUN-DATE                PIC 9(08).
001600     05  FILLER                      PIC X(01).
001700     05  ACK-RUN-NBR                 PIC 9(03).
001800     05  FILLER                      PIC X(01).
001900     05  ACK-COUNT                   PIC 9(09).
002000     05  FILLER                      PIC X(01).
002100     05  ACK-HASH                    PIC 9(13).
002200     05  FILLER                      PIC X(01).
002300     05  ACK-CODE                    PIC X(01).
002400         88  ACK-ACCEPTED                VALUE 'A'.
002500         88  ACK-REJECTED                VALUE 'R'.
002600     05  FILLER                      PIC X(01).
002700     05  ACK-REASON                  PIC X(30).
002800     05  FILLER                      PIC X(11).

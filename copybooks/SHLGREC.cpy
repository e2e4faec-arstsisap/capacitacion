000100******************************************************************
000200*    SHLGREC.CPY
000300*    ONE RECORD OF THE SHIPLOG KEYED SHIPMENT LOG - ONE PER
000400*    SHIPOUT EXTRACT PRODUCED, KEYED BY THE RUN ID CARRIED ON
000500*    THE SHIPOUT HEADER (SHIP-HDR-RUN-DATE/SHIP-HDR-RUN-NBR).
000600*    STRINGHANDLE WRITES IT WITH THE TRAILER'S DETAIL COUNT AND
000700*    HASH TOTAL WHEN THE EXTRACT IS CLOSED; SHIPACK FILLS IN
000800*    THE ACKNOWLEDGEMENT HALF WHEN THE RECEIVER'S ACK COMES
000900*    BACK, AND LISTS THE SHIPMENTS STILL WITHOUT ONE. A BLANK
001000*    ACK STATUS MEANS NOTHING HAS COME BACK YET.
001100*
001200*    MODIFICATION HISTORY
001300*    2026-10-15  RJH  INITIAL VERSION.
001400******************************************************************
001500 01  SHLG-RECORD.
001600     05  SHLG-RUN-ID.
001700         10  SHLG-RUN-DATE           PIC 9(08).
001800         10  SHLG-RUN-NBR            PIC 9(03).
001900     05  SHLG-SHIP-DATE              PIC 9(08).
002000     05  SHLG-COUNT                  PIC 9(09).
002100     05  SHLG-HASH                   PIC 9(13).
002200     05  SHLG-ACK-STATUS             PIC X(01).
002300         88  SHLG-UNACKED                VALUE SPACE.
002400         88  SHLG-ACCEPTED               VALUE 'A'.
002500         88  SHLG-REJECTED               VALUE 'R'.
002600         88  SHLG-MISMATCHED             VALUE 'M'.
002700     05  SHLG-ACK-DATE               PIC 9(08).
002800     05  SHLG-ACK-COUNT              PIC 9(09).
002900     05  SHLG-ACK-HASH               PIC 9(13).
003000     05  SHLG-ACK-CODE               PIC X(01).
003100     05  FILLER                      PIC X(07).

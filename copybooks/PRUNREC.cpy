000100******************************************************************
000200*    PRUNREC.CPY
000300*    ONE LINE OF THE PARAMETER RUN LOG (PROD.EXTRACT.PARMRUN) -
000400*    THE PARMCTL VERSION EACH RUN ID RAN UNDER. PARMSET APPENDS
000500*    ONE LINE PER STREAM, AFTER RUNSTART HAS OPENED THE RUN AND
000600*    BEFORE ANY STEP READS PARMCTL; A RESTARTED STREAM APPENDS
000700*    AGAIN AND THE LAST LINE FOR A RUN ID WINS. PARMMAINT'S RUN
000800*    ACTION LOOKS A NIGHT UP HERE AND SHOWS THAT VERSION'S
000900*    SETTINGS FROM PARMHIST (SEE PRMHREC).
001000*      OUTCOME A - A SCHEDULED VERSION CAME DUE AND WAS PUT ON
001100*                  PARMCTL FOR THIS RUN (PRIOR VERSION SHOWN).
001200*              K - PARMCTL WAS KEPT AS IT STOOD.
001300*              M - PARMCTL WAS KEPT, BUT DOES NOT MATCH THE
001400*                  SETTINGS PARMHIST HOLDS FOR ITS VERSION - IT
001500*                  HAS BEEN EDITED OUTSIDE PARMMAINT.
001600*
001700*    MODIFICATION HISTORY
001800*    2026-10-15  RJH  INITIAL VERSION.
001900******************************************************************
002000 01  PRUN-RECORD.
002100     05  PRUN-RUN-ID.
002200         10  PRUN-RUN-DATE           PIC 9(08).
002300         10  PRUN-RUN-NBR            PIC 9(03).
002400     05  FILLER                      PIC X(01).
002500     05  PRUN-VERSION                PIC 9(05).
002600     05  FILLER                      PIC X(01).
002700     05  PRUN-EFF-DATE               PIC 9(08).
002800     05  FILLER                      PIC X(01).
002900     05  PRUN-OUTCOME                PIC X(01).
003000         88  PRUN-APPLIED                VALUE 'A'.
003100         88  PRUN-KEPT                   VALUE 'K'.
003200         88  PRUN-MISMATCH               VALUE 'M'.
003300     05  FILLER                      PIC X(01).
003400     05  PRUN-PRIOR-VERSION          PIC 9(05).
003500     05  FILLER                      PIC X(01).
003600     05  PRUN-LOG-DATE               PIC 9(08).
003700     05  PRUN-LOG-TIME               PIC 9(08).
003800     05  FILLER                      PIC X(29).

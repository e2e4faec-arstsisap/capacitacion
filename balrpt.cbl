002500*                     COUNTS. A RESTARTED NIGHT APPENDS TWO
002600*                     RECORDS FOR THE SAME RUN; THE LAST ONE
002700*                     WINS, THE SAME RULE BALCHECK APPLIES.
002710*    2026-10-15  RJH  NEW CHST COLUMN - RECORDS STRINGHANDLE
002720*                     REJECTED FOR A CHARACTER THE CHARRULE
002730*                     RULES DO NOT ALLOW - COUNTED IN THE
002740*                     EXCEPTION RATE WITH THE OTHER TYPES.
002750*                     HISTORY RECORDS WRITTEN BEFORE BALREC
002760*                     CARRIED THE COUNT READ IT AS BLANK, WHICH
002770*                     IS TAKEN AS ZERO.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
008400         10  WS-NGT-RECON            PIC 9(05).
008500         10  WS-NGT-DUP              PIC 9(05).
008600         10  WS-NGT-FMT              PIC 9(05).
008650         10  WS-NGT-CHST             PIC 9(05).
008700*
008800 01  WS-NGT-EXCP-TOT             PIC 9(07) VALUE 0.
008900 01  WS-NGT-RATE                 PIC 9(03)V9(02) VALUE 0.
011200     05  FILLER                      PIC X(01) VALUE SPACES.
011300     05  WS-RPT-FMT                  PIC ZZZZ9.
011400     05  FILLER                      PIC X(01) VALUE SPACES.
011410     05  WS-RPT-CHST                 PIC ZZZZ9.
011420     05  FILLER                      PIC X(01) VALUE SPACES.
011500     05  WS-RPT-RATE                 PIC ZZ9.99.
011600     05  FILLER                      PIC X(04) VALUE ' PCT'.
011700     05  WS-RPT-FLAG                 PIC X(07) VALUE SPACES.
011800     05  FILLER                      PIC X(03) VALUE SPACES.
011900*
012000 PROCEDURE DIVISION.
012100*
024600     MOVE BAL-TRUNC-CNT    TO WS-NGT-TRUNC(WS-NIGHT-IDX)
024700     MOVE BAL-RECON-CNT    TO WS-NGT-RECON(WS-NIGHT-IDX)
024800     MOVE BAL-DUP-CNT      TO WS-NGT-DUP(WS-NIGHT-IDX)
024900     MOVE BAL-FMT-CNT      TO WS-NGT-FMT(WS-NIGHT-IDX)
024910     IF BAL-CHARST-CNT IS NUMERIC
024920         MOVE BAL-CHARST-CNT TO WS-NGT-CHST(WS-NIGHT-IDX)
024930     ELSE
024940         MOVE 0 TO WS-NGT-CHST(WS-NIGHT-IDX)
024950     END-IF.
025000 2200-EXIT.
025100     EXIT.
025200*
028900     ADD WS-NGT-TRUNC(WS-NIGHT-IDX)   TO WS-TOT-EXCP
029000     ADD WS-NGT-RECON(WS-NIGHT-IDX)   TO WS-TOT-EXCP
029100     ADD WS-NGT-DUP(WS-NIGHT-IDX)     TO WS-TOT-EXCP
029200     ADD WS-NGT-FMT(WS-NIGHT-IDX)     TO WS-TOT-EXCP
029250     ADD WS-NGT-CHST(WS-NIGHT-IDX)    TO WS-TOT-EXCP.
029300 3100-EXIT.
029400     EXIT.
029500*
031300     WRITE RPT-RECORD
031400     MOVE ' DATE     RUN    READ WRITTEN TRUNC RECON   DUP'
031500         TO RPT-RECORD
031600     MOVE '   FMT  CHST   RATE' TO RPT-RECORD(50:19)
031700     WRITE RPT-RECORD
031800     PERFORM 7100-WRITE-ONE-NIGHT THRU 7100-EXIT
031900         VARYING WS-NIGHT-IDX FROM 1 BY 1
035300     COMPUTE WS-NGT-EXCP-TOT =
035400         WS-NGT-TRUNC(WS-NIGHT-IDX) + WS-NGT-RECON(WS-NIGHT-IDX)
035500         + WS-NGT-DUP(WS-NIGHT-IDX) + WS-NGT-FMT(WS-NIGHT-IDX)
035550         + WS-NGT-CHST(WS-NIGHT-IDX)
035600     IF WS-NGT-READ(WS-NIGHT-IDX) > 0
035700         COMPUTE WS-NGT-RATE ROUNDED =
035800             WS-NGT-EXCP-TOT * 100 / WS-NGT-READ(WS-NIGHT-IDX)
036800     MOVE WS-NGT-RECON(WS-NIGHT-IDX)   TO WS-RPT-RECON
036900     MOVE WS-NGT-DUP(WS-NIGHT-IDX)     TO WS-RPT-DUP
037000     MOVE WS-NGT-FMT(WS-NIGHT-IDX)     TO WS-RPT-FMT
037050     MOVE WS-NGT-CHST(WS-NIGHT-IDX)    TO WS-RPT-CHST
037100     MOVE WS-NGT-RATE                  TO WS-RPT-RATE
037200     IF WS-AVG-RATE > 0
037300         AND WS-NGT-RATE > WS-FLAG-LIMIT

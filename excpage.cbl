002000*                     THE STEP WITH RETURN-CODE 8 SO THE
002100*                     SCHEDULER SEES A NEGLECTED EXCEPTION THE
002200*                     SAME NIGHT, NOT WHEN AN AUDITOR ASKS.
002220*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
002240*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
002260*                     RUNSUMM END-OF-STREAM SUMMARY. THE LINE
002280*                     CARRIES THE OPEN AND OVER-THRESHOLD COUNTS.
002290*    2026-10-15  RJH  CHARST ADDED AS A FIFTH TYPE - RECORDS
002292*                     STRINGHANDLE REJECTED FOR A CHARACTER THE
002294*                     CHARRULE RULES DO NOT ALLOW.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003600     SELECT PARMCTL        ASSIGN TO PARMCTL
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARMCTL-STATUS.
003820     SELECT STEPLOG        ASSIGN TO STEPLOG
003840         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS WS-STEPLOG-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
005000 FD  PARMCTL
005100     RECORDING MODE IS F.
005200     COPY PARMCTL.
005220*
005240 FD  STEPLOG
005260     RECORDING MODE IS F.
005280     COPY STEPREC.
005300*
005400 WORKING-STORAGE SECTION.
005500 01  WS-EXCPMSTR-STATUS          PIC X(02) VALUE '00'.
005600 01  WS-AGERPT-STATUS            PIC X(02) VALUE '00'.
005700 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
005750 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
005800*
005900 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006000     88  WS-EOF                      VALUE 'Y'.
007200 01  WS-TYPE-SUB                 PIC 9(02) COMP.
007300 01  WS-BUCKET-SUB               PIC 9(02) COMP.
007400 01  WS-TYPE-TABLE.
007500     05  WS-TYPE-ITEM OCCURS 5 TIMES.
007600         10  WS-TYPE-NAME            PIC X(06).
007700         10  WS-TYPE-OPEN            PIC 9(07).
007800         10  WS-TYPE-OLDEST          PIC 9(05).
012100         UNTIL WS-EOF
012200     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
012300     PERFORM 8000-TERMINATE THRU 8000-EXIT
012350     PERFORM 9000-LOG-STEP THRU 9000-EXIT
012400     STOP RUN.
012500*
012600******************************************************************
014100     MOVE 'RECON ' TO WS-TYPE-NAME(2)
014200     MOVE 'DUPKEY' TO WS-TYPE-NAME(3)
014300     MOVE 'FORMAT' TO WS-TYPE-NAME(4)
014350     MOVE 'CHARST' TO WS-TYPE-NAME(5)
014400     PERFORM 1200-CLEAR-ONE-TYPE THRU 1200-EXIT
014500         VARYING WS-TYPE-SUB FROM 1 BY 1
014600         UNTIL WS-TYPE-SUB > 5
014700     OPEN OUTPUT AGERPT
014800     IF WS-AGERPT-STATUS NOT = '00'
014900         DISPLAY 'AGERPT OPEN FAILED - FILE STATUS '
024900 2200-TALLY-TYPE.
025000     PERFORM 2210-MATCH-ONE-TYPE THRU 2210-EXIT
025100         VARYING WS-TYPE-SUB FROM 1 BY 1
025200         UNTIL WS-TYPE-SUB > 5.
025300 2200-EXIT.
025400     EXIT.
025500*
032300     WRITE AGE-RECORD
032400     PERFORM 7100-WRITE-ONE-TYPE THRU 7100-EXIT
032500         VARYING WS-TYPE-SUB FROM 1 BY 1
032600         UNTIL WS-TYPE-SUB > 5.
032700 7000-EXIT.
032800     EXIT.
032900*
035800     CLOSE AGERPT.
035900 8000-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
036400*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
036500*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
036600*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
036700*    THE STEP'S OWN RESULT.
036800******************************************************************
036900 9000-LOG-STEP.
037000     OPEN EXTEND STEPLOG
037100     IF WS-STEPLOG-STATUS NOT = '00'
037200         CLOSE STEPLOG
037300         OPEN OUTPUT STEPLOG
037400     END-IF
037500     IF WS-STEPLOG-STATUS NOT = '00'
037600         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
037700             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
037800         GO TO 9000-EXIT
037900     END-IF
038000     MOVE SPACES        TO STEP-RECORD
038100     MOVE 'EXCPAGE'     TO STEP-PROGRAM
038200     MOVE 0             TO STEP-RUN-DATE
038300     MOVE 0             TO STEP-RUN-NBR
038400     MOVE RETURN-CODE   TO STEP-RC
038500     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
038600     ACCEPT STEP-LOG-TIME FROM TIME
038700     MOVE WS-OPEN-CNT   TO STEP-COUNT-1
038800     MOVE WS-OVER-CNT   TO STEP-COUNT-2
038900     WRITE STEP-RECORD
039000     CLOSE STEPLOG.
039100 9000-EXIT.
039200     EXIT.

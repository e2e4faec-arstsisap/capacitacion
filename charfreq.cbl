002099*                     USED TO RE-EXTRACT SINGLE COLUMNS BY HAND
002099*                     TO LOCALIZE THIS. THE WHOLE-RECORD
002099*                     SECTIONS AND CFOUT ARE UNCHANGED.
002106*    2026-10-15  RJH  THE DAILY EXTRACT NOW ARRIVES WRAPPED IN A
002113*                     HEADER AND TRAILER (SEE STRINCTL).
002120*                     2900-READ-CFIN PASSES OVER BOTH, THE SAME
002127*                     AS STRINGHANDLE, SO THE CONTROL RECORDS
002134*                     ARE NEITHER TALLIED NOR COUNTED AND THE
002141*                     TWO READ COUNTS STILL AGREE.
002148*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
002155*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
002162*                     RUNSUMM END-OF-STREAM SUMMARY.
002169*    2026-10-15  RJH  THE BALANCE RECORD'S NEW CHARACTER-SET
002176*                     REJECT COUNT IS WRITTEN ZERO - IT IS A
002183*                     STRINGHANDLE FIGURE.
002190******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
003470     SELECT RUNCTLF        ASSIGN TO RUNCTLF
003480         ORGANIZATION IS LINE SEQUENTIAL
003490         FILE STATUS IS WS-RUNCTLF-STATUS.
003492     SELECT STEPLOG        ASSIGN TO STEPLOG
003494         ORGANIZATION IS LINE SEQUENTIAL
003496         FILE STATUS IS WS-STEPLOG-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
004050*    VIEW SO THE COUNTS MATCH THE EXTRACT LAYOUT AND THE
004060*    ROLLING CFHIST BASELINE.
004070 01  CF-IN-RAW-RECORD            PIC X(200).
004080*    THE EXTRACT'S HEADER AND TRAILER VIEWS OF THE SAME BUFFER.
004090     COPY STRINCTL.
004100*
004200 FD  CFOUT
004300     RECORDING MODE IS F.
005791 FD  RUNCTLF
005792     RECORDING MODE IS F.
005793     COPY RUNCREC.
005794*
005795 FD  STEPLOG
005796     RECORDING MODE IS F.
005797     COPY STEPREC.
005800*
005900 WORKING-STORAGE SECTION.
006000 01  WS-CFIN-STATUS              PIC X(02) VALUE '00'.
006100 01  WS-CFOUT-STATUS             PIC X(02) VALUE '00'.
006200 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
006250 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
006300*
006400 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006500     88  WS-EOF                      VALUE 'Y'.
007900     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
008000         UNTIL WS-EOF
008100     PERFORM 8000-TERMINATE THRU 8000-EXIT
008150     PERFORM 9000-LOG-STEP THRU 9000-EXIT
008200     STOP RUN.
008300*
008400******************************************************************
015400     EXIT.
015500*
015600******************************************************************
015700*    2900-READ-CFIN - READ THE NEXT INPUT RECORD, PASSING OVER
015710*    THE EXTRACT'S HEADER AND TRAILER AS STRINGHANDLE DOES.
015800******************************************************************
015900 2900-READ-CFIN.
016000     READ CFIN
016100         AT END
016200             SET WS-EOF TO TRUE
016300     END-READ
016310     IF NOT WS-EOF
016320         AND (STRIN-TYPE-HEADER OR STRIN-TYPE-TRAILER)
016330         GO TO 2900-READ-CFIN
016340     END-IF.
016400 2900-EXIT.
016500     EXIT.
016600*
036200         MOVE 0               TO BAL-RECON-CNT
036300         MOVE 0               TO BAL-DUP-CNT
036350         MOVE 0               TO BAL-FMT-CNT
036360         MOVE 0               TO BAL-CHARST-CNT
036400         MOVE WS-GRAND-TOTCHAR TO BAL-TOTCHAR
036500         MOVE WS-GRAND-TALLY  TO BAL-TALLY
036550         MOVE WS-RUN-DATE     TO BAL-RUN-DATE
036800     END-IF.
036900 8300-EXIT.
037000     EXIT.
037100*
037200******************************************************************
037300*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
037400*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
037500*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
037600*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
037700*    THE STEP'S OWN RESULT.
037800******************************************************************
037900 9000-LOG-STEP.
038000     OPEN EXTEND STEPLOG
038100     IF WS-STEPLOG-STATUS NOT = '00'
038200         CLOSE STEPLOG
038300         OPEN OUTPUT STEPLOG
038400     END-IF
038500     IF WS-STEPLOG-STATUS NOT = '00'
038600         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
038700             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
038800         GO TO 9000-EXIT
038900     END-IF
039000     MOVE SPACES        TO STEP-RECORD
039100     MOVE 'CHARFREQ'    TO STEP-PROGRAM
039200     MOVE WS-RUN-DATE   TO STEP-RUN-DATE
039300     MOVE WS-RUN-NBR    TO STEP-RUN-NBR
039400     MOVE RETURN-CODE   TO STEP-RC
039500     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
039600     ACCEPT STEP-LOG-TIME FROM TIME
039700     MOVE 0             TO STEP-COUNT-1
039800     MOVE 0             TO STEP-COUNT-2
039900     WRITE STEP-RECORD
040000     CLOSE STEPLOG.
040100 9000-EXIT.
040200     EXIT.

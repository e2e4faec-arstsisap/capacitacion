001900*                     DISCARDED. RECORDS GO ACROSS AS THEY
002000*                     ARE; THE RUN ID EACH ONE CARRIES IS WHAT
002100*                     THE BALRPT MONTH-END REPORT KEYS ON.
002120*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
002140*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
002160*                     RUNSUMM END-OF-STREAM SUMMARY.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003000     SELECT BALHISTF       ASSIGN TO BALHISTF
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-BALHISTF-STATUS.
003220     SELECT STEPLOG        ASSIGN TO STEPLOG
003240         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS WS-STEPLOG-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
004000 FD  BALHISTF
004100     RECORDING MODE IS F.
004200     COPY BALREC REPLACING BAL-RECORD BY BALH-RECORD.
004220*
004240 FD  STEPLOG
004260     RECORDING MODE IS F.
004280     COPY STEPREC.
004300*
004400 WORKING-STORAGE SECTION.
004500 01  WS-BALANCE-STATUS           PIC X(02) VALUE '00'.
004600 01  WS-BALHISTF-STATUS          PIC X(02) VALUE '00'.
004650 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
004700*
004800 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
004900     88  WS-EOF                      VALUE 'Y'.
006100     PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
006200         UNTIL WS-EOF
006300     PERFORM 8000-TERMINATE THRU 8000-EXIT
006350     PERFORM 9000-LOG-STEP THRU 9000-EXIT
006400     STOP RUN.
006500*
006600******************************************************************
012600     CLOSE BALHISTF.
012700 8000-EXIT.
012800     EXIT.
012900*
013000******************************************************************
013100*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
013200*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
013300*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
013400*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
013500*    THE STEP'S OWN RESULT.
013600******************************************************************
013700 9000-LOG-STEP.
013800     OPEN EXTEND STEPLOG
013900     IF WS-STEPLOG-STATUS NOT = '00'
014000         CLOSE STEPLOG
014100         OPEN OUTPUT STEPLOG
014200     END-IF
014300     IF WS-STEPLOG-STATUS NOT = '00'
014400         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
014500             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
014600         GO TO 9000-EXIT
014700     END-IF
014800     MOVE SPACES        TO STEP-RECORD
014900     MOVE 'BALHIST'     TO STEP-PROGRAM
015000     MOVE 0             TO STEP-RUN-DATE
015100     MOVE 0             TO STEP-RUN-NBR
015200     MOVE RETURN-CODE   TO STEP-RC
015300     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
015400     ACCEPT STEP-LOG-TIME FROM TIME
015500     MOVE 0             TO STEP-COUNT-1
015600     MOVE 0             TO STEP-COUNT-2
015700     WRITE STEP-RECORD
015800     CLOSE STEPLOG.
015900 9000-EXIT.
016000     EXIT.

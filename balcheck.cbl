002593*                     REFUSES A SECOND SUBMISSION FOR THE SAME
002594*                     BUSINESS DATE. AN OUT-OF-BALANCE RUN IS
002595*                     LEFT OPEN FOR THE RERUN.
002605*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
002615*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
002625*                     RUNSUMM END-OF-STREAM SUMMARY.
002635*    2026-10-15  RJH  THE CROSS-FOOT NOW INCLUDES BAL-CHARST-CNT -
002645*                     RECORDS STRINGHANDLE ROUTES TO CHSTEXC FOR
002655*                     A CHARACTER THE CHARRULE RULES DO NOT
002665*                     ALLOW ARE A FOURTH WAY A STRIN RECORD CAN
002675*                     LEGALLY MISS STROUT.
002685******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003310     SELECT RUNCTLF        ASSIGN TO RUNCTLF
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS WS-RUNCTLF-STATUS.
003340     SELECT STEPLOG        ASSIGN TO STEPLOG
003350         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS WS-STEPLOG-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003920 FD  RUNCTLF
003930     RECORDING MODE IS F.
003940     COPY RUNCREC.
003950*
003960 FD  STEPLOG
003970     RECORDING MODE IS F.
003980     COPY STEPREC.
004000*
004100 WORKING-STORAGE SECTION.
004200 01  WS-BALANCE-STATUS           PIC X(02) VALUE '00'.
004210 01  WS-RUNCTLF-STATUS           PIC X(02) VALUE '00'.
004215 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
004220 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
004230 01  WS-RUN-NBR                  PIC 9(03) VALUE 0.
004240 01  WS-STALE-CNT                PIC 9(03) VALUE 0.
005600 01  WS-STR-RECON-CNT            PIC 9(05) VALUE 0.
005700 01  WS-STR-DUP-CNT              PIC 9(05) VALUE 0.
005710 01  WS-STR-FMT-CNT              PIC 9(05) VALUE 0.
005720 01  WS-STR-CHARST-CNT           PIC 9(05) VALUE 0.
005800 01  WS-CF-RECS-READ             PIC 9(07) VALUE 0.
005900*
006000 01  WS-ACCOUNTED                PIC 9(07) VALUE 0.
007000         UNTIL WS-EOF
007100     PERFORM 3000-CROSS-FOOT THRU 3000-EXIT
007200     PERFORM 8000-TERMINATE THRU 8000-EXIT
007250     PERFORM 9000-LOG-STEP THRU 9000-EXIT
007300     STOP RUN.
007400*
007500******************************************************************
010800             MOVE BAL-RECON-CNT    TO WS-STR-RECON-CNT
010900             MOVE BAL-DUP-CNT      TO WS-STR-DUP-CNT
010910             MOVE BAL-FMT-CNT      TO WS-STR-FMT-CNT
010920             MOVE BAL-CHARST-CNT   TO WS-STR-CHARST-CNT
011000         ELSE
011100             IF BAL-PROGRAM = 'CHARFREQ'
011200                 SET WS-CF-FOUND TO TRUE
013900     IF WS-STR-FOUND
014000         COMPUTE WS-ACCOUNTED =
014100             WS-STR-RECS-WRITTEN + WS-STR-DUP-CNT
014150             + WS-STR-FMT-CNT + WS-STR-CHARST-CNT
014200         IF WS-STR-RECS-READ NOT = WS-ACCOUNTED
014300             ADD 1 TO WS-ERROR-CNT
014400             DISPLAY 'OUT OF BALANCE - STRIN RECORDS READ '
014500                 WS-STR-RECS-READ ' BUT STROUT WRITTEN '
014600                 WS-STR-RECS-WRITTEN ' PLUS DUPLICATES '
014700                 WS-STR-DUP-CNT ' PLUS FORMAT REJECTS '
014750                 WS-STR-FMT-CNT ' PLUS CHARSET REJECTS '
014760                 WS-STR-CHARST-CNT ' = ' WS-ACCOUNTED
014800         END-IF
014900     END-IF
015000     IF WS-STR-FOUND AND WS-CF-FOUND
016900         DISPLAY '  STROUT WRITTEN: ' WS-STR-RECS-WRITTEN
017000         DISPLAY '  DUPLICATES    : ' WS-STR-DUP-CNT
017050         DISPLAY '  FORMAT REJECTS: ' WS-STR-FMT-CNT
017060         DISPLAY '  BAD CHARACTERS: ' WS-STR-CHARST-CNT
017100         DISPLAY '  TRUNC / RECON : ' WS-STR-TRUNC-CNT ' / '
017200             WS-STR-RECON-CNT
017210         PERFORM 8100-CLOSE-RUN THRU 8100-EXIT
020300         WS-RUN-DATE ' CLOSED'.
020400 8100-EXIT.
020500     EXIT.
020600*
020700******************************************************************
020800*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
020900*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
021000*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
021100*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
021200*    THE STEP'S OWN RESULT.
021300******************************************************************
021400 9000-LOG-STEP.
021500     OPEN EXTEND STEPLOG
021600     IF WS-STEPLOG-STATUS NOT = '00'
021700         CLOSE STEPLOG
021800         OPEN OUTPUT STEPLOG
021900     END-IF
022000     IF WS-STEPLOG-STATUS NOT = '00'
022100         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
022200             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
022300         GO TO 9000-EXIT
022400     END-IF
022500     MOVE SPACES        TO STEP-RECORD
022600     MOVE 'BALCHECK'    TO STEP-PROGRAM
022700     MOVE WS-RUN-DATE   TO STEP-RUN-DATE
022800     MOVE WS-RUN-NBR    TO STEP-RUN-NBR
022900     MOVE RETURN-CODE   TO STEP-RC
023000     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
023100     ACCEPT STEP-LOG-TIME FROM TIME
023200     MOVE 0             TO STEP-COUNT-1
023300     MOVE 0             TO STEP-COUNT-2
023400     WRITE STEP-RECORD
023500     CLOSE STEPLOG.
023600 9000-EXIT.
023700     EXIT.

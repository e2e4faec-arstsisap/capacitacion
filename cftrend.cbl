002995*                     ORDER DIGITS OF ANY DEVIATION OF 1000
002996*                     PERCENT OR MORE, ON THE VERY REPORT
002997*                     MEANT TO DOCUMENT THE DRIFT.
003007*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
003017*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
003027*                     RUNSUMM END-OF-STREAM SUMMARY. THE LINE
003037*                     CARRIES TONIGHT'S DEVIATION AND THE NUMBER
003047*                     OF BASELINE GENERATIONS IT WAS MEASURED
003057*                     AGAINST.
003067******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
004400     SELECT PARMCTL        ASSIGN TO PARMCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PARMCTL-STATUS.
004620     SELECT STEPLOG        ASSIGN TO STEPLOG
004640         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-STEPLOG-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
006200 FD  PARMCTL
006300     RECORDING MODE IS F.
006400     COPY PARMCTL.
006420*
006440 FD  STEPLOG
006460     RECORDING MODE IS F.
006480     COPY STEPREC.
006500*
006600 WORKING-STORAGE SECTION.
006700 01  WS-CFOUT-STATUS             PIC X(02) VALUE '00'.
006800 01  WS-CFHIST-STATUS            PIC X(02) VALUE '00'.
006900 01  WS-TRDOUT-STATUS            PIC X(02) VALUE '00'.
007000 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
007050 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
007100*
007200 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007300     88  WS-EOF                      VALUE 'Y'.
008000*
008100 01  WS-HIST-CNT                 PIC 9(02) COMP VALUE 0.
008200 01  WS-HIST-IDX                 PIC 9(02) COMP.
008250 01  WS-BASE-CNT                 PIC 9(02) VALUE 0.
008300 01  WS-HIST-TABLE.
008400     05  WS-HIST-ITEM OCCURS 30 TIMES.
008500         10  WS-HIST-TOTCHAR         PIC 9(07).
011300     PERFORM 3000-COMPUTE-TREND THRU 3000-EXIT
011400     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
011500     PERFORM 8000-TERMINATE THRU 8000-EXIT
011550     PERFORM 9000-LOG-STEP THRU 9000-EXIT
011600     STOP RUN.
011700*
011800******************************************************************
038800*    ALARMED RUN STILL MAINTAINS ITS HISTORY.
038900******************************************************************
039000 8000-TERMINATE.
039050     MOVE WS-HIST-CNT TO WS-BASE-CNT
039100     PERFORM 8100-REWRITE-HISTORY THRU 8100-EXIT
039200     CLOSE TRDOUT
039300     DISPLAY 'CFTREND GENERATIONS ON FILE: ' WS-HIST-CNT
043400     WRITE CFH-RECORD.
043600 8110-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
044100*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
044200*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
044300*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
044400*    THE STEP'S OWN RESULT.
044500******************************************************************
044600 9000-LOG-STEP.
044700     OPEN EXTEND STEPLOG
044800     IF WS-STEPLOG-STATUS NOT = '00'
044900         CLOSE STEPLOG
045000         OPEN OUTPUT STEPLOG
045100     END-IF
045200     IF WS-STEPLOG-STATUS NOT = '00'
045300         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
045400             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
045500         GO TO 9000-EXIT
045600     END-IF
045700     MOVE SPACES        TO STEP-RECORD
045800     MOVE 'CFTREND'     TO STEP-PROGRAM
045900     MOVE 0             TO STEP-RUN-DATE
046000     MOVE 0             TO STEP-RUN-NBR
046100     MOVE RETURN-CODE   TO STEP-RC
046200     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
046300     ACCEPT STEP-LOG-TIME FROM TIME
046400     COMPUTE STEP-COUNT-1 = WS-DEVIATION * 100
046500     MOVE WS-BASE-CNT   TO STEP-COUNT-2
046600     WRITE STEP-RECORD
046700     CLOSE STEPLOG.
046800 9000-EXIT.
046900     EXIT.

002600*                     NEXT NIGHT'S EXTRACT, SO BY THE TIME THIS
002700*                     STEP RUNS AGAIN THE REPAIR HAS BEEN
002800*                     RE-DRIVEN THROUGH THE CLEANSING PASS.
002820*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
002840*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
002860*                     RUNSUMM END-OF-STREAM SUMMARY.
002870*    2026-10-15  RJH  ROLLS A FIFTH EXCEPTION FILE, CHSTEXC -
002880*                     STRINGHANDLE'S CHARST REJECTS FOR
002890*                     CHARACTERS THE CHARRULE RULES DO NOT
002895*                     ALLOW - THE SAME WAY AS THE OTHER FOUR.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EXCM-KEY
005000         FILE STATUS IS WS-EXCPMSTR-STATUS.
005010     SELECT CHSTEXC        ASSIGN TO CHSTEXC
005012         ORGANIZATION IS LINE SEQUENTIAL
005014         FILE STATUS IS WS-CHSTEXC-STATUS.
005020     SELECT STEPLOG        ASSIGN TO STEPLOG
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-STEPLOG-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
006700     RECORDING MODE IS F.
006800     COPY EXCPREC REPLACING EXCP-RECORD BY FMT-EXCP-RECORD.
006900*
006910 FD  CHSTEXC
006920     RECORDING MODE IS F.
006930     COPY EXCPREC REPLACING EXCP-RECORD BY CHST-EXCP-RECORD.
006940*
007000 FD  EXCPMSTR
007100     RECORD CONTAINS 150 CHARACTERS.
007200     COPY EXCMREC.
007220*
007240 FD  STEPLOG
007260     RECORDING MODE IS F.
007280     COPY STEPREC.
007300*
007400 WORKING-STORAGE SECTION.
007500 01  WS-TRUNCEXC-STATUS          PIC X(02) VALUE '00'.
007700 01  WS-DUPEXC-STATUS            PIC X(02) VALUE '00'.
007800 01  WS-FMTEXC-STATUS            PIC X(02) VALUE '00'.
007900 01  WS-EXCPMSTR-STATUS          PIC X(02) VALUE '00'.
007950 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
007960 01  WS-CHSTEXC-STATUS           PIC X(02) VALUE '00'.
008000*
008100 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
008200     88  WS-EOF                      VALUE 'Y'.
008600 01  WS-DUPED-CNT                PIC 9(07) VALUE 0.
008700 01  WS-REPLAY-CNT               PIC 9(07) VALUE 0.
008800*
008900*    ONE EXCEPTION RECORD STAGED IN WORKING STORAGE SO THE FIVE
009000*    PER-FILE READ PARAGRAPHS CAN SHARE A SINGLE APPLY PATH.
009100     COPY EXCPREC REPLACING EXCP-RECORD BY WS-EXCP-WORK.
009200*
010200     PERFORM 2100-ROLL-RECONEXC THRU 2100-EXIT
010300     PERFORM 2200-ROLL-DUPEXC THRU 2200-EXIT
010400     PERFORM 2300-ROLL-FMTEXC THRU 2300-EXIT
010450     PERFORM 2400-ROLL-CHSTEXC THRU 2400-EXIT
010500     PERFORM 8000-TERMINATE THRU 8000-EXIT
010550     PERFORM 9000-LOG-STEP THRU 9000-EXIT
010600     STOP RUN.
010700*
010800******************************************************************
016500     EXIT.
016600*
016700******************************************************************
016800*    2000 THROUGH 2400 - ONE ROLL PASS PER EXCEPTION FILE. A
016900*    FILE THAT IS NOT THERE (STATUS 35) ONLY COSTS ITS OWN
017000*    ROLL; THE NIGHT MAY LEGITIMATELY HAVE NO EXCEPTIONS OF A
017100*    GIVEN TYPE WHEN THE ALLOCATION WAS NEVER MADE.
027400 2310-EXIT.
027500     EXIT.
027600*
027603 2400-ROLL-CHSTEXC.
027606     OPEN INPUT CHSTEXC
027609     IF WS-CHSTEXC-STATUS NOT = '00'
027612         DISPLAY 'CHSTEXC NOT AVAILABLE - FILE STATUS '
027615             WS-CHSTEXC-STATUS ' - NOT ROLLED'
027618         GO TO 2400-EXIT
027621     END-IF
027624     MOVE 'N' TO WS-EOF-SW
027627     PERFORM 2410-ROLL-ONE-CHST THRU 2410-EXIT
027630         UNTIL WS-EOF
027633     CLOSE CHSTEXC.
027636 2400-EXIT.
027639     EXIT.
027642*
027645 2410-ROLL-ONE-CHST.
027648     READ CHSTEXC
027651         AT END
027654             SET WS-EOF TO TRUE
027657     END-READ
027660     IF NOT WS-EOF
027663         MOVE CHST-EXCP-RECORD TO WS-EXCP-WORK
027666         PERFORM 3000-APPLY-ONE-EXCP THRU 3000-EXIT
027669     END-IF.
027672 2410-EXIT.
027675     EXIT.
027678*
027700******************************************************************
027800*    3000-APPLY-ONE-EXCP - FILE ONE EXCEPTION ON THE MASTER AS
027900*    OPEN. A DUPLICATE KEY MEANS A RESTARTED ROLL - THE MASTER
031500     CLOSE EXCPMSTR.
031600 8000-EXIT.
031700     EXIT.
031800*
031900******************************************************************
032000*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
032100*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
032200*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
032300*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
032400*    THE STEP'S OWN RESULT.
032500******************************************************************
032600 9000-LOG-STEP.
032700     OPEN EXTEND STEPLOG
032800     IF WS-STEPLOG-STATUS NOT = '00'
032900         CLOSE STEPLOG
033000         OPEN OUTPUT STEPLOG
033100     END-IF
033200     IF WS-STEPLOG-STATUS NOT = '00'
033300         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
033400             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
033500         GO TO 9000-EXIT
033600     END-IF
033700     MOVE SPACES        TO STEP-RECORD
033800     MOVE 'EXCPROLL'    TO STEP-PROGRAM
033900     MOVE 0             TO STEP-RUN-DATE
034000     MOVE 0             TO STEP-RUN-NBR
034100     MOVE RETURN-CODE   TO STEP-RC
034200     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
034300     ACCEPT STEP-LOG-TIME FROM TIME
034400     MOVE 0             TO STEP-COUNT-1
034500     MOVE 0             TO STEP-COUNT-2
034600     WRITE STEP-RECORD
034700     CLOSE STEPLOG.
034800 9000-EXIT.
034900     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STRINCHK.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - EXTRACT CLEANSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - INBOUND ENVELOPE CHECK
001200*                     ON THE DAILY STRING EXTRACT, RUN AHEAD OF
001300*                     THE CLEANSING PASS. BALCHECK ONLY PROVES
001400*                     STRINGHANDLE AND CHARFREQ READ THE SAME
001500*                     RECORDS, NOT THE RIGHT NUMBER OF THEM - A
001600*                     TRANSFER CUT SHORT UPSTREAM USED TO BE
001700*                     CLEANSED, BALANCED AND SHIPPED. THE
001800*                     EXTRACT NOW ARRIVES WRAPPED IN A HEADER
001900*                     AND TRAILER (SEE STRINCTL): THE HEADER
002000*                     DATE MUST BE TONIGHT'S RUNCTLF BUSINESS
002100*                     DATE, AND THE TRAILER COUNT AND IN-FEED-1
002200*                     HASH TOTAL MUST MATCH WHAT WAS READ. ANY
002300*                     MISMATCH ENDS WITH RETURN-CODE 12 - KEPT
002400*                     APART FROM THE 8 OF AN OUT-OF-BALANCE
002500*                     NIGHT AND THE 16 OF A FILE FAILURE - SO
002600*                     ON-CALL KNOWS TO CHASE THE SOURCE SYSTEM.
002700*                     RECORDS AFTER THE TRAILER ARE EXCPFIX
002800*                     REPAIRS CONCATENATED BEHIND THE EXTRACT;
002900*                     THEY ARE COUNTED BUT ARE NOT PART OF THE
003000*                     UPSTREAM TOTALS.
003020*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
003040*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
003060*                     RUNSUMM END-OF-STREAM SUMMARY.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STRIN          ASSIGN TO STRIN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-STRIN-STATUS.
003900     SELECT PARMCTL        ASSIGN TO PARMCTL
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PARMCTL-STATUS.
004200     SELECT RUNCTLF        ASSIGN TO RUNCTLF
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RUNCTLF-STATUS.
004420     SELECT STEPLOG        ASSIGN TO STEPLOG
004440         ORGANIZATION IS LINE SEQUENTIAL
004460         FILE STATUS IS WS-STEPLOG-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  STRIN
004900     RECORDING MODE IS F.
005000     COPY INREC.
005100     COPY STRINCTL.
005200*    THE WIDE VIEW, AS IN STRINGHANDLE - ONE DELIMITED LINE IS
005300*    ONE RECORD EVEN AT ITS MAXIMAL LEGAL LENGTH.
005400 01  IN-RAW-RECORD                   PIC X(200).
005500*
005600 FD  PARMCTL
005700     RECORDING MODE IS F.
005800     COPY PARMCTL.
005900*
006000 FD  RUNCTLF
006100     RECORDING MODE IS F.
006200     COPY RUNCREC.
006220*
006240 FD  STEPLOG
006260     RECORDING MODE IS F.
006280     COPY STEPREC.
006300*
006400 WORKING-STORAGE SECTION.
006500 01  WS-STRIN-STATUS             PIC X(02) VALUE '00'.
006600 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
006700 01  WS-RUNCTLF-STATUS           PIC X(02) VALUE '00'.
006750 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
006800 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
006900 01  WS-RUN-NBR                  PIC 9(03) VALUE 0.
007000*
007100 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007200     88  WS-EOF                      VALUE 'Y'.
007300 01  WS-IN-FORMAT                PIC X(01) VALUE 'F'.
007400     88  WS-FMT-DELIM                VALUE 'D'.
007500 01  WS-DELIM-CHAR               PIC X(01) VALUE '|'.
007600*
007700 01  WS-HDR-FOUND-SW             PIC X(01) VALUE 'N'.
007800     88  WS-HDR-FOUND                VALUE 'Y'.
007900 01  WS-TRL-FOUND-SW             PIC X(01) VALUE 'N'.
008000     88  WS-TRL-FOUND                VALUE 'Y'.
008100 01  WS-HDR-SOURCE-SYS           PIC X(08) VALUE SPACES.
008200 01  WS-HDR-EXTRACT-DATE         PIC X(08) VALUE SPACES.
008300 01  WS-HDR-EXTRACT-DATE-NUM REDEFINES WS-HDR-EXTRACT-DATE
008400                                 PIC 9(08).
008500 01  WS-TRL-REC-COUNT            PIC X(09) VALUE SPACES.
008600 01  WS-TRL-REC-COUNT-NUM REDEFINES WS-TRL-REC-COUNT
008700                                 PIC 9(09).
008800 01  WS-TRL-HASH-TOTAL           PIC X(15) VALUE SPACES.
008900 01  WS-TRL-HASH-TOTAL-NUM REDEFINES WS-TRL-HASH-TOTAL
009000                                 PIC 9(15).
009100*
009200 01  WS-PHYS-CNT                 PIC 9(09) VALUE 0.
009300 01  WS-DETAIL-CNT               PIC 9(09) VALUE 0.
009400 01  WS-REDRIVE-CNT              PIC 9(07) VALUE 0.
009500 01  WS-HASH-TOTAL               PIC 9(15) VALUE 0.
009600 01  WS-HASH-FIELD               PIC X(25) VALUE SPACES.
009700 01  WS-HASH-SUB                 PIC 9(03) COMP.
009800 01  WS-BYTE-VALUE               PIC 9(03) COMP.
009900 01  WS-ERROR-CNT                PIC 9(03) VALUE 0.
010000*
010100 PROCEDURE DIVISION.
010200*
010300******************************************************************
010400*    0000-MAINLINE
010500******************************************************************
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010800     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
010900         UNTIL WS-EOF
011000     PERFORM 3000-CHECK-ENVELOPE THRU 3000-EXIT
011100     PERFORM 8000-TERMINATE THRU 8000-EXIT
011150     PERFORM 9000-LOG-STEP THRU 9000-EXIT
011200     STOP RUN.
011300*
011400******************************************************************
011500*    1000-INITIALIZE - PICK UP THE RUN ID AND THE INPUT FORMAT,
011600*    OPEN THE EXTRACT AND PRIME THE FIRST READ.
011700******************************************************************
011800 1000-INITIALIZE.
011900     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT
012000     PERFORM 1100-READ-PARM THRU 1100-EXIT
012100     OPEN INPUT STRIN
012200     IF WS-STRIN-STATUS NOT = '00'
012300         DISPLAY 'STRIN OPEN FAILED - FILE STATUS '
012400             WS-STRIN-STATUS
012500         MOVE 16 TO RETURN-CODE
012600         STOP RUN
012700     END-IF
012800     PERFORM 2900-READ-STRIN THRU 2900-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100*
013200******************************************************************
013300*    1050-READ-RUN-CONTROL - PICK UP THE RUN ID RUNSTART OPENED
013400*    FOR TONIGHT. WITHOUT AN OPEN RUN THERE IS NO BUSINESS DATE
013500*    TO HOLD THE HEADER AGAINST - THE STEP ABENDS, AS
013600*    STRINGHANDLE WOULD.
013700******************************************************************
013800 1050-READ-RUN-CONTROL.
013900     OPEN INPUT RUNCTLF
014000     IF WS-RUNCTLF-STATUS NOT = '00'
014100         DISPLAY 'RUNCTLF OPEN FAILED - FILE STATUS '
014200             WS-RUNCTLF-STATUS ' - SUBMIT RUNSTART FIRST'
014300         MOVE 16 TO RETURN-CODE
014400         STOP RUN
014500     END-IF
014600     READ RUNCTLF
014700         AT END
014800             CONTINUE
014900     END-READ
015000     IF WS-RUNCTLF-STATUS NOT = '00' OR NOT RUNC-OPEN
015100         DISPLAY 'NO OPEN RUN ON RUNCTLF - SUBMIT RUNSTART'
015200             ' FIRST'
015300         MOVE 16 TO RETURN-CODE
015400         STOP RUN
015500     END-IF
015600     MOVE RUNC-DATE    TO WS-RUN-DATE
015700     MOVE RUNC-RUN-NBR TO WS-RUN-NBR
015800     CLOSE RUNCTLF.
015900 1050-EXIT.
016000     EXIT.
016100*
016200******************************************************************
016300*    1100-READ-PARM - THE INPUT FORMAT AND DELIMITER, WHICH
016400*    DECIDE WHERE IN-FEED-1 SITS ON A DETAIL RECORD. MISSING
016500*    OR EMPTY PARMCTL LEAVES THE FIXED-FORMAT DEFAULTS.
016600******************************************************************
016700 1100-READ-PARM.
016800     OPEN INPUT PARMCTL
016900     IF WS-PARMCTL-STATUS = '00'
017000         READ PARMCTL
017100             AT END
017200                 CONTINUE
017300         END-READ
017400         IF WS-PARMCTL-STATUS = '00'
017500             IF PARM-IN-FORMAT = 'F' OR PARM-IN-FORMAT = 'D'
017600                 MOVE PARM-IN-FORMAT TO WS-IN-FORMAT
017700             END-IF
017800             IF PARM-DELIM-CHAR NOT = SPACE
017900                 MOVE PARM-DELIM-CHAR TO WS-DELIM-CHAR
018000             END-IF
018100         END-IF
018200         CLOSE PARMCTL
018300     ELSE
018400         DISPLAY 'PARMCTL NOT FOUND - USING DEFAULTS'
018500     END-IF.
018600 1100-EXIT.
018700     EXIT.
018800*
018900******************************************************************
019000*    2000-PROCESS-RECORD - SORT EACH RECORD INTO HEADER,
019100*    TRAILER, UPSTREAM DETAIL OR (AFTER THE TRAILER) A
019200*    CONCATENATED REPAIR. A HEADER ANYWHERE BUT FIRST, OR A
019300*    SECOND TRAILER, MEANS TWO EXTRACTS RAN TOGETHER OR ONE
019400*    WAS SPLICED - EITHER WAY THE ENVELOPE CANNOT BE TRUSTED.
019500******************************************************************
019600 2000-PROCESS-RECORD.
019700     ADD 1 TO WS-PHYS-CNT
019800     IF STRIN-TYPE-HEADER
019900         IF WS-PHYS-CNT = 1
020000             SET WS-HDR-FOUND TO TRUE
020100             MOVE STRIN-HDR-SOURCE-SYS   TO WS-HDR-SOURCE-SYS
020200             MOVE STRIN-HDR-EXTRACT-DATE TO WS-HDR-EXTRACT-DATE
020300         ELSE
020400             ADD 1 TO WS-ERROR-CNT
020500             DISPLAY 'ENVELOPE ERROR - HEADER RECORD FOUND AT'
020600                 ' RECORD ' WS-PHYS-CNT ' - ONLY THE FIRST'
020700                 ' RECORD MAY BE A HEADER'
020800         END-IF
020900         GO TO 2000-READ-NEXT
021000     END-IF
021100     IF STRIN-TYPE-TRAILER
021200         IF WS-TRL-FOUND
021300             ADD 1 TO WS-ERROR-CNT
021400             DISPLAY 'ENVELOPE ERROR - SECOND TRAILER RECORD'
021500                 ' FOUND AT RECORD ' WS-PHYS-CNT
021600         ELSE
021700             SET WS-TRL-FOUND TO TRUE
021800             MOVE STRIN-TRL-REC-COUNT  TO WS-TRL-REC-COUNT
021900             MOVE STRIN-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
022000         END-IF
022100         GO TO 2000-READ-NEXT
022200     END-IF
022300     IF WS-TRL-FOUND
022400         ADD 1 TO WS-REDRIVE-CNT
022500     ELSE
022600         ADD 1 TO WS-DETAIL-CNT
022700         PERFORM 2100-HASH-FEED-1 THRU 2100-EXIT
022800     END-IF.
022900 2000-READ-NEXT.
023000     PERFORM 2900-READ-STRIN THRU 2900-EXIT.
023100 2000-EXIT.
023200     EXIT.
023300*
023400******************************************************************
023500*    2100-HASH-FEED-1 - ADD THIS DETAIL'S IN-FEED-1 TO THE HASH
023600*    TOTAL. FIXED FORMAT TAKES THE INREC FIELD AS IT STANDS;
023700*    DELIMITED FORMAT TAKES THE FIRST FIELD UP TO THE RUN'S
023800*    DELIMITER, SPACE-PADDED TO 25. A MALFORMED DELIMITED
023900*    RECORD IS STILL HASHED ON WHATEVER ITS FIRST FIELD HOLDS -
024000*    UPSTREAM SENT IT, SO UPSTREAM COUNTED IT; STRINGHANDLE
024100*    DEALS WITH ITS FORMAT LATER.
024200******************************************************************
024300 2100-HASH-FEED-1.
024400     IF WS-FMT-DELIM
024500         MOVE SPACES TO WS-HASH-FIELD
024600         UNSTRING IN-RAW-RECORD
024700             DELIMITED BY WS-DELIM-CHAR
024800             INTO WS-HASH-FIELD
024900         END-UNSTRING
025000     ELSE
025100         MOVE IN-FEED-1 TO WS-HASH-FIELD
025200     END-IF
025300     PERFORM 2110-HASH-ONE-BYTE THRU 2110-EXIT
025400         VARYING WS-HASH-SUB FROM 1 BY 1
025500         UNTIL WS-HASH-SUB > 25.
025600 2100-EXIT.
025700     EXIT.
025800*
025900*    FUNCTION ORD GIVES THE BYTE VALUE PLUS ONE - THERE IS NO
026000*    PLAIN-VERB WAY TO TURN A CHARACTER INTO ITS ORDINAL, THE
026100*    SAME AS CHARFREQ'S DISTRIBUTION TALLY.
026200 2110-HASH-ONE-BYTE.
026300     MOVE FUNCTION ORD(WS-HASH-FIELD(WS-HASH-SUB:1))
026400         TO WS-BYTE-VALUE
026500     SUBTRACT 1 FROM WS-BYTE-VALUE
026600     ADD WS-BYTE-VALUE TO WS-HASH-TOTAL.
026700 2110-EXIT.
026800     EXIT.
026900*
027000******************************************************************
027100*    2900-READ-STRIN - READ THE NEXT INPUT RECORD.
027200******************************************************************
027300 2900-READ-STRIN.
027400     READ STRIN
027500         AT END
027600             SET WS-EOF TO TRUE
027700     END-READ.
027800 2900-EXIT.
027900     EXIT.
028000*
028100******************************************************************
028200*    3000-CHECK-ENVELOPE - THE CHECKS. EACH FAILURE IS REPORTED
028300*    ON ITS OWN LINE NAMING THE MISMATCH, SO THE CALL TO THE
028400*    SOURCE SYSTEM CAN SAY EXACTLY WHAT ARRIVED WRONG.
028500******************************************************************
028600 3000-CHECK-ENVELOPE.
028700     IF NOT WS-HDR-FOUND
028800         ADD 1 TO WS-ERROR-CNT
028900         DISPLAY 'ENVELOPE ERROR - NO HEADER RECORD - THE'
029000             ' EXTRACT IS NOT WRAPPED OR LOST ITS FRONT IN'
029100             ' TRANSFER'
029200     ELSE
029300         IF WS-HDR-EXTRACT-DATE NOT NUMERIC
029400             OR WS-HDR-EXTRACT-DATE-NUM NOT = WS-RUN-DATE
029500             ADD 1 TO WS-ERROR-CNT
029600             DISPLAY 'HEADER DATE MISMATCH - EXTRACT FROM '
029700                 WS-HDR-SOURCE-SYS ' IS DATED '
029800                 WS-HDR-EXTRACT-DATE ' BUT THE RUN BUSINESS'
029900                 ' DATE IS ' WS-RUN-DATE
030000         END-IF
030100     END-IF
030200     IF NOT WS-TRL-FOUND
030300         ADD 1 TO WS-ERROR-CNT
030400         DISPLAY 'ENVELOPE ERROR - NO TRAILER RECORD - THE'
030500             ' EXTRACT WAS CUT SHORT IN TRANSFER'
030600         GO TO 3000-EXIT
030700     END-IF
030800     IF WS-TRL-REC-COUNT NOT NUMERIC
030900         OR WS-TRL-REC-COUNT-NUM NOT = WS-DETAIL-CNT
031000         ADD 1 TO WS-ERROR-CNT
031100         DISPLAY 'TRAILER COUNT MISMATCH - TRAILER SAYS '
031200             WS-TRL-REC-COUNT ' RECORDS BUT '
031300             WS-DETAIL-CNT ' WERE READ'
031400     END-IF
031500     IF WS-TRL-HASH-TOTAL NOT NUMERIC
031600         OR WS-TRL-HASH-TOTAL-NUM NOT = WS-HASH-TOTAL
031700         ADD 1 TO WS-ERROR-CNT
031800         DISPLAY 'TRAILER HASH MISMATCH - TRAILER SAYS '
031900             WS-TRL-HASH-TOTAL ' BUT THE IN-FEED-1 HASH OF'
032000             ' THE RECORDS READ IS ' WS-HASH-TOTAL
032100     END-IF.
032200 3000-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600*    8000-TERMINATE - REPORT THE VERDICT AND SET THE
032700*    RETURN-CODE THE SCHEDULER ACTS ON.
032800******************************************************************
032900 8000-TERMINATE.
033000     IF WS-ERROR-CNT = 0
033100         DISPLAY 'STRINCHK - EXTRACT ENVELOPE VERIFIED FOR RUN '
033200             WS-RUN-NBR ' OF ' WS-RUN-DATE
033300         DISPLAY '  SOURCE SYSTEM : ' WS-HDR-SOURCE-SYS
033400         DISPLAY '  DETAIL RECORDS: ' WS-DETAIL-CNT
033500         DISPLAY '  IN-FEED-1 HASH: ' WS-HASH-TOTAL
033600         IF WS-REDRIVE-CNT > 0
033700             DISPLAY '  REPAIRS AFTER TRAILER: ' WS-REDRIVE-CNT
033800         END-IF
033900     ELSE
034000         DISPLAY 'STRINCHK - ' WS-ERROR-CNT ' ENVELOPE'
034100             ' CONDITION(S) FAILED - EXTRACT REFUSED, REFER TO'
034200             ' THE SOURCE SYSTEM'
034300         MOVE 12 TO RETURN-CODE
034400     END-IF
034500     CLOSE STRIN.
034600 8000-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
035100*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
035200*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
035300*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
035400*    THE STEP'S OWN RESULT.
035500******************************************************************
035600 9000-LOG-STEP.
035700     OPEN EXTEND STEPLOG
035800     IF WS-STEPLOG-STATUS NOT = '00'
035900         CLOSE STEPLOG
036000         OPEN OUTPUT STEPLOG
036100     END-IF
036200     IF WS-STEPLOG-STATUS NOT = '00'
036300         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
036400             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
036500         GO TO 9000-EXIT
036600     END-IF
036700     MOVE SPACES        TO STEP-RECORD
036800     MOVE 'STRINCHK'    TO STEP-PROGRAM
036900     MOVE WS-RUN-DATE   TO STEP-RUN-DATE
037000     MOVE WS-RUN-NBR    TO STEP-RUN-NBR
037100     MOVE RETURN-CODE   TO STEP-RC
037200     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
037300     ACCEPT STEP-LOG-TIME FROM TIME
037400     MOVE 0             TO STEP-COUNT-1
037500     MOVE 0             TO STEP-COUNT-2
037600     WRITE STEP-RECORD
037700     CLOSE STEPLOG.
037800 9000-EXIT.
037900     EXIT.

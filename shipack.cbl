000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SHIPACK.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - EXTRACT CLEANSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - SHIPMENT ACKNOWLEDGEMENT
001200*                     RECONCILIATION. READS THE ACKNOWLEDGEMENT
001300*                     FILE THE RECEIVING SYSTEM RETURNS (SEE
001400*                     ACKREC) AND MATCHES EACH ACK BY RUN ID
001500*                     AGAINST THE SHIPLOG SHIPMENT LOG
001600*                     STRINGHANDLE WRITES IN SHIP MODE. AN
001700*                     ACCEPTANCE WHOSE COUNT AND HASH AGREE WITH
001800*                     THE LOGGED TRAILER IS ACCEPTED; A
001900*                     REJECTION IS REJECTED; AN ACCEPTANCE THAT
002000*                     DISAGREES, AN UNKNOWN VERDICT CODE, OR AN
002100*                     ACK FOR A RUN NEVER SHIPPED IS MISMATCHED.
002200*                     THE VERDICT IS RECORDED ON THE LOG, THEN
002300*                     THE LOG IS SWEPT FOR SHIPMENTS STILL
002400*                     UNACKNOWLEDGED AFTER PARM-ACK-DAYS
002500*                     (DEFAULT 3) - THE "WE NEVER GOT TUESDAY'S
002600*                     FILE" LIST. ANY REJECTED, MISMATCHED OR
002700*                     OVERDUE SHIPMENT ENDS THE STEP WITH
002800*                     RETURN-CODE 8. NO ACK FILE IS JUST A DAY
002900*                     WITH NOTHING BACK - THE OVERDUE SWEEP
003000*                     STILL RUNS.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ACKIN          ASSIGN TO ACKIN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-ACKIN-STATUS.
003900     SELECT SHIPLOG        ASSIGN TO SHIPLOG
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SHLG-RUN-ID
004300         FILE STATUS IS WS-SHIPLOG-STATUS.
004400     SELECT ACKRPT         ASSIGN TO ACKRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ACKRPT-STATUS.
004700     SELECT PARMCTL        ASSIGN TO PARMCTL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PARMCTL-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ACKIN
005400     RECORDING MODE IS F.
005500     COPY ACKREC.
005600*
005700 FD  SHIPLOG
005800     RECORD CONTAINS 80 CHARACTERS.
005900     COPY SHLGREC.
006000*
006100 FD  ACKRPT
006200     RECORDING MODE IS F.
006300 01  ACKRPT-RECORD               PIC X(80).
006400*
006500 FD  PARMCTL
006600     RECORDING MODE IS F.
006700     COPY PARMCTL.
006800*
006900 WORKING-STORAGE SECTION.
007000 01  WS-ACKIN-STATUS             PIC X(02) VALUE '00'.
007100 01  WS-SHIPLOG-STATUS           PIC X(02) VALUE '00'.
007200 01  WS-ACKRPT-STATUS            PIC X(02) VALUE '00'.
007300 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
007400*
007500 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007600     88  WS-EOF                      VALUE 'Y'.
007700 01  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
007800     88  WS-LOG-EOF                  VALUE 'Y'.
007900 01  WS-ACKIN-OPEN-SW            PIC X(01) VALUE 'N'.
008000     88  WS-ACKIN-OPEN               VALUE 'Y'.
008100*
008200 01  WS-ACK-DAYS                 PIC 9(02) VALUE 3.
008300 01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
008400 01  WS-TODAY-INT                PIC 9(07) COMP VALUE 0.
008500 01  WS-SHIP-INT                 PIC 9(07) COMP VALUE 0.
008600 01  WS-AGE-DAYS                 PIC S9(05) COMP VALUE 0.
008700*
008800 01  WS-ACK-READ-CNT             PIC 9(07) VALUE 0.
008900 01  WS-ACCEPT-CNT               PIC 9(07) VALUE 0.
009000 01  WS-REJECT-CNT               PIC 9(07) VALUE 0.
009100 01  WS-MISMATCH-CNT             PIC 9(07) VALUE 0.
009200 01  WS-OVERDUE-CNT              PIC 9(07) VALUE 0.
009300 01  WS-PENDING-CNT              PIC 9(07) VALUE 0.
009400*
009500 01  WS-VERDICT                  PIC X(10) VALUE SPACES.
009600 01  WS-NOTE                     PIC X(27) VALUE SPACES.
009700*
009800 01  WS-ACK-DETAIL.
009900     05  FILLER                      PIC X(02) VALUE SPACES.
010000     05  WS-ACK-RUN-DATE             PIC 9(08) VALUE 0.
010100     05  FILLER                      PIC X(01) VALUE SPACES.
010200     05  WS-ACK-RUN-NBR              PIC 9(03) VALUE 0.
010300     05  FILLER                      PIC X(02) VALUE SPACES.
010400     05  WS-ACK-VERDICT              PIC X(10) VALUE SPACES.
010500     05  FILLER                      PIC X(01) VALUE SPACES.
010600     05  WS-ACK-SENT                 PIC ZZZ,ZZZ,ZZ9.
010700     05  FILLER                      PIC X(01) VALUE SPACES.
010800     05  WS-ACK-LOADED               PIC ZZZ,ZZZ,ZZ9.
010900     05  FILLER                      PIC X(03) VALUE SPACES.
011000     05  WS-ACK-NOTE                 PIC X(27) VALUE SPACES.
011100*
011200 01  WS-DUE-DETAIL.
011300     05  FILLER                      PIC X(02) VALUE SPACES.
011400     05  WS-DUE-RUN-DATE             PIC 9(08) VALUE 0.
011500     05  FILLER                      PIC X(01) VALUE SPACES.
011600     05  WS-DUE-RUN-NBR              PIC 9(03) VALUE 0.
011700     05  FILLER                      PIC X(02) VALUE SPACES.
011800     05  WS-DUE-SHIP-DATE            PIC 9(08) VALUE 0.
011900     05  FILLER                      PIC X(02) VALUE SPACES.
012000     05  WS-DUE-AGE                  PIC ZZZZ9.
012100     05  FILLER                      PIC X(05) VALUE ' DAYS'.
012200     05  FILLER                      PIC X(02) VALUE SPACES.
012300     05  WS-DUE-COUNT                PIC ZZZ,ZZZ,ZZ9.
012400     05  FILLER                      PIC X(02) VALUE SPACES.
012500     05  WS-DUE-HASH                 PIC 9(13) VALUE 0.
012600     05  FILLER                      PIC X(16) VALUE SPACES.
012700*
012800 01  WS-SUM-DETAIL.
012900     05  FILLER                      PIC X(02) VALUE SPACES.
013000     05  WS-SUM-LABEL                PIC X(30) VALUE SPACES.
013100     05  WS-SUM-COUNT                PIC ZZZ,ZZ9.
013200     05  FILLER                      PIC X(41) VALUE SPACES.
013300*
013400 PROCEDURE DIVISION.
013500*
013600******************************************************************
013700*    0000-MAINLINE
013800******************************************************************
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014100     PERFORM 2000-MATCH-ONE-ACK THRU 2000-EXIT
014200         UNTIL WS-EOF
014300     PERFORM 3000-LIST-OVERDUE THRU 3000-EXIT
014400     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
014500     PERFORM 8000-TERMINATE THRU 8000-EXIT
014600     STOP RUN.
014700*
014800******************************************************************
014900*    1000-INITIALIZE - LOAD THE THRESHOLD, OPEN THE LOG AND THE
015000*    REPORT, AND PRIME THE ACK FILE. NO SHIPMENT LOG MEANS
015100*    NOTHING HAS EVER BEEN SHIPPED IN SHIP MODE - REPORTED AND
015200*    ENDS CLEAN. NO ACK FILE MEANS NOTHING CAME BACK TODAY.
015300******************************************************************
015400 1000-INITIALIZE.
015500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
015600*    THERE IS NO PLAIN-VERB WAY TO COUNT DAYS BETWEEN TWO
015700*    CALENDAR DATES - FUNCTION INTEGER-OF-DATE IS THE SAME
015800*    EXCEPTION EXCPAGE MAKES FOR ITS AGING.
015900     COMPUTE WS-TODAY-INT =
016000         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
016100     PERFORM 1100-READ-PARM THRU 1100-EXIT
016200     OPEN OUTPUT ACKRPT
016300     IF WS-ACKRPT-STATUS NOT = '00'
016400         DISPLAY 'ACKRPT OPEN FAILED - FILE STATUS '
016500             WS-ACKRPT-STATUS
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016900     MOVE 'SHIPACK - SHIPMENT ACKNOWLEDGEMENT RECONCILIATION'
017000         TO ACKRPT-RECORD
017100     WRITE ACKRPT-RECORD
017200     MOVE ALL '-' TO ACKRPT-RECORD
017300     WRITE ACKRPT-RECORD
017400     OPEN I-O SHIPLOG
017500     IF WS-SHIPLOG-STATUS NOT = '00'
017600         DISPLAY 'SHIPLOG NOT AVAILABLE - FILE STATUS '
017700             WS-SHIPLOG-STATUS ' - NOTHING TO RECONCILE'
017800         MOVE '  NO SHIPMENT LOG - NOTHING TO RECONCILE'
017900             TO ACKRPT-RECORD
018000         WRITE ACKRPT-RECORD
018100         CLOSE ACKRPT
018200         STOP RUN
018300     END-IF
018400     MOVE 'ACKNOWLEDGEMENTS RECEIVED' TO ACKRPT-RECORD
018500     WRITE ACKRPT-RECORD
018600     MOVE '  RUN DATE RUN  VERDICT           SENT      LOADED'
018650         TO ACKRPT-RECORD
018700     MOVE 'NOTE' TO ACKRPT-RECORD(54:4)
018800     WRITE ACKRPT-RECORD
018900     OPEN INPUT ACKIN
019000     IF WS-ACKIN-STATUS NOT = '00'
019100         DISPLAY 'ACKIN NOT AVAILABLE - FILE STATUS '
019200             WS-ACKIN-STATUS ' - NO ACKNOWLEDGEMENTS TODAY'
019300         SET WS-EOF TO TRUE
019400     ELSE
019500         SET WS-ACKIN-OPEN TO TRUE
019600         PERFORM 2900-READ-ACKIN THRU 2900-EXIT
019700     END-IF.
019800 1000-EXIT.
019900     EXIT.
020000*
020100******************************************************************
020200*    1100-READ-PARM - THE OVERDUE THRESHOLD IN DAYS. MISSING
020300*    OR EMPTY PARMCTL, OR A BLANK OR ZERO FIELD, LEAVES THE
020400*    DEFAULT OF 3.
020500******************************************************************
020600 1100-READ-PARM.
020700     OPEN INPUT PARMCTL
020800     IF WS-PARMCTL-STATUS = '00'
020900         READ PARMCTL
021000             AT END
021100                 CONTINUE
021200         END-READ
021300         IF WS-PARMCTL-STATUS = '00'
021400             AND PARM-ACK-DAYS IS NUMERIC
021500             AND PARM-ACK-DAYS > 0
021600             MOVE PARM-ACK-DAYS TO WS-ACK-DAYS
021700         END-IF
021800         CLOSE PARMCTL
021900     ELSE
022000         DISPLAY 'PARMCTL NOT FOUND - USING DEFAULT THRESHOLD'
022100     END-IF.
022200 1100-EXIT.
022300     EXIT.
022400*
022500******************************************************************
022600*    2000-MATCH-ONE-ACK - FIND THE SHIPMENT THE ACK IS FOR AND
022700*    JUDGE IT. AN ACK WHOSE RUN ID IS NOT NUMERIC, OR NAMES A
022800*    RUN NOT ON THE LOG, CANNOT BE MATCHED AND IS REPORTED AS
022900*    MISMATCHED WITHOUT TOUCHING THE LOG. A SECOND ACK FOR THE
023000*    SAME RUN (A RECEIVER RELOAD) REPLACES THE FIRST VERDICT.
023100******************************************************************
023200 2000-MATCH-ONE-ACK.
023300     ADD 1 TO WS-ACK-READ-CNT
023400     MOVE SPACES TO WS-ACK-DETAIL
023500     MOVE 0      TO WS-ACK-SENT
023600     MOVE 0      TO WS-ACK-LOADED
023700     IF ACK-RUN-DATE IS NOT NUMERIC
023800         OR ACK-RUN-NBR IS NOT NUMERIC
023900         ADD 1 TO WS-MISMATCH-CNT
024000         MOVE 'MISMATCHED'            TO WS-ACK-VERDICT
024100         MOVE 'RUN ID NOT READABLE'   TO WS-ACK-NOTE
024200         PERFORM 2800-WRITE-ACK-LINE THRU 2800-EXIT
024300         GO TO 2000-READ-NEXT
024400     END-IF
024500     MOVE ACK-RUN-DATE TO WS-ACK-RUN-DATE
024600     MOVE ACK-RUN-NBR  TO WS-ACK-RUN-NBR
024700     IF ACK-COUNT IS NUMERIC
024800         MOVE ACK-COUNT TO WS-ACK-LOADED
024900     END-IF
025000     MOVE ACK-RUN-DATE TO SHLG-RUN-DATE
025100     MOVE ACK-RUN-NBR  TO SHLG-RUN-NBR
025200     READ SHIPLOG
025300     IF WS-SHIPLOG-STATUS NOT = '00'
025400         ADD 1 TO WS-MISMATCH-CNT
025500         MOVE 'MISMATCHED'            TO WS-ACK-VERDICT
025600         MOVE 'NOT ON SHIPMENT LOG'   TO WS-ACK-NOTE
025700         PERFORM 2800-WRITE-ACK-LINE THRU 2800-EXIT
025800         GO TO 2000-READ-NEXT
025900     END-IF
026000     MOVE SHLG-COUNT TO WS-ACK-SENT
026100     IF NOT SHLG-UNACKED
026200         DISPLAY 'RUN ' ACK-RUN-NBR ' OF ' ACK-RUN-DATE
026300             ' ACKNOWLEDGED AGAIN - PRIOR VERDICT '
026400             SHLG-ACK-STATUS ' REPLACED'
026500     END-IF
026600     PERFORM 2100-JUDGE-ACK THRU 2100-EXIT
026700     MOVE WS-TODAY-DATE TO SHLG-ACK-DATE
026800     MOVE ACK-CODE      TO SHLG-ACK-CODE
026900     IF ACK-COUNT IS NUMERIC
027000         MOVE ACK-COUNT TO SHLG-ACK-COUNT
027100     ELSE
027200         MOVE 0         TO SHLG-ACK-COUNT
027300     END-IF
027400     IF ACK-HASH IS NUMERIC
027500         MOVE ACK-HASH  TO SHLG-ACK-HASH
027600     ELSE
027700         MOVE 0         TO SHLG-ACK-HASH
027800     END-IF
027900     REWRITE SHLG-RECORD
028000     IF WS-SHIPLOG-STATUS NOT = '00'
028100         DISPLAY 'SHIPLOG REWRITE FAILED - FILE STATUS '
028200             WS-SHIPLOG-STATUS ' - RUN ' ACK-RUN-NBR ' OF '
028300             ACK-RUN-DATE
028400     END-IF
028500     MOVE WS-VERDICT TO WS-ACK-VERDICT
028600     MOVE WS-NOTE    TO WS-ACK-NOTE
028700     PERFORM 2800-WRITE-ACK-LINE THRU 2800-EXIT.
028800 2000-READ-NEXT.
028900     PERFORM 2900-READ-ACKIN THRU 2900-EXIT.
029000 2000-EXIT.
029100     EXIT.
029200*
029300******************************************************************
029400*    2100-JUDGE-ACK - THE VERDICT. A REJECTION STANDS ON THE
029500*    RECEIVER'S SAY-SO AND CARRIES ITS REASON. AN ACCEPTANCE
029600*    IS ONLY ACCEPTED WHEN THE RECEIVER LOADED WHAT THE
029700*    TRAILER SAID WAS SENT - OTHERWISE THEY LOADED SOMETHING
029800*    ELSE, WHICH IS THE MISMATCH THIS PROGRAM EXISTS TO CATCH.
029900******************************************************************
030000 2100-JUDGE-ACK.
030100     MOVE SPACES TO WS-NOTE
030200     IF ACK-REJECTED
030300         ADD 1 TO WS-REJECT-CNT
030400         SET SHLG-REJECTED TO TRUE
030500         MOVE 'REJECTED'  TO WS-VERDICT
030600         MOVE ACK-REASON  TO WS-NOTE
030700         GO TO 2100-EXIT
030800     END-IF
030900     IF NOT ACK-ACCEPTED
031000         ADD 1 TO WS-MISMATCH-CNT
031100         SET SHLG-MISMATCHED TO TRUE
031200         MOVE 'MISMATCHED' TO WS-VERDICT
031300         MOVE 'UNKNOWN ACK CODE'  TO WS-NOTE
031400         MOVE ACK-CODE    TO WS-NOTE(18:1)
031500         GO TO 2100-EXIT
031600     END-IF
031700     IF ACK-COUNT IS NOT NUMERIC OR ACK-HASH IS NOT NUMERIC
031800         ADD 1 TO WS-MISMATCH-CNT
031900         SET SHLG-MISMATCHED TO TRUE
032000         MOVE 'MISMATCHED' TO WS-VERDICT
032100         MOVE 'COUNT OR HASH NOT READABLE' TO WS-NOTE
032200         GO TO 2100-EXIT
032300     END-IF
032400     IF ACK-COUNT = SHLG-COUNT AND ACK-HASH = SHLG-HASH
032500         ADD 1 TO WS-ACCEPT-CNT
032600         SET SHLG-ACCEPTED TO TRUE
032700         MOVE 'ACCEPTED'  TO WS-VERDICT
032800         GO TO 2100-EXIT
032900     END-IF
033000     ADD 1 TO WS-MISMATCH-CNT
033100     SET SHLG-MISMATCHED TO TRUE
033200     MOVE 'MISMATCHED' TO WS-VERDICT
033300     IF ACK-COUNT NOT = SHLG-COUNT
033400         AND ACK-HASH NOT = SHLG-HASH
033500         MOVE 'COUNT AND HASH DIFFER' TO WS-NOTE
033600     ELSE
033700         IF ACK-COUNT NOT = SHLG-COUNT
033800             MOVE 'COUNT DIFFERS'     TO WS-NOTE
033900         ELSE
034000             MOVE 'HASH DIFFERS'      TO WS-NOTE
034100         END-IF
034200     END-IF.
034300 2100-EXIT.
034400     EXIT.
034500*
034600 2800-WRITE-ACK-LINE.
034700     MOVE WS-ACK-DETAIL TO ACKRPT-RECORD
034800     WRITE ACKRPT-RECORD.
034900 2800-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300*    2900-READ-ACKIN - READ THE NEXT ACKNOWLEDGEMENT.
035400******************************************************************
035500 2900-READ-ACKIN.
035600     READ ACKIN
035700         AT END
035800             SET WS-EOF TO TRUE
035900     END-READ.
036000 2900-EXIT.
036100     EXIT.
036200*
036300******************************************************************
036400*    3000-LIST-OVERDUE - SWEEP THE WHOLE LOG IN RUN-ID ORDER
036500*    FOR SHIPMENTS WITH NO ACKNOWLEDGEMENT. ONE OLDER THAN THE
036600*    THRESHOLD IS LISTED; A YOUNGER ONE IS ONLY COUNTED AS
036700*    STILL PENDING.
036800******************************************************************
036900 3000-LIST-OVERDUE.
037000     MOVE SPACES TO ACKRPT-RECORD
037100     WRITE ACKRPT-RECORD
037200     MOVE 'SHIPMENTS UNACKNOWLEDGED AFTER    DAYS'
037300         TO ACKRPT-RECORD
037400     MOVE WS-ACK-DAYS TO ACKRPT-RECORD(33:2)
037500     WRITE ACKRPT-RECORD
037600     MOVE '  RUN DATE RUN  SHIPPED        AGE      DETAILS  HASH'
037700         TO ACKRPT-RECORD
037800     WRITE ACKRPT-RECORD
037900     MOVE LOW-VALUES TO SHLG-RUN-ID
038000     START SHIPLOG KEY IS NOT LESS THAN SHLG-RUN-ID
038100         INVALID KEY
038200             SET WS-LOG-EOF TO TRUE
038300     END-START
038400     PERFORM 3100-CHECK-ONE-SHIPMENT THRU 3100-EXIT
038500         UNTIL WS-LOG-EOF
038600     IF WS-OVERDUE-CNT = 0
038700         MOVE '  NONE OVERDUE' TO ACKRPT-RECORD
038800         WRITE ACKRPT-RECORD
038900     END-IF.
039000 3000-EXIT.
039100     EXIT.
039200*
039300*    A SHIP DATE THAT CANNOT BE A CALENDAR DATE IS AGED AS
039400*    ZERO RATHER THAN ABENDING THE SWEEP OVER ONE BAD RECORD,
039500*    THE SAME RULE EXCPAGE APPLIES.
039600 3100-CHECK-ONE-SHIPMENT.
039700     READ SHIPLOG NEXT RECORD
039800         AT END
039900             SET WS-LOG-EOF TO TRUE
040000             GO TO 3100-EXIT
040100     END-READ
040200     IF NOT SHLG-UNACKED
040300         GO TO 3100-EXIT
040400     END-IF
040500     MOVE 0 TO WS-AGE-DAYS
040600     IF SHLG-SHIP-DATE IS NUMERIC
040700         AND SHLG-SHIP-DATE > 19000101
040800         AND SHLG-SHIP-DATE < 21000101
040900         COMPUTE WS-SHIP-INT =
041000             FUNCTION INTEGER-OF-DATE(SHLG-SHIP-DATE)
041100         IF WS-SHIP-INT > 0
041200             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SHIP-INT
041300         END-IF
041400     END-IF
041500     IF WS-AGE-DAYS < WS-ACK-DAYS
041600         ADD 1 TO WS-PENDING-CNT
041700         GO TO 3100-EXIT
041800     END-IF
041900     ADD 1 TO WS-OVERDUE-CNT
042000     MOVE SPACES         TO WS-DUE-DETAIL
042100     MOVE SHLG-RUN-DATE  TO WS-DUE-RUN-DATE
042200     MOVE SHLG-RUN-NBR   TO WS-DUE-RUN-NBR
042300     MOVE SHLG-SHIP-DATE TO WS-DUE-SHIP-DATE
042400     MOVE WS-AGE-DAYS    TO WS-DUE-AGE
042500     MOVE SHLG-COUNT     TO WS-DUE-COUNT
042600     MOVE SHLG-HASH      TO WS-DUE-HASH
042700     MOVE WS-DUE-DETAIL  TO ACKRPT-RECORD
042800     WRITE ACKRPT-RECORD.
042900 3100-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300*    7000-WRITE-SUMMARY - THE COUNTS BEHIND THE VERDICT.
043400******************************************************************
043500 7000-WRITE-SUMMARY.
043600     MOVE SPACES TO ACKRPT-RECORD
043700     WRITE ACKRPT-RECORD
043800     MOVE 'SUMMARY' TO ACKRPT-RECORD
043900     WRITE ACKRPT-RECORD
044000     MOVE 'ACKNOWLEDGEMENTS READ'    TO WS-SUM-LABEL
044100     MOVE WS-ACK-READ-CNT            TO WS-SUM-COUNT
044200     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT
044300     MOVE 'ACCEPTED'                 TO WS-SUM-LABEL
044400     MOVE WS-ACCEPT-CNT              TO WS-SUM-COUNT
044500     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT
044600     MOVE 'REJECTED'                 TO WS-SUM-LABEL
044700     MOVE WS-REJECT-CNT              TO WS-SUM-COUNT
044800     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT
044900     MOVE 'MISMATCHED'               TO WS-SUM-LABEL
045000     MOVE WS-MISMATCH-CNT            TO WS-SUM-COUNT
045100     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT
045200     MOVE 'UNACKNOWLEDGED - OVERDUE' TO WS-SUM-LABEL
045300     MOVE WS-OVERDUE-CNT             TO WS-SUM-COUNT
045400     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT
045500     MOVE 'UNACKNOWLEDGED - PENDING' TO WS-SUM-LABEL
045600     MOVE WS-PENDING-CNT             TO WS-SUM-COUNT
045700     PERFORM 7100-WRITE-SUM-LINE THRU 7100-EXIT.
045800 7000-EXIT.
045900     EXIT.
046000*
046100 7100-WRITE-SUM-LINE.
046200     MOVE WS-SUM-DETAIL TO ACKRPT-RECORD
046300     WRITE ACKRPT-RECORD.
046400 7100-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800*    8000-TERMINATE - DISPLAY RUN TOTALS, CLOSE THE FILES, AND
046900*    SET THE RETURN-CODE THE SCHEDULER ACTS ON.
047000******************************************************************
047100 8000-TERMINATE.
047200     DISPLAY 'SHIPACK ACKS READ          : ' WS-ACK-READ-CNT
047300     DISPLAY 'SHIPACK ACCEPTED           : ' WS-ACCEPT-CNT
047400     DISPLAY 'SHIPACK REJECTED           : ' WS-REJECT-CNT
047500     DISPLAY 'SHIPACK MISMATCHED         : ' WS-MISMATCH-CNT
047600     DISPLAY 'SHIPACK OVERDUE            : ' WS-OVERDUE-CNT
047700     IF WS-REJECT-CNT > 0 OR WS-MISMATCH-CNT > 0
047800         OR WS-OVERDUE-CNT > 0
047900         DISPLAY 'SHIPACK - SHIPMENTS REJECTED, MISMATCHED OR'
048000             ' OVERDUE - RETURN-CODE 8'
048100         MOVE 8 TO RETURN-CODE
048200     END-IF
048300     IF WS-ACKIN-OPEN
048400         CLOSE ACKIN
048500     END-IF
048600     CLOSE SHIPLOG
048700     CLOSE ACKRPT.
048800 8000-EXIT.
048900     EXIT.

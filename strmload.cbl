002200*                     CLEANSING PASS CARRY BLANK FEEDS) ARE
002300*                     COUNTED AND SKIPPED - A BLANK KEY IS NOT
002400*                     A KEY ANYONE WILL INQUIRE ON.
002404*    2026-10-15  RJH  ADDED THE DELTAOUT NIGHT-OVER-NIGHT CHANGE
002408*                     DELTA (SEE DELTAREC) FOR RECEIVERS THAT
002412*                     WANT ONLY WHAT CHANGED RATHER THAN THE
002416*                     FULL SHIPOUT EVERY NIGHT. THE MASTER'S
002420*                     PRIOR VALUES ARE KEPT ASIDE BEFORE EACH
002424*                     REWRITE: A NEW KEY IS AN ADD, A KEY WHOSE
002428*                     SCRUBBED VALUE, TALLIES OR TOKEN COUNT
002432*                     MOVED IS A CHG CARRYING BOTH SETS OF
002436*                     VALUES, AND AN UNCHANGED KEY WRITES
002440*                     NOTHING. AFTER THE FEED, THE MASTER IS
002444*                     SWEPT FOR KEYS NOT ARRIVED FOR
002448*                     PARM-DROP-DAYS (DEFAULT 30), EACH
002452*                     REPORTED DRP ONCE AND MARKED ON THE
002456*                     MASTER. THE RUN ID COMES FROM RUNCTLF -
002460*                     BALCHECK HAS CLOSED THE RUN BY THIS STEP,
002464*                     SO A CLOSED RECORD IS EXPECTED HERE.
002468*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
002472*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
002476*                     RUNSUMM END-OF-STREAM SUMMARY. THE LINE
002480*                     CARRIES THE KEYS ADDED AND UPDATED.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003200         FILE STATUS IS WS-MSTFEED-STATUS.
003300     SELECT STRMASTR       ASSIGN TO STRMASTR
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS STRM-FEED-KEY
003700         FILE STATUS IS WS-STRMASTR-STATUS.
003710     SELECT DELTAOUT       ASSIGN TO DELTAOUT
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-DELTAOUT-STATUS.
003740     SELECT PARMCTL        ASSIGN TO PARMCTL
003750         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-PARMCTL-STATUS.
003770     SELECT RUNCTLF        ASSIGN TO RUNCTLF
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS WS-RUNCTLF-STATUS.
003792     SELECT STEPLOG        ASSIGN TO STEPLOG
003794         ORGANIZATION IS LINE SEQUENTIAL
003796         FILE STATUS IS WS-STEPLOG-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004500 FD  STRMASTR
004600     RECORD CONTAINS 80 CHARACTERS.
004700     COPY STRMREC.
004710*
004720 FD  DELTAOUT
004730     RECORDING MODE IS F.
004740     COPY DELTAREC.
004750*
004760 FD  PARMCTL
004770     RECORDING MODE IS F.
004780     COPY PARMCTL.
004790*
004791 FD  RUNCTLF
004792     RECORDING MODE IS F.
004793     COPY RUNCREC.
004794*
004795 FD  STEPLOG
004796     RECORDING MODE IS F.
004797     COPY STEPREC.
004800*
004900 WORKING-STORAGE SECTION.
005000 01  WS-MSTFEED-STATUS           PIC X(02) VALUE '00'.
005100 01  WS-STRMASTR-STATUS          PIC X(02) VALUE '00'.
005110 01  WS-DELTAOUT-STATUS          PIC X(02) VALUE '00'.
005120 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
005130 01  WS-RUNCTLF-STATUS           PIC X(02) VALUE '00'.
005135 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
005140 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
005150 01  WS-RUN-NBR                  PIC 9(03) VALUE 0.
005160 01  WS-DROP-DAYS                PIC 9(03) VALUE 30.
005200*
005300 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
005400     88  WS-EOF                      VALUE 'Y'.
005410 01  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
005420     88  WS-MSTR-EOF                 VALUE 'Y'.
005430 01  WS-CHANGED-SW               PIC X(01) VALUE 'N'.
005440     88  WS-CHANGED                  VALUE 'Y'.
005500*
005600 01  WS-READ-CNT                 PIC 9(07) VALUE 0.
005700 01  WS-ADD-CNT                  PIC 9(07) VALUE 0.
005800 01  WS-UPDATE-CNT               PIC 9(07) VALUE 0.
005900 01  WS-BLANK-CNT                PIC 9(07) VALUE 0.
005910 01  WS-DLT-ADD-CNT              PIC 9(07) VALUE 0.
005920 01  WS-DLT-CHG-CNT              PIC 9(07) VALUE 0.
005930 01  WS-DLT-DROP-CNT             PIC 9(07) VALUE 0.
005940 01  WS-SAME-CNT                 PIC 9(07) VALUE 0.
005950 01  WS-DLT-DETAIL-CNT           PIC 9(09) VALUE 0.
005960 01  WS-DLT-HASH                 PIC 9(13) VALUE 0.
005970*
005980*    THE MASTER RECORD AS IT STOOD BEFORE TONIGHT'S REWRITE -
005990*    THE "BEFORE" HALF OF A CHG DETAIL.
005991 01  WS-PRIOR-MASTER.
005992     05  WS-PRIOR-FEED-KEY           PIC X(25).
005993     05  WS-PRIOR-SCRUBBED           PIC X(25).
005994     05  WS-PRIOR-CNT1               PIC 9(03).
005995     05  WS-PRIOR-CNT2               PIC 9(03).
005996     05  WS-PRIOR-TOKEN-CNT          PIC 9(02).
005997     05  WS-PRIOR-LAST-DATE          PIC 9(08).
005998     05  WS-PRIOR-DROP-SW            PIC X(01).
005999         88  WS-PRIOR-DROPPED            VALUE 'D'.
006000     05  FILLER                      PIC X(13).
006010*
006020 01  WS-RUN-INT                  PIC 9(07) VALUE 0.
006030 01  WS-LAST-INT                 PIC 9(07) VALUE 0.
006040 01  WS-IDLE-DAYS                PIC 9(07) VALUE 0.
006050*
006100 PROCEDURE DIVISION.
006200*
006300******************************************************************
006700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006800     PERFORM 2000-APPLY-ONE-RECORD THRU 2000-EXIT
006900         UNTIL WS-EOF
006910     PERFORM 3000-FIND-DROPPED THRU 3000-EXIT
007000     PERFORM 8000-TERMINATE THRU 8000-EXIT
007050     PERFORM 9000-LOG-STEP THRU 9000-EXIT
007100     STOP RUN.
007200*
007300******************************************************************
007500*    THE INPUT. A MISSING FEED ABENDS - NO FEED MEANS THE
007600*    CLEANSING STEP NEVER RAN. A MISSING MASTER IS JUST THE
007700*    FIRST RUN AND IS CREATED EMPTY BEFORE THE I-O OPEN, THE
007800*    SAME PATTERN CMDMAINT USES FOR A FIRST-RUN CMDFILE. THE
007810*    DELTA HEADER GOES OUT BEFORE THE FIRST DETAIL.
007900******************************************************************
008000 1000-INITIALIZE.
008010     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT
008020     PERFORM 1100-READ-PARM THRU 1100-EXIT
008030*    THERE IS NO PLAIN-VERB WAY TO COUNT DAYS BETWEEN TWO
008040*    CALENDAR DATES - FUNCTION INTEGER-OF-DATE IS THE SAME
008050*    EXCEPTION EXCPAGE MAKES FOR ITS AGING.
008060     COMPUTE WS-RUN-INT =
008070         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
008100     OPEN INPUT MSTFEED
008200     IF WS-MSTFEED-STATUS NOT = '00'
008300         DISPLAY 'MSTFEED OPEN FAILED - FILE STATUS '
009800         MOVE 16 TO RETURN-CODE
009900         STOP RUN
010000     END-IF
010010     OPEN OUTPUT DELTAOUT
010020     IF WS-DELTAOUT-STATUS NOT = '00'
010030         DISPLAY 'DELTAOUT OPEN FAILED - FILE STATUS '
010040             WS-DELTAOUT-STATUS
010050         MOVE 16 TO RETURN-CODE
010060         STOP RUN
010070     END-IF
010080     MOVE SPACES          TO DLT-HEADER
010081     SET DLT-TYPE-HEADER  TO TRUE
010082     MOVE WS-RUN-DATE     TO DLT-HDR-RUN-DATE
010083     MOVE WS-RUN-NBR      TO DLT-HDR-RUN-NBR
010084     MOVE WS-DROP-DAYS    TO DLT-HDR-DROP-DAYS
010085     WRITE DLT-HEADER
010100     PERFORM 2900-READ-MSTFEED THRU 2900-EXIT.
010200 1000-EXIT.
010300     EXIT.
010310*
010320******************************************************************
010330*    1050-READ-RUN-CONTROL - PICK UP TONIGHT'S RUN ID FOR THE
010340*    DELTA HEADER AND THE DROP SWEEP. THIS STEP RUNS AFTER
010350*    BALCHECK HAS CLOSED THE RUN, SO EITHER STATUS IS TAKEN;
010360*    ONLY A MISSING RECORD STOPS THE STEP.
010370******************************************************************
010380 1050-READ-RUN-CONTROL.
010390     OPEN INPUT RUNCTLF
010400     IF WS-RUNCTLF-STATUS NOT = '00'
010410         DISPLAY 'RUNCTLF OPEN FAILED - FILE STATUS '
010420             WS-RUNCTLF-STATUS ' - SUBMIT RUNSTART FIRST'
010430         MOVE 16 TO RETURN-CODE
010440         STOP RUN
010450     END-IF
010460     READ RUNCTLF
010470         AT END
010480             CONTINUE
010490     END-READ
010500     IF WS-RUNCTLF-STATUS NOT = '00'
010510         DISPLAY 'NO RUN ON RUNCTLF - SUBMIT RUNSTART FIRST'
010520         MOVE 16 TO RETURN-CODE
010530         STOP RUN
010540     END-IF
010550     MOVE RUNC-DATE    TO WS-RUN-DATE
010560     MOVE RUNC-RUN-NBR TO WS-RUN-NBR
010570     CLOSE RUNCTLF.
010580 1050-EXIT.
010590     EXIT.
010600*
010610******************************************************************
010620*    1100-READ-PARM - THE DROP THRESHOLD IN DAYS. MISSING OR
010630*    EMPTY PARMCTL, OR A BLANK OR ZERO FIELD, LEAVES THE
010640*    DEFAULT OF 30.
010650******************************************************************
010660 1100-READ-PARM.
010670     OPEN INPUT PARMCTL
010680     IF WS-PARMCTL-STATUS = '00'
010690         READ PARMCTL
010700             AT END
010710                 CONTINUE
010720         END-READ
010730         IF WS-PARMCTL-STATUS = '00'
010740             AND PARM-DROP-DAYS IS NUMERIC
010750             AND PARM-DROP-DAYS > 0
010760             MOVE PARM-DROP-DAYS TO WS-DROP-DAYS
010770         END-IF
010780         CLOSE PARMCTL
010790     ELSE
010791         DISPLAY 'PARMCTL NOT FOUND - USING DEFAULT DROP DAYS'
010792     END-IF.
010793 1100-EXIT.
010794     EXIT.
010795*
010796******************************************************************
010797*    2000-APPLY-ONE-RECORD - FILE ONE FEED RECORD ON THE MASTER.
010798*    THE READ-THEN-REWRITE-OR-WRITE SEQUENCE MAKES LATEST-RUN-
010799*    WINS EXPLICIT: WHATEVER WAS THERE FOR THE KEY IS REPLACED
010800*    WHOLESALE BY TONIGHT'S RECORD - BUT NOT BEFORE THE OLD
010810*    VALUES ARE SET ASIDE FOR THE DELTA. A KEY PREVIOUSLY
010820*    REPORTED DROPPED COMES BACK AS AN ADD - THE RECEIVER HAS
010830*    AGED IT OUT ON ITS SIDE.
011000******************************************************************
011100 2000-APPLY-ONE-RECORD.
011200     ADD 1 TO WS-READ-CNT
011700     MOVE MSTF-FEED-KEY TO STRM-FEED-KEY
011800     READ STRMASTR
011900     IF WS-STRMASTR-STATUS = '00'
011910         MOVE STRM-RECORD TO WS-PRIOR-MASTER
011920         PERFORM 2200-COMPARE-MASTER THRU 2200-EXIT
012000         PERFORM 2100-FILL-MASTER THRU 2100-EXIT
012100         REWRITE STRM-RECORD
012200         IF WS-STRMASTR-STATUS = '00'
012300             ADD 1 TO WS-UPDATE-CNT
012310             IF WS-PRIOR-DROPPED
012320                 PERFORM 2310-WRITE-ADD THRU 2310-EXIT
012330             ELSE
012340                 IF WS-CHANGED
012350                     PERFORM 2320-WRITE-CHG THRU 2320-EXIT
012360                 ELSE
012370                     ADD 1 TO WS-SAME-CNT
012380                 END-IF
012390             END-IF
012400         ELSE
012500             DISPLAY 'STRMASTR REWRITE FAILED - FILE STATUS '
012600                 WS-STRMASTR-STATUS ' KEY ' MSTF-FEED-KEY
013000         WRITE STRM-RECORD
013100         IF WS-STRMASTR-STATUS = '00'
013200             ADD 1 TO WS-ADD-CNT
013210             PERFORM 2310-WRITE-ADD THRU 2310-EXIT
013300         ELSE
013400             DISPLAY 'STRMASTR WRITE FAILED - FILE STATUS '
013500                 WS-STRMASTR-STATUS ' KEY ' MSTF-FEED-KEY
015000     MOVE MSTF-RUN-DATE      TO STRM-LAST-DATE.
015100 2100-EXIT.
015200     EXIT.
015210*
015220******************************************************************
015230*    2200-COMPARE-MASTER - A KEY IS CHANGED WHEN ANY OF THE
015240*    VALUES A RECEIVER LOADS DIFFERS. THE ARRIVAL DATE ALONE
015250*    MOVING IS NOT A CHANGE - IT MOVES EVERY NIGHT THE KEY
015260*    ARRIVES.
015270******************************************************************
015280 2200-COMPARE-MASTER.
015290     MOVE 'N' TO WS-CHANGED-SW
015300     IF WS-PRIOR-SCRUBBED  NOT = MSTF-SCRUBBED
015310         OR WS-PRIOR-CNT1      NOT = MSTF-CNT1
015320         OR WS-PRIOR-CNT2      NOT = MSTF-CNT2
015330         OR WS-PRIOR-TOKEN-CNT NOT = MSTF-TOKEN-CNT
015340         SET WS-CHANGED TO TRUE
015350     END-IF.
015360 2200-EXIT.
015370     EXIT.
015380*
015390******************************************************************
015400*    2310-WRITE-ADD / 2320-WRITE-CHG / 2330-WRITE-DROP - ONE
015410*    DELTA DETAIL EACH. ADD AND CHG CARRY TONIGHT'S VALUES AS
015420*    THE AFTER HALF AND FEED THE TRAILER HASH; CHG AND DRP
015430*    CARRY THE MASTER'S PRIOR VALUES AS THE BEFORE HALF. THE
015440*    HALF THAT DOES NOT APPLY IS LEFT BLANK.
015450******************************************************************
015460 2310-WRITE-ADD.
015470     MOVE SPACES             TO DLT-DETAIL
015480     SET DLT-TYPE-DETAIL     TO TRUE
015490     SET DLT-ACTION-ADD      TO TRUE
015500     MOVE MSTF-FEED-KEY      TO DLT-DTL-FEED-KEY
015510     PERFORM 2350-FILL-AFTER THRU 2350-EXIT
015520     WRITE DLT-DETAIL
015530     ADD 1 TO WS-DLT-ADD-CNT
015540     ADD 1 TO WS-DLT-DETAIL-CNT.
015550 2310-EXIT.
015560     EXIT.
015570*
015580 2320-WRITE-CHG.
015590     MOVE SPACES             TO DLT-DETAIL
015600     SET DLT-TYPE-DETAIL     TO TRUE
015610     SET DLT-ACTION-CHG      TO TRUE
015620     MOVE MSTF-FEED-KEY      TO DLT-DTL-FEED-KEY
015630     PERFORM 2340-FILL-BEFORE THRU 2340-EXIT
015640     PERFORM 2350-FILL-AFTER THRU 2350-EXIT
015650     WRITE DLT-DETAIL
015660     ADD 1 TO WS-DLT-CHG-CNT
015670     ADD 1 TO WS-DLT-DETAIL-CNT.
015680 2320-EXIT.
015690     EXIT.
015700*
015710 2330-WRITE-DROP.
015720     MOVE SPACES             TO DLT-DETAIL
015730     SET DLT-TYPE-DETAIL     TO TRUE
015740     SET DLT-ACTION-DROP     TO TRUE
015750     MOVE WS-PRIOR-FEED-KEY  TO DLT-DTL-FEED-KEY
015760     PERFORM 2340-FILL-BEFORE THRU 2340-EXIT
015770     WRITE DLT-DETAIL
015780     ADD 1 TO WS-DLT-DROP-CNT
015790     ADD 1 TO WS-DLT-DETAIL-CNT.
015800 2330-EXIT.
015810     EXIT.
015820*
015830 2340-FILL-BEFORE.
015840     MOVE WS-PRIOR-SCRUBBED  TO DLT-BEF-SCRUBBED
015850     MOVE WS-PRIOR-CNT1      TO DLT-BEF-CNT1
015860     MOVE WS-PRIOR-CNT2      TO DLT-BEF-CNT2
015870     MOVE WS-PRIOR-TOKEN-CNT TO DLT-BEF-TOKEN-CNT
015880     MOVE WS-PRIOR-LAST-DATE TO DLT-BEF-LAST-DATE.
015890 2340-EXIT.
015900     EXIT.
015910*
015920 2350-FILL-AFTER.
015930     MOVE MSTF-SCRUBBED      TO DLT-AFT-SCRUBBED
015940     MOVE MSTF-CNT1          TO DLT-AFT-CNT1
015950     MOVE MSTF-CNT2          TO DLT-AFT-CNT2
015960     MOVE MSTF-TOKEN-CNT     TO DLT-AFT-TOKEN-CNT
015970     MOVE MSTF-RUN-DATE      TO DLT-AFT-LAST-DATE
015980     ADD MSTF-CNT1           TO WS-DLT-HASH
015990     ADD MSTF-CNT2           TO WS-DLT-HASH
016000     ADD MSTF-TOKEN-CNT      TO WS-DLT-HASH.
016010 2350-EXIT.
016020     EXIT.
016030*
016040******************************************************************
016050*    2900-READ-MSTFEED - READ THE NEXT FEED RECORD.
016060******************************************************************
016070 2900-READ-MSTFEED.
016080     READ MSTFEED
016090         AT END
016100             SET WS-EOF TO TRUE
016110     END-READ.
016120 2900-EXIT.
016130     EXIT.
016140*
016150******************************************************************
016160*    3000-FIND-DROPPED - SWEEP THE WHOLE MASTER, NOW THAT
016170*    TONIGHT'S FEED IS ON IT, FOR KEYS WHOSE LAST ARRIVAL IS
016180*    AT LEAST PARM-DROP-DAYS BEFORE THE RUN DATE. EACH IS
016190*    REPORTED ONCE AND MARKED SO THE NEXT NIGHT'S SWEEP PASSES
016200*    IT BY; THE MARK IS CLEARED WHEN THE KEY ARRIVES AGAIN.
016210******************************************************************
016220 3000-FIND-DROPPED.
016230     MOVE LOW-VALUES TO STRM-FEED-KEY
016240     START STRMASTR KEY IS NOT LESS THAN STRM-FEED-KEY
016250         INVALID KEY
016260             GO TO 3000-EXIT
016270     END-START
016280     PERFORM 3100-CHECK-ONE-KEY THRU 3100-EXIT
016290         UNTIL WS-MSTR-EOF.
016300 3000-EXIT.
016310     EXIT.
016320*
016330 3100-CHECK-ONE-KEY.
016340     READ STRMASTR NEXT RECORD
016350         AT END
016360             SET WS-MSTR-EOF TO TRUE
016370             GO TO 3100-EXIT
016380     END-READ
016390     IF STRM-DROPPED
016400         GO TO 3100-EXIT
016410     END-IF
016420     IF STRM-LAST-DATE IS NOT NUMERIC
016430         OR STRM-LAST-DATE < 19000101
016440         OR STRM-LAST-DATE NOT < WS-RUN-DATE
016450         GO TO 3100-EXIT
016460     END-IF
016470     COMPUTE WS-LAST-INT =
016480         FUNCTION INTEGER-OF-DATE(STRM-LAST-DATE)
016490     COMPUTE WS-IDLE-DAYS = WS-RUN-INT - WS-LAST-INT
016500     IF WS-IDLE-DAYS < WS-DROP-DAYS
016510         GO TO 3100-EXIT
016520     END-IF
016530     MOVE STRM-RECORD TO WS-PRIOR-MASTER
016540     PERFORM 2330-WRITE-DROP THRU 2330-EXIT
016550     SET STRM-DROPPED TO TRUE
016560     REWRITE STRM-RECORD
016570     IF WS-STRMASTR-STATUS NOT = '00'
016580         DISPLAY 'STRMASTR REWRITE FAILED - FILE STATUS '
016590             WS-STRMASTR-STATUS ' KEY ' STRM-FEED-KEY
016600     END-IF.
016610 3100-EXIT.
016620     EXIT.
016630*
016640******************************************************************
016650*    8000-TERMINATE - CLOSE THE DELTA WITH ITS TRAILER, DISPLAY
016660*    RUN TOTALS AND CLOSE ALL FILES.
016800******************************************************************
016900 8000-TERMINATE.
016910     MOVE SPACES             TO DLT-TRAILER
016920     SET DLT-TYPE-TRAILER    TO TRUE
016930     MOVE WS-DLT-DETAIL-CNT  TO DLT-TRL-COUNT
016940     MOVE WS-DLT-HASH        TO DLT-TRL-HASH
016950     MOVE WS-DLT-ADD-CNT     TO DLT-TRL-ADD-CNT
016960     MOVE WS-DLT-CHG-CNT     TO DLT-TRL-CHG-CNT
016970     MOVE WS-DLT-DROP-CNT    TO DLT-TRL-DROP-CNT
016980     WRITE DLT-TRAILER
017000     DISPLAY 'STRMLOAD FEED RECORDS READ : ' WS-READ-CNT
017100     DISPLAY 'STRMLOAD KEYS ADDED        : ' WS-ADD-CNT
017200     DISPLAY 'STRMLOAD KEYS UPDATED      : ' WS-UPDATE-CNT
017300     DISPLAY 'STRMLOAD BLANK KEYS SKIPPED: ' WS-BLANK-CNT
017310     DISPLAY 'STRMLOAD DELTA ADD         : ' WS-DLT-ADD-CNT
017320     DISPLAY 'STRMLOAD DELTA CHG         : ' WS-DLT-CHG-CNT
017330     DISPLAY 'STRMLOAD DELTA DRP         : ' WS-DLT-DROP-CNT
017340     DISPLAY 'STRMLOAD UNCHANGED KEYS    : ' WS-SAME-CNT
017400     CLOSE MSTFEED
017500     CLOSE STRMASTR
017510     CLOSE DELTAOUT.
017600 8000-EXIT.
017700     EXIT.
017800*
017900******************************************************************
018000*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
018100*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
018200*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
018300*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
018400*    THE STEP'S OWN RESULT.
018500******************************************************************
018600 9000-LOG-STEP.
018700     OPEN EXTEND STEPLOG
018800     IF WS-STEPLOG-STATUS NOT = '00'
018900         CLOSE STEPLOG
019000         OPEN OUTPUT STEPLOG
019100     END-IF
019200     IF WS-STEPLOG-STATUS NOT = '00'
019300         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
019400             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
019500         GO TO 9000-EXIT
019600     END-IF
019700     MOVE SPACES        TO STEP-RECORD
019800     MOVE 'STRMLOAD'    TO STEP-PROGRAM
019900     MOVE WS-RUN-DATE   TO STEP-RUN-DATE
020000     MOVE WS-RUN-NBR    TO STEP-RUN-NBR
020100     MOVE RETURN-CODE   TO STEP-RC
020200     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
020300     ACCEPT STEP-LOG-TIME FROM TIME
020400     MOVE WS-ADD-CNT    TO STEP-COUNT-1
020500     MOVE WS-UPDATE-CNT TO STEP-COUNT-2
020600     WRITE STEP-RECORD
020700     CLOSE STEPLOG.
020800 9000-EXIT.
020900     EXIT.

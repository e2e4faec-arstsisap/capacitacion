000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RUNSUMM.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - EXTRACT CLEANSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - ONE-PAGE END-OF-STREAM
001200*                     SUMMARY FOR THE RUN ID ON RUNCTLF, SO THE
001300*                     MORNING CHECK IS ONE PAGE INSTEAD OF TEN
001400*                     SYSOUTS. SHOWS EVERY STEP'S CONDITION CODE
001500*                     FROM THE STEPLOG STEP LOG (SEE STEPREC), THE
001600*                     BALANCE CROSS-FOOT FIGURES, THE CFTREND
001700*                     DRIFT VERDICT AGAINST PARM-DRIFT-PCT, THE
001800*                     STRMASTR KEYS ADDED AND UPDATED, THE NEW
001900*                     EXCEPTIONS ROLLED INTO EXCPMSTR BY TYPE, THE
002000*                     OPEN-OVER-THRESHOLD COUNT AND THE SHIPPED
002100*                     DETAIL COUNT AND HASH FROM SHIPLOG, UNDER AN
002200*                     OVERALL GREEN / AMBER / RED STATUS WITH THE
002300*                     REASONS LISTED. RUNS EVEN WHEN AN EARLIER
002400*                     STEP FAILED - REPORTING THAT IS THE POINT -
002500*                     AND ONLY ENDS NONZERO WHEN IT CANNOT WRITE
002600*                     THE PAGE.
002610*    2026-10-15  RJH  PARMSET (STEP006) ADDED TO THE STEP TABLE.
002620*                     NEW PARAMETER CONTROL SECTION SHOWS THE
002630*                     PARMCTL VERSION THE RUN RAN UNDER; A PARMCTL
002640*                     THAT NO LONGER MATCHES ITS RECORDED VERSION
002650*                     IS AMBER.
002660*    2026-10-15  RJH  CHARACTER-SET REJECTS (CHARST) TAKEN FROM
002670*                     THE STRINGHD BALANCE RECORD INTO THE CROSS-
002680*                     FOOT AND SHOWN AS A FIGURE; CHARST ADDED TO
002690*                     THE NEW-EXCEPTIONS-BY-TYPE TABLE.
002692*    2026-10-15  RJH  THE SHIPLOG COUNT AND HASH ARE KEPT IN
002694*                     WORKING STORAGE BEFORE SHIPLOG IS CLOSED.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUNCTLF        ASSIGN TO RUNCTLF
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RUNCTLF-STATUS.
003500     SELECT STEPLOG        ASSIGN TO STEPLOG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-STEPLOG-STATUS.
003800     SELECT BALANCE        ASSIGN TO BALANCE
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BALANCE-STATUS.
004100     SELECT PARMCTL        ASSIGN TO PARMCTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARMCTL-STATUS.
004400     SELECT EXCPMSTR       ASSIGN TO EXCPMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS EXCM-KEY
004800         FILE STATUS IS WS-EXCPMSTR-STATUS.
004900     SELECT SHIPLOG        ASSIGN TO SHIPLOG
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS SHLG-RUN-ID
005300         FILE STATUS IS WS-SHIPLOG-STATUS.
005400     SELECT SUMRPT         ASSIGN TO SUMRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SUMRPT-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUNCTLF
006100     RECORDING MODE IS F.
006200     COPY RUNCREC.
006300*
006400 FD  STEPLOG
006500     RECORDING MODE IS F.
006600     COPY STEPREC.
006700*
006800 FD  BALANCE
006900     RECORDING MODE IS F.
007000     COPY BALREC.
007100*
007200 FD  PARMCTL
007300     RECORDING MODE IS F.
007400     COPY PARMCTL.
007500*
007600 FD  EXCPMSTR
007700     RECORD CONTAINS 150 CHARACTERS.
007800     COPY EXCMREC.
007900*
008000 FD  SHIPLOG
008100     RECORD CONTAINS 80 CHARACTERS.
008200     COPY SHLGREC.
008300*
008400 FD  SUMRPT
008500     RECORDING MODE IS F.
008600 01  SUM-RECORD                  PIC X(80).
008700*
008800 WORKING-STORAGE SECTION.
008900 01  WS-RUNCTLF-STATUS           PIC X(02) VALUE '00'.
009000 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
009100 01  WS-BALANCE-STATUS           PIC X(02) VALUE '00'.
009200 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
009300 01  WS-EXCPMSTR-STATUS          PIC X(02) VALUE '00'.
009400 01  WS-SHIPLOG-STATUS           PIC X(02) VALUE '00'.
009500 01  WS-SUMRPT-STATUS            PIC X(02) VALUE '00'.
009600*
009700 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009800     88  WS-EOF                      VALUE 'Y'.
009900 01  WS-RUN-FOUND-SW             PIC X(01) VALUE 'N'.
010000     88  WS-RUN-FOUND                VALUE 'Y'.
010100 01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
010200     88  WS-REFUSED                  VALUE 'Y'.
010300 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
010400 01  WS-RUN-NBR                  PIC 9(03) VALUE 0.
010500 01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
010600 01  WS-NOW-TIME                 PIC 9(08) VALUE 0.
010700 01  WS-STALE-CNT                PIC 9(05) VALUE 0.
010800*
010900 01  WS-DRIFT-PCT                PIC 9(03) VALUE 20.
011000 01  WS-AGE-THRESH               PIC 9(03) VALUE 7.
011100 01  WS-SHIP-MODE                PIC X(01) VALUE 'N'.
011200*
011300*    THE STREAM'S STEPS IN RUN ORDER. A GATING STEP IS ONE WHOSE
011400*    NONZERO CONDITION CODE MEANS THE NIGHT'S DATA CANNOT BE
011500*    TRUSTED - ANY OF THOSE TURNS THE SUMMARY RED.
011600 01  WS-STEP-CNT                 PIC 9(02) COMP VALUE 11.
011700 01  WS-STEP-SUB                 PIC 9(02) COMP.
011800 01  WS-STEP-VALUES.
011900     05  FILLER                      PIC X(16) VALUE
012000         'STEP005RUNSTARTY'.
012010     05  FILLER                      PIC X(16) VALUE
012020         'STEP006PARMSET Y'.
012100     05  FILLER                      PIC X(16) VALUE
012200         'STEP009STRINCHKY'.
012300     05  FILLER                      PIC X(16) VALUE
012400         'STEP010STRINGHDY'.
012500     05  FILLER                      PIC X(16) VALUE
012600         'STEP020CHARFREQY'.
012700     05  FILLER                      PIC X(16) VALUE
012800         'STEP030BALCHECKY'.
012900     05  FILLER                      PIC X(16) VALUE
013000         'STEP035BALHIST N'.
013100     05  FILLER                      PIC X(16) VALUE
013200         'STEP040CFTREND N'.
013300     05  FILLER                      PIC X(16) VALUE
013400         'STEP050STRMLOADN'.
013500     05  FILLER                      PIC X(16) VALUE
013600         'STEP060EXCPROLLN'.
013700     05  FILLER                      PIC X(16) VALUE
013800         'STEP070EXCPAGE N'.
013900 01  FILLER REDEFINES WS-STEP-VALUES.
014000     05  WS-STEP-DEF OCCURS 11 TIMES.
014100         10  WS-STP-NAME             PIC X(07).
014200         10  WS-STP-PROGRAM          PIC X(08).
014300         10  WS-STP-GATE-SW          PIC X(01).
014400             88  WS-STP-GATE             VALUE 'Y'.
014500 01  WS-STEP-TABLE.
014600     05  WS-STEP-ITEM OCCURS 11 TIMES.
014700         10  WS-STP-FOUND-SW         PIC X(01).
014800             88  WS-STP-FOUND            VALUE 'Y'.
014900         10  WS-STP-RUN-ID.
015000             15  WS-STP-RUN-DATE     PIC 9(08).
015100             15  WS-STP-RUN-NBR      PIC 9(03).
015200         10  WS-STP-RC               PIC 9(03).
015300         10  WS-STP-COUNT-1          PIC 9(09).
015400         10  WS-STP-COUNT-2          PIC 9(09).
015500*
015600*    THE STEP TABLE POSITIONS THE SUMMARY SECTIONS READ FROM.
015700 01  WS-SUB-RUNSTART             PIC 9(02) COMP VALUE 1.
015750 01  WS-SUB-PARMSET              PIC 9(02) COMP VALUE 2.
015800 01  WS-SUB-CFTREND              PIC 9(02) COMP VALUE 8.
015900 01  WS-SUB-STRMLOAD             PIC 9(02) COMP VALUE 9.
016000 01  WS-SUB-EXCPAGE              PIC 9(02) COMP VALUE 11.
016100*
016200 01  WS-STR-FOUND-SW             PIC X(01) VALUE 'N'.
016300     88  WS-STR-FOUND                VALUE 'Y'.
016400 01  WS-CF-FOUND-SW              PIC X(01) VALUE 'N'.
016500     88  WS-CF-FOUND                 VALUE 'Y'.
016600 01  WS-STR-RECS-READ            PIC 9(07) VALUE 0.
016700 01  WS-STR-RECS-WRITTEN         PIC 9(07) VALUE 0.
016800 01  WS-STR-TRUNC-CNT            PIC 9(05) VALUE 0.
016900 01  WS-STR-RECON-CNT            PIC 9(05) VALUE 0.
017000 01  WS-STR-DUP-CNT              PIC 9(05) VALUE 0.
017100 01  WS-STR-FMT-CNT              PIC 9(05) VALUE 0.
017150 01  WS-STR-CHARST-CNT           PIC 9(05) VALUE 0.
017200 01  WS-CF-RECS-READ             PIC 9(07) VALUE 0.
017300 01  WS-ACCOUNTED                PIC 9(07) VALUE 0.
017400 01  WS-BAL-ERROR-CNT            PIC 9(02) VALUE 0.
017500*
017600 01  WS-DEVIATION                PIC 9(07)V9(02) VALUE 0.
017700 01  WS-DRIFT-ALARM-SW           PIC X(01) VALUE 'N'.
017800     88  WS-DRIFT-ALARM              VALUE 'Y'.
017900*
018000 01  WS-TYPE-SUB                 PIC 9(02) COMP.
018100 01  WS-TYPE-CNT                 PIC 9(02) COMP VALUE 5.
018200 01  WS-NEW-EXCP-CNT             PIC 9(07) VALUE 0.
018300 01  WS-OTHER-EXCP-CNT           PIC 9(07) VALUE 0.
018400 01  WS-EXCP-AVAIL-SW            PIC X(01) VALUE 'N'.
018500     88  WS-EXCP-AVAIL               VALUE 'Y'.
018600 01  WS-TYPE-VALUES.
018700     05  FILLER                      PIC X(06) VALUE 'TRUNC '.
018800     05  FILLER                      PIC X(06) VALUE 'RECON '.
018900     05  FILLER                      PIC X(06) VALUE 'DUPKEY'.
019000     05  FILLER                      PIC X(06) VALUE 'FORMAT'.
019050     05  FILLER                      PIC X(06) VALUE 'CHARST'.
019100 01  FILLER REDEFINES WS-TYPE-VALUES.
019200     05  WS-TYPE-NAME                PIC X(06) OCCURS 5 TIMES.
019300 01  WS-TYPE-TABLE.
019400     05  WS-TYPE-NEW                 PIC 9(07) OCCURS 5 TIMES.
019500*
019600 01  WS-SHIPPED-SW               PIC X(01) VALUE 'N'.
019700     88  WS-SHIPPED                  VALUE 'Y'.
019710 01  WS-SHIP-COUNT               PIC 9(09) VALUE 0.
019720 01  WS-SHIP-HASH                PIC 9(13) VALUE 0.
019800*
019900*    THE OVERALL STATUS AND THE REASONS BEHIND IT, PRINTED AT
020000*    THE FOOT OF THE PAGE. RED OUTRANKS AMBER OUTRANKS GREEN.
020100 01  WS-OVERALL                  PIC X(05) VALUE 'GREEN'.
020200     88  WS-OVERALL-GREEN            VALUE 'GREEN'.
020300     88  WS-OVERALL-RED              VALUE 'RED  '.
020400 01  WS-REASON-TEXT              PIC X(60) VALUE SPACES.
020500 01  WS-REASON-CNT               PIC 9(02) COMP VALUE 0.
020600 01  WS-REASON-SUB               PIC 9(02) COMP.
020700 01  WS-REASON-TABLE.
020800     05  WS-REASON-ITEM OCCURS 20 TIMES.
020900         10  WS-RSN-LEVEL            PIC X(05).
021000         10  WS-RSN-TEXT             PIC X(60).
021100*
021200 01  WS-HDR-LINE.
021300     05  FILLER                      PIC X(07) VALUE 'RUN ID '.
021400     05  WS-HDR-RUN-DATE             PIC 9(08) VALUE 0.
021500     05  FILLER                      PIC X(01) VALUE '-'.
021600     05  WS-HDR-RUN-NBR              PIC 9(03) VALUE 0.
021700     05  FILLER                      PIC X(11) VALUE
021800         '   PRINTED '.
021900     05  WS-HDR-PRT-DATE             PIC 9(08) VALUE 0.
022000     05  FILLER                      PIC X(01) VALUE SPACES.
022100     05  WS-HDR-PRT-TIME             PIC 9(06) VALUE 0.
022200*
022300 01  WS-STATUS-LINE.
022400     05  FILLER                      PIC X(18) VALUE
022500         'OVERALL STATUS -- '.
022600     05  WS-STS-OVERALL              PIC X(05) VALUE SPACES.
022700     05  FILLER                      PIC X(05) VALUE ' --  '.
022800     05  WS-STS-NOTE                 PIC X(40) VALUE SPACES.
022900*
023000 01  WS-STEP-LINE.
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  WS-STL-NAME                 PIC X(07) VALUE SPACES.
023300     05  FILLER                      PIC X(03) VALUE SPACES.
023400     05  WS-STL-PROGRAM              PIC X(08) VALUE SPACES.
023500     05  FILLER                      PIC X(03) VALUE SPACES.
023600     05  WS-STL-RC                   PIC X(03) VALUE SPACES.
023700     05  FILLER                      PIC X(03) VALUE SPACES.
023800     05  WS-STL-NOTE                 PIC X(40) VALUE SPACES.
023900*
024000 01  WS-FIG-LINE.
024100     05  FILLER                      PIC X(02) VALUE SPACES.
024200     05  WS-FIG-LABEL                PIC X(30) VALUE SPACES.
024300     05  WS-FIG-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  WS-FIG-NOTE                 PIC X(31) VALUE SPACES.
024600*
024700 01  WS-DRIFT-LINE.
024800     05  FILLER                      PIC X(12) VALUE
024900         '  DEVIATION '.
025000     05  WS-DRL-DEV                  PIC ZZZ9.99.
025100     05  FILLER                      PIC X(17) VALUE
025200         ' PCT  THRESHOLD '.
025300     05  WS-DRL-PCT                  PIC ZZ9.
025400     05  FILLER                      PIC X(06) VALUE ' PCT  '.
025500     05  WS-DRL-VERDICT              PIC X(35) VALUE SPACES.
025600*
025700 01  WS-REASON-LINE.
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  WS-RSL-LEVEL                PIC X(05) VALUE SPACES.
026000     05  FILLER                      PIC X(03) VALUE ' - '.
026100     05  WS-RSL-TEXT                 PIC X(60) VALUE SPACES.
026200*
026300 PROCEDURE DIVISION.
026400*
026500******************************************************************
026600*    0000-MAINLINE
026700******************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027000     PERFORM 2000-LOAD-STEPS THRU 2000-EXIT
027100     PERFORM 3000-JUDGE-STEPS THRU 3000-EXIT
027200     IF NOT WS-REFUSED
027300         PERFORM 4000-LOAD-BALANCE THRU 4000-EXIT
027400         PERFORM 4500-JUDGE-DRIFT THRU 4500-EXIT
027450         PERFORM 4600-JUDGE-PARMS THRU 4600-EXIT
027500         PERFORM 5000-COUNT-NEW-EXCPS THRU 5000-EXIT
027600         PERFORM 5500-READ-SHIPLOG THRU 5500-EXIT
027700     END-IF
027800     PERFORM 7000-WRITE-PAGE THRU 7000-EXIT
027900     PERFORM 8000-TERMINATE THRU 8000-EXIT
028000     STOP RUN.
028100*
028200******************************************************************
028300*    1000-INITIALIZE - OPEN THE PAGE, PICK UP THE THRESHOLDS AND
028400*    THE RUN ID. A SUMMARY THAT CANNOT BE WRITTEN IS THE ONE
028500*    FAILURE THIS STEP ENDS NONZERO FOR.
028600******************************************************************
028700 1000-INITIALIZE.
028800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
028900     ACCEPT WS-NOW-TIME FROM TIME
029000     OPEN OUTPUT SUMRPT
029100     IF WS-SUMRPT-STATUS NOT = '00'
029200         DISPLAY 'SUMRPT OPEN FAILED - FILE STATUS '
029300             WS-SUMRPT-STATUS
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029600     END-IF
029700     PERFORM 1100-READ-PARM THRU 1100-EXIT
029800     PERFORM 1200-READ-RUN-CONTROL THRU 1200-EXIT
029900     PERFORM 1300-CLEAR-ONE-STEP THRU 1300-EXIT
030000         VARYING WS-STEP-SUB FROM 1 BY 1
030100         UNTIL WS-STEP-SUB > WS-STEP-CNT
030200     PERFORM 1400-CLEAR-ONE-TYPE THRU 1400-EXIT
030300         VARYING WS-TYPE-SUB FROM 1 BY 1
030400         UNTIL WS-TYPE-SUB > WS-TYPE-CNT.
030500 1000-EXIT.
030600     EXIT.
030700*
030800 1100-READ-PARM.
030900     OPEN INPUT PARMCTL
031000     IF WS-PARMCTL-STATUS = '00'
031100         READ PARMCTL
031200             AT END
031300                 CONTINUE
031400         END-READ
031500         IF WS-PARMCTL-STATUS = '00'
031600             IF PARM-DRIFT-PCT IS NUMERIC
031700                 AND PARM-DRIFT-PCT > 0
031800                 MOVE PARM-DRIFT-PCT TO WS-DRIFT-PCT
031900             END-IF
032000             IF PARM-AGE-THRESH IS NUMERIC
032100                 AND PARM-AGE-THRESH > 0
032200                 MOVE PARM-AGE-THRESH TO WS-AGE-THRESH
032300             END-IF
032400             IF PARM-SHIP-MODE = 'Y'
032500                 MOVE 'Y' TO WS-SHIP-MODE
032600             END-IF
032700         END-IF
032800         CLOSE PARMCTL
032900     ELSE
033000         DISPLAY 'PARMCTL NOT FOUND - USING DEFAULT THRESHOLDS'
033100     END-IF.
033200 1100-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600*    1200-READ-RUN-CONTROL - THE RUN ID THE SUMMARY IS FOR. BY
033700*    THIS STEP BALCHECK HAS NORMALLY CLOSED THE RUN, SO OPEN OR
033800*    CLOSED ARE BOTH ACCEPTED.
033900******************************************************************
034000 1200-READ-RUN-CONTROL.
034100     OPEN INPUT RUNCTLF
034200     IF WS-RUNCTLF-STATUS NOT = '00'
034300         DISPLAY 'RUNCTLF OPEN FAILED - FILE STATUS '
034400             WS-RUNCTLF-STATUS ' - NO RUN ID TO SUMMARISE'
034500         GO TO 1200-EXIT
034600     END-IF
034700     READ RUNCTLF
034800         AT END
034900             CONTINUE
035000     END-READ
035100     IF WS-RUNCTLF-STATUS = '00'
035200         SET WS-RUN-FOUND TO TRUE
035300         MOVE RUNC-DATE    TO WS-RUN-DATE
035400         MOVE RUNC-RUN-NBR TO WS-RUN-NBR
035500     ELSE
035600         DISPLAY 'RUNCTLF IS EMPTY - NO RUN ID TO SUMMARISE'
035700     END-IF
035800     CLOSE RUNCTLF.
035900 1200-EXIT.
036000     EXIT.
036100*
036200 1300-CLEAR-ONE-STEP.
036300     MOVE 'N' TO WS-STP-FOUND-SW(WS-STEP-SUB)
036400     MOVE 0   TO WS-STP-RUN-DATE(WS-STEP-SUB)
036500     MOVE 0   TO WS-STP-RUN-NBR(WS-STEP-SUB)
036600     MOVE 0   TO WS-STP-RC(WS-STEP-SUB)
036700     MOVE 0   TO WS-STP-COUNT-1(WS-STEP-SUB)
036800     MOVE 0   TO WS-STP-COUNT-2(WS-STEP-SUB).
036900 1300-EXIT.
037000     EXIT.
037100*
037200 1400-CLEAR-ONE-TYPE.
037300     MOVE 0 TO WS-TYPE-NEW(WS-TYPE-SUB).
037400 1400-EXIT.
037500     EXIT.
037600*
037700******************************************************************
037800*    2000-LOAD-STEPS - ONE PASS OF THE STEP LOG. RUNSTART STARTS
037900*    IT AFRESH EACH STREAM, SO EVERY LINE IS TONIGHT'S; A LINE
038000*    STAMPED WITH SOME OTHER RUN ID IS STILL A LEFTOVER AND IS
038100*    IGNORED. THE LAST LINE FOR A PROGRAM WINS, SO A RESTARTED
038200*    STEP IS JUDGED ON ITS FINAL OUTCOME.
038300******************************************************************
038400 2000-LOAD-STEPS.
038500     OPEN INPUT STEPLOG
038600     IF WS-STEPLOG-STATUS NOT = '00'
038700         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
038800             WS-STEPLOG-STATUS ' - NO STEP OUTCOMES'
038900         GO TO 2000-EXIT
039000     END-IF
039100     MOVE 'N' TO WS-EOF-SW
039200     PERFORM 2100-READ-ONE-STEP THRU 2100-EXIT
039300         UNTIL WS-EOF
039400     CLOSE STEPLOG.
039500 2000-EXIT.
039600     EXIT.
039700*
039800 2100-READ-ONE-STEP.
039900     READ STEPLOG
040000         AT END
040100             SET WS-EOF TO TRUE
040200             GO TO 2100-EXIT
040300     END-READ
040400     IF STEP-PROGRAM NOT = 'RUNSTART'
040500         AND STEP-RUN-DATE NOT = 0
040600         AND (STEP-RUN-DATE NOT = WS-RUN-DATE
040700             OR STEP-RUN-NBR NOT = WS-RUN-NBR)
040800         ADD 1 TO WS-STALE-CNT
040900         DISPLAY 'STEPLOG LINE FOR ' STEP-PROGRAM
041000             ' STAMPED RUN ' STEP-RUN-NBR ' OF ' STEP-RUN-DATE
041100             ' - NOT THIS RUN - IGNORED'
041200         GO TO 2100-EXIT
041300     END-IF
041400     PERFORM 2110-MATCH-ONE-STEP THRU 2110-EXIT
041500         VARYING WS-STEP-SUB FROM 1 BY 1
041600         UNTIL WS-STEP-SUB > WS-STEP-CNT.
041700 2100-EXIT.
041800     EXIT.
041900*
042000*    THE MOVE PAST THE LAST ENTRY ENDS THE PERFORM VARYING ONCE
042100*    THE PROGRAM IS FOUND, AS IN EXCPAGE'S TYPE LOOKUP.
042200 2110-MATCH-ONE-STEP.
042300     IF STEP-PROGRAM = WS-STP-PROGRAM(WS-STEP-SUB)
042400         SET WS-STP-FOUND(WS-STEP-SUB) TO TRUE
042500         MOVE STEP-RUN-DATE TO WS-STP-RUN-DATE(WS-STEP-SUB)
042600         MOVE STEP-RUN-NBR  TO WS-STP-RUN-NBR(WS-STEP-SUB)
042700         MOVE STEP-RC       TO WS-STP-RC(WS-STEP-SUB)
042800         MOVE STEP-COUNT-1  TO WS-STP-COUNT-1(WS-STEP-SUB)
042900         MOVE STEP-COUNT-2  TO WS-STP-COUNT-2(WS-STEP-SUB)
043000         MOVE WS-STEP-CNT   TO WS-STEP-SUB
043100     END-IF.
043200 2110-EXIT.
043300     EXIT.
043400*
043500******************************************************************
043600*    3000-JUDGE-STEPS - A STREAM RUNSTART DID NOT OPEN (OR
043700*    RESUME) UNDER THE RUN ID ON RUNCTLF NEVER RAN TONIGHT AT ALL
043800*    - NOTHING ELSE ON THE PAGE WOULD BE ABOUT TONIGHT, SO ONLY
043900*    THE STEP TABLE IS REPORTED. OTHERWISE EACH STEP IS JUDGED:
044000*    A MISSING STEP, A CONDITION CODE OF 12 OR MORE, OR ANY
044100*    NONZERO CODE AT A GATING STEP IS RED; ANY OTHER NONZERO CODE
044200*    IS AMBER.
044300******************************************************************
044400 3000-JUDGE-STEPS.
044500     IF NOT WS-STP-FOUND(WS-SUB-RUNSTART)
044600         SET WS-REFUSED TO TRUE
044700         MOVE 'NO RUNSTART LINE ON STEPLOG - STREAM NOT STARTED'
044800             TO WS-REASON-TEXT
044900         PERFORM 6100-ADD-RED THRU 6100-EXIT
045000         GO TO 3000-EXIT
045100     END-IF
045200     IF WS-STP-RC(WS-SUB-RUNSTART) NOT = 0
045300         OR NOT WS-RUN-FOUND
045400         OR WS-STP-RUN-DATE(WS-SUB-RUNSTART) NOT = WS-RUN-DATE
045500         OR WS-STP-RUN-NBR(WS-SUB-RUNSTART) NOT = WS-RUN-NBR
045600         SET WS-REFUSED TO TRUE
045700         MOVE WS-STP-RUN-DATE(WS-SUB-RUNSTART) TO WS-RUN-DATE
045800         MOVE WS-STP-RUN-NBR(WS-SUB-RUNSTART)  TO WS-RUN-NBR
045900         MOVE 'STREAM REFUSED OR HELD AT RUNSTART - SEE STEP005'
046000             TO WS-REASON-TEXT
046100         PERFORM 6100-ADD-RED THRU 6100-EXIT
046200         GO TO 3000-EXIT
046300     END-IF
046400     PERFORM 3100-JUDGE-ONE-STEP THRU 3100-EXIT
046500         VARYING WS-STEP-SUB FROM 2 BY 1
046600         UNTIL WS-STEP-SUB > WS-STEP-CNT.
046700 3000-EXIT.
046800     EXIT.
046900*
047000 3100-JUDGE-ONE-STEP.
047100     MOVE SPACES TO WS-REASON-TEXT
047200     IF NOT WS-STP-FOUND(WS-STEP-SUB)
047300         STRING WS-STP-PROGRAM(WS-STEP-SUB) DELIMITED BY SPACE
047400             ' DID NOT RUN OR FAILED BEFORE ITS END'
047500             DELIMITED BY SIZE
047600             INTO WS-REASON-TEXT
047700         PERFORM 6100-ADD-RED THRU 6100-EXIT
047800         GO TO 3100-EXIT
047900     END-IF
048000     IF WS-STP-RC(WS-STEP-SUB) = 0
048100         GO TO 3100-EXIT
048200     END-IF
048300     STRING WS-STP-PROGRAM(WS-STEP-SUB) DELIMITED BY SPACE
048400         ' ENDED WITH CONDITION CODE ' DELIMITED BY SIZE
048500         WS-STP-RC(WS-STEP-SUB) DELIMITED BY SIZE
048600         INTO WS-REASON-TEXT
048700     IF WS-STP-GATE(WS-STEP-SUB)
048800         OR WS-STP-RC(WS-STEP-SUB) NOT < 12
048900         PERFORM 6100-ADD-RED THRU 6100-EXIT
049000     ELSE
049100         PERFORM 6200-ADD-AMBER THRU 6200-EXIT
049200     END-IF.
049300 3100-EXIT.
049400     EXIT.
049500*
049600******************************************************************
049700*    4000-LOAD-BALANCE - THE STRINGHANDLE AND CHARFREQ CONTROL
049800*    TOTALS FOR THIS RUN, CROSS-FOOTED THE SAME WAY BALCHECK DOES
049900*    SO THE PAGE SHOWS THE FIGURES BEHIND ITS VERDICT.
050000******************************************************************
050100 4000-LOAD-BALANCE.
050200     OPEN INPUT BALANCE
050300     IF WS-BALANCE-STATUS NOT = '00'
050400         DISPLAY 'BALANCE OPEN FAILED - FILE STATUS '
050500             WS-BALANCE-STATUS
050600         GO TO 4000-CROSS-FOOT
050700     END-IF
050800     MOVE 'N' TO WS-EOF-SW
050900     PERFORM 4100-READ-ONE-BALANCE THRU 4100-EXIT
051000         UNTIL WS-EOF
051100     CLOSE BALANCE.
051200 4000-CROSS-FOOT.
051300     IF NOT WS-STR-FOUND OR NOT WS-CF-FOUND
051400         ADD 1 TO WS-BAL-ERROR-CNT
051500     END-IF
051600     COMPUTE WS-ACCOUNTED =
051700         WS-STR-RECS-WRITTEN + WS-STR-DUP-CNT + WS-STR-FMT-CNT
051750       + WS-STR-CHARST-CNT
051800     IF WS-STR-RECS-READ NOT = WS-ACCOUNTED
051900         ADD 1 TO WS-BAL-ERROR-CNT
052000     END-IF
052100     IF WS-STR-RECS-READ NOT = WS-CF-RECS-READ
052200         ADD 1 TO WS-BAL-ERROR-CNT
052300     END-IF
052400     IF WS-BAL-ERROR-CNT > 0
052500         MOVE 'CONTROL TOTALS OUT OF BALANCE' TO WS-REASON-TEXT
052600         PERFORM 6100-ADD-RED THRU 6100-EXIT
052700     END-IF.
052800 4000-EXIT.
052900     EXIT.
053000*
053100 4100-READ-ONE-BALANCE.
053200     READ BALANCE
053300         AT END
053400             SET WS-EOF TO TRUE
053500             GO TO 4100-EXIT
053600     END-READ
053700     IF BAL-RUN-DATE NOT = WS-RUN-DATE
053800         OR BAL-RUN-NBR NOT = WS-RUN-NBR
053900         GO TO 4100-EXIT
054000     END-IF
054100     IF BAL-PROGRAM = 'STRINGHD'
054200         SET WS-STR-FOUND TO TRUE
054300         MOVE BAL-RECS-READ    TO WS-STR-RECS-READ
054400         MOVE BAL-RECS-WRITTEN TO WS-STR-RECS-WRITTEN
054500         MOVE BAL-TRUNC-CNT    TO WS-STR-TRUNC-CNT
054600         MOVE BAL-RECON-CNT    TO WS-STR-RECON-CNT
054700         MOVE BAL-DUP-CNT      TO WS-STR-DUP-CNT
054800         MOVE BAL-FMT-CNT      TO WS-STR-FMT-CNT
054850         MOVE BAL-CHARST-CNT   TO WS-STR-CHARST-CNT
054900     END-IF
055000     IF BAL-PROGRAM = 'CHARFREQ'
055100         SET WS-CF-FOUND TO TRUE
055200         MOVE BAL-RECS-READ TO WS-CF-RECS-READ
055300     END-IF.
055400 4100-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800*    4500-JUDGE-DRIFT - CFTREND LOGS TONIGHT'S DEVIATION IN
055900*    HUNDREDTHS OF A PERCENT AND THE BASELINE GENERATIONS IT WAS
056000*    MEASURED AGAINST. A DEVIATION BEYOND PARM-DRIFT-PCT IS AMBER
056100*    - THE DATA MAY BE FINE, BUT SOMEONE SHOULD LOOK.
056200******************************************************************
056300 4500-JUDGE-DRIFT.
056400     IF NOT WS-STP-FOUND(WS-SUB-CFTREND)
056500         GO TO 4500-EXIT
056600     END-IF
056700     IF WS-STP-COUNT-2(WS-SUB-CFTREND) = 0
056800         GO TO 4500-EXIT
056900     END-IF
057000     COMPUTE WS-DEVIATION =
057100         WS-STP-COUNT-1(WS-SUB-CFTREND) / 100
057200     IF WS-DEVIATION > WS-DRIFT-PCT
057300         SET WS-DRIFT-ALARM TO TRUE
057400         MOVE 'CHARACTER DRIFT BEYOND PARM-DRIFT-PCT'
057500             TO WS-REASON-TEXT
057600         PERFORM 6200-ADD-AMBER THRU 6200-EXIT
057700     END-IF.
057800 4500-EXIT.
057900     EXIT.
057910*
057920******************************************************************
057930*    4600-JUDGE-PARMS - PARMSET LOGS THE PARMCTL VERSION THE RUN
057940*    RAN UNDER, AND FLAGS A PARMCTL THAT NO LONGER MATCHES THE
057950*    SETTINGS RECORDED FOR THAT VERSION ON PARMHIST - A HAND EDIT
057960*    OUTSIDE PARMMAINT. THE NIGHT MAY BE FINE, BUT NOBODY CAN SAY
057970*    EXACTLY WHAT IT RAN UNDER, SO IT IS AMBER.
057980******************************************************************
057990 4600-JUDGE-PARMS.
058001     IF NOT WS-STP-FOUND(WS-SUB-PARMSET)
058002         GO TO 4600-EXIT
058003     END-IF
058004     IF WS-STP-COUNT-2(WS-SUB-PARMSET) = 2
058005         MOVE 'PARMCTL DOES NOT MATCH ITS RECORDED VERSION'
058006             TO WS-REASON-TEXT
058007         PERFORM 6200-ADD-AMBER THRU 6200-EXIT
058008     END-IF.
058009 4600-EXIT.
058010     EXIT.
058011*
058100******************************************************************
058200*    5000-COUNT-NEW-EXCPS - THE EXCPMSTR KEY LEADS WITH THE RUN
058300*    ID, SO TONIGHT'S NEWLY ROLLED EXCEPTIONS ARE ONE CONTIGUOUS
058400*    RANGE: START AT THE RUN ID AND READ ON WHILE IT MATCHES.
058500******************************************************************
058600 5000-COUNT-NEW-EXCPS.
058700     OPEN INPUT EXCPMSTR
058800     IF WS-EXCPMSTR-STATUS NOT = '00'
058900         DISPLAY 'EXCPMSTR NOT AVAILABLE - FILE STATUS '
059000             WS-EXCPMSTR-STATUS ' - NO EXCEPTION COUNTS'
059100         GO TO 5000-EXIT
059200     END-IF
059300     SET WS-EXCP-AVAIL TO TRUE
059400     MOVE LOW-VALUES  TO EXCM-KEY
059500     MOVE WS-RUN-DATE TO EXCM-RUN-DATE
059600     MOVE WS-RUN-NBR  TO EXCM-RUN-NBR
059700     START EXCPMSTR KEY NOT < EXCM-KEY
059800     IF WS-EXCPMSTR-STATUS NOT = '00'
059900         CLOSE EXCPMSTR
060000         GO TO 5000-EXIT
060100     END-IF
060200     MOVE 'N' TO WS-EOF-SW
060300     PERFORM 5100-COUNT-ONE-EXCP THRU 5100-EXIT
060400         UNTIL WS-EOF
060500     CLOSE EXCPMSTR.
060600 5000-EXIT.
060700     EXIT.
060800*
060900 5100-COUNT-ONE-EXCP.
061000     READ EXCPMSTR NEXT
061100         AT END
061200             SET WS-EOF TO TRUE
061300             GO TO 5100-EXIT
061400     END-READ
061500     IF EXCM-RUN-DATE NOT = WS-RUN-DATE
061600         OR EXCM-RUN-NBR NOT = WS-RUN-NBR
061700         SET WS-EOF TO TRUE
061800         GO TO 5100-EXIT
061900     END-IF
062000     ADD 1 TO WS-NEW-EXCP-CNT
062100     PERFORM 5110-MATCH-ONE-TYPE THRU 5110-EXIT
062200         VARYING WS-TYPE-SUB FROM 1 BY 1
062300         UNTIL WS-TYPE-SUB > WS-TYPE-CNT.
062400 5100-EXIT.
062500     EXIT.
062600*
062700*    A TYPE NOT IN THE TABLE LEAVES WS-TYPE-SUB ONE PAST THE END
062800*    AND IS COUNTED AS OTHER, SO THE BY-TYPE LINES STILL FOOT TO
062900*    THE TOTAL.
063000 5110-MATCH-ONE-TYPE.
063100     IF EXCM-TYPE = WS-TYPE-NAME(WS-TYPE-SUB)
063200         ADD 1 TO WS-TYPE-NEW(WS-TYPE-SUB)
063300         MOVE WS-TYPE-CNT TO WS-TYPE-SUB
063400         ADD 1 TO WS-TYPE-SUB
063500         GO TO 5110-EXIT
063600     END-IF
063700     IF WS-TYPE-SUB = WS-TYPE-CNT
063800         ADD 1 TO WS-OTHER-EXCP-CNT
063900     END-IF.
064000 5110-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400*    5500-READ-SHIPLOG - THE SHIPMENT LOG ENTRY STRINGHANDLE
064500*    WROTE FOR THIS RUN ID. WITH PARM-SHIP-MODE Y A RUN THAT
064600*    SHIPPED NOTHING IS AMBER - THE RECEIVER IS WAITING FOR IT.
064700******************************************************************
064800 5500-READ-SHIPLOG.
064900     OPEN INPUT SHIPLOG
065000     IF WS-SHIPLOG-STATUS = '00'
065100         MOVE WS-RUN-DATE TO SHLG-RUN-DATE
065200         MOVE WS-RUN-NBR  TO SHLG-RUN-NBR
065300         READ SHIPLOG
065400         IF WS-SHIPLOG-STATUS = '00'
065500             SET WS-SHIPPED TO TRUE
065510             MOVE SHLG-COUNT TO WS-SHIP-COUNT
065520             MOVE SHLG-HASH  TO WS-SHIP-HASH
065600         END-IF
065700         CLOSE SHIPLOG
065800     END-IF
065900     IF WS-SHIP-MODE = 'Y' AND NOT WS-SHIPPED
066000         MOVE 'SHIP MODE IS ON BUT NO EXTRACT WAS SHIPPED'
066100             TO WS-REASON-TEXT
066200         PERFORM 6200-ADD-AMBER THRU 6200-EXIT
066300     END-IF.
066400 5500-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800*    6100-ADD-RED / 6200-ADD-AMBER - RECORD ONE REASON AGAINST
066900*    THE OVERALL STATUS. RED IS NEVER DOWNGRADED. REASONS BEYOND
067000*    THE TABLE STILL COUNT TOWARD THE STATUS.
067100******************************************************************
067200 6100-ADD-RED.
067300     MOVE 'RED  ' TO WS-OVERALL
067400     IF WS-REASON-CNT < 20
067500         ADD 1 TO WS-REASON-CNT
067600         MOVE 'RED  '        TO WS-RSN-LEVEL(WS-REASON-CNT)
067700         MOVE WS-REASON-TEXT TO WS-RSN-TEXT(WS-REASON-CNT)
067800     END-IF
067900     MOVE SPACES TO WS-REASON-TEXT.
068000 6100-EXIT.
068100     EXIT.
068200*
068300 6200-ADD-AMBER.
068400     IF NOT WS-OVERALL-RED
068500         MOVE 'AMBER' TO WS-OVERALL
068600     END-IF
068700     IF WS-REASON-CNT < 20
068800         ADD 1 TO WS-REASON-CNT
068900         MOVE 'AMBER'        TO WS-RSN-LEVEL(WS-REASON-CNT)
069000         MOVE WS-REASON-TEXT TO WS-RSN-TEXT(WS-REASON-CNT)
069100     END-IF
069200     MOVE SPACES TO WS-REASON-TEXT.
069300 6200-EXIT.
069400     EXIT.
069500*
069600******************************************************************
069700*    7000-WRITE-PAGE - THE ONE-PAGE SUMMARY. A REFUSED STREAM
069800*    SHOWS ONLY THE STEP TABLE AND THE REASON.
069900******************************************************************
070000 7000-WRITE-PAGE.
070100     MOVE 'RUNSUMM - END-OF-STREAM RUN SUMMARY' TO SUM-RECORD
070200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
070300     MOVE ALL '-' TO SUM-RECORD
070400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
070500     MOVE WS-RUN-DATE     TO WS-HDR-RUN-DATE
070600     MOVE WS-RUN-NBR      TO WS-HDR-RUN-NBR
070700     MOVE WS-TODAY-DATE   TO WS-HDR-PRT-DATE
070800     MOVE WS-NOW-TIME(1:6) TO WS-HDR-PRT-TIME
070900     MOVE WS-HDR-LINE TO SUM-RECORD
071000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
071100     MOVE WS-OVERALL TO WS-STS-OVERALL
071200     EVALUATE TRUE
071300         WHEN WS-OVERALL-GREEN
071400             MOVE 'ALL STEPS CLEAN' TO WS-STS-NOTE
071500         WHEN WS-OVERALL-RED
071600             MOVE 'ACTION REQUIRED - SEE REASONS BELOW'
071700                 TO WS-STS-NOTE
071800         WHEN OTHER
071900             MOVE 'REVIEW - SEE REASONS BELOW' TO WS-STS-NOTE
072000     END-EVALUATE
072100     MOVE WS-STATUS-LINE TO SUM-RECORD
072200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
072300     PERFORM 7100-WRITE-STEPS THRU 7100-EXIT
072400     IF NOT WS-REFUSED
072450         PERFORM 7150-WRITE-PARMS THRU 7150-EXIT
072500         PERFORM 7200-WRITE-BALANCE THRU 7200-EXIT
072600         PERFORM 7300-WRITE-DRIFT THRU 7300-EXIT
072700         PERFORM 7400-WRITE-MASTER THRU 7400-EXIT
072800         PERFORM 7500-WRITE-EXCPS THRU 7500-EXIT
072900         PERFORM 7600-WRITE-SHIPMENT THRU 7600-EXIT
073000     END-IF
073100     PERFORM 7700-WRITE-REASONS THRU 7700-EXIT.
073200 7000-EXIT.
073300     EXIT.
073400*
073500 7100-WRITE-STEPS.
073600     MOVE SPACES TO SUM-RECORD
073700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
073800     MOVE 'STEP CONDITION CODES' TO SUM-RECORD
073900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
074000     MOVE '  STEP      PROGRAM    CC' TO SUM-RECORD
074100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
074200     PERFORM 7110-WRITE-ONE-STEP THRU 7110-EXIT
074300         VARYING WS-STEP-SUB FROM 1 BY 1
074400         UNTIL WS-STEP-SUB > WS-STEP-CNT.
074500 7100-EXIT.
074600     EXIT.
074700*
074703 7150-WRITE-PARMS.
074706     MOVE SPACES TO SUM-RECORD
074709     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
074712     MOVE 'PARAMETER CONTROL (PARMSET)' TO SUM-RECORD
074715     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
074718     IF NOT WS-STP-FOUND(WS-SUB-PARMSET)
074721         MOVE '  VERSION UNKNOWN - PARMSET DID NOT RUN'
074724             TO SUM-RECORD
074727         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
074730         GO TO 7150-EXIT
074733     END-IF
074736     MOVE 'PARMCTL VERSION'         TO WS-FIG-LABEL
074739     MOVE WS-STP-COUNT-1(WS-SUB-PARMSET) TO WS-FIG-VALUE
074742     EVALUATE WS-STP-COUNT-2(WS-SUB-PARMSET)
074745         WHEN 1
074748             MOVE 'PUT IN PLACE FOR THIS RUN' TO WS-FIG-NOTE
074751         WHEN 2
074754             MOVE 'EDITED OUTSIDE PARMMAINT'  TO WS-FIG-NOTE
074757         WHEN OTHER
074760             MOVE 'UNCHANGED'                 TO WS-FIG-NOTE
074763     END-EVALUATE
074766     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT.
074769 7150-EXIT.
074772     EXIT.
074775*
074800 7110-WRITE-ONE-STEP.
074900     MOVE SPACES TO WS-STEP-LINE
075000     MOVE WS-STP-NAME(WS-STEP-SUB)    TO WS-STL-NAME
075100     MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO WS-STL-PROGRAM
075200     IF WS-STP-FOUND(WS-STEP-SUB)
075300         MOVE WS-STP-RC(WS-STEP-SUB) TO WS-STL-RC
075400     ELSE
075500         MOVE '---' TO WS-STL-RC
075600         MOVE 'NOT RUN / FAILED EARLY' TO WS-STL-NOTE
075700     END-IF
075800     MOVE WS-STEP-LINE TO SUM-RECORD
075900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
076000 7110-EXIT.
076100     EXIT.
076200*
076300 7200-WRITE-BALANCE.
076400     MOVE SPACES TO SUM-RECORD
076500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
076600     MOVE 'BALANCE CROSS-FOOT' TO SUM-RECORD
076700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
076800     MOVE 'STRIN RECORDS READ'      TO WS-FIG-LABEL
076900     MOVE WS-STR-RECS-READ          TO WS-FIG-VALUE
077000     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
077100     MOVE 'STROUT RECORDS WRITTEN'  TO WS-FIG-LABEL
077200     MOVE WS-STR-RECS-WRITTEN       TO WS-FIG-VALUE
077300     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
077400     MOVE 'DUPLICATES DISCARDED'    TO WS-FIG-LABEL
077500     MOVE WS-STR-DUP-CNT            TO WS-FIG-VALUE
077600     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
077700     MOVE 'FORMAT REJECTS'          TO WS-FIG-LABEL
077800     MOVE WS-STR-FMT-CNT            TO WS-FIG-VALUE
077900     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
077910     MOVE 'CHARACTER-SET REJECTS'   TO WS-FIG-LABEL
077920     MOVE WS-STR-CHARST-CNT         TO WS-FIG-VALUE
077930     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
078000     MOVE 'ACCOUNTED FOR'           TO WS-FIG-LABEL
078100     MOVE WS-ACCOUNTED              TO WS-FIG-VALUE
078200     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
078300     MOVE 'CHARFREQ RECORDS READ'   TO WS-FIG-LABEL
078400     MOVE WS-CF-RECS-READ           TO WS-FIG-VALUE
078500     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
078600     MOVE 'TRUNCATIONS'             TO WS-FIG-LABEL
078700     MOVE WS-STR-TRUNC-CNT          TO WS-FIG-VALUE
078800     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
078900     MOVE 'RECONSTRUCTIONS'         TO WS-FIG-LABEL
079000     MOVE WS-STR-RECON-CNT          TO WS-FIG-VALUE
079100     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
079200     IF WS-BAL-ERROR-CNT = 0
079300         MOVE '  VERDICT - IN BALANCE' TO SUM-RECORD
079400     ELSE
079500         MOVE '  VERDICT - OUT OF BALANCE' TO SUM-RECORD
079600     END-IF
079700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
079800 7200-EXIT.
079900     EXIT.
080000*
080100 7300-WRITE-DRIFT.
080200     MOVE SPACES TO SUM-RECORD
080300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
080400     MOVE 'CHARACTER DRIFT (CFTREND)' TO SUM-RECORD
080500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
080600     IF NOT WS-STP-FOUND(WS-SUB-CFTREND)
080700         MOVE '  NOT MEASURED - CFTREND DID NOT RUN' TO SUM-RECORD
080800         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
080900         GO TO 7300-EXIT
081000     END-IF
081100     IF WS-STP-COUNT-2(WS-SUB-CFTREND) = 0
081200         MOVE '  NO BASELINE YET - NOTHING TO MEASURE AGAINST'
081300             TO SUM-RECORD
081400         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
081500         GO TO 7300-EXIT
081600     END-IF
081700     MOVE WS-DEVIATION TO WS-DRL-DEV
081800     MOVE WS-DRIFT-PCT TO WS-DRL-PCT
081900     IF WS-DRIFT-ALARM
082000         MOVE 'DRIFT ALARM' TO WS-DRL-VERDICT
082100     ELSE
082200         MOVE 'WITHIN THRESHOLD' TO WS-DRL-VERDICT
082300     END-IF
082400     MOVE WS-DRIFT-LINE TO SUM-RECORD
082500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
082600 7300-EXIT.
082700     EXIT.
082800*
082900 7400-WRITE-MASTER.
083000     MOVE SPACES TO SUM-RECORD
083100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
083200     MOVE 'STRMASTR MASTER UPDATE (STRMLOAD)' TO SUM-RECORD
083300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
083400     IF NOT WS-STP-FOUND(WS-SUB-STRMLOAD)
083500         MOVE '  NOT APPLIED - STRMLOAD DID NOT RUN' TO SUM-RECORD
083600         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
083700         GO TO 7400-EXIT
083800     END-IF
083900     MOVE 'KEYS ADDED'              TO WS-FIG-LABEL
084000     MOVE WS-STP-COUNT-1(WS-SUB-STRMLOAD) TO WS-FIG-VALUE
084100     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
084200     MOVE 'KEYS UPDATED'            TO WS-FIG-LABEL
084300     MOVE WS-STP-COUNT-2(WS-SUB-STRMLOAD) TO WS-FIG-VALUE
084400     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT.
084500 7400-EXIT.
084600     EXIT.
084700*
084800 7500-WRITE-EXCPS.
084900     MOVE SPACES TO SUM-RECORD
085000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
085100     MOVE 'NEW EXCEPTIONS ROLLED TO EXCPMSTR' TO SUM-RECORD
085200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
085300     IF NOT WS-EXCP-AVAIL
085400         MOVE '  NO EXCEPTION MASTER' TO SUM-RECORD
085500         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
085600     ELSE
085700         PERFORM 7510-WRITE-ONE-TYPE THRU 7510-EXIT
085800             VARYING WS-TYPE-SUB FROM 1 BY 1
085900             UNTIL WS-TYPE-SUB > WS-TYPE-CNT
086000         IF WS-OTHER-EXCP-CNT > 0
086100             MOVE 'OTHER'             TO WS-FIG-LABEL
086200             MOVE WS-OTHER-EXCP-CNT   TO WS-FIG-VALUE
086300             PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
086400         END-IF
086500         MOVE 'TOTAL'                 TO WS-FIG-LABEL
086600         MOVE WS-NEW-EXCP-CNT         TO WS-FIG-VALUE
086700         PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
086800     END-IF
086900     IF WS-STP-FOUND(WS-SUB-EXCPAGE)
087000         MOVE 'OPEN EXCEPTIONS (EXCPAGE)' TO WS-FIG-LABEL
087100         MOVE WS-STP-COUNT-1(WS-SUB-EXCPAGE) TO WS-FIG-VALUE
087200         PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
087300         MOVE 'OPEN OVER THRESHOLD'   TO WS-FIG-LABEL
087400         MOVE WS-STP-COUNT-2(WS-SUB-EXCPAGE) TO WS-FIG-VALUE
087500         STRING 'OLDER THAN ' DELIMITED BY SIZE
087600             WS-AGE-THRESH DELIMITED BY SIZE
087700             ' DAYS' DELIMITED BY SIZE
087800             INTO WS-FIG-NOTE
087900         PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
088000     ELSE
088100         MOVE '  OVER THRESHOLD UNKNOWN - EXCPAGE DID NOT RUN'
088200             TO SUM-RECORD
088300         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
088400     END-IF.
088500 7500-EXIT.
088600     EXIT.
088700*
088800 7510-WRITE-ONE-TYPE.
088900     MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO WS-FIG-LABEL
089000     MOVE WS-TYPE-NEW(WS-TYPE-SUB)  TO WS-FIG-VALUE
089100     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT.
089200 7510-EXIT.
089300     EXIT.
089400*
089500 7600-WRITE-SHIPMENT.
089600     MOVE SPACES TO SUM-RECORD
089700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
089800     MOVE 'SHIPMENT (SHIPLOG)' TO SUM-RECORD
089900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
090000     IF NOT WS-SHIPPED
090100         IF WS-SHIP-MODE = 'Y'
090200             MOVE '  NOT SHIPPED' TO SUM-RECORD
090300         ELSE
090400             MOVE '  NOT SHIPPED - PARM-SHIP-MODE IS OFF'
090500                 TO SUM-RECORD
090600         END-IF
090700         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
090800         GO TO 7600-EXIT
090900     END-IF
091000     MOVE 'DETAILS SHIPPED'         TO WS-FIG-LABEL
091100     MOVE WS-SHIP-COUNT             TO WS-FIG-VALUE
091200     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT
091300     MOVE 'HASH TOTAL'              TO WS-FIG-LABEL
091400     MOVE WS-SHIP-HASH              TO WS-FIG-VALUE
091500     PERFORM 7800-WRITE-FIGURE THRU 7800-EXIT.
091600 7600-EXIT.
091700     EXIT.
091800*
091900 7700-WRITE-REASONS.
092000     MOVE SPACES TO SUM-RECORD
092100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
092200     MOVE 'STATUS REASONS' TO SUM-RECORD
092300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
092400     IF WS-REASON-CNT = 0
092500         MOVE '  NONE' TO SUM-RECORD
092600         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
092700         GO TO 7700-EXIT
092800     END-IF
092900     PERFORM 7710-WRITE-ONE-REASON THRU 7710-EXIT
093000         VARYING WS-REASON-SUB FROM 1 BY 1
093100         UNTIL WS-REASON-SUB > WS-REASON-CNT.
093200 7700-EXIT.
093300     EXIT.
093400*
093500 7710-WRITE-ONE-REASON.
093600     MOVE WS-RSN-LEVEL(WS-REASON-SUB) TO WS-RSL-LEVEL
093700     MOVE WS-RSN-TEXT(WS-REASON-SUB)  TO WS-RSL-TEXT
093800     MOVE WS-REASON-LINE TO SUM-RECORD
093900     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
094000 7710-EXIT.
094100     EXIT.
094200*
094300 7800-WRITE-FIGURE.
094400     MOVE WS-FIG-LINE TO SUM-RECORD
094500     PERFORM 7900-WRITE-LINE THRU 7900-EXIT
094600     MOVE SPACES TO WS-FIG-NOTE.
094700 7800-EXIT.
094800     EXIT.
094900*
095000 7900-WRITE-LINE.
095100     WRITE SUM-RECORD.
095200 7900-EXIT.
095300     EXIT.
095400*
095500******************************************************************
095600*    8000-TERMINATE - ECHO THE VERDICT TO SYSOUT AND CLOSE THE
095700*    PAGE. THE STATUS IS REPORTED, NOT RETURNED - A RED NIGHT HAS
095800*    ALREADY STOPPED THE STREAM WHERE IT WENT WRONG.
095900******************************************************************
096000 8000-TERMINATE.
096100     DISPLAY 'RUNSUMM - RUN ' WS-RUN-NBR ' OF ' WS-RUN-DATE
096200         ' - OVERALL STATUS ' WS-OVERALL
096300     IF WS-STALE-CNT > 0
096400         DISPLAY 'RUNSUMM - ' WS-STALE-CNT
096500             ' STEPLOG LINE(S) FOR ANOTHER RUN IGNORED'
096600     END-IF
096700     CLOSE SUMRPT.
096800 8000-EXIT.
096900     EXIT.

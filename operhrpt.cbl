000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     OPERHRPT.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - OPERATOR CONSOLE.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - ACCESS-REVIEW REPORT
001200*                     OVER THE OPHIST PROFILE-CHANGE HISTORY
001300*                     THAT OPERMAINT APPENDS TO. ONE LINE PER
001400*                     FIELD CHANGED IN THE PARM-RPT-FROM /
001500*                     PARM-RPT-TO DATE RANGE (BLANK OR ZERO
001600*                     MEANS UNBOUNDED ON THAT SIDE, AS FOR
001700*                     AUDITRPT) - WHEN, WHO SIGNED IT OFF, THE
001800*                     ACTION, WHOSE PROFILE, THE FIELD AND THE
001900*                     OLD AND NEW VALUE - WITH A COUNT BY
002000*                     ACTION, FOLLOWED BY EVERY PROFILE NOW ON
002100*                     OPERPROF WITH ITS LEVEL AND WHETHER IT IS
002200*                     ACTIVE TODAY, SUSPENDED, EXPIRED OR NOT
002300*                     YET EFFECTIVE - THE SAME TEST SYSCMD
002400*                     APPLIES AT SIGN-ON. RUN FOR THE QUARTER
002500*                     UNDER REVIEW.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPHIST         ASSIGN TO OPHIST
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-OPHIST-STATUS.
003400     SELECT OPERPROF       ASSIGN TO OPERPROF
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-OPERPROF-STATUS.
003700     SELECT OPHRPT         ASSIGN TO OPHRPT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-OPHRPT-STATUS.
004000     SELECT PARMCTL        ASSIGN TO PARMCTL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PARMCTL-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  OPHIST
004700     RECORDING MODE IS F.
004800     COPY OPHREC.
004900*
005000 FD  OPERPROF
005100     RECORDING MODE IS F.
005200     COPY OPERREC.
005300*
005400 FD  OPHRPT
005500     RECORDING MODE IS F.
005600 01  RPT-RECORD                      PIC X(80).
005700*
005800 FD  PARMCTL
005900     RECORDING MODE IS F.
006000     COPY PARMCTL.
006100*
006200 WORKING-STORAGE SECTION.
006300 01  WS-OPHIST-STATUS            PIC X(02) VALUE '00'.
006400 01  WS-OPERPROF-STATUS          PIC X(02) VALUE '00'.
006500 01  WS-OPHRPT-STATUS            PIC X(02) VALUE '00'.
006600 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
006700*
006800 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006900     88  WS-EOF                      VALUE 'Y'.
007000*
007100 01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
007200 01  WS-RPT-FROM                 PIC 9(08) VALUE 0.
007300 01  WS-RPT-TO                   PIC 9(08) VALUE 99999999.
007400*
007500 01  WS-HIST-READ-CNT            PIC 9(07) VALUE 0.
007600 01  WS-HIST-RPT-CNT             PIC 9(07) VALUE 0.
007700 01  WS-ADD-CNT                  PIC 9(07) VALUE 0.
007800 01  WS-LEVEL-CNT                PIC 9(07) VALUE 0.
007900 01  WS-SUSPEND-CNT              PIC 9(07) VALUE 0.
008000 01  WS-REINSTATE-CNT            PIC 9(07) VALUE 0.
008100 01  WS-EXPIRE-CNT               PIC 9(07) VALUE 0.
008200*
008300 01  WS-PROF-CNT                 PIC 9(07) VALUE 0.
008400 01  WS-ACTIVE-CNT               PIC 9(07) VALUE 0.
008500 01  WS-SUSP-CNT                 PIC 9(07) VALUE 0.
008600 01  WS-EXPIRED-CNT              PIC 9(07) VALUE 0.
008700 01  WS-PENDING-CNT              PIC 9(07) VALUE 0.
008800*
008900 01  WS-HIST-LINE.
009000     05  WS-HL-DATE                  PIC 9(08).
009100     05  FILLER                      PIC X(01) VALUE SPACE.
009200     05  WS-HL-TIME                  PIC X(04).
009300     05  FILLER                      PIC X(01) VALUE SPACE.
009400     05  WS-HL-SIGNOFF               PIC X(08).
009500     05  FILLER                      PIC X(01) VALUE SPACE.
009600     05  WS-HL-ACTION                PIC X(09).
009700     05  FILLER                      PIC X(01) VALUE SPACE.
009800     05  WS-HL-OPER-ID               PIC X(08).
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000     05  WS-HL-FIELD                 PIC X(08).
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  WS-HL-VALUES.
010300         10  WS-HL-OLD               PIC X(13).
010400         10  FILLER                  PIC X(01).
010500         10  WS-HL-NEW               PIC X(13).
010600*    AN ADD HAS NO OLD VALUE, SO THE NEW VALUE GETS THE WHOLE
010700*    WIDTH - ROOM FOR A FULL 20-BYTE OPERATOR NAME.
010800     05  WS-HL-VALUES-WIDE REDEFINES WS-HL-VALUES
010900                                     PIC X(27).
011000     05  FILLER                      PIC X(02) VALUE SPACES.
011100*
011200 01  WS-PROF-LINE.
011300     05  WS-PL-OPER-ID               PIC X(08).
011400     05  FILLER                      PIC X(01) VALUE SPACE.
011500     05  WS-PL-NAME                  PIC X(20).
011600     05  FILLER                      PIC X(02) VALUE SPACES.
011700     05  WS-PL-LEVEL                 PIC X(01).
011800     05  FILLER                      PIC X(01) VALUE SPACE.
011900     05  WS-PL-STATUS                PIC X(09).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  WS-PL-EFF-DATE              PIC X(08).
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  WS-PL-EXP-DATE              PIC X(08).
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  WS-PL-SIGNOFF               PIC X(08).
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  WS-PL-CHG-DATE              PIC X(08).
012800     05  FILLER                      PIC X(02) VALUE SPACES.
012900*
013000 01  WS-RPT-DETAIL.
013100     05  FILLER                      PIC X(02) VALUE SPACES.
013200     05  WS-RPT-LABEL                PIC X(30) VALUE SPACES.
013300     05  WS-RPT-COUNT                PIC ZZZ,ZZ9.
013400     05  FILLER                      PIC X(41) VALUE SPACES.
013500*
013600 PROCEDURE DIVISION.
013700*
013800******************************************************************
013900*    0000-MAINLINE
014000******************************************************************
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014300     PERFORM 2000-REPORT-HISTORY THRU 2000-EXIT
014400     PERFORM 4000-REPORT-PROFILES THRU 4000-EXIT
014500     PERFORM 8000-TERMINATE THRU 8000-EXIT
014600     STOP RUN.
014700*
014800******************************************************************
014900*    1000-INITIALIZE - OPEN THE REPORT, PICK UP THE PERIOD FROM
015000*    PARMCTL AND WRITE THE PAGE HEADING.
015100******************************************************************
015200 1000-INITIALIZE.
015300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
015400     OPEN OUTPUT OPHRPT
015500     IF WS-OPHRPT-STATUS NOT = '00'
015600         DISPLAY 'OPHRPT OPEN FAILED - FILE STATUS '
015700             WS-OPHRPT-STATUS
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF
016100     PERFORM 1100-READ-PARM THRU 1100-EXIT
016200     MOVE SPACES TO RPT-RECORD
016300     MOVE 'OPERHRPT - OPERATOR PROFILE ACCESS REVIEW'
016400         TO RPT-RECORD
016500     WRITE RPT-RECORD
016600     MOVE ALL '-' TO RPT-RECORD
016700     WRITE RPT-RECORD
016800     MOVE SPACES TO RPT-RECORD
016900     STRING 'PERIOD ' DELIMITED BY SIZE
017000         WS-RPT-FROM  DELIMITED BY SIZE
017100         ' THRU '     DELIMITED BY SIZE
017200         WS-RPT-TO    DELIMITED BY SIZE
017300         '   PROFILES AS OF ' DELIMITED BY SIZE
017400         WS-TODAY-DATE DELIMITED BY SIZE
017500         INTO RPT-RECORD
017600     WRITE RPT-RECORD.
017700 1000-EXIT.
017800     EXIT.
017900*
018000******************************************************************
018100*    1100-READ-PARM - THE REVIEW PERIOD. A MISSING CONTROL FILE
018200*    OR A BLANK OR ZERO BOUND LEAVES THAT SIDE UNBOUNDED.
018300******************************************************************
018400 1100-READ-PARM.
018500     OPEN INPUT PARMCTL
018600     IF WS-PARMCTL-STATUS NOT = '00'
018700         DISPLAY 'PARMCTL NOT FOUND - REPORTING ALL HISTORY'
018800         GO TO 1100-EXIT
018900     END-IF
019000     READ PARMCTL
019100         AT END
019200             CONTINUE
019300     END-READ
019400     IF WS-PARMCTL-STATUS = '00'
019500         IF PARM-RPT-FROM IS NUMERIC
019600             AND PARM-RPT-FROM > 0
019700             MOVE PARM-RPT-FROM TO WS-RPT-FROM
019800         END-IF
019900         IF PARM-RPT-TO IS NUMERIC
020000             AND PARM-RPT-TO > 0
020100             MOVE PARM-RPT-TO TO WS-RPT-TO
020200         END-IF
020300     END-IF
020400     CLOSE PARMCTL.
020500 1100-EXIT.
020600     EXIT.
020700*
020800******************************************************************
020900*    2000-REPORT-HISTORY - EVERY HISTORY LINE IN THE PERIOD, IN
021000*    THE ORDER OPERMAINT WROTE THEM, THEN THE COUNT BY ACTION.
021100*    AN ADD IS COUNTED ONCE PER PROFILE (ON ITS NAME LINE), NOT
021200*    ONCE PER FIELD. NO OPHIST YET IS REPORTED, NOT AN ERROR.
021300******************************************************************
021400 2000-REPORT-HISTORY.
021500     MOVE SPACES TO RPT-RECORD
021600     WRITE RPT-RECORD
021700     MOVE 'PROFILE CHANGES IN THE PERIOD' TO RPT-RECORD
021800     WRITE RPT-RECORD
021900     OPEN INPUT OPHIST
022000     IF WS-OPHIST-STATUS NOT = '00'
022100         MOVE '  NO PROFILE-CHANGE HISTORY ON FILE' TO RPT-RECORD
022200         WRITE RPT-RECORD
022300         DISPLAY 'OPHIST NOT AVAILABLE - FILE STATUS '
022400             WS-OPHIST-STATUS
022500         GO TO 2000-EXIT
022600     END-IF
022700     MOVE 'DATE     TIME SIGN-OFF ACTION    OPER-ID  FIELD    OLD'
022800         TO RPT-RECORD
022900     MOVE 'VALUE     NEW VALUE' TO RPT-RECORD(56:19)
023000     WRITE RPT-RECORD
023100     MOVE 'N' TO WS-EOF-SW
023200     PERFORM 2900-READ-OPHIST THRU 2900-EXIT
023300     PERFORM 2100-REPORT-ONE-CHANGE THRU 2100-EXIT
023400         UNTIL WS-EOF
023500     CLOSE OPHIST
023600     IF WS-HIST-RPT-CNT = 0
023700         MOVE '  NO PROFILE CHANGES IN THE PERIOD' TO RPT-RECORD
023800         WRITE RPT-RECORD
023900     END-IF
024000     MOVE SPACES TO RPT-RECORD
024100     WRITE RPT-RECORD
024200     MOVE 'PROFILES ADDED'       TO WS-RPT-LABEL
024300     MOVE WS-ADD-CNT             TO WS-RPT-COUNT
024400     MOVE WS-RPT-DETAIL          TO RPT-RECORD
024500     WRITE RPT-RECORD
024600     MOVE 'LEVELS CHANGED'       TO WS-RPT-LABEL
024700     MOVE WS-LEVEL-CNT           TO WS-RPT-COUNT
024800     MOVE WS-RPT-DETAIL          TO RPT-RECORD
024900     WRITE RPT-RECORD
025000     MOVE 'PROFILES SUSPENDED'   TO WS-RPT-LABEL
025100     MOVE WS-SUSPEND-CNT         TO WS-RPT-COUNT
025200     MOVE WS-RPT-DETAIL          TO RPT-RECORD
025300     WRITE RPT-RECORD
025400     MOVE 'PROFILES REINSTATED'  TO WS-RPT-LABEL
025500     MOVE WS-REINSTATE-CNT       TO WS-RPT-COUNT
025600     MOVE WS-RPT-DETAIL          TO RPT-RECORD
025700     WRITE RPT-RECORD
025800     MOVE 'EXPIRY DATES SET'     TO WS-RPT-LABEL
025900     MOVE WS-EXPIRE-CNT          TO WS-RPT-COUNT
026000     MOVE WS-RPT-DETAIL          TO RPT-RECORD
026100     WRITE RPT-RECORD.
026200 2000-EXIT.
026300     EXIT.
026400*
026500 2100-REPORT-ONE-CHANGE.
026600     ADD 1 TO WS-HIST-READ-CNT
026700     IF OPH-CHG-DATE IS NOT NUMERIC
026800         OR OPH-CHG-DATE < WS-RPT-FROM
026900         OR OPH-CHG-DATE > WS-RPT-TO
027000         GO TO 2100-READ
027100     END-IF
027200     ADD 1 TO WS-HIST-RPT-CNT
027300     MOVE OPH-CHG-DATE       TO WS-HL-DATE
027400     MOVE OPH-CHG-TIME(1:4)  TO WS-HL-TIME
027500     MOVE OPH-SIGNOFF-ID     TO WS-HL-SIGNOFF
027600     MOVE OPH-ACTION         TO WS-HL-ACTION
027700     MOVE OPH-OPER-ID        TO WS-HL-OPER-ID
027800     MOVE OPH-FIELD          TO WS-HL-FIELD
027900     IF OPH-OLD-VALUE = SPACES
028000         MOVE OPH-NEW-VALUE  TO WS-HL-VALUES-WIDE
028100     ELSE
028200         MOVE SPACES         TO WS-HL-VALUES-WIDE
028300         MOVE OPH-OLD-VALUE  TO WS-HL-OLD
028400         MOVE OPH-NEW-VALUE  TO WS-HL-NEW
028500     END-IF
028600     MOVE WS-HIST-LINE TO RPT-RECORD
028700     WRITE RPT-RECORD
028800     IF OPH-ACTION = 'ADD' AND OPH-FIELD = 'NAME'
028900         ADD 1 TO WS-ADD-CNT
029000     END-IF
029100     IF OPH-ACTION = 'LEVEL'
029200         ADD 1 TO WS-LEVEL-CNT
029300     END-IF
029400     IF OPH-ACTION = 'SUSPEND'
029500         ADD 1 TO WS-SUSPEND-CNT
029600     END-IF
029700     IF OPH-ACTION = 'REINSTATE'
029800         ADD 1 TO WS-REINSTATE-CNT
029900     END-IF
030000     IF OPH-ACTION = 'EXPIRE'
030100         ADD 1 TO WS-EXPIRE-CNT
030200     END-IF.
030300 2100-READ.
030400     PERFORM 2900-READ-OPHIST THRU 2900-EXIT.
030500 2100-EXIT.
030600     EXIT.
030700*
030800 2900-READ-OPHIST.
030900     READ OPHIST
031000         AT END
031100             SET WS-EOF TO TRUE
031200     END-READ.
031300 2900-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700*    4000-REPORT-PROFILES - EVERY PROFILE NOW ON OPERPROF WITH
031800*    ITS STANDING TODAY. A BLANK DATE ON A PROFILE KEYED BEFORE
031900*    THE DATES EXISTED PUTS NO LIMIT ON THAT SIDE, AS IN SYSCMD.
032000******************************************************************
032100 4000-REPORT-PROFILES.
032200     MOVE SPACES TO RPT-RECORD
032300     WRITE RPT-RECORD
032400     MOVE 'OPERATOR PROFILES ON FILE' TO RPT-RECORD
032500     WRITE RPT-RECORD
032600     OPEN INPUT OPERPROF
032700     IF WS-OPERPROF-STATUS NOT = '00'
032800         MOVE '  OPERPROF NOT AVAILABLE' TO RPT-RECORD
032900         WRITE RPT-RECORD
033000         DISPLAY 'OPERPROF OPEN FAILED - FILE STATUS '
033100             WS-OPERPROF-STATUS
033200         MOVE 8 TO RETURN-CODE
033300         GO TO 4000-EXIT
033400     END-IF
033500     MOVE 'OPER-ID  NAME                 LV STATUS    EFF-DATE'
033600         TO RPT-RECORD
033700     MOVE 'EXP-DATE SIGN-OFF CHANGED' TO RPT-RECORD(53:25)
033800     WRITE RPT-RECORD
033900     MOVE 'N' TO WS-EOF-SW
034000     PERFORM 4900-READ-OPERPROF THRU 4900-EXIT
034100     PERFORM 4100-REPORT-ONE-PROFILE THRU 4100-EXIT
034200         UNTIL WS-EOF
034300     CLOSE OPERPROF
034400     MOVE SPACES TO RPT-RECORD
034500     WRITE RPT-RECORD
034600     MOVE 'PROFILES ON FILE'     TO WS-RPT-LABEL
034700     MOVE WS-PROF-CNT            TO WS-RPT-COUNT
034800     MOVE WS-RPT-DETAIL          TO RPT-RECORD
034900     WRITE RPT-RECORD
035000     MOVE '  ACTIVE TODAY'       TO WS-RPT-LABEL
035100     MOVE WS-ACTIVE-CNT          TO WS-RPT-COUNT
035200     MOVE WS-RPT-DETAIL          TO RPT-RECORD
035300     WRITE RPT-RECORD
035400     MOVE '  SUSPENDED'          TO WS-RPT-LABEL
035500     MOVE WS-SUSP-CNT            TO WS-RPT-COUNT
035600     MOVE WS-RPT-DETAIL          TO RPT-RECORD
035700     WRITE RPT-RECORD
035800     MOVE '  EXPIRED'            TO WS-RPT-LABEL
035900     MOVE WS-EXPIRED-CNT         TO WS-RPT-COUNT
036000     MOVE WS-RPT-DETAIL          TO RPT-RECORD
036100     WRITE RPT-RECORD
036200     MOVE '  NOT YET EFFECTIVE'  TO WS-RPT-LABEL
036300     MOVE WS-PENDING-CNT         TO WS-RPT-COUNT
036400     MOVE WS-RPT-DETAIL          TO RPT-RECORD
036500     WRITE RPT-RECORD.
036600 4000-EXIT.
036700     EXIT.
036800*
036900 4100-REPORT-ONE-PROFILE.
037000     ADD 1 TO WS-PROF-CNT
037100     MOVE OPER-ID            TO WS-PL-OPER-ID
037200     MOVE OPER-NAME          TO WS-PL-NAME
037300     MOVE OPER-LEVEL         TO WS-PL-LEVEL
037400     MOVE OPER-EFF-DATE      TO WS-PL-EFF-DATE
037500     MOVE OPER-EXP-DATE      TO WS-PL-EXP-DATE
037600     MOVE OPER-SIGNOFF-ID    TO WS-PL-SIGNOFF
037700     MOVE OPER-CHG-DATE      TO WS-PL-CHG-DATE
037800     IF OPER-SUSPENDED
037900         MOVE 'SUSPENDED' TO WS-PL-STATUS
038000         ADD 1 TO WS-SUSP-CNT
038100     ELSE
038200         IF OPER-EFF-DATE IS NUMERIC
038300             AND OPER-EFF-DATE > WS-TODAY-DATE
038400             MOVE 'PENDING' TO WS-PL-STATUS
038500             ADD 1 TO WS-PENDING-CNT
038600         ELSE
038700             IF OPER-EXP-DATE IS NUMERIC
038800                 AND OPER-EXP-DATE < WS-TODAY-DATE
038900                 MOVE 'EXPIRED' TO WS-PL-STATUS
039000                 ADD 1 TO WS-EXPIRED-CNT
039100             ELSE
039200                 MOVE 'ACTIVE' TO WS-PL-STATUS
039300                 ADD 1 TO WS-ACTIVE-CNT
039400             END-IF
039500         END-IF
039600     END-IF
039700     MOVE WS-PROF-LINE TO RPT-RECORD
039800     WRITE RPT-RECORD
039900     PERFORM 4900-READ-OPERPROF THRU 4900-EXIT.
040000 4100-EXIT.
040100     EXIT.
040200*
040300 4900-READ-OPERPROF.
040400     READ OPERPROF
040500         AT END
040600             SET WS-EOF TO TRUE
040700     END-READ.
040800 4900-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200*    8000-TERMINATE - DISPLAY RUN TOTALS AND CLOSE THE REPORT.
041300******************************************************************
041400 8000-TERMINATE.
041500     DISPLAY 'OPERHRPT HISTORY LINES READ     : ' WS-HIST-READ-CNT
041600     DISPLAY 'OPERHRPT HISTORY LINES REPORTED : ' WS-HIST-RPT-CNT
041700     DISPLAY 'OPERHRPT PROFILES REPORTED      : ' WS-PROF-CNT
041800     CLOSE OPHRPT.
041900 8000-EXIT.
042000     EXIT.

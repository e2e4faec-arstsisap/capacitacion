000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARMSET.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - EXTRACT CLEANSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - FIXES THE PARMCTL SETTINGS
001200*                     THE NIGHT RUNS UNDER, BETWEEN RUNSTART
001300*                     OPENING THE RUN AND THE FIRST STEP THAT
001400*                     READS PARMCTL. THE HIGHEST PARMHIST VERSION
001500*                     (SEE PRMHREC) THAT IS NOT CANCELLED AND IS
001600*                     EFFECTIVE ON OR BEFORE THE RUN'S BUSINESS
001700*                     DATE IS PUT ON PARMCTL WHEN IT IS NEWER THAN
001800*                     THE VERSION THERE - SO A CHANGE SCHEDULED IN
001900*                     PARMMAINT FOR A LATER BUSINESS DATE TAKES
002000*                     HOLD ON THAT NIGHT AND NO SOONER. PARMCTL IS
002100*                     NEVER TAKEN BACK TO AN OLDER VERSION: A
002200*                     CATCH-UP RUN FOR AN EARLIER DATE KEEPS THE
002300*                     SETTINGS IN PLACE. A PARMCTL THAT NO LONGER
002400*                     MATCHES THE SETTINGS PARMHIST HOLDS FOR ITS
002500*                     VERSION HAS BEEN EDITED BY HAND; IT IS
002600*                     REPORTED, NOT REFUSED. THE VERSION IN EFFECT
002700*                     IS LOGGED AGAINST THE RUN ID ON PARMRUN (SEE
002800*                     PRUNREC) AND ON THE STEPLOG LINE FOR THE
002900*                     RUNSUMM SUMMARY.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUNCTLF        ASSIGN TO RUNCTLF
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RUNCTLF-STATUS.
003800     SELECT PARMCTL        ASSIGN TO PARMCTL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PARMCTL-STATUS.
004100     SELECT PARMHIST       ASSIGN TO PARMHIST
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARMHIST-STATUS.
004400     SELECT PARMRUN        ASSIGN TO PARMRUN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PARMRUN-STATUS.
004700     SELECT STEPLOG        ASSIGN TO STEPLOG
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STEPLOG-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RUNCTLF
005400     RECORDING MODE IS F.
005500     COPY RUNCREC.
005600*
005700 FD  PARMCTL
005800     RECORDING MODE IS F.
005900 01  PARMCTL-RECORD                  PIC X(120).
006000*
006100 FD  PARMHIST
006200     RECORDING MODE IS F.
006300 01  PARMHIST-RECORD                 PIC X(200).
006400*
006500 FD  PARMRUN
006600     RECORDING MODE IS F.
006700     COPY PRUNREC.
006800*
006900 FD  STEPLOG
007000     RECORDING MODE IS F.
007100     COPY STEPREC.
007200*
007300 WORKING-STORAGE SECTION.
007400 01  WS-RUNCTLF-STATUS           PIC X(02) VALUE '00'.
007500 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
007600 01  WS-PARMHIST-STATUS          PIC X(02) VALUE '00'.
007700 01  WS-PARMRUN-STATUS           PIC X(02) VALUE '00'.
007800 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
007900 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
008000 01  WS-RUN-NBR                  PIC 9(03) VALUE 0.
008100*
008200 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
008300     88  WS-EOF                      VALUE 'Y'.
008400 01  WS-HIST-FOUND-SW            PIC X(01) VALUE 'N'.
008500     88  WS-HIST-FOUND               VALUE 'Y'.
008600*
008700*    THE CONTROL RECORD AS FOUND, AND AS WRITTEN BACK.
008800     COPY PARMCTL.
008900 01  WS-CUR-VERSION              PIC 9(05) VALUE 0.
009000 01  WS-CUR-EFF-DATE             PIC 9(08) VALUE 0.
009100 01  WS-CUR-ON-HIST-SW           PIC X(01) VALUE 'N'.
009200     88  WS-CUR-ON-HIST              VALUE 'Y'.
009300 01  WS-CUR-HIST-SETTINGS        PIC X(100) VALUE SPACES.
009400*
009500*    THE VERSION DUE TONIGHT.
009600 01  WS-DUE-FOUND-SW             PIC X(01) VALUE 'N'.
009700     88  WS-DUE-FOUND                VALUE 'Y'.
009800 01  WS-DUE-VERSION              PIC 9(05) VALUE 0.
009900 01  WS-DUE-EFF-DATE             PIC 9(08) VALUE 0.
010000 01  WS-DUE-SETTINGS             PIC X(100) VALUE SPACES.
010100*
010200*    HOW THE NIGHT'S SETTINGS WERE ARRIVED AT - LOGGED ON PARMRUN
010300*    AND, AS STEP-COUNT-2, ON STEPLOG (0 KEPT, 1 APPLIED,
010400*    2 MISMATCH).
010500 01  WS-OUTCOME                  PIC X(01) VALUE 'K'.
010600     88  WS-OUTCOME-APPLIED          VALUE 'A'.
010700     88  WS-OUTCOME-MISMATCH         VALUE 'M'.
010800 01  WS-PRIOR-VERSION            PIC 9(05) VALUE 0.
010900 01  WS-OUTCOME-CODE             PIC 9(01) VALUE 0.
011000*
011100*    THE VERSIONS PARMMAINT HAS CANCELLED.
011200     COPY PRMHREC.
011300 01  WS-CANCEL-CNT               PIC 9(03) COMP VALUE 0.
011400 01  WS-CANCEL-IDX               PIC 9(03) COMP.
011500 01  WS-CANCEL-TABLE.
011600     05  WS-CANCEL-VERSION       PIC 9(05) OCCURS 500 TIMES.
011700 01  WS-CANCELLED-SW             PIC X(01) VALUE 'N'.
011800     88  WS-CANCELLED                VALUE 'Y'.
011900 01  WS-HIST-READ-CNT            PIC 9(07) VALUE 0.
012000*
012100 PROCEDURE DIVISION.
012200*
012300******************************************************************
012400*    0000-MAINLINE
012500******************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012800     PERFORM 2000-LOAD-CANCELS THRU 2000-EXIT
012900     PERFORM 3000-FIND-DUE-VERSION THRU 3000-EXIT
013000     PERFORM 4000-SET-PARMCTL THRU 4000-EXIT
013100     PERFORM 5000-LOG-RUN THRU 5000-EXIT
013200     PERFORM 8000-TERMINATE THRU 8000-EXIT
013300     PERFORM 9000-LOG-STEP THRU 9000-EXIT
013400     STOP RUN.
013500*
013600******************************************************************
013700*    1000-INITIALIZE - PICK UP THE RUN ID AND THE CONTROL RECORD
013800*    AS IT STANDS.
013900******************************************************************
014000 1000-INITIALIZE.
014100     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT
014200     PERFORM 1100-READ-PARM THRU 1100-EXIT.
014300 1000-EXIT.
014400     EXIT.
014500*
014600******************************************************************
014700*    1050-READ-RUN-CONTROL - THE RUN ID RUNSTART OPENED FOR
014800*    TONIGHT. ITS BUSINESS DATE DECIDES WHICH VERSION IS DUE.
014900*    WITHOUT AN OPEN RUN THE STEP ABENDS, AS STRINGHANDLE WOULD.
015000******************************************************************
015100 1050-READ-RUN-CONTROL.
015200     OPEN INPUT RUNCTLF
015300     IF WS-RUNCTLF-STATUS NOT = '00'
015400         DISPLAY 'RUNCTLF OPEN FAILED - FILE STATUS '
015500             WS-RUNCTLF-STATUS ' - SUBMIT RUNSTART FIRST'
015600         MOVE 16 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015900     READ RUNCTLF
016000         AT END
016100             CONTINUE
016200     END-READ
016300     IF WS-RUNCTLF-STATUS NOT = '00' OR NOT RUNC-OPEN
016400         DISPLAY 'NO OPEN RUN ON RUNCTLF - SUBMIT RUNSTART'
016500             ' FIRST'
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016900     MOVE RUNC-DATE    TO WS-RUN-DATE
017000     MOVE RUNC-RUN-NBR TO WS-RUN-NBR
017100     CLOSE RUNCTLF.
017200 1050-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600*    1100-READ-PARM - THE CONTROL RECORD AS IT STANDS. A RECORD
017700*    FROM BEFORE VERSIONING CARRIES NO VERSION AND IS VERSION 0.
017800*    A MISSING PARMCTL IS ALSO VERSION 0 (EVERY STEP RUNS ON ITS
017900*    DEFAULTS) UNLESS A VERSION IS DUE TO CREATE IT.
018000******************************************************************
018100 1100-READ-PARM.
018200     MOVE SPACES TO PARM-RECORD
018300     OPEN INPUT PARMCTL
018400     IF WS-PARMCTL-STATUS = '35'
018500         DISPLAY 'PARMCTL NOT FOUND - TREATED AS VERSION 0'
018600         GO TO 1100-EXIT
018700     END-IF
018800     IF WS-PARMCTL-STATUS NOT = '00'
018900         DISPLAY 'PARMCTL OPEN FAILED - FILE STATUS '
019000             WS-PARMCTL-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF
019400     READ PARMCTL INTO PARM-RECORD
019500         AT END
019600             MOVE SPACES TO PARM-RECORD
019700     END-READ
019800     CLOSE PARMCTL
019900     IF PARM-VERSION IS NUMERIC
020000         MOVE PARM-VERSION TO WS-CUR-VERSION
020100     END-IF
020200     IF PARM-EFF-DATE IS NUMERIC
020300         MOVE PARM-EFF-DATE TO WS-CUR-EFF-DATE
020400     END-IF.
020500 1100-EXIT.
020600     EXIT.
020700*
020800******************************************************************
020900*    2000-LOAD-CANCELS - FIRST PASS OF PARMHIST: THE VERSIONS
021000*    WITHDRAWN BEFORE THEY TOOK EFFECT. A CANCEL ALWAYS FOLLOWS
021100*    THE VERSION IT WITHDRAWS, SO THE SECOND PASS NEEDS THE WHOLE
021200*    LIST BEFORE IT CAN JUDGE ANY VERSION. NO PARMHIST MEANS
021300*    PARMMAINT HAS NEVER BEEN USED - PARMCTL IS KEPT AS IT IS.
021400******************************************************************
021500 2000-LOAD-CANCELS.
021600     OPEN INPUT PARMHIST
021700     IF WS-PARMHIST-STATUS = '35'
021800         DISPLAY 'PARMHIST NOT FOUND - PARMCTL KEPT AS IT STANDS'
021900         GO TO 2000-EXIT
022000     END-IF
022100     IF WS-PARMHIST-STATUS NOT = '00'
022200         DISPLAY 'PARMHIST OPEN FAILED - FILE STATUS '
022300             WS-PARMHIST-STATUS
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700     SET WS-HIST-FOUND TO TRUE
022800     MOVE 'N' TO WS-EOF-SW
022900     PERFORM 2900-READ-PARMHIST THRU 2900-EXIT
023000     PERFORM 2100-NOTE-ONE-CANCEL THRU 2100-EXIT
023100         UNTIL WS-EOF
023200     CLOSE PARMHIST.
023300 2000-EXIT.
023400     EXIT.
023500*
023600 2100-NOTE-ONE-CANCEL.
023700     ADD 1 TO WS-HIST-READ-CNT
023800     IF PRMH-CANCEL
023900         IF WS-CANCEL-CNT NOT < 500
024000             DISPLAY 'PARMHIST HAS MORE THAN 500 CANCELLED'
024100                 ' VERSIONS - PARMCTL NOT SET'
024200             MOVE 16 TO RETURN-CODE
024300             STOP RUN
024400         END-IF
024500         ADD 1 TO WS-CANCEL-CNT
024600         MOVE PRMH-VERSION TO WS-CANCEL-VERSION(WS-CANCEL-CNT)
024700     END-IF
024800     PERFORM 2900-READ-PARMHIST THRU 2900-EXIT.
024900 2100-EXIT.
025000     EXIT.
025100*
025200 2900-READ-PARMHIST.
025300     READ PARMHIST INTO PRMH-RECORD
025400         AT END
025500             SET WS-EOF TO TRUE
025600     END-READ.
025700 2900-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100*    3000-FIND-DUE-VERSION - SECOND PASS: THE HIGHEST VERSION
026200*    STILL STANDING THAT IS EFFECTIVE ON OR BEFORE THE RUN'S
026300*    BUSINESS DATE, AND THE SETTINGS RECORDED FOR THE VERSION NOW
026400*    ON PARMCTL SO A HAND EDIT CAN BE SPOTTED.
026500******************************************************************
026600 3000-FIND-DUE-VERSION.
026700     IF NOT WS-HIST-FOUND
026800         GO TO 3000-EXIT
026900     END-IF
027000     OPEN INPUT PARMHIST
027100     IF WS-PARMHIST-STATUS NOT = '00'
027200         DISPLAY 'PARMHIST OPEN FAILED - FILE STATUS '
027300             WS-PARMHIST-STATUS
027400         MOVE 16 TO RETURN-CODE
027500         STOP RUN
027600     END-IF
027700     MOVE 'N' TO WS-EOF-SW
027800     PERFORM 2900-READ-PARMHIST THRU 2900-EXIT
027900     PERFORM 3100-CHECK-ONE-VERSION THRU 3100-EXIT
028000         UNTIL WS-EOF
028100     CLOSE PARMHIST.
028200 3000-EXIT.
028300     EXIT.
028400*
028500 3100-CHECK-ONE-VERSION.
028600     IF PRMH-CANCEL
028700         GO TO 3100-READ
028800     END-IF
028900     IF PRMH-VERSION = WS-CUR-VERSION
029000         SET WS-CUR-ON-HIST TO TRUE
029100         MOVE PRMH-SETTINGS TO WS-CUR-HIST-SETTINGS
029200     END-IF
029300     IF PRMH-EFF-DATE > WS-RUN-DATE
029400         GO TO 3100-READ
029500     END-IF
029600     IF WS-DUE-FOUND AND PRMH-VERSION NOT > WS-DUE-VERSION
029700         GO TO 3100-READ
029800     END-IF
029900     MOVE 'N' TO WS-CANCELLED-SW
030000     PERFORM 3110-CHECK-CANCEL THRU 3110-EXIT
030100         VARYING WS-CANCEL-IDX FROM 1 BY 1
030200         UNTIL WS-CANCEL-IDX > WS-CANCEL-CNT OR WS-CANCELLED
030300     IF NOT WS-CANCELLED
030400         SET WS-DUE-FOUND TO TRUE
030500         MOVE PRMH-VERSION  TO WS-DUE-VERSION
030600         MOVE PRMH-EFF-DATE TO WS-DUE-EFF-DATE
030700         MOVE PRMH-SETTINGS TO WS-DUE-SETTINGS
030800     END-IF.
030900 3100-READ.
031000     PERFORM 2900-READ-PARMHIST THRU 2900-EXIT.
031100 3100-EXIT.
031200     EXIT.
031300*
031400 3110-CHECK-CANCEL.
031500     IF WS-CANCEL-VERSION(WS-CANCEL-IDX) = PRMH-VERSION
031600         SET WS-CANCELLED TO TRUE
031700     END-IF.
031800 3110-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200*    4000-SET-PARMCTL - PUT THE DUE VERSION IN PLACE WHEN IT IS
032300*    NEWER THAN THE ONE ON PARMCTL; OTHERWISE KEEP PARMCTL AND
032400*    CHECK IT STILL MATCHES ITS VERSION. A VERSION 0 FROM BEFORE
032500*    PARMHIST BEGAN HAS NOTHING TO MATCH AGAINST.
032600******************************************************************
032700 4000-SET-PARMCTL.
032800     MOVE WS-CUR-VERSION TO WS-PRIOR-VERSION
032900     IF WS-DUE-FOUND AND WS-DUE-VERSION > WS-CUR-VERSION
033000         PERFORM 4100-WRITE-PARMCTL THRU 4100-EXIT
033100         GO TO 4000-EXIT
033200     END-IF
033300     IF WS-CUR-VERSION = 0 AND NOT WS-CUR-ON-HIST
033400         GO TO 4000-EXIT
033500     END-IF
033600     IF NOT WS-CUR-ON-HIST
033700         MOVE 'M' TO WS-OUTCOME
033800         DISPLAY 'PARMCTL CARRIES VERSION ' WS-CUR-VERSION
033900             ' WHICH IS NOT ON PARMHIST - EDITED OUTSIDE'
034000             ' PARMMAINT'
034100         GO TO 4000-EXIT
034200     END-IF
034300     IF PARM-RECORD(1:100) NOT = WS-CUR-HIST-SETTINGS
034400         MOVE 'M' TO WS-OUTCOME
034500         DISPLAY 'PARMCTL DOES NOT MATCH PARMHIST VERSION '
034600             WS-CUR-VERSION ' - EDITED OUTSIDE PARMMAINT'
034700     END-IF.
034800 4000-EXIT.
034900     EXIT.
035000*
035100 4100-WRITE-PARMCTL.
035200     MOVE SPACES          TO PARM-RECORD
035300     MOVE WS-DUE-SETTINGS TO PARM-RECORD(1:100)
035400     MOVE WS-DUE-VERSION  TO PARM-VERSION
035500     MOVE WS-DUE-EFF-DATE TO PARM-EFF-DATE
035600     OPEN OUTPUT PARMCTL
035700     IF WS-PARMCTL-STATUS NOT = '00'
035800         DISPLAY 'PARMCTL OPEN FOR OUTPUT FAILED - FILE STATUS '
035900             WS-PARMCTL-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF
036300     WRITE PARMCTL-RECORD FROM PARM-RECORD
036400     IF WS-PARMCTL-STATUS NOT = '00'
036500         DISPLAY 'PARMCTL WRITE FAILED - FILE STATUS '
036600             WS-PARMCTL-STATUS
036700         MOVE 16 TO RETURN-CODE
036800         STOP RUN
036900     END-IF
037000     CLOSE PARMCTL
037100     MOVE 'A' TO WS-OUTCOME
037200     DISPLAY 'PARMCTL VERSION ' WS-DUE-VERSION ' EFFECTIVE '
037300         WS-DUE-EFF-DATE ' PUT IN PLACE - WAS VERSION '
037400         WS-CUR-VERSION
037500     MOVE WS-DUE-VERSION  TO WS-CUR-VERSION
037600     MOVE WS-DUE-EFF-DATE TO WS-CUR-EFF-DATE.
037700 4100-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100*    5000-LOG-RUN - RECORD THE VERSION AGAINST THE RUN ID. THE
038200*    LOG IS THE POINT OF THE STEP, SO FAILING TO WRITE IT ENDS
038300*    THE STEP 16.
038400******************************************************************
038500 5000-LOG-RUN.
038600     EVALUATE TRUE
038700         WHEN WS-OUTCOME-APPLIED
038800             MOVE 1 TO WS-OUTCOME-CODE
038900         WHEN WS-OUTCOME-MISMATCH
039000             MOVE 2 TO WS-OUTCOME-CODE
039100         WHEN OTHER
039200             MOVE 0 TO WS-OUTCOME-CODE
039300     END-EVALUATE
039400     OPEN EXTEND PARMRUN
039500     IF WS-PARMRUN-STATUS NOT = '00'
039600         CLOSE PARMRUN
039700         OPEN OUTPUT PARMRUN
039800     END-IF
039900     IF WS-PARMRUN-STATUS NOT = '00'
040000         DISPLAY 'PARMRUN OPEN FAILED - FILE STATUS '
040100             WS-PARMRUN-STATUS
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 5000-EXIT
040400     END-IF
040500     MOVE SPACES           TO PRUN-RECORD
040600     MOVE WS-RUN-DATE      TO PRUN-RUN-DATE
040700     MOVE WS-RUN-NBR       TO PRUN-RUN-NBR
040800     MOVE WS-CUR-VERSION   TO PRUN-VERSION
040900     MOVE WS-CUR-EFF-DATE  TO PRUN-EFF-DATE
041000     MOVE WS-OUTCOME       TO PRUN-OUTCOME
041100     MOVE WS-PRIOR-VERSION TO PRUN-PRIOR-VERSION
041200     ACCEPT PRUN-LOG-DATE FROM DATE YYYYMMDD
041300     ACCEPT PRUN-LOG-TIME FROM TIME
041400     WRITE PRUN-RECORD
041500     IF WS-PARMRUN-STATUS NOT = '00'
041600         DISPLAY 'PARMRUN WRITE FAILED - FILE STATUS '
041700             WS-PARMRUN-STATUS
041800         MOVE 16 TO RETURN-CODE
041900     END-IF
042000     CLOSE PARMRUN.
042100 5000-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500*    8000-TERMINATE - DISPLAY THE OUTCOME.
042600******************************************************************
042700 8000-TERMINATE.
042800     DISPLAY 'PARMSET RUN ID           : ' WS-RUN-DATE '-'
042900         WS-RUN-NBR
043000     DISPLAY 'PARMSET HISTORY ENTRIES  : ' WS-HIST-READ-CNT
043100     DISPLAY 'PARMSET VERSION IN EFFECT: ' WS-CUR-VERSION
043200         ' (EFFECTIVE ' WS-CUR-EFF-DATE ')'
043300     DISPLAY 'PARMSET OUTCOME          : ' WS-OUTCOME.
043400 8000-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800*    9000-LOG-STEP - APPEND THIS STEP'S OUTCOME TO THE STEPLOG
043900*    STEP LOG FOR RUNSUMM: THE VERSION IN EFFECT AND HOW IT WAS
044000*    ARRIVED AT.
044100******************************************************************
044200 9000-LOG-STEP.
044300     OPEN EXTEND STEPLOG
044400     IF WS-STEPLOG-STATUS NOT = '00'
044500         CLOSE STEPLOG
044600         OPEN OUTPUT STEPLOG
044700     END-IF
044800     IF WS-STEPLOG-STATUS NOT = '00'
044900         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
045000             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
045100         GO TO 9000-EXIT
045200     END-IF
045300     MOVE SPACES          TO STEP-RECORD
045400     MOVE 'PARMSET'       TO STEP-PROGRAM
045500     MOVE WS-RUN-DATE     TO STEP-RUN-DATE
045600     MOVE WS-RUN-NBR      TO STEP-RUN-NBR
045700     MOVE RETURN-CODE     TO STEP-RC
045800     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
045900     ACCEPT STEP-LOG-TIME FROM TIME
046000     MOVE WS-CUR-VERSION  TO STEP-COUNT-1
046100     MOVE WS-OUTCOME-CODE TO STEP-COUNT-2
046200     WRITE STEP-RECORD
046300     CLOSE STEPLOG.
046400 9000-EXIT.
046500     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARMMAINT.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - EXTRACT CLEANSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - CONTROLLED MAINTENANCE OF
001200*                     THE PARMCTL CONTROL RECORD, IN THE SAME
001300*                     SIGN-OFF STYLE AS CMDMAINT, SO THE RECORD IS
001400*                     NO LONGER EDITED BY COLUMN. EACH PARM- FIELD
001500*                     IS CHANGED BY NAME AND VALIDATED: THE CODE
001600*                     FIELDS AGAINST THEIR CODES, THE NUMERIC
001700*                     FIELDS AGAINST A RANGE (0 STILL MEANING THE
001800*                     PROGRAM DEFAULT), THE DATES AS REAL DATES,
001900*                     AND PARM-RPT-FROM NOT AFTER PARM-RPT-TO.
002000*                     A CHANGE IS SAVED AS A NEW VERSION ON THE
002100*                     PARMHIST HISTORY (SEE PRMHREC) WITH THE
002200*                     SIGN-OFF ID AND A REASON, AND EITHER TAKES
002300*                     EFFECT AT ONCE OR IS SCHEDULED FOR A LATER
002400*                     PROCESSING DAY ON THE BUSCAL CALENDAR, WHEN
002500*                     THE STREAM'S PARMSET STEP PUTS IT IN PLACE.
002600*                     ACTIONS: SHOW, CHANGE, CANCEL (A SCHEDULED
002700*                     VERSION), LIST (THE HISTORY), VERSION (ONE
002800*                     VERSION'S SETTINGS) AND RUN (THE SETTINGS A
002900*                     RUN ID RAN UNDER, FROM THE PARMRUN LOG).
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PARMCTL        ASSIGN TO PARMCTL
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PARMCTL-STATUS.
003800     SELECT PARMHIST       ASSIGN TO PARMHIST
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PARMHIST-STATUS.
004100     SELECT PARMRUN        ASSIGN TO PARMRUN
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARMRUN-STATUS.
004400     SELECT BUSCAL         ASSIGN TO BUSCAL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BUSCAL-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PARMCTL
005100     RECORDING MODE IS F.
005200 01  PARMCTL-RECORD                  PIC X(120).
005300*
005400 FD  PARMHIST
005500     RECORDING MODE IS F.
005600 01  PARMHIST-RECORD                 PIC X(200).
005700*
005800 FD  PARMRUN
005900     RECORDING MODE IS F.
006000     COPY PRUNREC.
006100*
006200 FD  BUSCAL
006300     RECORDING MODE IS F.
006400     COPY CALREC.
006500*
006600 WORKING-STORAGE SECTION.
006700 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
006800 01  WS-PARMHIST-STATUS          PIC X(02) VALUE '00'.
006900 01  WS-PARMRUN-STATUS           PIC X(02) VALUE '00'.
007000 01  WS-BUSCAL-STATUS            PIC X(02) VALUE '00'.
007100*
007200 01  WS-DONE-FLAG                PIC X(01) VALUE 'N'.
007300     88  WS-DONE                     VALUE 'Y'.
007400 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007500     88  WS-EOF                      VALUE 'Y'.
007600*
007700 01  WS-SIGNOFF-ID               PIC X(08) VALUE SPACES.
007800 01  WS-ACTION                   PIC X(09) VALUE SPACES.
007900 01  WS-REPLY                    PIC X(44) VALUE SPACES.
008000 01  WS-REPLY-LEN                PIC 9(03) COMP VALUE 0.
008100 01  WS-REASON                   PIC X(40) VALUE SPACES.
008200 01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
008300 01  WS-NOW-TIME                 PIC 9(08) VALUE 0.
008400*
008500*    THE CONTROL RECORD NOW ON PARMCTL.
008600 01  WS-CUR-PARM                 PIC X(120) VALUE SPACES.
008700 01  WS-CUR-VERSION              PIC 9(05) VALUE 0.
008800 01  WS-CUR-EFF-DATE             PIC 9(08) VALUE 0.
008900*
009000*    THE RECORD BEING SHOWN OR BUILT.
009100     COPY PARMCTL.
009200*
009300*    PARMHIST AS LOADED BY 1300-LOAD-HISTORY. THE LATEST VERSION
009400*    STILL STANDING IS WHAT A NEW CHANGE IS BUILT ON; WITH NO
009500*    HISTORY YET IT IS PARMCTL ITSELF.
009600     COPY PRMHREC.
009700 01  WS-HIST-VER-CNT             PIC 9(05) VALUE 0.
009800 01  WS-HIGH-VERSION             PIC 9(05) VALUE 0.
009900 01  WS-LATEST-VERSION           PIC 9(05) VALUE 0.
010000 01  WS-LATEST-EFF-DATE          PIC 9(08) VALUE 0.
010100 01  WS-LATEST-SETTINGS          PIC X(100) VALUE SPACES.
010200 01  WS-PENDING-CNT              PIC 9(05) VALUE 0.
010300 01  WS-CANCEL-CNT               PIC 9(03) COMP VALUE 0.
010400 01  WS-CANCEL-IDX               PIC 9(03) COMP.
010500 01  WS-CANCEL-TABLE.
010600     05  WS-CANCEL-VERSION       PIC 9(05) OCCURS 500 TIMES.
010700 01  WS-CANCELLED-SW             PIC X(01) VALUE 'N'.
010800     88  WS-CANCELLED                VALUE 'Y'.
010900 01  WS-HIST-OK-SW               PIC X(01) VALUE 'Y'.
011000     88  WS-HIST-OK                  VALUE 'Y'.
011100*
011200*    THE EDITABLE FIELDS: NAME, START COLUMN AND LENGTH IN THE
011300*    RECORD, TYPE, AND THE RULE THE VALUE IS HELD TO.
011400*      C - ONE OF THE TWO CODES.
011500*      N - WHOLE NUMBER, 0 (PROGRAM DEFAULT) OR MIN THRU MAX.
011600*      D - REAL DATE YYYYMMDD, OR 0 FOR THE DEFAULT.
011700*      H - ANY ONE CHARACTER.
011800*      L - ONE CHARACTER, NOT A LETTER, DIGIT OR SPACE.
011900*      X - TEXT WITH NO EMBEDDED SPACE, FOLDED TO UPPERCASE.
012000 01  WS-FLD-CNT                  PIC 9(02) COMP VALUE 18.
012100 01  WS-FLD-IDX                  PIC 9(02) COMP.
012200 01  WS-FLD-SUB                  PIC 9(02) COMP VALUE 0.
012300 01  WS-FLD-VALUES.
012400     05  FILLER                      PIC X(31) VALUE
012500         'TARGET-CHAR  00101H  0000000000'.
012600     05  FILLER                      PIC X(31) VALUE
012700         'TRUNC-DSN    00244X  0000000000'.
012800     05  FILLER                      PIC X(31) VALUE
012900         'REJECT-THRESH04605N  0000199999'.
013000     05  FILLER                      PIC X(31) VALUE
013100         'DUP-KEEP     05101CFL0000000000'.
013200     05  FILLER                      PIC X(31) VALUE
013300         'CF-MODE      05201CSF0000000000'.
013400     05  FILLER                      PIC X(31) VALUE
013500         'CF-TOPN      05302N  0000100050'.
013600     05  FILLER                      PIC X(31) VALUE
013700         'DRIFT-PCT    05503N  0000100500'.
013800     05  FILLER                      PIC X(31) VALUE
013900         'IN-FORMAT    05801CFD0000000000'.
014000     05  FILLER                      PIC X(31) VALUE
014100         'DELIM-CHAR   05901L  0000000000'.
014200     05  FILLER                      PIC X(31) VALUE
014300         'AGE-THRESH   06003N  0000100365'.
014400     05  FILLER                      PIC X(31) VALUE
014500         'CKPT-INTVL   06305N  0010099999'.
014600     05  FILLER                      PIC X(31) VALUE
014700         'SHIP-MODE    06801CYN0000000000'.
014800     05  FILLER                      PIC X(31) VALUE
014900         'ARCH-CUTOFF  06908D  0000000000'.
015000     05  FILLER                      PIC X(31) VALUE
015100         'RPT-FROM     07708D  0000000000'.
015200     05  FILLER                      PIC X(31) VALUE
015300         'RPT-TO       08508D  0000000000'.
015400     05  FILLER                      PIC X(31) VALUE
015500         'BAL-JUMP-PCT 09303N  0000100500'.
015600     05  FILLER                      PIC X(31) VALUE
015700         'DROP-DAYS    09603N  0000100365'.
015800     05  FILLER                      PIC X(31) VALUE
015900         'ACK-DAYS     09902N  0000100030'.
016000 01  FILLER REDEFINES WS-FLD-VALUES.
016100     05  WS-FLD-DEF OCCURS 18 TIMES.
016200         10  WS-FLD-NAME             PIC X(13).
016300         10  WS-FLD-START            PIC 9(03).
016400         10  WS-FLD-LEN              PIC 9(02).
016500         10  WS-FLD-TYPE             PIC X(01).
016600         10  WS-FLD-CODE-1           PIC X(01).
016700         10  WS-FLD-CODE-2           PIC X(01).
016800         10  WS-FLD-MIN              PIC 9(05).
016900         10  WS-FLD-MAX              PIC 9(05).
017000 01  WS-FIELD-REPLY              PIC X(20) VALUE SPACES.
017100 01  WS-FIELD-NAME               PIC X(15) VALUE SPACES.
017200*
017300*    ONE CHANGE SESSION.
017400 01  WS-EDIT-END-SW              PIC X(01) VALUE 'N'.
017500     88  WS-EDIT-END                 VALUE 'Y'.
017600 01  WS-QUIT-SW                  PIC X(01) VALUE 'N'.
017700     88  WS-QUIT                     VALUE 'Y'.
017800 01  WS-VALUE-OK-SW              PIC X(01) VALUE 'N'.
017900     88  WS-VALUE-OK                 VALUE 'Y'.
018000 01  WS-NEW-VALUE                PIC X(44) VALUE SPACES.
018100 01  WS-OLD-VALUE                PIC X(44) VALUE SPACES.
018200 01  WS-IMMEDIATE-SW             PIC X(01) VALUE 'N'.
018300     88  WS-IMMEDIATE                VALUE 'Y'.
018400 01  WS-EFF-OK-SW                PIC X(01) VALUE 'N'.
018500     88  WS-EFF-OK                   VALUE 'Y'.
018600 01  WS-EFF-DATE                 PIC 9(08) VALUE 0.
018700 01  WS-NEW-VERSION              PIC 9(05) VALUE 0.
018800 01  WS-FIND-VERSION             PIC 9(05) VALUE 0.
018900 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
019000     88  WS-FOUND                    VALUE 'Y'.
019010 01  WS-EFF-DAY-TYPE             PIC X(01) VALUE SPACE.
019020     88  WS-EFF-PROCESSING           VALUE 'P'.
019030 01  WS-EFF-DAY-DESC             PIC X(20) VALUE SPACES.
019100*
019200*    NUMBER AND DATE CHECKING.
019300 01  WS-NUM-OK-SW                PIC X(01) VALUE 'N'.
019400     88  WS-NUM-OK                   VALUE 'Y'.
019500 01  WS-NUM-VALUE                PIC 9(05) VALUE 0.
019600 01  WS-NUM-VALUE-X REDEFINES WS-NUM-VALUE
019700                                 PIC X(05).
019800 01  WS-NUM-START                PIC 9(02) COMP.
019900 01  WS-MIN-ED                   PIC ZZZZ9.
020000 01  WS-MAX-ED                   PIC ZZZZ9.
020100 01  WS-DATE-OK-SW               PIC X(01) VALUE 'N'.
020200     88  WS-DATE-OK                  VALUE 'Y'.
020300 01  WS-CHK-DATE                 PIC 9(08) VALUE 0.
020400 01  FILLER REDEFINES WS-CHK-DATE.
020500     05  WS-CHK-YYYY                 PIC 9(04).
020600     05  WS-CHK-MM                   PIC 9(02).
020700     05  WS-CHK-DD                   PIC 9(02).
020800 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
020900     '312831303130313130313031'.
021000 01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
021100     05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
021200 01  WS-MAX-DD                   PIC 9(02) VALUE 0.
021300 01  WS-QUOTIENT                 PIC 9(04) VALUE 0.
021400 01  WS-REM-4                    PIC 9(04) VALUE 0.
021500 01  WS-REM-100                  PIC 9(04) VALUE 0.
021600 01  WS-REM-400                  PIC 9(04) VALUE 0.
021700*
021800*    RUN LOOKUP.
021900 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
022000 01  WS-RUN-NBR                  PIC 9(03) VALUE 0.
022100 01  WS-RUN-NBR-GIVEN-SW         PIC X(01) VALUE 'N'.
022200     88  WS-RUN-NBR-GIVEN            VALUE 'Y'.
022300 01  WS-RUN-FOUND-LINE           PIC X(80) VALUE SPACES.
022400*
022500 01  WS-CHANGE-CNT               PIC 9(05) VALUE 0.
022600 01  WS-CANCEL-DONE-CNT          PIC 9(05) VALUE 0.
022700*
022800 PROCEDURE DIVISION.
022900*
023000******************************************************************
023100*    0000-MAINLINE
023200******************************************************************
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023500     PERFORM 2000-GET-ACTION THRU 2000-EXIT
023600         UNTIL WS-DONE
023700     PERFORM 8000-TERMINATE THRU 8000-EXIT
023800     STOP RUN.
023900*
024000******************************************************************
024100*    1000-INITIALIZE - DEMAND THE SECURITY SIGN-OFF ID BEFORE
024200*    ANYTHING ELSE, THEN LOAD PARMCTL AND ITS HISTORY.
024300******************************************************************
024400 1000-INITIALIZE.
024500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
024600     PERFORM 1100-GET-SIGNOFF THRU 1100-EXIT
024700         UNTIL WS-SIGNOFF-ID NOT = SPACES OR WS-DONE
024800     IF WS-DONE
024900         DISPLAY 'NO SIGN-OFF ID GIVEN - NOTHING CHANGED'
025000         MOVE 8 TO RETURN-CODE
025100         STOP RUN
025200     END-IF
025300     INSPECT WS-SIGNOFF-ID CONVERTING
025400         "abcdefghijklmnopqrstuvwxyz"
025500         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
025600     PERFORM 1200-READ-PARMCTL THRU 1200-EXIT
025700     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
025800 1000-EXIT.
025900     EXIT.
026000*
026100 1100-GET-SIGNOFF.
026200     DISPLAY 'ENTER SECURITY SIGN-OFF ID'
026300     MOVE SPACES TO WS-SIGNOFF-ID
026400     ACCEPT WS-SIGNOFF-ID
026500         ON EXCEPTION
026600             SET WS-DONE TO TRUE
026700     END-ACCEPT.
026800 1100-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200*    1200-READ-PARMCTL - THE CONTROL RECORD AS IT STANDS. ONE
027300*    FROM BEFORE VERSIONING CARRIES NO VERSION AND IS VERSION 0.
027400******************************************************************
027500 1200-READ-PARMCTL.
027600     MOVE SPACES TO WS-CUR-PARM
027700     MOVE 0      TO WS-CUR-VERSION
027800     MOVE 0      TO WS-CUR-EFF-DATE
027900     OPEN INPUT PARMCTL
028000     IF WS-PARMCTL-STATUS = '35'
028100         DISPLAY 'PARMCTL NOT FOUND - STARTING FROM BLANK'
028200             ' SETTINGS'
028300         GO TO 1200-EXIT
028400     END-IF
028500     IF WS-PARMCTL-STATUS NOT = '00'
028600         DISPLAY 'PARMCTL OPEN FAILED - FILE STATUS '
028700             WS-PARMCTL-STATUS
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF
029100     READ PARMCTL INTO WS-CUR-PARM
029200         AT END
029300             MOVE SPACES TO WS-CUR-PARM
029400     END-READ
029500     CLOSE PARMCTL
029600     MOVE WS-CUR-PARM TO PARM-RECORD
029700     IF PARM-VERSION IS NUMERIC
029800         MOVE PARM-VERSION TO WS-CUR-VERSION
029900     END-IF
030000     IF PARM-EFF-DATE IS NUMERIC
030100         MOVE PARM-EFF-DATE TO WS-CUR-EFF-DATE
030200     END-IF.
030300 1200-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700*    1300-LOAD-HISTORY - TWO PASSES OF PARMHIST, THE SAME AS
030800*    PARMSET: FIRST THE CANCELLED VERSIONS AND THE HIGHEST
030900*    VERSION NUMBER USED, THEN THE LATEST VERSION STILL STANDING
031000*    AND HOW MANY VERSIONS ARE STILL WAITING TO TAKE EFFECT.
031100*    RERUN AFTER EVERY CHANGE OR CANCEL.
031200******************************************************************
031300 1300-LOAD-HISTORY.
031400     MOVE 0 TO WS-HIST-VER-CNT
031500     MOVE 0 TO WS-HIGH-VERSION
031600     MOVE 0 TO WS-PENDING-CNT
031700     MOVE 0 TO WS-CANCEL-CNT
031800     MOVE WS-CUR-VERSION    TO WS-LATEST-VERSION
031900     MOVE WS-CUR-EFF-DATE   TO WS-LATEST-EFF-DATE
032000     MOVE WS-CUR-PARM(1:100) TO WS-LATEST-SETTINGS
032100     OPEN INPUT PARMHIST
032200     IF WS-PARMHIST-STATUS = '35'
032300         GO TO 1300-EXIT
032400     END-IF
032500     IF WS-PARMHIST-STATUS NOT = '00'
032600         DISPLAY 'PARMHIST OPEN FAILED - FILE STATUS '
032700             WS-PARMHIST-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF
033100     MOVE 'N' TO WS-EOF-SW
033200     PERFORM 1390-READ-PARMHIST THRU 1390-EXIT
033300     PERFORM 1310-NOTE-ONE-ENTRY THRU 1310-EXIT
033400         UNTIL WS-EOF
033500     CLOSE PARMHIST
033600     IF WS-HIST-VER-CNT = 0
033700         GO TO 1300-EXIT
033800     END-IF
033900     MOVE 0 TO WS-LATEST-VERSION
034000     OPEN INPUT PARMHIST
034100     MOVE 'N' TO WS-EOF-SW
034200     PERFORM 1390-READ-PARMHIST THRU 1390-EXIT
034300     PERFORM 1320-NOTE-ONE-VERSION THRU 1320-EXIT
034400         UNTIL WS-EOF
034500     CLOSE PARMHIST.
034600 1300-EXIT.
034700     EXIT.
034800*
034900 1310-NOTE-ONE-ENTRY.
035000     IF PRMH-CANCEL
035100         IF WS-CANCEL-CNT NOT < 500
035200             DISPLAY 'PARMHIST HAS MORE THAN 500 CANCELLED'
035300                 ' VERSIONS - NOTHING CHANGED'
035400             MOVE 16 TO RETURN-CODE
035500             STOP RUN
035600         END-IF
035700         ADD 1 TO WS-CANCEL-CNT
035800         MOVE PRMH-VERSION TO WS-CANCEL-VERSION(WS-CANCEL-CNT)
035900     ELSE
036000         ADD 1 TO WS-HIST-VER-CNT
036100         IF PRMH-VERSION > WS-HIGH-VERSION
036200             MOVE PRMH-VERSION TO WS-HIGH-VERSION
036300         END-IF
036400     END-IF
036500     PERFORM 1390-READ-PARMHIST THRU 1390-EXIT.
036600 1310-EXIT.
036700     EXIT.
036800*
036900 1320-NOTE-ONE-VERSION.
037000     IF NOT PRMH-CANCEL
037100         PERFORM 1330-CHECK-CANCELLED THRU 1330-EXIT
037200         IF NOT WS-CANCELLED
037300             PERFORM 1325-TAKE-VERSION THRU 1325-EXIT
037400         END-IF
037500     END-IF
037600     PERFORM 1390-READ-PARMHIST THRU 1390-EXIT.
037700 1320-EXIT.
037800     EXIT.
037900*
038000 1325-TAKE-VERSION.
038100     IF PRMH-VERSION > WS-CUR-VERSION
038200         ADD 1 TO WS-PENDING-CNT
038300     END-IF
038400     IF PRMH-VERSION NOT < WS-LATEST-VERSION
038500         MOVE PRMH-VERSION  TO WS-LATEST-VERSION
038600         MOVE PRMH-EFF-DATE TO WS-LATEST-EFF-DATE
038700         MOVE PRMH-SETTINGS TO WS-LATEST-SETTINGS
038800     END-IF.
038900 1325-EXIT.
039000     EXIT.
039100*
039200*    1330-CHECK-CANCELLED - IS THE VERSION IN PRMH-VERSION ONE
039300*    THAT HAS BEEN CANCELLED.
039400 1330-CHECK-CANCELLED.
039500     MOVE 'N' TO WS-CANCELLED-SW
039600     PERFORM 1340-MATCH-ONE-CANCEL THRU 1340-EXIT
039700         VARYING WS-CANCEL-IDX FROM 1 BY 1
039800         UNTIL WS-CANCEL-IDX > WS-CANCEL-CNT OR WS-CANCELLED.
039900 1330-EXIT.
040000     EXIT.
040100*
040200 1340-MATCH-ONE-CANCEL.
040300     IF WS-CANCEL-VERSION(WS-CANCEL-IDX) = PRMH-VERSION
040400         SET WS-CANCELLED TO TRUE
040500     END-IF.
040600 1340-EXIT.
040700     EXIT.
040800*
040900 1390-READ-PARMHIST.
041000     READ PARMHIST INTO PRMH-RECORD
041100         AT END
041200             SET WS-EOF TO TRUE
041300     END-READ.
041400 1390-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800*    2000-GET-ACTION - PROMPT FOR THE NEXT MAINTENANCE ACTION
041900*    AND ROUTE IT. AN EXHAUSTED INPUT STREAM IS TREATED AS
042000*    'DONE', THE SAME AS CMDMAINT.
042100******************************************************************
042200 2000-GET-ACTION.
042300     DISPLAY SPACES
042400     DISPLAY 'ENTER ACTION - SHOW, CHANGE, CANCEL, LIST, VERSION,'
042500         ' RUN OR DONE'
042600     MOVE SPACES TO WS-ACTION
042700     ACCEPT WS-ACTION
042800         ON EXCEPTION
042900             DISPLAY 'INPUT EXHAUSTED - ENDING RUN'
043000             SET WS-DONE TO TRUE
043100     END-ACCEPT
043200     INSPECT WS-ACTION CONVERTING
043300         "abcdefghijklmnopqrstuvwxyz"
043400         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
043500     IF WS-ACTION = 'DONE'
043600         SET WS-DONE TO TRUE
043700     ELSE
043800         IF WS-ACTION = 'SHOW'
043900             PERFORM 3000-SHOW-CURRENT THRU 3000-EXIT
044000         ELSE
044100             IF WS-ACTION = 'CHANGE'
044200                 PERFORM 4000-CHANGE-PARMS THRU 4000-EXIT
044300             ELSE
044400                 IF WS-ACTION = 'CANCEL'
044500                     PERFORM 5000-CANCEL-VERSION THRU 5000-EXIT
044600                 ELSE
044700                     IF WS-ACTION = 'LIST'
044800                         PERFORM 5200-LIST-HISTORY THRU 5200-EXIT
044900                     ELSE
045000                         IF WS-ACTION = 'VERSION'
045100                             PERFORM 5400-SHOW-VERSION
045200                                 THRU 5400-EXIT
045300                         ELSE
045400                             IF WS-ACTION = 'RUN'
045500                                 PERFORM 5600-SHOW-RUN
045600                                     THRU 5600-EXIT
045700                             ELSE
045800                                 IF NOT WS-DONE
045900                                     DISPLAY 'UNKNOWN ACTION '''
046000                                         WS-ACTION ''''
046100                                 END-IF
046200                             END-IF
046300                         END-IF
046400                     END-IF
046500                 END-IF
046600             END-IF
046700         END-IF
046800     END-IF.
046900 2000-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300*    3000-SHOW-CURRENT - THE SETTINGS NOW ON PARMCTL, AND ANY
047400*    VERSION WAITING TO TAKE EFFECT.
047500******************************************************************
047600 3000-SHOW-CURRENT.
047700     MOVE WS-CUR-PARM TO PARM-RECORD
047800     DISPLAY 'PARMCTL VERSION ' WS-CUR-VERSION ' EFFECTIVE '
047900         WS-CUR-EFF-DATE
048000     PERFORM 5900-SHOW-FIELDS THRU 5900-EXIT
048100     IF WS-PENDING-CNT > 0
048200         DISPLAY WS-PENDING-CNT ' VERSION(S) SCHEDULED -'
048300             ' LATEST IS VERSION ' WS-LATEST-VERSION ' EFFECTIVE '
048400             WS-LATEST-EFF-DATE
048500     END-IF.
048600 3000-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000*    4000-CHANGE-PARMS - BUILD A NEW VERSION ON TOP OF THE LATEST
049100*    ONE STILL STANDING (SO A CHANGE KEYED WHILE ANOTHER IS
049200*    SCHEDULED KEEPS THE SCHEDULED ONE'S SETTINGS TOO), FIELD BY
049300*    FIELD, THEN TAKE ITS EFFECTIVE DATE AND REASON AND WRITE IT
049400*    TO PARMHIST. AN IMMEDIATE VERSION IS ALSO WRITTEN TO PARMCTL
049500*    HERE; A SCHEDULED ONE WAITS FOR PARMSET. THE HISTORY IS
049600*    WRITTEN FIRST - IF PARMCTL THEN FAILS, PARMSET PUTS THE
049700*    VERSION IN PLACE AT THE NEXT RUN. THE FIRST CHANGE EVER MADE
049800*    ALSO RECORDS THE SETTINGS IT REPLACED AS THE BASE VERSION.
049900******************************************************************
050000 4000-CHANGE-PARMS.
050100     MOVE SPACES             TO PARM-RECORD
050200     MOVE WS-LATEST-SETTINGS TO PARM-RECORD(1:100)
050300     IF WS-LATEST-VERSION > WS-CUR-VERSION
050400         DISPLAY 'CHANGING VERSION ' WS-LATEST-VERSION
050500             ' - SCHEDULED FOR ' WS-LATEST-EFF-DATE
050600     ELSE
050700         DISPLAY 'CHANGING VERSION ' WS-LATEST-VERSION
050800             ' - IN EFFECT'
050900     END-IF
051000     MOVE 'N' TO WS-EDIT-END-SW
051100     MOVE 'N' TO WS-QUIT-SW
051200     PERFORM 4100-EDIT-ONE-FIELD THRU 4100-EXIT
051300         UNTIL WS-EDIT-END OR WS-DONE
051400     IF WS-DONE OR WS-QUIT
051500         DISPLAY 'CHANGE ABANDONED - NOTHING WRITTEN'
051600         GO TO 4000-EXIT
051700     END-IF
051800     IF PARM-RECORD(1:100) = WS-LATEST-SETTINGS
051900         DISPLAY 'NO SETTING CHANGED - NOTHING WRITTEN'
052000         GO TO 4000-EXIT
052100     END-IF
052200     PERFORM 4300-GET-EFF-DATE THRU 4300-EXIT
052300     IF WS-DONE
052400         DISPLAY 'CHANGE ABANDONED - NOTHING WRITTEN'
052500         GO TO 4000-EXIT
052600     END-IF
052700     PERFORM 4400-GET-REASON THRU 4400-EXIT
052800     IF WS-DONE
052900         DISPLAY 'CHANGE ABANDONED - NOTHING WRITTEN'
053000         GO TO 4000-EXIT
053100     END-IF
053200     ACCEPT WS-NOW-TIME FROM TIME
053300     IF WS-HIST-VER-CNT = 0
053400         PERFORM 4600-WRITE-BASE THRU 4600-EXIT
053500         IF NOT WS-HIST-OK
053600             GO TO 4000-EXIT
053700         END-IF
053800     END-IF
053900     IF WS-CUR-VERSION > WS-HIGH-VERSION
054000         COMPUTE WS-NEW-VERSION = WS-CUR-VERSION + 1
054100     ELSE
054200         COMPUTE WS-NEW-VERSION = WS-HIGH-VERSION + 1
054300     END-IF
054400     MOVE SPACES             TO PRMH-RECORD
054500     MOVE 'CHANGE'           TO PRMH-ACTION
054600     MOVE WS-NEW-VERSION     TO PRMH-VERSION
054700     MOVE WS-EFF-DATE        TO PRMH-EFF-DATE
054800     MOVE WS-SIGNOFF-ID      TO PRMH-SIGNOFF-ID
054900     MOVE WS-TODAY-DATE      TO PRMH-CHG-DATE
055000     MOVE WS-NOW-TIME        TO PRMH-CHG-TIME
055100     MOVE WS-REASON          TO PRMH-REASON
055200     MOVE PARM-RECORD(1:100) TO PRMH-SETTINGS
055300     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
055400     IF NOT WS-HIST-OK
055500         DISPLAY 'PARMHIST NOT WRITTEN - NOTHING CHANGED'
055600         GO TO 4000-EXIT
055700     END-IF
055800     ADD 1 TO WS-CHANGE-CNT
055900     IF WS-IMMEDIATE
056000         PERFORM 4700-WRITE-PARMCTL THRU 4700-EXIT
056100     ELSE
056200         DISPLAY 'VERSION ' WS-NEW-VERSION ' SCHEDULED FOR'
056300             ' BUSINESS DATE ' WS-EFF-DATE
056400     END-IF
056500     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
056600 4000-EXIT.
056700     EXIT.
056800*
056900******************************************************************
057000*    4100-EDIT-ONE-FIELD - ONE FIELD BY NAME, WITH OR WITHOUT
057100*    ITS PARM- PREFIX. END CHECKS THE RECORD AS A WHOLE BEFORE
057200*    IT IS ACCEPTED; QUIT THROWS THE SESSION AWAY.
057300******************************************************************
057400 4100-EDIT-ONE-FIELD.
057500     DISPLAY 'ENTER FIELD NAME, END TO FINISH OR QUIT TO ABANDON'
057600     MOVE SPACES TO WS-FIELD-REPLY
057700     ACCEPT WS-FIELD-REPLY
057800         ON EXCEPTION
057900             SET WS-DONE TO TRUE
058000     END-ACCEPT
058100     IF WS-DONE
058200         GO TO 4100-EXIT
058300     END-IF
058400     INSPECT WS-FIELD-REPLY CONVERTING
058500         "abcdefghijklmnopqrstuvwxyz"
058600         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
058700     IF WS-FIELD-REPLY(1:5) = 'PARM-'
058800         MOVE WS-FIELD-REPLY(6:15) TO WS-FIELD-NAME
058900     ELSE
059000         MOVE WS-FIELD-REPLY TO WS-FIELD-NAME
059100     END-IF
059200     IF WS-FIELD-NAME = 'QUIT'
059300         SET WS-QUIT TO TRUE
059400         SET WS-EDIT-END TO TRUE
059500         GO TO 4100-EXIT
059600     END-IF
059700     IF WS-FIELD-NAME = 'END' OR WS-FIELD-NAME = SPACES
059800         PERFORM 4150-CHECK-RECORD THRU 4150-EXIT
059900         GO TO 4100-EXIT
060000     END-IF
060100     MOVE 0 TO WS-FLD-SUB
060200     PERFORM 4110-FIND-FIELD THRU 4110-EXIT
060300         VARYING WS-FLD-IDX FROM 1 BY 1
060400         UNTIL WS-FLD-IDX > WS-FLD-CNT OR WS-FLD-SUB > 0
060500     IF WS-FLD-SUB = 0
060600         DISPLAY 'UNKNOWN FIELD ''' WS-FIELD-NAME
060700             ''' - THE FIELDS ARE:'
060800         PERFORM 4120-LIST-ONE-NAME THRU 4120-EXIT
060900             VARYING WS-FLD-IDX FROM 1 BY 1
061000             UNTIL WS-FLD-IDX > WS-FLD-CNT
061100         GO TO 4100-EXIT
061200     END-IF
061300     MOVE PARM-RECORD(WS-FLD-START(WS-FLD-SUB):
061400         WS-FLD-LEN(WS-FLD-SUB)) TO WS-OLD-VALUE
061500     DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' IS NOW '''
061600         WS-OLD-VALUE(1:WS-FLD-LEN(WS-FLD-SUB)) ''''
061700     PERFORM 4130-PROMPT-VALUE THRU 4130-EXIT
061800     MOVE SPACES TO WS-REPLY
061900     ACCEPT WS-REPLY
062000         ON EXCEPTION
062100             SET WS-DONE TO TRUE
062200     END-ACCEPT
062300     IF WS-DONE
062400         GO TO 4100-EXIT
062500     END-IF
062600     PERFORM 4200-VALIDATE-VALUE THRU 4200-EXIT
062700     IF NOT WS-VALUE-OK
062800         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' NOT CHANGED'
062900         GO TO 4100-EXIT
063000     END-IF
063100     MOVE WS-NEW-VALUE(1:WS-FLD-LEN(WS-FLD-SUB))
063200         TO PARM-RECORD(WS-FLD-START(WS-FLD-SUB):
063300             WS-FLD-LEN(WS-FLD-SUB))
063400     DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' CHANGED FROM '''
063500         WS-OLD-VALUE(1:WS-FLD-LEN(WS-FLD-SUB)) ''' TO '''
063600         WS-NEW-VALUE(1:WS-FLD-LEN(WS-FLD-SUB)) ''''.
063700 4100-EXIT.
063800     EXIT.
063900*
064000 4110-FIND-FIELD.
064100     IF WS-FLD-NAME(WS-FLD-IDX) = WS-FIELD-NAME
064200         MOVE WS-FLD-IDX TO WS-FLD-SUB
064300     END-IF.
064400 4110-EXIT.
064500     EXIT.
064600*
064700 4120-LIST-ONE-NAME.
064800     DISPLAY '  PARM-' WS-FLD-NAME(WS-FLD-IDX).
064900 4120-EXIT.
065000     EXIT.
065100*
065200*    4130-PROMPT-VALUE - TELL THE OPERATOR WHAT THE FIELD TAKES.
065300 4130-PROMPT-VALUE.
065400     MOVE WS-FLD-MIN(WS-FLD-SUB) TO WS-MIN-ED
065500     MOVE WS-FLD-MAX(WS-FLD-SUB) TO WS-MAX-ED
065600     EVALUATE WS-FLD-TYPE(WS-FLD-SUB)
065700         WHEN 'C'
065800             DISPLAY 'ENTER NEW VALUE - '
065900                 WS-FLD-CODE-1(WS-FLD-SUB)
066000                 ' OR ' WS-FLD-CODE-2(WS-FLD-SUB)
066100         WHEN 'N'
066200             DISPLAY 'ENTER NEW VALUE - ' WS-MIN-ED ' TO '
066300                 WS-MAX-ED ', OR 0 FOR THE PROGRAM DEFAULT'
066400         WHEN 'D'
066500             DISPLAY 'ENTER NEW VALUE - DATE YYYYMMDD, OR 0 FOR'
066600                 ' THE PROGRAM DEFAULT'
066700         WHEN 'H'
066800             DISPLAY 'ENTER NEW VALUE - ONE CHARACTER'
066900         WHEN 'L'
067000             DISPLAY 'ENTER NEW VALUE - ONE CHARACTER, NOT A'
067100                 ' LETTER, DIGIT OR SPACE'
067200         WHEN OTHER
067300             DISPLAY 'ENTER NEW VALUE - '
067400                 WS-FLD-LEN(WS-FLD-SUB) ' CHARACTERS MAX'
067500     END-EVALUATE.
067600 4130-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000*    4150-CHECK-RECORD - THE RULES THAT SPAN FIELDS. A REPORT
068100*    RANGE THAT ENDS BEFORE IT STARTS WOULD SELECT NOTHING;
068200*    EITHER BOUND LEFT AT 0 IS OPEN, SO ONLY TWO REAL DATES ARE
068300*    COMPARED.
068400******************************************************************
068500 4150-CHECK-RECORD.
068600     IF PARM-RPT-FROM IS NUMERIC
068700         AND PARM-RPT-TO IS NUMERIC
068800         AND PARM-RPT-FROM > 0
068900         AND PARM-RPT-TO > 0
069000         AND PARM-RPT-FROM > PARM-RPT-TO
069100         DISPLAY 'PARM-RPT-FROM ' PARM-RPT-FROM ' IS AFTER'
069200             ' PARM-RPT-TO ' PARM-RPT-TO ' - CORRECT ONE OR QUIT'
069300         GO TO 4150-EXIT
069400     END-IF
069500     SET WS-EDIT-END TO TRUE.
069600 4150-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000*    4200-VALIDATE-VALUE - HOLD WS-REPLY TO THE FIELD'S RULE AND,
070100*    WHEN IT PASSES, LEAVE IT IN WS-NEW-VALUE AT THE FIELD'S
070200*    LENGTH (NUMBERS ZERO-FILLED).
070300******************************************************************
070400 4200-VALIDATE-VALUE.
070500     MOVE 'N'    TO WS-VALUE-OK-SW
070600     MOVE SPACES TO WS-NEW-VALUE
070700     EVALUATE WS-FLD-TYPE(WS-FLD-SUB)
070800         WHEN 'C'
070900             PERFORM 4210-CHECK-CODE THRU 4210-EXIT
071000         WHEN 'N'
071100             PERFORM 4220-CHECK-NUMBER THRU 4220-EXIT
071200         WHEN 'D'
071300             PERFORM 4230-CHECK-DATE-VALUE THRU 4230-EXIT
071400         WHEN 'H'
071500             PERFORM 4240-CHECK-CHAR THRU 4240-EXIT
071600         WHEN 'L'
071700             PERFORM 4250-CHECK-DELIM THRU 4250-EXIT
071800         WHEN OTHER
071900             PERFORM 4260-CHECK-TEXT THRU 4260-EXIT
072000     END-EVALUATE.
072100 4200-EXIT.
072200     EXIT.
072300*
072400 4210-CHECK-CODE.
072500     INSPECT WS-REPLY CONVERTING
072600         "abcdefghijklmnopqrstuvwxyz"
072700         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
072800     IF WS-REPLY(2:43) NOT = SPACES
072900         OR (WS-REPLY(1:1) NOT = WS-FLD-CODE-1(WS-FLD-SUB)
073000             AND WS-REPLY(1:1) NOT = WS-FLD-CODE-2(WS-FLD-SUB))
073100         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' MUST BE '
073200             WS-FLD-CODE-1(WS-FLD-SUB) ' OR '
073300             WS-FLD-CODE-2(WS-FLD-SUB)
073400         GO TO 4210-EXIT
073500     END-IF
073600     MOVE WS-REPLY(1:1) TO WS-NEW-VALUE
073700     SET WS-VALUE-OK TO TRUE.
073800 4210-EXIT.
073900     EXIT.
074000*
074100 4220-CHECK-NUMBER.
074200     PERFORM 6000-PARSE-NUMBER THRU 6000-EXIT
074300     IF NOT WS-NUM-OK
074400         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB)
074500             ' MUST BE A WHOLE NUMBER'
074600         GO TO 4220-EXIT
074700     END-IF
074800     IF WS-NUM-VALUE NOT = 0
074900         AND (WS-NUM-VALUE < WS-FLD-MIN(WS-FLD-SUB)
075000             OR WS-NUM-VALUE > WS-FLD-MAX(WS-FLD-SUB))
075100         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' MUST BE '
075200             WS-MIN-ED ' TO ' WS-MAX-ED ', OR 0'
075300         GO TO 4220-EXIT
075400     END-IF
075500     COMPUTE WS-NUM-START = 6 - WS-FLD-LEN(WS-FLD-SUB)
075600     MOVE WS-NUM-VALUE-X(WS-NUM-START:WS-FLD-LEN(WS-FLD-SUB))
075700         TO WS-NEW-VALUE
075800     SET WS-VALUE-OK TO TRUE.
075900 4220-EXIT.
076000     EXIT.
076100*
076200 4230-CHECK-DATE-VALUE.
076300     IF WS-REPLY = '0'
076400         MOVE '00000000' TO WS-NEW-VALUE
076500         SET WS-VALUE-OK TO TRUE
076600         GO TO 4230-EXIT
076700     END-IF
076800     IF WS-REPLY(1:8) IS NOT NUMERIC
076900         OR WS-REPLY(9:36) NOT = SPACES
077000         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' MUST BE A DATE'
077100             ' YYYYMMDD OR 0'
077200         GO TO 4230-EXIT
077300     END-IF
077400     MOVE WS-REPLY(1:8) TO WS-CHK-DATE
077500     PERFORM 6100-CHECK-DATE THRU 6100-EXIT
077600     IF NOT WS-DATE-OK
077700         DISPLAY WS-REPLY(1:8) ' IS NOT A REAL DATE'
077800         GO TO 4230-EXIT
077900     END-IF
078000     MOVE WS-REPLY(1:8) TO WS-NEW-VALUE
078100     SET WS-VALUE-OK TO TRUE.
078200 4230-EXIT.
078300     EXIT.
078400*
078500 4240-CHECK-CHAR.
078600     IF WS-REPLY(1:1) = SPACE
078700         OR WS-REPLY(2:43) NOT = SPACES
078800         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' MUST BE ONE'
078900             ' CHARACTER'
079000         GO TO 4240-EXIT
079100     END-IF
079200     MOVE WS-REPLY(1:1) TO WS-NEW-VALUE
079300     SET WS-VALUE-OK TO TRUE.
079400 4240-EXIT.
079500     EXIT.
079600*
079700 4250-CHECK-DELIM.
079800     IF WS-REPLY(1:1) IS ALPHABETIC
079900         OR WS-REPLY(1:1) IS NUMERIC
080000         OR WS-REPLY(2:43) NOT = SPACES
080100         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' MUST BE ONE'
080200             ' CHARACTER, NOT A LETTER, DIGIT OR SPACE'
080300         GO TO 4250-EXIT
080400     END-IF
080500     MOVE WS-REPLY(1:1) TO WS-NEW-VALUE
080600     SET WS-VALUE-OK TO TRUE.
080700 4250-EXIT.
080800     EXIT.
080900*
081000 4260-CHECK-TEXT.
081100     INSPECT WS-REPLY CONVERTING
081200         "abcdefghijklmnopqrstuvwxyz"
081300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
081400     MOVE 0 TO WS-REPLY-LEN
081500     INSPECT WS-REPLY TALLYING WS-REPLY-LEN
081600         FOR CHARACTERS BEFORE INITIAL SPACE
081700     IF WS-REPLY-LEN = 0
081800         DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' MAY NOT BE'
081900             ' BLANK'
082000         GO TO 4260-EXIT
082100     END-IF
082200     IF WS-REPLY-LEN < 44
082300         IF WS-REPLY(WS-REPLY-LEN + 1:) NOT = SPACES
082400             DISPLAY 'PARM-' WS-FLD-NAME(WS-FLD-SUB) ' MAY NOT'
082500                 ' CONTAIN A SPACE'
082600             GO TO 4260-EXIT
082700         END-IF
082800     END-IF
082900     MOVE WS-REPLY TO WS-NEW-VALUE
083000     SET WS-VALUE-OK TO TRUE.
083100 4260-EXIT.
083200     EXIT.
083300*
083400******************************************************************
083500*    4300-GET-EFF-DATE - WHEN THE NEW VERSION TAKES EFFECT.
083600*    BLANK OR TODAY IS AT ONCE; A LATER DATE MUST BE A PROCESSING
083700*    DAY ON BUSCAL. VERSIONS TAKE EFFECT IN ORDER, SO NOTHING MAY
083800*    BE DATED BEFORE A VERSION ALREADY SCHEDULED - CANCEL THAT
083900*    ONE FIRST.
084000******************************************************************
084100 4300-GET-EFF-DATE.
084200     MOVE 'N' TO WS-EFF-OK-SW
084300     PERFORM 4310-ASK-EFF-DATE THRU 4310-EXIT
084400         UNTIL WS-EFF-OK OR WS-DONE.
084500 4300-EXIT.
084600     EXIT.
084700*
084800 4310-ASK-EFF-DATE.
084900     DISPLAY 'ENTER EFFECTIVE BUSINESS DATE YYYYMMDD (BLANK ='
085000         ' NOW)'
085100     MOVE SPACES TO WS-REPLY
085200     ACCEPT WS-REPLY
085300         ON EXCEPTION
085400             SET WS-DONE TO TRUE
085500     END-ACCEPT
085600     IF WS-DONE
085700         GO TO 4310-EXIT
085800     END-IF
085900     IF WS-REPLY = SPACES
086000         MOVE WS-TODAY-DATE TO WS-EFF-DATE
086100     ELSE
086200         IF WS-REPLY(1:8) IS NOT NUMERIC
086300             OR WS-REPLY(9:36) NOT = SPACES
086400             DISPLAY 'DATE MUST BE NUMERIC YYYYMMDD - RE-ENTER'
086500             GO TO 4310-EXIT
086600         END-IF
086700         MOVE WS-REPLY(1:8) TO WS-CHK-DATE
086800         PERFORM 6100-CHECK-DATE THRU 6100-EXIT
086900         IF NOT WS-DATE-OK
087000             DISPLAY WS-REPLY(1:8)
087100                 ' IS NOT A REAL DATE - RE-ENTER'
087200             GO TO 4310-EXIT
087300         END-IF
087400         MOVE WS-CHK-DATE TO WS-EFF-DATE
087500     END-IF
087600     IF WS-EFF-DATE < WS-TODAY-DATE
087700         DISPLAY WS-EFF-DATE ' IS IN THE PAST - RE-ENTER'
087800         GO TO 4310-EXIT
087900     END-IF
088000     IF WS-LATEST-VERSION > WS-CUR-VERSION
088100         AND WS-EFF-DATE < WS-LATEST-EFF-DATE
088200         DISPLAY 'VERSION ' WS-LATEST-VERSION ' IS SCHEDULED FOR '
088300             WS-LATEST-EFF-DATE ' - DATE THIS ON OR AFTER IT, OR'
088400             ' QUIT AND CANCEL IT'
088500         GO TO 4310-EXIT
088600     END-IF
088700     IF WS-EFF-DATE = WS-TODAY-DATE
088800         MOVE 'Y' TO WS-IMMEDIATE-SW
088900         SET WS-EFF-OK TO TRUE
089000         GO TO 4310-EXIT
089100     END-IF
089200     MOVE 'N' TO WS-IMMEDIATE-SW
089300     PERFORM 4320-CHECK-CALENDAR THRU 4320-EXIT.
089400 4310-EXIT.
089500     EXIT.
089600*
089700*    4320-CHECK-CALENDAR - BUSCAL IS IN ASCENDING DATE ORDER, SO
089800*    THE SEARCH STOPS AT THE FIRST DATE NOT BEFORE THE ONE WANTED.
089900*    WITHOUT A CALENDAR THE DATE IS TAKEN AS KEYED.
090000 4320-CHECK-CALENDAR.
090100     OPEN INPUT BUSCAL
090200     IF WS-BUSCAL-STATUS NOT = '00'
090300         DISPLAY 'BUSCAL NOT AVAILABLE - ' WS-EFF-DATE
090400             ' NOT CHECKED AGAINST THE CALENDAR'
090500         SET WS-EFF-OK TO TRUE
090600         GO TO 4320-EXIT
090700     END-IF
090800     MOVE 'N' TO WS-EOF-SW
090900     MOVE 'N' TO WS-FOUND-SW
090950     MOVE SPACE  TO WS-EFF-DAY-TYPE
090960     MOVE SPACES TO WS-EFF-DAY-DESC
091000     PERFORM 4330-READ-ONE-DAY THRU 4330-EXIT
091100         UNTIL WS-EOF OR WS-FOUND
091200     CLOSE BUSCAL
091300     IF NOT WS-FOUND
091400         DISPLAY WS-EFF-DATE ' IS NOT ON THE BUSINESS CALENDAR'
091500             ' YET - RE-ENTER'
091600         GO TO 4320-EXIT
091700     END-IF
091800     IF NOT WS-EFF-PROCESSING
091900         DISPLAY WS-EFF-DATE ' IS NOT A PROCESSING DAY ('
092000             WS-EFF-DAY-DESC ') - RE-ENTER'
092100         GO TO 4320-EXIT
092200     END-IF
092300     SET WS-EFF-OK TO TRUE.
092400 4320-EXIT.
092500     EXIT.
092600*
092700 4330-READ-ONE-DAY.
092800     READ BUSCAL
092900         AT END
093000             SET WS-EOF TO TRUE
093100             GO TO 4330-EXIT
093200     END-READ
093300     IF CAL-DATE = WS-EFF-DATE
093400         SET WS-FOUND TO TRUE
093410         MOVE CAL-DAY-TYPE TO WS-EFF-DAY-TYPE
093420         MOVE CAL-DESC     TO WS-EFF-DAY-DESC
093500     ELSE
093600         IF CAL-DATE IS NUMERIC AND CAL-DATE > WS-EFF-DATE
093700             SET WS-EOF TO TRUE
093800         END-IF
093900     END-IF.
094000 4330-EXIT.
094100     EXIT.
094200*
094300 4400-GET-REASON.
094400     DISPLAY 'ENTER REASON (40 CHARS MAX)'
094500     MOVE SPACES TO WS-REASON
094600     ACCEPT WS-REASON
094700         ON EXCEPTION
094800             SET WS-DONE TO TRUE
094900     END-ACCEPT
095000     IF WS-DONE
095100         GO TO 4400-EXIT
095200     END-IF
095300     IF WS-REASON = SPACES
095400         DISPLAY 'A REASON IS REQUIRED'
095500         GO TO 4400-GET-REASON
095600     END-IF.
095700 4400-EXIT.
095800     EXIT.
095900*
096000*    4600-WRITE-BASE - THE SETTINGS PARMCTL HELD BEFORE ITS FIRST
096100*    CONTROLLED CHANGE, SO THE RUNS BEFORE IT STAY TRACEABLE.
096200 4600-WRITE-BASE.
096300     MOVE SPACES             TO PRMH-RECORD
096400     MOVE 'BASE  '           TO PRMH-ACTION
096500     MOVE WS-CUR-VERSION     TO PRMH-VERSION
096600     MOVE WS-CUR-EFF-DATE    TO PRMH-EFF-DATE
096700     MOVE WS-SIGNOFF-ID      TO PRMH-SIGNOFF-ID
096800     MOVE WS-TODAY-DATE      TO PRMH-CHG-DATE
096900     MOVE WS-NOW-TIME        TO PRMH-CHG-TIME
097000     MOVE 'SETTINGS IN EFFECT BEFORE VERSIONING'
097100                             TO PRMH-REASON
097200     MOVE WS-CUR-PARM(1:100) TO PRMH-SETTINGS
097300     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
097400     IF NOT WS-HIST-OK
097500         DISPLAY 'PARMHIST NOT WRITTEN - NOTHING CHANGED'
097600     END-IF.
097700 4600-EXIT.
097800     EXIT.
097900*
098000 4700-WRITE-PARMCTL.
098100     MOVE WS-NEW-VERSION TO PARM-VERSION
098200     MOVE WS-EFF-DATE    TO PARM-EFF-DATE
098300     MOVE SPACES         TO PARM-RECORD(114:7)
098400     OPEN OUTPUT PARMCTL
098500     IF WS-PARMCTL-STATUS NOT = '00'
098600         DISPLAY 'PARMCTL OPEN FOR OUTPUT FAILED - FILE STATUS '
098700             WS-PARMCTL-STATUS
098800         DISPLAY 'VERSION ' WS-NEW-VERSION ' IS ON PARMHIST -'
098900             ' PARMSET PUTS IT IN PLACE AT THE NEXT RUN'
099000         MOVE 16 TO RETURN-CODE
099100         GO TO 4700-EXIT
099200     END-IF
099300     WRITE PARMCTL-RECORD FROM PARM-RECORD
099310     IF WS-PARMCTL-STATUS NOT = '00'
099320         DISPLAY 'PARMCTL WRITE FAILED - FILE STATUS '
099330             WS-PARMCTL-STATUS
099340         DISPLAY 'VERSION ' WS-NEW-VERSION ' IS ON PARMHIST -'
099350             ' PARMSET PUTS IT IN PLACE AT THE NEXT RUN'
099360         MOVE 16 TO RETURN-CODE
099370         CLOSE PARMCTL
099380         GO TO 4700-EXIT
099390     END-IF
099400     CLOSE PARMCTL
099500     MOVE PARM-RECORD    TO WS-CUR-PARM
099600     MOVE WS-NEW-VERSION TO WS-CUR-VERSION
099700     MOVE WS-EFF-DATE    TO WS-CUR-EFF-DATE
099800     DISPLAY 'VERSION ' WS-NEW-VERSION ' IS NOW IN EFFECT ON'
099900         ' PARMCTL'.
100000 4700-EXIT.
100100     EXIT.
100200*
100300******************************************************************
100400*    5000-CANCEL-VERSION - WITHDRAW THE LATEST SCHEDULED VERSION
100500*    BEFORE IT TAKES EFFECT. VERSIONS ARE BUILT ONE ON ANOTHER, SO
100600*    ONLY THE LATEST MAY GO; A VERSION ALREADY IN EFFECT IS
100700*    REVERSED WITH A NEW CHANGE INSTEAD.
100800******************************************************************
100900 5000-CANCEL-VERSION.
101000     IF WS-PENDING-CNT = 0
101100         DISPLAY 'NO VERSION IS SCHEDULED - NOTHING TO CANCEL'
101200         GO TO 5000-EXIT
101300     END-IF
101400     DISPLAY 'VERSION ' WS-LATEST-VERSION ' IS SCHEDULED FOR '
101500         WS-LATEST-EFF-DATE ' - ENTER ITS NUMBER TO CANCEL IT'
101600     MOVE SPACES TO WS-REPLY
101700     ACCEPT WS-REPLY
101800         ON EXCEPTION
101900             SET WS-DONE TO TRUE
102000     END-ACCEPT
102100     IF WS-DONE
102200         GO TO 5000-EXIT
102300     END-IF
102400     PERFORM 6000-PARSE-NUMBER THRU 6000-EXIT
102500     IF NOT WS-NUM-OK OR WS-NUM-VALUE NOT = WS-LATEST-VERSION
102600         DISPLAY 'ONLY THE LATEST SCHEDULED VERSION, '
102700             WS-LATEST-VERSION ', MAY BE CANCELLED - NOTHING'
102800             ' CHANGED'
102900         GO TO 5000-EXIT
103000     END-IF
103100     PERFORM 4400-GET-REASON THRU 4400-EXIT
103200     IF WS-DONE
103300         GO TO 5000-EXIT
103400     END-IF
103500     ACCEPT WS-NOW-TIME FROM TIME
103600     MOVE SPACES             TO PRMH-RECORD
103700     MOVE 'CANCEL'           TO PRMH-ACTION
103800     MOVE WS-LATEST-VERSION  TO PRMH-VERSION
103900     MOVE WS-LATEST-EFF-DATE TO PRMH-EFF-DATE
104000     MOVE WS-SIGNOFF-ID      TO PRMH-SIGNOFF-ID
104100     MOVE WS-TODAY-DATE      TO PRMH-CHG-DATE
104200     MOVE WS-NOW-TIME        TO PRMH-CHG-TIME
104300     MOVE WS-REASON          TO PRMH-REASON
104400     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
104500     IF NOT WS-HIST-OK
104600         DISPLAY 'PARMHIST NOT WRITTEN - NOTHING CANCELLED'
104700         GO TO 5000-EXIT
104800     END-IF
104900     ADD 1 TO WS-CANCEL-DONE-CNT
105000     DISPLAY 'VERSION ' WS-LATEST-VERSION ' CANCELLED'
105100     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
105200 5000-EXIT.
105300     EXIT.
105400*
105500******************************************************************
105600*    5200-LIST-HISTORY - EVERY VERSION AND CANCELLATION, OLDEST
105700*    FIRST, WITH WHERE EACH VERSION NOW STANDS.
105800******************************************************************
105900 5200-LIST-HISTORY.
106000     OPEN INPUT PARMHIST
106100     IF WS-PARMHIST-STATUS NOT = '00'
106200         DISPLAY 'NO PARAMETER HISTORY YET - PARMCTL IS VERSION '
106300             WS-CUR-VERSION
106400         GO TO 5200-EXIT
106500     END-IF
106600     DISPLAY 'VERSION EFFECTIVE STATUS     SIGN-OFF KEYED    '
106700         'REASON'
106800     MOVE 'N' TO WS-EOF-SW
106900     PERFORM 1390-READ-PARMHIST THRU 1390-EXIT
107000     PERFORM 5210-LIST-ONE-ENTRY THRU 5210-EXIT
107100         UNTIL WS-EOF
107200     CLOSE PARMHIST.
107300 5200-EXIT.
107400     EXIT.
107500*
107600 5210-LIST-ONE-ENTRY.
107700     IF PRMH-CANCEL
107800         DISPLAY PRMH-VERSION '   ' PRMH-EFF-DATE ' CANCELLED BY '
107900             PRMH-SIGNOFF-ID ' ' PRMH-CHG-DATE ' ' PRMH-REASON
108000     ELSE
108100         PERFORM 5220-LIST-ONE-VERSION THRU 5220-EXIT
108200     END-IF
108300     PERFORM 1390-READ-PARMHIST THRU 1390-EXIT.
108400 5210-EXIT.
108500     EXIT.
108600*
108700 5220-LIST-ONE-VERSION.
108800     PERFORM 1330-CHECK-CANCELLED THRU 1330-EXIT
108900     EVALUATE TRUE
109000         WHEN WS-CANCELLED
109100             MOVE 'CANCELLED ' TO WS-OLD-VALUE
109200         WHEN PRMH-VERSION > WS-CUR-VERSION
109300             MOVE 'SCHEDULED ' TO WS-OLD-VALUE
109400         WHEN PRMH-VERSION = WS-CUR-VERSION
109500             MOVE 'IN EFFECT ' TO WS-OLD-VALUE
109600         WHEN OTHER
109700             MOVE 'SUPERSEDED' TO WS-OLD-VALUE
109800     END-EVALUATE
109900     DISPLAY PRMH-VERSION '   ' PRMH-EFF-DATE ' '
110000         WS-OLD-VALUE(1:10) ' ' PRMH-SIGNOFF-ID ' ' PRMH-CHG-DATE
110100         ' ' PRMH-REASON.
110200 5220-EXIT.
110300     EXIT.
110400*
110500******************************************************************
110600*    5400-SHOW-VERSION - THE SETTINGS OF ONE VERSION, FIELD BY
110700*    FIELD.
110800******************************************************************
110900 5400-SHOW-VERSION.
111000     DISPLAY 'ENTER VERSION NUMBER'
111100     MOVE SPACES TO WS-REPLY
111200     ACCEPT WS-REPLY
111300         ON EXCEPTION
111400             SET WS-DONE TO TRUE
111500     END-ACCEPT
111600     IF WS-DONE
111700         GO TO 5400-EXIT
111800     END-IF
111900     PERFORM 6000-PARSE-NUMBER THRU 6000-EXIT
112000     IF NOT WS-NUM-OK
112100         DISPLAY 'VERSION MUST BE A NUMBER'
112200         GO TO 5400-EXIT
112300     END-IF
112400     MOVE WS-NUM-VALUE TO WS-FIND-VERSION
112500     PERFORM 5500-DISPLAY-VERSION THRU 5500-EXIT.
112600 5400-EXIT.
112700     EXIT.
112800*
112900*    5500-DISPLAY-VERSION - FIND WS-FIND-VERSION ON PARMHIST AND
113000*    SHOW IT. A VERSION 0 NEVER RECORDED (NO CHANGE HAS BEEN MADE
113100*    YET) IS WHAT PARMCTL HOLDS NOW.
113200 5500-DISPLAY-VERSION.
113300     MOVE 'N' TO WS-FOUND-SW
113400     OPEN INPUT PARMHIST
113500     IF WS-PARMHIST-STATUS = '00'
113600         MOVE 'N' TO WS-EOF-SW
113700         PERFORM 5510-MATCH-ONE-VERSION THRU 5510-EXIT
113800             UNTIL WS-EOF OR WS-FOUND
113900         CLOSE PARMHIST
114000     END-IF
114100     IF WS-FOUND
114200         MOVE SPACES        TO PARM-RECORD
114300         MOVE PRMH-SETTINGS TO PARM-RECORD(1:100)
114400         DISPLAY 'VERSION ' PRMH-VERSION ' EFFECTIVE '
114500             PRMH-EFF-DATE ' - SIGNED OFF BY ' PRMH-SIGNOFF-ID
114600             ' ON ' PRMH-CHG-DATE
114700         DISPLAY 'REASON: ' PRMH-REASON
114800         PERFORM 5900-SHOW-FIELDS THRU 5900-EXIT
114900         GO TO 5500-EXIT
115000     END-IF
115100     IF WS-FIND-VERSION = WS-CUR-VERSION
115200         AND WS-HIST-VER-CNT = 0
115300         MOVE WS-CUR-PARM TO PARM-RECORD
115400         DISPLAY 'VERSION ' WS-FIND-VERSION ' IS NOT ON PARMHIST'
115500             ' - SHOWN AS NOW ON PARMCTL'
115600         PERFORM 5900-SHOW-FIELDS THRU 5900-EXIT
115700         GO TO 5500-EXIT
115800     END-IF
115900     DISPLAY 'VERSION ' WS-FIND-VERSION ' IS NOT ON PARMHIST'.
116000 5500-EXIT.
116100     EXIT.
116200*
116300 5510-MATCH-ONE-VERSION.
116400     PERFORM 1390-READ-PARMHIST THRU 1390-EXIT
116500     IF NOT WS-EOF
116600         AND NOT PRMH-CANCEL
116700         AND PRMH-VERSION = WS-FIND-VERSION
116800         SET WS-FOUND TO TRUE
116900     END-IF.
117000 5510-EXIT.
117100     EXIT.
117200*
117300******************************************************************
117400*    5600-SHOW-RUN - WHICH VERSION A RUN ID RAN UNDER, FROM THE
117500*    PARMRUN LOG PARMSET KEEPS, AND THAT VERSION'S SETTINGS. NO
117600*    RUN NUMBER MEANS THE LAST RUN LOGGED FOR THE DATE; THE LAST
117700*    LINE FOR A RUN ID WINS, AS ON STEPLOG.
117800******************************************************************
117900 5600-SHOW-RUN.
118000     DISPLAY 'ENTER RUN DATE YYYYMMDD'
118100     MOVE SPACES TO WS-REPLY
118200     ACCEPT WS-REPLY
118300         ON EXCEPTION
118400             SET WS-DONE TO TRUE
118500     END-ACCEPT
118600     IF WS-DONE
118700         GO TO 5600-EXIT
118800     END-IF
118900     IF WS-REPLY(1:8) IS NOT NUMERIC
119000         OR WS-REPLY(9:36) NOT = SPACES
119100         DISPLAY 'RUN DATE MUST BE NUMERIC YYYYMMDD'
119200         GO TO 5600-EXIT
119300     END-IF
119400     MOVE WS-REPLY(1:8) TO WS-RUN-DATE
119500     DISPLAY 'ENTER RUN NUMBER (BLANK = LAST RUN OF THE DAY)'
119600     MOVE SPACES TO WS-REPLY
119700     ACCEPT WS-REPLY
119800         ON EXCEPTION
119900             SET WS-DONE TO TRUE
120000     END-ACCEPT
120100     IF WS-DONE
120200         GO TO 5600-EXIT
120300     END-IF
120400     MOVE 'N' TO WS-RUN-NBR-GIVEN-SW
120500     IF WS-REPLY NOT = SPACES
120600         PERFORM 6000-PARSE-NUMBER THRU 6000-EXIT
120700         IF NOT WS-NUM-OK OR WS-NUM-VALUE > 999
120800             DISPLAY 'RUN NUMBER MUST BE A NUMBER 1-999'
120900             GO TO 5600-EXIT
121000         END-IF
121100         MOVE WS-NUM-VALUE TO WS-RUN-NBR
121200         SET WS-RUN-NBR-GIVEN TO TRUE
121300     END-IF
121400     OPEN INPUT PARMRUN
121500     IF WS-PARMRUN-STATUS NOT = '00'
121600         DISPLAY 'PARMRUN NOT AVAILABLE - FILE STATUS '
121700             WS-PARMRUN-STATUS
121800         GO TO 5600-EXIT
121900     END-IF
122000     MOVE 'N' TO WS-FOUND-SW
122100     MOVE 'N' TO WS-EOF-SW
122200     PERFORM 5610-MATCH-ONE-RUN THRU 5610-EXIT
122300         UNTIL WS-EOF
122400     CLOSE PARMRUN
122500     IF NOT WS-FOUND
122600         DISPLAY 'NO PARMRUN ENTRY FOR THAT RUN'
122700         GO TO 5600-EXIT
122800     END-IF
122900     MOVE WS-RUN-FOUND-LINE TO PRUN-RECORD
123000     DISPLAY 'RUN ' PRUN-RUN-DATE '-' PRUN-RUN-NBR ' RAN UNDER'
123100         ' VERSION ' PRUN-VERSION ' EFFECTIVE ' PRUN-EFF-DATE
123200     EVALUATE TRUE
123300         WHEN PRUN-APPLIED
123400             DISPLAY 'PUT IN PLACE FOR THIS RUN - REPLACED'
123500                 ' VERSION ' PRUN-PRIOR-VERSION
123600         WHEN PRUN-MISMATCH
123700             DISPLAY 'PARMCTL HAD BEEN EDITED OUTSIDE PARMMAINT -'
123800                 ' THE RUN DID NOT USE EXACTLY THESE SETTINGS'
123900         WHEN OTHER
124000             CONTINUE
124100     END-EVALUATE
124200     MOVE PRUN-VERSION TO WS-FIND-VERSION
124300     PERFORM 5500-DISPLAY-VERSION THRU 5500-EXIT.
124400 5600-EXIT.
124500     EXIT.
124600*
124700 5610-MATCH-ONE-RUN.
124800     READ PARMRUN
124900         AT END
125000             SET WS-EOF TO TRUE
125100             GO TO 5610-EXIT
125200     END-READ
125300     IF PRUN-RUN-DATE = WS-RUN-DATE
125400         AND (NOT WS-RUN-NBR-GIVEN OR PRUN-RUN-NBR = WS-RUN-NBR)
125500         SET WS-FOUND TO TRUE
125600         MOVE PRUN-RECORD TO WS-RUN-FOUND-LINE
125700     END-IF.
125800 5610-EXIT.
125900     EXIT.
126000*
126100*    5900-SHOW-FIELDS - EVERY EDITABLE FIELD OF PARM-RECORD.
126200 5900-SHOW-FIELDS.
126300     PERFORM 5910-SHOW-ONE-FIELD THRU 5910-EXIT
126400         VARYING WS-FLD-IDX FROM 1 BY 1
126500         UNTIL WS-FLD-IDX > WS-FLD-CNT.
126600 5900-EXIT.
126700     EXIT.
126800*
126900 5910-SHOW-ONE-FIELD.
127000     DISPLAY '  PARM-' WS-FLD-NAME(WS-FLD-IDX) ' '
127100         PARM-RECORD(WS-FLD-START(WS-FLD-IDX):
127200             WS-FLD-LEN(WS-FLD-IDX)).
127300 5910-EXIT.
127400     EXIT.
127500*
127600******************************************************************
127700*    6000-PARSE-NUMBER - WS-REPLY AS A WHOLE NUMBER OF UP TO FIVE
127800*    DIGITS, LEFT-JUSTIFIED AS KEYED, INTO WS-NUM-VALUE.
127900******************************************************************
128000 6000-PARSE-NUMBER.
128100     MOVE 'N' TO WS-NUM-OK-SW
128200     MOVE 0   TO WS-NUM-VALUE
128300     MOVE 0   TO WS-REPLY-LEN
128400     INSPECT WS-REPLY TALLYING WS-REPLY-LEN
128500         FOR CHARACTERS BEFORE INITIAL SPACE
128600     IF WS-REPLY-LEN = 0 OR WS-REPLY-LEN > 5
128700         GO TO 6000-EXIT
128800     END-IF
128900     IF WS-REPLY(WS-REPLY-LEN + 1:) NOT = SPACES
129000         GO TO 6000-EXIT
129100     END-IF
129200     IF WS-REPLY(1:WS-REPLY-LEN) IS NOT NUMERIC
129300         GO TO 6000-EXIT
129400     END-IF
129500     MOVE WS-REPLY(1:WS-REPLY-LEN) TO WS-NUM-VALUE
129600     SET WS-NUM-OK TO TRUE.
129700 6000-EXIT.
129800     EXIT.
129900*
130000******************************************************************
130100*    6100-CHECK-DATE - IS WS-CHK-DATE A REAL CALENDAR DATE. A
130200*    YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY
130300*    NOT DIVISIBLE BY 400.
130400******************************************************************
130500 6100-CHECK-DATE.
130600     MOVE 'N' TO WS-DATE-OK-SW
130700     IF WS-CHK-YYYY < 1900 OR WS-CHK-YYYY > 2099
130800         GO TO 6100-EXIT
130900     END-IF
131000     IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
131100         GO TO 6100-EXIT
131200     END-IF
131300     MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-MAX-DD
131400     IF WS-CHK-MM = 2
131500         DIVIDE WS-CHK-YYYY BY 4 GIVING WS-QUOTIENT
131600             REMAINDER WS-REM-4
131700         DIVIDE WS-CHK-YYYY BY 100 GIVING WS-QUOTIENT
131800             REMAINDER WS-REM-100
131900         DIVIDE WS-CHK-YYYY BY 400 GIVING WS-QUOTIENT
132000             REMAINDER WS-REM-400
132100         IF WS-REM-4 = 0
132200             AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
132300             MOVE 29 TO WS-MAX-DD
132400         END-IF
132500     END-IF
132600     IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-MAX-DD
132700         GO TO 6100-EXIT
132800     END-IF
132900     SET WS-DATE-OK TO TRUE.
133000 6100-EXIT.
133100     EXIT.
133200*
133300******************************************************************
133400*    7000-WRITE-HISTORY - APPEND PRMH-RECORD TO PARMHIST, OPENED
133500*    AND CLOSED AROUND EACH ENTRY SO THE LOAD, LIST AND VERSION
133600*    ACTIONS CAN READ IT BETWEEN CHANGES. A HISTORY THAT DOES NOT
133700*    EXIST YET IS CREATED, THE SAME PATTERN SYSCMD USES FOR A
133800*    FIRST-RUN AUDITLOG.
133900******************************************************************
134000 7000-WRITE-HISTORY.
134100     MOVE 'Y' TO WS-HIST-OK-SW
134200     OPEN EXTEND PARMHIST
134300     IF WS-PARMHIST-STATUS NOT = '00'
134400         CLOSE PARMHIST
134500         OPEN OUTPUT PARMHIST
134600     END-IF
134700     IF WS-PARMHIST-STATUS NOT = '00'
134800         DISPLAY 'PARMHIST OPEN FAILED - FILE STATUS '
134900             WS-PARMHIST-STATUS
135000         MOVE 'N' TO WS-HIST-OK-SW
135100         MOVE 16 TO RETURN-CODE
135200         GO TO 7000-EXIT
135300     END-IF
135400     WRITE PARMHIST-RECORD FROM PRMH-RECORD
135500     IF WS-PARMHIST-STATUS NOT = '00'
135600         DISPLAY 'PARMHIST WRITE FAILED - FILE STATUS '
135700             WS-PARMHIST-STATUS
135800         MOVE 'N' TO WS-HIST-OK-SW
135900         MOVE 16 TO RETURN-CODE
136000     END-IF
136100     CLOSE PARMHIST.
136200 7000-EXIT.
136300     EXIT.
136400*
136500******************************************************************
136600*    8000-TERMINATE - DISPLAY SESSION TOTALS.
136700******************************************************************
136800 8000-TERMINATE.
136900     DISPLAY 'PARMMAINT SIGN-OFF ID      : ' WS-SIGNOFF-ID
137000     DISPLAY 'PARMMAINT VERSIONS WRITTEN : ' WS-CHANGE-CNT
137100     DISPLAY 'PARMMAINT VERSIONS CANCELLED: ' WS-CANCEL-DONE-CNT
137200     DISPLAY 'PARMMAINT PARMCTL VERSION  : ' WS-CUR-VERSION.
137300 8000-EXIT.
137400     EXIT.

002056*                     ONLY THE TEXT HANDED TO THE SHELL IS
002057*                     WRAPPED IN A SUBSHELL WITH ITS OUTPUT
002058*                     REDIRECTED.
002059*    2026-10-15  RJH  ADDED TWO-OPERATOR APPROVAL FOR
002060*                     DUAL-CONTROL ALLOW-LIST ENTRIES
002061*                     (CMDF-DUAL-CTL). AFTER THE TIER CHECK
002062*                     PASSES, SUCH A COMMAND IS NOT HANDED TO
002063*                     THE SHELL UNTIL A SECOND, DIFFERENT
002064*                     OPERATOR ON OPERPROF AT OR ABOVE THE
002065*                     ENTRY'S TIER APPROVES IT - KEYED AT THE
002066*                     CONSOLE, OR IN BATCH MODE PRE-RECORDED
002067*                     ON THE CMDAPPR FILE FOR THAT COMMAND AND
002068*                     RUN DATE. A REFUSED, INVALID OR MISSING
002069*                     APPROVAL IS REJECTED AND AUDITED EXACTLY
002070*                     LIKE A TIER REJECTION; THE APPROVER'S ID
002071*                     AND THE OUTCOME RIDE ON THE AUDIT LINE.
002072*                     THE OPERPROF SEARCH NOW WORKS ON A
002073*                     LOOKUP ID SO IT SERVES BOTH THE SIGN-ON
002074*                     AND THE APPROVER.
002075*    2026-10-15  RJH  THE OPERPROF SEARCH NOW HONORS THE
002076*                     PROFILE'S SUSPENDED STATUS AND ITS
002077*                     EFFECTIVE AND EXPIRY DATES (MAINTAINED
002078*                     THROUGH OPERMAINT) AGAINST THE RUN DATE. A
002079*                     SUSPENDED, NOT-YET-EFFECTIVE OR EXPIRED
002080*                     PROFILE CAN NEITHER SIGN ON NOR APPROVE A
002081*                     DUAL-CONTROL COMMAND.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002760         ACCESS MODE IS SEQUENTIAL
002770         RECORD KEY IS CMDF-COMMAND
002780         FILE STATUS IS WS-CMDFILE-STATUS.
002785     SELECT CMDAPPR        ASSIGN TO CMDAPPR
002790         ORGANIZATION IS LINE SEQUENTIAL
002795         FILE STATUS IS WS-CMDAPPR-STATUS.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003391 FD  CMDFILE
003392     RECORD CONTAINS 50 CHARACTERS.
003393     COPY CMDFREC.
003394*
003395 FD  CMDAPPR
003396     RECORDING MODE IS F.
003397     COPY APPRREC.
003400*
003500 WORKING-STORAGE SECTION.
003600 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
003630 01  WS-CMDFILE-EOF-SW           PIC X(01) VALUE 'N'.
003640     88  WS-CMDFILE-EOF              VALUE 'Y'.
003650 01  WS-LOAD-DATE                PIC 9(08) VALUE 0.
003651*
003652 01  WS-LOOKUP-ID                PIC X(08) VALUE SPACES.
003653 01  WS-LOOKUP-LEVEL             PIC 9(01) VALUE 0.
003654 01  WS-LOOKUP-FOUND-SW          PIC X(01) VALUE 'N'.
003655     88  WS-LOOKUP-FOUND             VALUE 'Y'.
003656     88  WS-LOOKUP-INACTIVE          VALUE 'I'.
003657*
003658 01  WS-CMDAPPR-STATUS           PIC X(02) VALUE '00'.
003659 01  WS-CMDAPPR-EOF-SW           PIC X(01) VALUE 'N'.
003660     88  WS-CMDAPPR-EOF              VALUE 'Y'.
003661 01  WS-CMD-REQ-DUAL             PIC X(01) VALUE 'N'.
003662     88  WS-CMD-NEEDS-APPROVAL       VALUE 'Y'.
003663 01  WS-APPROVER-ID              PIC X(08) VALUE SPACES.
003664 01  WS-APPROVER-OK-SW           PIC X(01) VALUE 'N'.
003665     88  WS-APPROVER-OK              VALUE 'Y'.
003666 01  WS-APPROVE-REPLY            PIC X(01) VALUE SPACE.
003667 01  WS-DUAL-STAT                PIC X(01) VALUE SPACE.
003668     88  WS-DUAL-APPROVED            VALUE 'A'.
003669     88  WS-DUAL-REFUSED             VALUE 'R'.
003670     88  WS-DUAL-NO-APPROVAL         VALUE 'N'.
003671 01  WS-DUAL-REASON              PIC X(40) VALUE SPACES.
003672*
003673*    THE BATCH-MODE APPROVAL CARDS FOR TODAY'S RUN DATE, LOADED
003674*    FROM CMDAPPR AT INITIALIZATION.
003675 01  WS-APPR-CNT                 PIC 9(03) COMP VALUE 0.
003676 01  WS-APPR-IDX                 PIC 9(03) COMP.
003677 01  WS-APPR-TABLE.
003678     05  WS-APPR-ITEM OCCURS 50 TIMES.
003679         10  WS-APPR-CMD             PIC X(20).
003680         10  WS-APPR-ID              PIC X(08).
003700*
003800 01  WS-CMD-COUNT                PIC 9(05) VALUE 0.
003900*
008906     PERFORM 1300-SET-INPUT-MODE THRU 1300-EXIT
008907     PERFORM 1400-READ-POLICY THRU 1400-EXIT
008908     PERFORM 1600-IDENTIFY-OPERATOR THRU 1600-EXIT
008909     PERFORM 1700-LOAD-APPROVALS THRU 1700-EXIT
008910     PERFORM 1100-RESTORE-CHECKPOINT THRU 1100-EXIT.
009000 1000-EXIT.
009100     EXIT.
009244                 MOVE 1
009245                     TO WS-CMD-ALLOW-LEVEL(WS-CMD-ENTRY-CNT)
009246             END-IF
009247             IF CMDF-DUAL-CONTROL
009248                 MOVE 'Y' TO WS-CMD-ALLOW-DUAL(WS-CMD-ENTRY-CNT)
009249             ELSE
009250                 MOVE 'N' TO WS-CMD-ALLOW-DUAL(WS-CMD-ENTRY-CNT)
009251             END-IF
009252         ELSE
009253             DISPLAY 'ALLOW-LIST TABLE FULL - ENTRY '
009254                 CMDF-COMMAND ' NOT LOADED'
009255         END-IF
009256     END-IF
009257     PERFORM 1290-READ-CMDFILE THRU 1290-EXIT.
009258 1210-EXIT.
009259     EXIT.
009260*
009261 1290-READ-CMDFILE.
009262     READ CMDFILE
009263         AT END
009264             SET WS-CMDFILE-EOF TO TRUE
009265     END-READ.
009266 1290-EXIT.
009267     EXIT.
009268*
009269******************************************************************
009270*    1300-SET-INPUT-MODE - A CMDIN FILE PRESENT AT STARTUP PUTS
009271*    THE RUN IN BATCH MODE: COMMANDS COME ONE PER RECORD FROM
009272*    CMDIN INSTEAD OF THE CONSOLE, SO AN OVERNIGHT SEQUENCE
009273*    NEEDS NO OPERATOR. NO CMDIN MEANS THE NORMAL CONSOLE LOOP.
009274*    VALIDATION AND THE AUDIT TRAIL ARE IDENTICAL IN BOTH MODES.
009275******************************************************************
009276 1300-SET-INPUT-MODE.
009277     OPEN INPUT CMDIN
009278     IF WS-CMDIN-STATUS = '00'
009279         SET WS-BATCH-MODE TO TRUE
009280         DISPLAY 'BATCH MODE - COMMANDS READ FROM CMDIN'
009281     ELSE
009282         IF WS-CMDIN-STATUS = '35'
009283             CONTINUE
009284         ELSE
009285             DISPLAY 'CMDIN OPEN FAILED - FILE STATUS '
009286                 WS-CMDIN-STATUS
009287             MOVE 16 TO RETURN-CODE
009288             STOP RUN
009289         END-IF
009290     END-IF.
009291 1300-EXIT.
009292     EXIT.
009293*
009294******************************************************************
009295*    1400-READ-POLICY - PER-RUN POLICY FOR A COMMAND WHOSE
009296*    TRANSLATED EXIT CODE IS NONZERO (REJECTIONS COUNT - THEY
009297*    CARRY THE PSEUDO CODE 999): C = CONTINUE WITH THE NEXT
009298*    COMMAND, S = SKIP THE REST OF THE RUN BUT END CLEAN,
009299*    E = END AT ONCE WITH THE EXIT CODE AS THE RETURN-CODE SO
009300*    THE SCHEDULER SEES THE FAILURE. A MISSING CMDPOLCY OR AN
009301*    UNRECOGNIZED ACTION MEANS C, TODAY'S BEHAVIOR.
009302******************************************************************
009303 1400-READ-POLICY.
009304     OPEN INPUT CMDPOLCY
009305     IF WS-CMDPOLCY-STATUS = '00'
009306         READ CMDPOLCY
009307             AT END
009308                 CONTINUE
009309         END-READ
009310         IF WS-CMDPOLCY-STATUS = '00'
009311             INSPECT POLCY-ONERROR-ACT CONVERTING
009312                 "cse" TO "CSE"
009313             IF POLCY-ONERROR-ACT = 'C' OR 'S' OR 'E'
009314                 MOVE POLCY-ONERROR-ACT TO WS-ONERROR-ACT
009315             ELSE
009316                 DISPLAY 'UNRECOGNIZED ON-ERROR POLICY '''
009317                     POLCY-ONERROR-ACT ''' - CONTINUING ON'
009318                     ' ERROR'
009319             END-IF
009320             MOVE POLCY-OPER-ID TO WS-OPER-ID
009321         END-IF
009322         CLOSE CMDPOLCY
009323     END-IF
009324     IF WS-BATCH-MODE
009325         DISPLAY 'ON-ERROR POLICY: ' WS-ONERROR-ACT
009326     END-IF.
009327 1400-EXIT.
009328     EXIT.
009329*
009330******************************************************************
009331*    1600-IDENTIFY-OPERATOR - EVERY SHIFT SHARES THIS CONSOLE,
009332*    SO THE RUN DOES NOT START UNTIL THE OPERATOR IS KNOWN. THE
009333*    ID IS PROMPTED HERE (UP TO THREE TRIES) OR, IN BATCH MODE,
009334*    TAKEN FROM THE CMDPOLCY RECORD ALREADY READ. IT MUST MATCH
009335*    A PROFILE ON OPERPROF, WHOSE LEVEL GATES THE TIERED
009336*    ALLOW-LIST ENTRIES. NO VALID ID MEANS NO RUN - THE SAME
009337*    FAIL-CLOSED POSTURE AS A MISSING CMDFILE.
009338******************************************************************
009339 1600-IDENTIFY-OPERATOR.
009340     IF WS-BATCH-MODE
009341         PERFORM 1615-LOOKUP-SIGNON THRU 1615-EXIT
009342     ELSE
009343         PERFORM 1610-PROMPT-OPERATOR THRU 1610-EXIT
009344             UNTIL WS-OPER-FOUND OR WS-OPER-TRIES > 2
009345     END-IF
009346     IF NOT WS-OPER-FOUND
009347         DISPLAY 'OPERATOR NOT IDENTIFIED - RUN REFUSED'
009348         MOVE 16 TO RETURN-CODE
009349         STOP RUN
009350     END-IF
009351     DISPLAY 'OPERATOR ' WS-OPER-ID ' LEVEL ' WS-OPER-LEVEL
009352         ' SIGNED ON'.
009353 1600-EXIT.
009354     EXIT.
009355*
009356 1610-PROMPT-OPERATOR.
009357     ADD 1 TO WS-OPER-TRIES
009358     DISPLAY 'ENTER OPERATOR ID'
009359     MOVE SPACES TO WS-OPER-ID
009360     ACCEPT WS-OPER-ID
009361         ON EXCEPTION
009362             MOVE 3 TO WS-OPER-TRIES
009363     END-ACCEPT
009364     IF WS-OPER-ID NOT = SPACES
009365         PERFORM 1615-LOOKUP-SIGNON THRU 1615-EXIT
009366         IF NOT WS-OPER-FOUND AND NOT WS-LOOKUP-INACTIVE
009367             DISPLAY 'OPERATOR ID NOT ON PROFILE FILE'
009368         END-IF
009369     END-IF.
009370 1610-EXIT.
009371     EXIT.
009372*
009373*    1615-LOOKUP-SIGNON - LOOK UP THE SIGNING-ON OPERATOR AND
009374*    KEEP THE RESULT AS THE RUN'S OPERATOR ID AND LEVEL.
009375 1615-LOOKUP-SIGNON.
009376     MOVE WS-OPER-ID TO WS-LOOKUP-ID
009377     PERFORM 1620-LOOKUP-OPERATOR THRU 1620-EXIT
009378     MOVE WS-LOOKUP-ID TO WS-OPER-ID
009379     IF WS-LOOKUP-FOUND
009380         SET WS-OPER-FOUND TO TRUE
009381         MOVE WS-LOOKUP-LEVEL TO WS-OPER-LEVEL
009382     ELSE
009383         MOVE 'N' TO WS-OPER-FOUND-SW
009384     END-IF.
009385 1615-EXIT.
009386     EXIT.
009387*
009388******************************************************************
009389*    1620-LOOKUP-OPERATOR - SEARCH OPERPROF FOR WS-LOOKUP-ID AND
009390*    PICK UP ITS AUTHORIZATION LEVEL. THE FILE IS SMALL AND
009391*    READ FRONT TO BACK; A MISSING OPERPROF REFUSES THE RUN IN
009392*    1600 SINCE NO OPERATOR CAN THEN BE IDENTIFIED. THE SAME
009393*    SEARCH VALIDATES A DUAL-CONTROL APPROVER IN 3180. A
009394*    PROFILE THAT IS SUSPENDED, OR WHOSE EFFECTIVE/EXPIRY DATES
009395*    DO NOT COVER THE RUN DATE, IS LEFT INACTIVE RATHER THAN
009396*    FOUND. A BLANK DATE ON A PROFILE KEYED BEFORE THE DATES
009397*    EXISTED PUTS NO LIMIT ON THAT SIDE.
009398******************************************************************
009399 1620-LOOKUP-OPERATOR.
009400     MOVE 'N' TO WS-LOOKUP-FOUND-SW
009401     IF WS-LOOKUP-ID = SPACES
009402         GO TO 1620-EXIT
009403     END-IF
009404     INSPECT WS-LOOKUP-ID CONVERTING
009405         "abcdefghijklmnopqrstuvwxyz"
009406         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009407     OPEN INPUT OPERPROF
009408     IF WS-OPERPROF-STATUS NOT = '00'
009409         DISPLAY 'OPERPROF OPEN FAILED - FILE STATUS '
009410             WS-OPERPROF-STATUS
009411         GO TO 1620-EXIT
009412     END-IF
009413     MOVE 'N' TO WS-OPER-EOF-SW
009414     PERFORM 1630-CHECK-ONE-PROFILE THRU 1630-EXIT
009415         UNTIL WS-LOOKUP-FOUND OR WS-LOOKUP-INACTIVE
009416             OR WS-OPER-EOF
009417     CLOSE OPERPROF.
009418 1620-EXIT.
009419     EXIT.
009420*
009421 1630-CHECK-ONE-PROFILE.
009422     READ OPERPROF
009423         AT END
009424             SET WS-OPER-EOF TO TRUE
009425     END-READ
009426     IF NOT WS-OPER-EOF
009427         IF OPER-ID = WS-LOOKUP-ID
009428             SET WS-LOOKUP-FOUND TO TRUE
009429             IF OPER-LEVEL IS NUMERIC
009430                 MOVE OPER-LEVEL TO WS-LOOKUP-LEVEL
009431             ELSE
009432                 MOVE 1 TO WS-LOOKUP-LEVEL
009433             END-IF
009434             PERFORM 1640-CHECK-ACTIVE THRU 1640-EXIT
009435         END-IF
009436     END-IF.
009437 1630-EXIT.
009438     EXIT.
009439*
009440 1640-CHECK-ACTIVE.
009441     IF OPER-SUSPENDED
009442         MOVE 'I' TO WS-LOOKUP-FOUND-SW
009443         DISPLAY 'OPERATOR ' OPER-ID ' IS SUSPENDED'
009444         GO TO 1640-EXIT
009445     END-IF
009446     IF OPER-EFF-DATE IS NUMERIC
009447         AND OPER-EFF-DATE > WS-LOAD-DATE
009448         MOVE 'I' TO WS-LOOKUP-FOUND-SW
009449         DISPLAY 'OPERATOR ' OPER-ID ' NOT EFFECTIVE UNTIL '
009450             OPER-EFF-DATE
009451         GO TO 1640-EXIT
009452     END-IF
009453     IF OPER-EXP-DATE IS NUMERIC
009454         AND OPER-EXP-DATE < WS-LOAD-DATE
009455         MOVE 'I' TO WS-LOOKUP-FOUND-SW
009456         DISPLAY 'OPERATOR ' OPER-ID ' PROFILE HAS EXPIRED'
009457     END-IF.
009458 1640-EXIT.
009459     EXIT.
009460*
009461******************************************************************
009462*    1700-LOAD-APPROVALS - BATCH MODE ONLY. A SCRIPTED RUN HAS
009463*    NO SECOND OPERATOR AT THE CONSOLE, SO A DUAL-CONTROL
009464*    COMMAND RUNS ONLY ON AN APPROVAL CARD RECORDED AHEAD OF
009465*    TIME ON CMDAPPR (SEE APPRREC). ONLY CARDS FOR TODAY'S RUN
009466*    DATE THAT NAME AN APPROVER AND GIVE A REASON ARE KEPT; THE
009467*    APPROVER IS VALIDATED WHEN THE COMMAND COMES UP, NOT HERE.
009468*    NO CMDAPPR FILE IS NOT AN ERROR - IT ONLY MEANS EVERY
009469*    DUAL-CONTROL COMMAND IN THE SCRIPT WILL BE REFUSED.
009470******************************************************************
009471 1700-LOAD-APPROVALS.
009472     IF NOT WS-BATCH-MODE
009473         GO TO 1700-EXIT
009474     END-IF
009475     OPEN INPUT CMDAPPR
009476     IF WS-CMDAPPR-STATUS = '35'
009477         DISPLAY 'NO CMDAPPR FILE - DUAL-CONTROL COMMANDS WILL BE'
009478             ' REFUSED'
009479         GO TO 1700-EXIT
009480     END-IF
009481     IF WS-CMDAPPR-STATUS NOT = '00'
009482         DISPLAY 'CMDAPPR OPEN FAILED - FILE STATUS '
009483             WS-CMDAPPR-STATUS
009484         MOVE 16 TO RETURN-CODE
009485         STOP RUN
009486     END-IF
009487     MOVE 0 TO WS-APPR-CNT
009488     PERFORM 1790-READ-CMDAPPR THRU 1790-EXIT
009489     PERFORM 1710-LOAD-ONE-APPROVAL THRU 1710-EXIT
009490         UNTIL WS-CMDAPPR-EOF
009491     CLOSE CMDAPPR
009492     DISPLAY 'DUAL-CONTROL APPROVALS FOR ' WS-LOAD-DATE ': '
009493         WS-APPR-CNT.
009494 1700-EXIT.
009495     EXIT.
009496*
009497 1710-LOAD-ONE-APPROVAL.
009498     IF APPR-RUN-DATE IS NUMERIC
009499         AND APPR-RUN-DATE = WS-LOAD-DATE
009500         AND APPR-APPROVER-ID NOT = SPACES
009501         AND APPR-REASON NOT = SPACES
009502         IF WS-APPR-CNT < 50
009503             ADD 1 TO WS-APPR-CNT
009504             INSPECT APPR-COMMAND CONVERTING
009505                 "abcdefghijklmnopqrstuvwxyz"
009506                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009507             MOVE APPR-COMMAND     TO WS-APPR-CMD(WS-APPR-CNT)
009508             MOVE APPR-APPROVER-ID TO WS-APPR-ID(WS-APPR-CNT)
009509         ELSE
009510             DISPLAY 'APPROVAL TABLE FULL - CARD FOR '
009511                 APPR-COMMAND ' NOT LOADED'
009512         END-IF
009513     END-IF
009514     PERFORM 1790-READ-CMDAPPR THRU 1790-EXIT.
009515 1710-EXIT.
009516     EXIT.
009517*
009518 1790-READ-CMDAPPR.
009519     READ CMDAPPR
009520         AT END
009521             SET WS-CMDAPPR-EOF TO TRUE
009522     END-READ.
009523 1790-EXIT.
009524     EXIT.
009525*
009210******************************************************************
009220*    1100-RESTORE-CHECKPOINT - IF A CHECKPOINT FROM A PRIOR RUN
009230*    EXISTS, PICK UP THE COMMAND COUNT WHERE IT LEFT OFF RATHER
011200*    THEN GET THE NEXT ONE.
011300******************************************************************
011400 3000-PROCESS-COMMAND.
011403     MOVE SPACE  TO WS-DUAL-STAT
011406     MOVE SPACES TO WS-APPROVER-ID
011410     PERFORM 3100-VALIDATE-COMMAND THRU 3100-EXIT
011412     MOVE 'N' TO WS-TIER-REJECT-SW
011414     IF WS-CMD-VALID AND WS-CMD-REQ-LEVEL > WS-OPER-LEVEL
011416         SET WS-TIER-REJECT TO TRUE
011418         MOVE 'N' TO WS-CMD-VALID-SW
011419     END-IF
011420     IF WS-CMD-VALID AND WS-CMD-NEEDS-APPROVAL
011421         PERFORM 3150-OBTAIN-APPROVAL THRU 3150-EXIT
011422         IF NOT WS-DUAL-APPROVED
011423             MOVE 'N' TO WS-CMD-VALID-SW
011424         END-IF
011425     END-IF
011426     IF WS-CMD-VALID
011430         PERFORM 3200-EXECUTE-COMMAND THRU 3200-EXIT
011435         PERFORM 3500-WRITE-CHECKPOINT THRU 3500-EXIT
011440     ELSE
011442         IF WS-TIER-REJECT
011444             PERFORM 3350-REJECT-TIER THRU 3350-EXIT
011446         ELSE
011447             IF WS-DUAL-STAT NOT = SPACE
011448                 PERFORM 3360-REJECT-DUAL THRU 3360-EXIT
011449             ELSE
011450                 PERFORM 3300-REJECT-COMMAND THRU 3300-EXIT
011451             END-IF
011455         END-IF
011460     END-IF
011500     PERFORM 3400-WRITE-AUDIT-RECORD THRU 3400-EXIT
012050******************************************************************
012060 3100-VALIDATE-COMMAND.
012070     MOVE 'N' TO WS-CMD-VALID-SW
012071     MOVE 'N' TO WS-CMD-REQ-DUAL
012072     MOVE WS-COMMAND(1:20) TO WS-COMMAND-UPPER
012074     INSPECT WS-COMMAND-UPPER CONVERTING
012076         "abcdefghijklmnopqrstuvwxyz"
012160         SET WS-CMD-VALID TO TRUE
012165         MOVE WS-CMD-ALLOW-LEVEL(WS-CMD-IDX)
012166             TO WS-CMD-REQ-LEVEL
012167         MOVE WS-CMD-ALLOW-DUAL(WS-CMD-IDX)
012168             TO WS-CMD-REQ-DUAL
012170     END-IF.
012180 3110-EXIT.
012190     EXIT.
012200*
012202******************************************************************
012204*    3150-OBTAIN-APPROVAL - THE COMMAND IS A DUAL-CONTROL ENTRY
012206*    AND THE SIGNED-ON OPERATOR'S TIER IS ALREADY PROVEN. A
012208*    SECOND OPERATOR MUST NOW APPROVE IT: AT THE CONSOLE THEY
012210*    KEY THEIR OWN ID AND ANSWER Y; IN BATCH MODE THE APPROVAL
012212*    MUST ALREADY BE ON CMDAPPR FOR THIS COMMAND AND RUN DATE.
012214*    EITHER WAY THE APPROVER MUST BE ON OPERPROF, NOT THE
012216*    OPERATOR RUNNING THE COMMAND, AND AT OR ABOVE THE ENTRY'S
012218*    TIER. THE OUTCOME IS LEFT IN WS-DUAL-STAT FOR THE AUDIT
012220*    LINE, AND ANYTHING SHORT OF AN APPROVAL LEAVES THE REASON
012222*    IN WS-DUAL-REASON FOR 3360.
012224******************************************************************
012226 3150-OBTAIN-APPROVAL.
012228     MOVE SPACES TO WS-DUAL-REASON
012230     IF WS-BATCH-MODE
012232         PERFORM 3170-CHECK-RECORDED THRU 3170-EXIT
012234     ELSE
012236         PERFORM 3160-PROMPT-APPROVAL THRU 3160-EXIT
012238     END-IF
012240     IF WS-DUAL-APPROVED
012242         DISPLAY 'DUAL-CONTROL APPROVAL BY ' WS-APPROVER-ID
012244     END-IF.
012246 3150-EXIT.
012248     EXIT.
012250*
012252*    3160-PROMPT-APPROVAL - CONSOLE MODE. AN EXCEPTION ON EITHER
012254*    ACCEPT (THE PROMPT TIMED OUT OR THE SESSION DROPPED) IS NO
012256*    APPROVAL; A BLANK ID OR ANY ANSWER BUT Y IS A REFUSAL.
012258 3160-PROMPT-APPROVAL.
012260     DISPLAY 'DUAL-CONTROL COMMAND - A SECOND OPERATOR MUST'
012262         ' APPROVE'
012264     DISPLAY 'ENTER APPROVING OPERATOR ID (BLANK TO REFUSE)'
012266     MOVE SPACES TO WS-APPROVER-ID
012268     ACCEPT WS-APPROVER-ID
012270         ON EXCEPTION
012272             SET WS-DUAL-NO-APPROVAL TO TRUE
012274     END-ACCEPT
012276     IF WS-DUAL-NO-APPROVAL
012278         MOVE SPACES TO WS-APPROVER-ID
012280         MOVE 'COMMAND REJECTED - APPROVAL TIMED OUT'
012282             TO WS-DUAL-REASON
012284         GO TO 3160-EXIT
012286     END-IF
012288     IF WS-APPROVER-ID = SPACES
012290         SET WS-DUAL-REFUSED TO TRUE
012292         MOVE 'COMMAND REJECTED - DUAL CONTROL REFUSED'
012294             TO WS-DUAL-REASON
012296         GO TO 3160-EXIT
012298     END-IF
012300     PERFORM 3180-VALIDATE-APPROVER THRU 3180-EXIT
012302     IF NOT WS-APPROVER-OK
012304         GO TO 3160-EXIT
012306     END-IF
012308     DISPLAY 'OPERATOR ' WS-APPROVER-ID ' - APPROVE '
012310         WS-COMMAND-UPPER ' (Y/N)'
012312     MOVE SPACE TO WS-APPROVE-REPLY
012314     ACCEPT WS-APPROVE-REPLY
012316         ON EXCEPTION
012318             SET WS-DUAL-NO-APPROVAL TO TRUE
012320     END-ACCEPT
012322     IF WS-DUAL-NO-APPROVAL
012324         MOVE 'COMMAND REJECTED - APPROVAL TIMED OUT'
012326             TO WS-DUAL-REASON
012328         GO TO 3160-EXIT
012330     END-IF
012332     IF WS-APPROVE-REPLY = 'Y' OR WS-APPROVE-REPLY = 'y'
012334         SET WS-DUAL-APPROVED TO TRUE
012336     ELSE
012338         SET WS-DUAL-REFUSED TO TRUE
012340         MOVE 'COMMAND REJECTED - DUAL CONTROL REFUSED'
012342             TO WS-DUAL-REASON
012344     END-IF.
012346 3160-EXIT.
012348     EXIT.
012350*
012352*    3170-CHECK-RECORDED - BATCH MODE. THE FIRST CARD FOR THIS
012354*    COMMAND WHOSE APPROVER PASSES 3180 APPROVES IT. NO CARD AT
012356*    ALL IS NO APPROVAL; CARDS WHOSE APPROVERS ALL FAIL ARE A
012358*    REFUSAL, WITH THE LAST APPROVER TRIED ON THE AUDIT LINE.
012360 3170-CHECK-RECORDED.
012362     SET WS-DUAL-NO-APPROVAL TO TRUE
012364     MOVE 'COMMAND REJECTED - NO RECORDED APPROVAL'
012366         TO WS-DUAL-REASON
012368     PERFORM 3175-CHECK-ONE-APPROVAL THRU 3175-EXIT
012370         VARYING WS-APPR-IDX FROM 1 BY 1
012372         UNTIL WS-APPR-IDX > WS-APPR-CNT OR WS-DUAL-APPROVED.
012374 3170-EXIT.
012376     EXIT.
012378*
012380 3175-CHECK-ONE-APPROVAL.
012382     IF WS-APPR-CMD(WS-APPR-IDX) = WS-COMMAND-UPPER
012384         MOVE WS-APPR-ID(WS-APPR-IDX) TO WS-APPROVER-ID
012386         PERFORM 3180-VALIDATE-APPROVER THRU 3180-EXIT
012388         IF WS-APPROVER-OK
012390             SET WS-DUAL-APPROVED TO TRUE
012392         END-IF
012394     END-IF.
012396 3175-EXIT.
012398     EXIT.
012400*
012402*    3180-VALIDATE-APPROVER - THE APPROVER MUST BE ON OPERPROF,
012404*    MUST NOT BE THE OPERATOR RUNNING THE COMMAND, AND MUST BE
012406*    AT OR ABOVE THE ENTRY'S TIER. A FAILURE IS A REFUSAL.
012408 3180-VALIDATE-APPROVER.
012410     MOVE 'N' TO WS-APPROVER-OK-SW
012412     MOVE WS-APPROVER-ID TO WS-LOOKUP-ID
012414     PERFORM 1620-LOOKUP-OPERATOR THRU 1620-EXIT
012416     MOVE WS-LOOKUP-ID TO WS-APPROVER-ID
012418     SET WS-DUAL-REFUSED TO TRUE
012420     IF WS-APPROVER-ID = WS-OPER-ID
012422         DISPLAY 'APPROVER MUST BE A DIFFERENT OPERATOR'
012424         MOVE 'COMMAND REJECTED - APPROVER IS OPERATOR'
012426             TO WS-DUAL-REASON
012428         GO TO 3180-EXIT
012430     END-IF
012432     IF WS-LOOKUP-INACTIVE
012434         MOVE 'COMMAND REJECTED - APPROVER NOT ACTIVE'
012436             TO WS-DUAL-REASON
012438         GO TO 3180-EXIT
012440     END-IF
012442     IF NOT WS-LOOKUP-FOUND
012444         DISPLAY 'APPROVER ' WS-APPROVER-ID
012446             ' NOT ON PROFILE FILE'
012448         MOVE 'COMMAND REJECTED - APPROVER NOT ON FILE'
012450             TO WS-DUAL-REASON
012452         GO TO 3180-EXIT
012454     END-IF
012456     IF WS-LOOKUP-LEVEL < WS-CMD-REQ-LEVEL
012458         DISPLAY 'APPROVER ' WS-APPROVER-ID
012460             ' LEVEL TOO LOW FOR THIS COMMAND'
012462         MOVE 'COMMAND REJECTED - APPROVER TIER TOO LOW'
012464             TO WS-DUAL-REASON
012466         GO TO 3180-EXIT
012468     END-IF
012470     MOVE SPACE TO WS-DUAL-STAT
012472     SET WS-APPROVER-OK TO TRUE.
012474 3180-EXIT.
012476     EXIT.
012478*
012480******************************************************************
012482*    3200-EXECUTE-COMMAND - HAND THE OPERATOR'S TEXT TO THE
012484*    SHELL AND CAPTURE THE RETURN CODE. THE COMMAND RUNS IN A
012486*    SUBSHELL WITH ITS STDOUT/STDERR REDIRECTED TO A SPOOL
012488*    FILE KEYED BY THE RUN DATE AND THE COMMAND COUNT, SO WHAT
012490*    IT PRINTED SURVIVES THE NIGHT INSTEAD OF SCROLLING PAST
012492*    ON THE CONSOLE.
012494******************************************************************
012500 3200-EXECUTE-COMMAND.
012510     ACCEPT WS-SPOOL-DATE FROM DATE YYYYMMDD
012520     MOVE SPACES TO WS-SPOOL-NAME
013076 3350-EXIT.
013077     EXIT.
013078*
013079******************************************************************
013080*    3360-REJECT-DUAL - THE COMMAND PASSED THE LIST AND THE TIER
013081*    BUT ITS DUAL-CONTROL APPROVAL WAS REFUSED OR NEVER GIVEN.
013082*    DO NOT CALL THE SHELL. FLAGGED AND AUDITED THE SAME WAY AS
013083*    3350, WITH THE REASON 3150 LEFT IN WS-DUAL-REASON.
013084******************************************************************
013085 3360-REJECT-DUAL.
013086     DISPLAY 'DUAL-CONTROL APPROVAL NOT GIVEN - REJECTED'
013087     MOVE SPACES TO WS-SPOOL-NAME
013088     MOVE 9999 TO WS-HIGH-ORDER-BYTE
013089     MOVE 9999 TO WS-LOW-ORDER-BYTE
013090     MOVE 999 TO WS-EXIT-CODE
013091     MOVE WS-DUAL-REASON TO WS-RETXLAT-MSG-OUT.
013092 3360-EXIT.
013093     EXIT.
013094*
013095 3300-REJECT-COMMAND.
013096     DISPLAY 'COMMAND NOT ON APPROVED LIST - REJECTED'
013097     MOVE SPACES TO WS-SPOOL-NAME
013098     MOVE 9999 TO WS-HIGH-ORDER-BYTE
013100     MOVE 9999 TO WS-LOW-ORDER-BYTE
013102     MOVE 999 TO WS-EXIT-CODE
013104     MOVE 'COMMAND REJECTED - NOT ON ALLOW-LIST'
014520     MOVE WS-RETXLAT-MSG-OUT TO WS-AUDIT-MSG
014530     MOVE WS-OPER-ID      TO WS-AUDIT-OPER-ID
014540     MOVE WS-SPOOL-NAME   TO WS-AUDIT-SPOOL-REF
014560     MOVE WS-DUAL-STAT    TO WS-AUDIT-DUAL-STAT
014580     MOVE WS-APPROVER-ID  TO WS-AUDIT-APPROVER-ID
014600     MOVE WS-AUDIT-LINE   TO AUDIT-RECORD
014700     WRITE AUDIT-RECORD.
014800 3400-EXIT.

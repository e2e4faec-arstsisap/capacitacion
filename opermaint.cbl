000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     OPERMAINT.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - OPERATOR CONSOLE.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - SUPERVISOR MAINTENANCE
001200*                     FOR THE OPERPROF OPERATOR-PROFILE FILE
001300*                     THAT SYSCMD SIGNS OPERATORS ON AGAINST,
001400*                     IN THE SAME SIGN-OFF STYLE AS CMDMAINT.
001500*                     SUPPORTS ADD (WITH LEVEL AND EFFECTIVE
001600*                     AND EXPIRY DATES), LEVEL, SUSPEND,
001700*                     REINSTATE, EXPIRE AND LIST. EVERY CHANGE
001800*                     IS STAMPED ON THE PROFILE WITH THE
001900*                     SECURITY SIGN-OFF ID KEYED AT STARTUP AND
002000*                     APPENDED, FIELD BY FIELD WITH THE OLD AND
002100*                     NEW VALUE, TO THE OPHIST CHANGE HISTORY
002200*                     THAT OPERHRPT PRINTS FOR THE QUARTERLY
002300*                     ACCESS REVIEW. THE SIGN-OFF ID MAY NOT
002400*                     CHANGE ITS OWN PROFILE. OPERPROF STAYS A
002500*                     LINE-SEQUENTIAL FILE - IT IS HELD IN CORE
002600*                     AND WRITTEN BACK WHOLE AFTER EACH CHANGE,
002700*                     SO THE FILE AND THE HISTORY NEVER DRIFT
002800*                     APART IF THE SESSION IS CUT OFF.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPERPROF       ASSIGN TO OPERPROF
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-OPERPROF-STATUS.
003700     SELECT OPHIST         ASSIGN TO OPHIST
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-OPHIST-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OPERPROF
004400     RECORDING MODE IS F.
004500 01  PROF-RECORD                     PIC X(80).
004600*
004700 FD  OPHIST
004800     RECORDING MODE IS F.
004900     COPY OPHREC.
005000*
005100 WORKING-STORAGE SECTION.
005200 01  WS-OPERPROF-STATUS          PIC X(02) VALUE '00'.
005300 01  WS-OPHIST-STATUS            PIC X(02) VALUE '00'.
005400*
005500 01  WS-DONE-FLAG                PIC X(01) VALUE 'N'.
005600     88  WS-DONE                     VALUE 'Y'.
005700 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
005800     88  WS-EOF                      VALUE 'Y'.
005900*
006000 01  WS-SIGNOFF-ID               PIC X(08) VALUE SPACES.
006100 01  WS-ACTION                   PIC X(09) VALUE SPACES.
006200 01  WS-REPLY                    PIC X(20) VALUE SPACES.
006300 01  WS-LEVEL-REPLY              PIC X(01) VALUE SPACE.
006400 01  WS-DATE-REPLY               PIC X(08) VALUE SPACES.
006500 01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
006600                                 PIC 9(08).
006700 01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
006800 01  WS-NOW-TIME                 PIC 9(08) VALUE 0.
006900*
007000*    THE WHOLE OF OPERPROF, HELD IN CORE WHILE THE SESSION RUNS.
007100*    WS-PROF-SUB IS THE SLOT 6000-FIND-OPERATOR LOCATED (ZERO
007200*    WHEN THE ID IS NOT ON FILE).
007300 01  WS-PROF-CNT                 PIC 9(03) COMP VALUE 0.
007400 01  WS-PROF-IDX                 PIC 9(03) COMP.
007500 01  WS-PROF-SUB                 PIC 9(03) COMP VALUE 0.
007600 01  WS-PROF-TABLE.
007700     05  WS-PROF-ENTRY           PIC X(80) OCCURS 200 TIMES.
007800 01  WS-FIND-ID                  PIC X(08) VALUE SPACES.
007900*
008000*    THE PROFILE BEING ADDED, CHANGED OR LISTED.
008100     COPY OPERREC.
008200*
008300*    ONE HISTORY LINE BEING BUILT - SEE 7000-WRITE-HISTORY.
008400 01  WS-HIST-ACTION              PIC X(09) VALUE SPACES.
008500 01  WS-HIST-FIELD               PIC X(08) VALUE SPACES.
008600 01  WS-HIST-OLD                 PIC X(20) VALUE SPACES.
008700 01  WS-HIST-NEW                 PIC X(20) VALUE SPACES.
008800 01  WS-HIST-OK-SW               PIC X(01) VALUE 'Y'.
008900     88  WS-HIST-OK                  VALUE 'Y'.
009000*
009100 01  WS-ADD-CNT                  PIC 9(05) VALUE 0.
009200 01  WS-CHANGE-CNT               PIC 9(05) VALUE 0.
009300 01  WS-HIST-CNT                 PIC 9(05) VALUE 0.
009400 01  WS-LIST-CNT                 PIC 9(05) VALUE 0.
009500*
009600 PROCEDURE DIVISION.
009700*
009800******************************************************************
009900*    0000-MAINLINE
010000******************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010300     PERFORM 2000-GET-ACTION THRU 2000-EXIT
010400         UNTIL WS-DONE
010500     PERFORM 8000-TERMINATE THRU 8000-EXIT
010600     STOP RUN.
010700*
010800******************************************************************
010900*    1000-INITIALIZE - DEMAND THE SECURITY SIGN-OFF ID BEFORE
011000*    ANYTHING ELSE, LOAD OPERPROF INTO CORE, AND OPEN THE
011100*    CHANGE HISTORY EXTEND. A PROFILE FILE THAT DOES NOT EXIST
011200*    YET STARTS EMPTY AND IS CREATED BY THE FIRST ADD; A
011300*    HISTORY THAT DOES NOT EXIST YET IS CREATED, THE SAME
011400*    PATTERN SYSCMD USES FOR A FIRST-RUN AUDITLOG.
011500******************************************************************
011600 1000-INITIALIZE.
011700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
011800     PERFORM 1100-GET-SIGNOFF THRU 1100-EXIT
011900         UNTIL WS-SIGNOFF-ID NOT = SPACES OR WS-DONE
012000     IF WS-DONE
012100         DISPLAY 'NO SIGN-OFF ID GIVEN - NOTHING CHANGED'
012200         MOVE 8 TO RETURN-CODE
012300         STOP RUN
012400     END-IF
012500     INSPECT WS-SIGNOFF-ID CONVERTING
012600         "abcdefghijklmnopqrstuvwxyz"
012700         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012800     PERFORM 1200-LOAD-PROFILES THRU 1200-EXIT
012900     OPEN EXTEND OPHIST
013000     IF WS-OPHIST-STATUS NOT = '00'
013100         CLOSE OPHIST
013200         OPEN OUTPUT OPHIST
013300     END-IF
013400     IF WS-OPHIST-STATUS NOT = '00'
013500         DISPLAY 'OPHIST OPEN FAILED - FILE STATUS '
013600             WS-OPHIST-STATUS
013700         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013900     END-IF.
014000 1000-EXIT.
014100     EXIT.
014200*
014300 1100-GET-SIGNOFF.
014400     DISPLAY 'ENTER SECURITY SIGN-OFF ID'
014500     MOVE SPACES TO WS-SIGNOFF-ID
014600     ACCEPT WS-SIGNOFF-ID
014700         ON EXCEPTION
014800             SET WS-DONE TO TRUE
014900     END-ACCEPT.
015000 1100-EXIT.
015100     EXIT.
015200*
015300******************************************************************
015400*    1200-LOAD-PROFILES - READ OPERPROF FRONT TO BACK INTO THE
015500*    IN-CORE TABLE. A FILE TOO BIG FOR THE TABLE ABENDS RATHER
015600*    THAN RISK WRITING BACK A FILE WITH PROFILES MISSING.
015700******************************************************************
015800 1200-LOAD-PROFILES.
015900     MOVE 0 TO WS-PROF-CNT
016000     OPEN INPUT OPERPROF
016100     IF WS-OPERPROF-STATUS = '35'
016200         DISPLAY 'OPERPROF NOT FOUND - STARTING EMPTY'
016300         GO TO 1200-EXIT
016400     END-IF
016500     IF WS-OPERPROF-STATUS NOT = '00'
016600         DISPLAY 'OPERPROF OPEN FAILED - FILE STATUS '
016700             WS-OPERPROF-STATUS
016800         MOVE 16 TO RETURN-CODE
016900         STOP RUN
017000     END-IF
017100     MOVE 'N' TO WS-EOF-SW
017200     PERFORM 1290-READ-OPERPROF THRU 1290-EXIT
017300     PERFORM 1210-LOAD-ONE-PROFILE THRU 1210-EXIT
017400         UNTIL WS-EOF
017500     CLOSE OPERPROF
017600     DISPLAY 'OPERATOR PROFILES LOADED: ' WS-PROF-CNT.
017700 1200-EXIT.
017800     EXIT.
017900*
018000 1210-LOAD-ONE-PROFILE.
018100     IF WS-PROF-CNT NOT < 200
018200         DISPLAY 'OPERPROF HAS MORE THAN 200 PROFILES - NOTHING'
018300             ' CHANGED'
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018700     ADD 1 TO WS-PROF-CNT
018800     MOVE PROF-RECORD TO WS-PROF-ENTRY(WS-PROF-CNT)
018900     PERFORM 1290-READ-OPERPROF THRU 1290-EXIT.
019000 1210-EXIT.
019100     EXIT.
019200*
019300 1290-READ-OPERPROF.
019400     READ OPERPROF
019500         AT END
019600             SET WS-EOF TO TRUE
019700     END-READ.
019800 1290-EXIT.
019900     EXIT.
020000*
020100******************************************************************
020200*    2000-GET-ACTION - PROMPT FOR THE NEXT MAINTENANCE ACTION
020300*    AND ROUTE IT. AN EXHAUSTED INPUT STREAM IS TREATED AS
020400*    'DONE', THE SAME AS CMDMAINT.
020500******************************************************************
020600 2000-GET-ACTION.
020700     DISPLAY SPACES
020800     DISPLAY 'ENTER ACTION - ADD, LEVEL, SUSPEND, REINSTATE,'
020900         ' EXPIRE, LIST OR DONE'
021000     MOVE SPACES TO WS-ACTION
021100     ACCEPT WS-ACTION
021200         ON EXCEPTION
021300             DISPLAY 'INPUT EXHAUSTED - ENDING RUN'
021400             SET WS-DONE TO TRUE
021500     END-ACCEPT
021600     INSPECT WS-ACTION CONVERTING
021700         "abcdefghijklmnopqrstuvwxyz"
021800         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
021900     IF WS-ACTION = 'DONE'
022000         SET WS-DONE TO TRUE
022100     ELSE
022200         IF WS-ACTION = 'ADD'
022300             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
022400         ELSE
022500             IF WS-ACTION = 'LEVEL'
022600                 PERFORM 4000-CHANGE-LEVEL THRU 4000-EXIT
022700             ELSE
022800                 IF WS-ACTION = 'SUSPEND'
022900                     PERFORM 4200-SUSPEND THRU 4200-EXIT
023000                 ELSE
023100                     IF WS-ACTION = 'REINSTATE'
023200                         PERFORM 4400-REINSTATE THRU 4400-EXIT
023300                     ELSE
023400                         IF WS-ACTION = 'EXPIRE'
023500                             PERFORM 4600-EXPIRE THRU 4600-EXIT
023600                         ELSE
023700                             IF WS-ACTION = 'LIST'
023800                                 PERFORM 5000-LIST-PROFILES
023900                                     THRU 5000-EXIT
024000                             ELSE
024100                                 IF NOT WS-DONE
024200                                     DISPLAY 'UNKNOWN ACTION '''
024300                                         WS-ACTION ''''
024400                                 END-IF
024500                             END-IF
024600                         END-IF
024700                     END-IF
024800                 END-IF
024900             END-IF
025000         END-IF
025100     END-IF.
025200 2000-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600*    3000-ADD-OPERATOR - ADD ONE PROFILE. THE ID IS FOLDED TO
025700*    UPPERCASE, THE SAME FORM SYSCMD LOOKS IT UP IN. A BLANK
025800*    EFFECTIVE DATE MEANS TODAY; A BLANK EXPIRY MEANS 99991231
025900*    (NO EXPIRY). THE NEW PROFILE IS ACTIVE.
026000******************************************************************
026100 3000-ADD-OPERATOR.
026200     DISPLAY 'ENTER OPERATOR ID TO ADD (8 CHARS MAX)'
026300     PERFORM 6100-GET-OPERATOR-ID THRU 6100-EXIT
026400     IF WS-DONE OR WS-FIND-ID = SPACES
026500         DISPLAY 'NO OPERATOR ID GIVEN - ADD ABANDONED'
026600         GO TO 3000-EXIT
026700     END-IF
026800     IF WS-FIND-ID = WS-SIGNOFF-ID
026900         DISPLAY 'SIGN-OFF ID MAY NOT CHANGE ITS OWN PROFILE -'
027000             ' ADD ABANDONED'
027100         GO TO 3000-EXIT
027200     END-IF
027300     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
027400     IF WS-PROF-SUB > 0
027500         DISPLAY 'OPERATOR ALREADY ON FILE - NOT ADDED'
027600         GO TO 3000-EXIT
027700     END-IF
027800     IF WS-PROF-CNT NOT < 200
027900         DISPLAY 'PROFILE TABLE FULL - NOT ADDED'
028000         GO TO 3000-EXIT
028100     END-IF
028200     MOVE SPACES     TO OPER-RECORD
028300     MOVE WS-FIND-ID TO OPER-ID
028400     DISPLAY 'ENTER OPERATOR NAME (20 CHARS MAX)'
028500     MOVE SPACES TO WS-REPLY
028600     ACCEPT WS-REPLY
028700         ON EXCEPTION
028800             SET WS-DONE TO TRUE
028900     END-ACCEPT
029000     IF WS-DONE OR WS-REPLY = SPACES
029100         DISPLAY 'NO NAME GIVEN - ADD ABANDONED'
029200         GO TO 3000-EXIT
029300     END-IF
029400     MOVE WS-REPLY TO OPER-NAME
029500     PERFORM 3300-GET-LEVEL THRU 3300-EXIT
029600     IF WS-DONE
029700         DISPLAY 'ADD ABANDONED'
029800         GO TO 3000-EXIT
029900     END-IF
030000     PERFORM 3100-GET-EFF-DATE THRU 3100-EXIT
030100     IF WS-DONE
030200         DISPLAY 'ADD ABANDONED'
030300         GO TO 3000-EXIT
030400     END-IF
030500     PERFORM 3200-GET-EXP-DATE THRU 3200-EXIT
030600     IF WS-DONE
030700         DISPLAY 'ADD ABANDONED'
030800         GO TO 3000-EXIT
030900     END-IF
031000     IF OPER-EXP-DATE < OPER-EFF-DATE
031100         DISPLAY 'EXPIRY IS BEFORE THE EFFECTIVE DATE - ADD'
031200             ' ABANDONED'
031300         GO TO 3000-EXIT
031400     END-IF
031500     MOVE SPACE         TO OPER-STATUS
031600     MOVE WS-SIGNOFF-ID TO OPER-SIGNOFF-ID
031700     MOVE WS-TODAY-DATE TO OPER-CHG-DATE
031800     ADD 1 TO WS-PROF-CNT
031900     MOVE WS-PROF-CNT TO WS-PROF-SUB
032000     MOVE OPER-RECORD TO WS-PROF-ENTRY(WS-PROF-SUB)
032100     PERFORM 6500-REWRITE-PROFILES THRU 6500-EXIT
032200     ADD 1 TO WS-ADD-CNT
032300     MOVE 'ADD'         TO WS-HIST-ACTION
032400     MOVE SPACES        TO WS-HIST-OLD
032500     MOVE 'NAME'        TO WS-HIST-FIELD
032600     MOVE OPER-NAME     TO WS-HIST-NEW
032700     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
032800     MOVE 'LEVEL'       TO WS-HIST-FIELD
032900     MOVE OPER-LEVEL    TO WS-HIST-NEW
033000     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
033100     MOVE 'EFF-DATE'    TO WS-HIST-FIELD
033200     MOVE OPER-EFF-DATE TO WS-HIST-NEW
033300     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
033400     MOVE 'EXP-DATE'    TO WS-HIST-FIELD
033500     MOVE OPER-EXP-DATE TO WS-HIST-NEW
033600     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
033700     DISPLAY 'OPERATOR ADDED: ' OPER-ID.
033800 3000-EXIT.
033900     EXIT.
034000*
034100 3100-GET-EFF-DATE.
034200     DISPLAY 'ENTER EFFECTIVE DATE YYYYMMDD (BLANK = TODAY)'
034300     MOVE SPACES TO WS-DATE-REPLY
034400     ACCEPT WS-DATE-REPLY
034500         ON EXCEPTION
034600             SET WS-DONE TO TRUE
034700     END-ACCEPT
034800     IF WS-DONE
034900         GO TO 3100-EXIT
035000     END-IF
035100     IF WS-DATE-REPLY = SPACES
035200         MOVE WS-TODAY-DATE TO OPER-EFF-DATE
035300     ELSE
035400         IF WS-DATE-REPLY IS NUMERIC
035500             MOVE WS-DATE-REPLY-NUM TO OPER-EFF-DATE
035600         ELSE
035700             DISPLAY 'DATE MUST BE NUMERIC YYYYMMDD - RE-ENTER'
035800             GO TO 3100-GET-EFF-DATE
035900         END-IF
036000     END-IF.
036100 3100-EXIT.
036200     EXIT.
036300*
036400 3200-GET-EXP-DATE.
036500     DISPLAY 'ENTER EXPIRY DATE YYYYMMDD (BLANK = NO EXPIRY)'
036600     MOVE SPACES TO WS-DATE-REPLY
036700     ACCEPT WS-DATE-REPLY
036800         ON EXCEPTION
036900             SET WS-DONE TO TRUE
037000     END-ACCEPT
037100     IF WS-DONE
037200         GO TO 3200-EXIT
037300     END-IF
037400     IF WS-DATE-REPLY = SPACES
037500         MOVE 99991231 TO OPER-EXP-DATE
037600     ELSE
037700         IF WS-DATE-REPLY IS NUMERIC
037800             MOVE WS-DATE-REPLY-NUM TO OPER-EXP-DATE
037900         ELSE
038000             DISPLAY 'DATE MUST BE NUMERIC YYYYMMDD - RE-ENTER'
038100             GO TO 3200-GET-EXP-DATE
038200         END-IF
038300     END-IF.
038400 3200-EXIT.
038500     EXIT.
038600*
038700*    3300-GET-LEVEL - SHARED BY ADD AND LEVEL. THE SAME 1-9
038800*    RANGE CMDMAINT ALLOWS FOR AN ALLOW-LIST ENTRY'S TIER.
038900 3300-GET-LEVEL.
039000     DISPLAY 'ENTER AUTHORIZATION LEVEL 1-9'
039100     MOVE SPACE TO WS-LEVEL-REPLY
039200     ACCEPT WS-LEVEL-REPLY
039300         ON EXCEPTION
039400             SET WS-DONE TO TRUE
039500     END-ACCEPT
039600     IF WS-DONE
039700         GO TO 3300-EXIT
039800     END-IF
039900     IF WS-LEVEL-REPLY IS NUMERIC
040000         AND WS-LEVEL-REPLY NOT = '0'
040100         MOVE WS-LEVEL-REPLY TO OPER-LEVEL
040200     ELSE
040300         DISPLAY 'LEVEL MUST BE 1-9 - RE-ENTER'
040400         GO TO 3300-GET-LEVEL
040500     END-IF.
040600 3300-EXIT.
040700     EXIT.
040800*
040900******************************************************************
041000*    4000-CHANGE-LEVEL - RAISE OR LOWER AN OPERATOR'S
041100*    AUTHORIZATION LEVEL.
041200******************************************************************
041300 4000-CHANGE-LEVEL.
041400     DISPLAY 'ENTER OPERATOR ID TO CHANGE LEVEL'
041500     PERFORM 6200-GET-EXISTING THRU 6200-EXIT
041600     IF WS-PROF-SUB = 0
041700         GO TO 4000-EXIT
041800     END-IF
041900     MOVE OPER-LEVEL TO WS-HIST-OLD
042000     PERFORM 3300-GET-LEVEL THRU 3300-EXIT
042100     IF WS-DONE
042200         DISPLAY 'LEVEL ABANDONED'
042300         GO TO 4000-EXIT
042400     END-IF
042500     MOVE OPER-LEVEL TO WS-HIST-NEW
042600     IF WS-HIST-NEW = WS-HIST-OLD
042700         DISPLAY 'LEVEL UNCHANGED - NOTHING WRITTEN'
042800         GO TO 4000-EXIT
042900     END-IF
043000     MOVE 'LEVEL' TO WS-HIST-ACTION
043100     MOVE 'LEVEL' TO WS-HIST-FIELD
043200     PERFORM 6400-APPLY-CHANGE THRU 6400-EXIT
043300     DISPLAY 'LEVEL CHANGED: ' OPER-ID ' ' WS-HIST-OLD(1:1)
043400         ' TO ' OPER-LEVEL.
043500 4000-EXIT.
043600     EXIT.
043700*
043800******************************************************************
043900*    4200-SUSPEND - SYSCMD REFUSES A SUSPENDED PROFILE BOTH AT
044000*    SIGN-ON AND AS A DUAL-CONTROL APPROVER UNTIL IT IS
044100*    REINSTATED. THE PROFILE ITSELF IS KEPT FOR THE AUDIT TRAIL.
044200******************************************************************
044300 4200-SUSPEND.
044400     DISPLAY 'ENTER OPERATOR ID TO SUSPEND'
044500     PERFORM 6200-GET-EXISTING THRU 6200-EXIT
044600     IF WS-PROF-SUB = 0
044700         GO TO 4200-EXIT
044800     END-IF
044900     IF OPER-SUSPENDED
045000         DISPLAY 'OPERATOR ALREADY SUSPENDED - NOTHING WRITTEN'
045100         GO TO 4200-EXIT
045200     END-IF
045300     MOVE 'ACTIVE'    TO WS-HIST-OLD
045400     MOVE 'SUSPENDED' TO WS-HIST-NEW
045500     MOVE 'S'         TO OPER-STATUS
045600     MOVE 'SUSPEND'   TO WS-HIST-ACTION
045700     MOVE 'STATUS'    TO WS-HIST-FIELD
045800     PERFORM 6400-APPLY-CHANGE THRU 6400-EXIT
045900     DISPLAY 'OPERATOR SUSPENDED: ' OPER-ID.
046000 4200-EXIT.
046100     EXIT.
046200*
046300 4400-REINSTATE.
046400     DISPLAY 'ENTER OPERATOR ID TO REINSTATE'
046500     PERFORM 6200-GET-EXISTING THRU 6200-EXIT
046600     IF WS-PROF-SUB = 0
046700         GO TO 4400-EXIT
046800     END-IF
046900     IF NOT OPER-SUSPENDED
047000         DISPLAY 'OPERATOR IS NOT SUSPENDED - NOTHING WRITTEN'
047100         GO TO 4400-EXIT
047200     END-IF
047300     MOVE 'SUSPENDED' TO WS-HIST-OLD
047400     MOVE 'ACTIVE'    TO WS-HIST-NEW
047500     MOVE SPACE       TO OPER-STATUS
047600     MOVE 'REINSTATE' TO WS-HIST-ACTION
047700     MOVE 'STATUS'    TO WS-HIST-FIELD
047800     PERFORM 6400-APPLY-CHANGE THRU 6400-EXIT
047900     DISPLAY 'OPERATOR REINSTATED: ' OPER-ID.
048000 4400-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400*    4600-EXPIRE - SET A PROFILE'S EXPIRY DATE, E.G. AN
048500*    OPERATOR'S LAST DAY. A BLANK REPLY EXPIRES IT IMMEDIATELY
048600*    (EXP-DATE ZERO, WHICH CAN NEVER COVER A RUN DATE) - THE
048700*    SAME CONVENTION CMDMAINT USES FOR AN ALLOW-LIST ENTRY.
048800******************************************************************
048900 4600-EXPIRE.
049000     DISPLAY 'ENTER OPERATOR ID TO EXPIRE'
049100     PERFORM 6200-GET-EXISTING THRU 6200-EXIT
049200     IF WS-PROF-SUB = 0
049300         GO TO 4600-EXIT
049400     END-IF
049500     MOVE OPER-EXP-DATE TO WS-HIST-OLD
049600     DISPLAY 'ENTER EXPIRY DATE YYYYMMDD (BLANK = IMMEDIATE)'
049700     MOVE SPACES TO WS-DATE-REPLY
049800     ACCEPT WS-DATE-REPLY
049900         ON EXCEPTION
050000             SET WS-DONE TO TRUE
050100     END-ACCEPT
050200     IF WS-DONE
050300         DISPLAY 'EXPIRE ABANDONED'
050400         GO TO 4600-EXIT
050500     END-IF
050600     IF WS-DATE-REPLY = SPACES
050700         MOVE 0 TO OPER-EXP-DATE
050800     ELSE
050900         IF WS-DATE-REPLY IS NUMERIC
051000             MOVE WS-DATE-REPLY-NUM TO OPER-EXP-DATE
051100         ELSE
051200             DISPLAY 'DATE MUST BE NUMERIC YYYYMMDD -'
051300                 ' EXPIRE ABANDONED'
051400             GO TO 4600-EXIT
051500         END-IF
051600     END-IF
051700     MOVE OPER-EXP-DATE TO WS-HIST-NEW
051800     MOVE 'EXPIRE'      TO WS-HIST-ACTION
051900     MOVE 'EXP-DATE'    TO WS-HIST-FIELD
052000     PERFORM 6400-APPLY-CHANGE THRU 6400-EXIT
052100     DISPLAY 'OPERATOR EXPIRY SET: ' OPER-ID ' ' OPER-EXP-DATE.
052200 4600-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600*    5000-LIST-PROFILES - DISPLAY EVERY PROFILE WITH ITS LEVEL,
052700*    STATUS, DATES AND LAST CHANGE.
052800******************************************************************
052900 5000-LIST-PROFILES.
053000     MOVE 0 TO WS-LIST-CNT
053100     IF WS-PROF-CNT = 0
053200         DISPLAY 'OPERPROF IS EMPTY'
053300         GO TO 5000-EXIT
053400     END-IF
053500     DISPLAY 'OPER-ID  NAME                 LVL ST EFFECTIVE'
053600         ' EXPIRY   SIGN-OFF CHANGED'
053700     PERFORM 5100-LIST-ONE-PROFILE THRU 5100-EXIT
053800         VARYING WS-PROF-IDX FROM 1 BY 1
053900         UNTIL WS-PROF-IDX > WS-PROF-CNT
054000     DISPLAY 'PROFILES LISTED: ' WS-LIST-CNT.
054100 5000-EXIT.
054200     EXIT.
054300*
054400 5100-LIST-ONE-PROFILE.
054500     MOVE WS-PROF-ENTRY(WS-PROF-IDX) TO OPER-RECORD
054600     ADD 1 TO WS-LIST-CNT
054700     DISPLAY OPER-ID ' ' OPER-NAME ' ' OPER-LEVEL '   '
054800         OPER-STATUS '  ' OPER-EFF-DATE ' ' OPER-EXP-DATE ' '
054900         OPER-SIGNOFF-ID ' ' OPER-CHG-DATE.
055000 5100-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400*    6000-FIND-OPERATOR - LOCATE WS-FIND-ID IN THE IN-CORE TABLE.
055500*    WS-PROF-SUB IS ITS SLOT, OR ZERO WHEN IT IS NOT ON FILE.
055600******************************************************************
055700 6000-FIND-OPERATOR.
055800     MOVE 0 TO WS-PROF-SUB
055900     PERFORM 6010-CHECK-ONE-PROFILE THRU 6010-EXIT
056000         VARYING WS-PROF-IDX FROM 1 BY 1
056100         UNTIL WS-PROF-IDX > WS-PROF-CNT OR WS-PROF-SUB > 0.
056200 6000-EXIT.
056300     EXIT.
056400*
056500 6010-CHECK-ONE-PROFILE.
056600     IF WS-PROF-ENTRY(WS-PROF-IDX)(1:8) = WS-FIND-ID
056700         MOVE WS-PROF-IDX TO WS-PROF-SUB
056800     END-IF.
056900 6010-EXIT.
057000     EXIT.
057100*
057200 6100-GET-OPERATOR-ID.
057300     MOVE SPACES TO WS-REPLY
057400     ACCEPT WS-REPLY
057500         ON EXCEPTION
057600             SET WS-DONE TO TRUE
057700     END-ACCEPT
057800     INSPECT WS-REPLY CONVERTING
057900         "abcdefghijklmnopqrstuvwxyz"
058000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
058100     MOVE WS-REPLY TO WS-FIND-ID.
058200 6100-EXIT.
058300     EXIT.
058400*
058500*    6200-GET-EXISTING - PROMPT FOR AN OPERATOR ID ALREADY ON
058600*    FILE AND LEAVE ITS PROFILE IN OPER-RECORD. WS-PROF-SUB IS
058700*    ZERO WHEN THE ACTION CANNOT GO AHEAD.
058800 6200-GET-EXISTING.
058900     MOVE 0 TO WS-PROF-SUB
059000     PERFORM 6100-GET-OPERATOR-ID THRU 6100-EXIT
059100     IF WS-DONE OR WS-FIND-ID = SPACES
059200         DISPLAY 'NO OPERATOR ID GIVEN - ' WS-ACTION ' ABANDONED'
059300         GO TO 6200-EXIT
059400     END-IF
059500     IF WS-FIND-ID = WS-SIGNOFF-ID
059600         DISPLAY 'SIGN-OFF ID MAY NOT CHANGE ITS OWN PROFILE - '
059700             WS-ACTION ' ABANDONED'
059800         GO TO 6200-EXIT
059900     END-IF
060000     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
060100     IF WS-PROF-SUB = 0
060200         DISPLAY 'OPERATOR ' WS-FIND-ID ' NOT ON FILE'
060300         GO TO 6200-EXIT
060400     END-IF
060500     MOVE WS-PROF-ENTRY(WS-PROF-SUB) TO OPER-RECORD.
060600 6200-EXIT.
060700     EXIT.
060800*
060900*    6400-APPLY-CHANGE - STAMP THE CHANGED PROFILE IN OPER-RECORD
061000*    WITH THE SIGN-OFF, PUT IT BACK IN ITS SLOT, WRITE OPERPROF
061100*    BACK AND LOG THE ONE-FIELD CHANGE BUILT BY THE CALLER.
061200 6400-APPLY-CHANGE.
061300     MOVE WS-SIGNOFF-ID TO OPER-SIGNOFF-ID
061400     MOVE WS-TODAY-DATE TO OPER-CHG-DATE
061500     MOVE OPER-RECORD TO WS-PROF-ENTRY(WS-PROF-SUB)
061600     PERFORM 6500-REWRITE-PROFILES THRU 6500-EXIT
061700     ADD 1 TO WS-CHANGE-CNT
061800     PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
061900 6400-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300*    6500-REWRITE-PROFILES - WRITE THE WHOLE IN-CORE TABLE BACK
062400*    TO OPERPROF. A FAILED OPEN ABENDS WITH THE FILE AS IT WAS
062500*    BEFORE THE CHANGE AND NOTHING LOGGED TO THE HISTORY. A
062510*    FAILED WRITE ABENDS TOO, BEFORE ANYTHING IS LOGGED - THE
062520*    FILE IS THEN INCOMPLETE AND MUST BE RESTORED BEFORE SYSCMD
062530*    IS NEXT SIGNED ON TO.
062600******************************************************************
062700 6500-REWRITE-PROFILES.
062800     OPEN OUTPUT OPERPROF
062900     IF WS-OPERPROF-STATUS NOT = '00'
063000         DISPLAY 'OPERPROF REWRITE FAILED - FILE STATUS '
063100             WS-OPERPROF-STATUS ' - CHANGE NOT MADE'
063200         MOVE 16 TO RETURN-CODE
063300         STOP RUN
063400     END-IF
063500     PERFORM 6510-WRITE-ONE-PROFILE THRU 6510-EXIT
063600         VARYING WS-PROF-IDX FROM 1 BY 1
063700         UNTIL WS-PROF-IDX > WS-PROF-CNT
063800     CLOSE OPERPROF.
063900 6500-EXIT.
064000     EXIT.
064100*
064200 6510-WRITE-ONE-PROFILE.
064300     MOVE WS-PROF-ENTRY(WS-PROF-IDX) TO PROF-RECORD
064400     WRITE PROF-RECORD
064410     IF WS-OPERPROF-STATUS NOT = '00'
064420         DISPLAY 'OPERPROF WRITE FAILED - FILE STATUS '
064430             WS-OPERPROF-STATUS ' - FILE INCOMPLETE, CHANGE NOT'
064440             ' LOGGED'
064450         MOVE 16 TO RETURN-CODE
064460         CLOSE OPERPROF
064470         STOP RUN
064480     END-IF.
064500 6510-EXIT.
064600     EXIT.
064700*
064800******************************************************************
064900*    7000-WRITE-HISTORY - APPEND ONE FIELD CHANGE TO OPHIST,
065000*    STAMPED WITH THE DATE, TIME AND SIGN-OFF ID. THE PROFILE
065100*    WHOSE FIELD CHANGED IS THE ONE IN OPER-RECORD.
065200******************************************************************
065300 7000-WRITE-HISTORY.
065400     ACCEPT WS-NOW-TIME FROM TIME
065500     MOVE SPACES         TO OPH-RECORD
065600     MOVE WS-TODAY-DATE  TO OPH-CHG-DATE
065700     MOVE WS-NOW-TIME    TO OPH-CHG-TIME
065800     MOVE WS-SIGNOFF-ID  TO OPH-SIGNOFF-ID
065900     MOVE WS-HIST-ACTION TO OPH-ACTION
066000     MOVE OPER-ID        TO OPH-OPER-ID
066100     MOVE WS-HIST-FIELD  TO OPH-FIELD
066200     MOVE WS-HIST-OLD    TO OPH-OLD-VALUE
066300     MOVE WS-HIST-NEW    TO OPH-NEW-VALUE
066400     WRITE OPH-RECORD
066500     IF WS-OPHIST-STATUS = '00'
066600         ADD 1 TO WS-HIST-CNT
066700     ELSE
066800         DISPLAY 'OPHIST WRITE FAILED - FILE STATUS '
066900             WS-OPHIST-STATUS
067000         MOVE 'N' TO WS-HIST-OK-SW
067100     END-IF.
067200 7000-EXIT.
067300     EXIT.
067400*
067500******************************************************************
067600*    8000-TERMINATE - DISPLAY RUN TOTALS AND CLOSE THE HISTORY.
067700*    A HISTORY LINE THAT COULD NOT BE WRITTEN ENDS THE RUN WITH
067800*    RETURN-CODE 8 SO THE GAP IN THE ACCESS-REVIEW TRAIL IS SEEN.
067900******************************************************************
068000 8000-TERMINATE.
068100     DISPLAY SPACES
068200     DISPLAY 'OPERMAINT PROFILES ADDED   : ' WS-ADD-CNT
068300     DISPLAY 'OPERMAINT PROFILES CHANGED : ' WS-CHANGE-CNT
068400     DISPLAY 'OPERMAINT HISTORY LINES    : ' WS-HIST-CNT
068500     CLOSE OPHIST
068600     IF NOT WS-HIST-OK
068700         DISPLAY 'OPERMAINT - HISTORY INCOMPLETE, SEE ABOVE'
068800         MOVE 8 TO RETURN-CODE
068900     END-IF.
069000 8000-EXIT.
069100     EXIT.

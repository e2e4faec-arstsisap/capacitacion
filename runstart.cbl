002100*                     CLOSED OR NOT - IS SUPERSEDED BY A FRESH
002200*                     RUN NUMBER 1 FOR TONIGHT, WITH A WARNING
002300*                     WHEN THE PRIOR RUN WAS NEVER CLOSED.
002303*    2026-10-15  RJH  THE BUSINESS DATE NOW COMES FROM THE BUSCAL
002306*                     BUSINESS CALENDAR (SEE CALREC) INSTEAD OF
002309*                     BEING TAKEN BLIND FROM THE SYSTEM CLOCK. A
002312*                     DATE THE CALENDAR DOES NOT SHOW AS A
002315*                     PROCESSING DAY IS REFUSED WITH RETURN-CODE 8
002318*                     UNLESS A DOCUMENTED FORCE CARD FOR IT IS ON
002321*                     RUNOVR (SEE OVRREC). PROCESSING DAYS BETWEEN
002324*                     THE LAST CLOSED RUN AND TONIGHT - AND A
002327*                     PRIOR RUN NEVER CLOSED, WHICH USED TO BE
002330*                     SUPERSEDED WITH ONLY A WARNING - ARE LISTED
002333*                     AS SKIPPED AND HOLD THE STREAM WITH RETURN-
002336*                     CODE 8 UNTIL EACH IS EITHER RUN IN ORDER
002339*                     (CATCH CARD, EARLIEST FIRST) OR WAIVED
002342*                     (WAIVE CARD). EVERY CARD ACTED ON IS
002345*                     RECORDED ON THE OVRLOG OVERRIDE LOG.
002348*    2026-10-15  RJH  EVERY RUN NOW STARTS THE STEPLOG STEP LOG
002351*                     (SEE STEPREC) AFRESH WITH ITS OWN LINE -
002354*                     THE RUN ID OPENED OR RESUMED, RUN NUMBER 0
002357*                     WHEN REFUSED OR HELD - FOR THE RUNSUMM
002360*                     END-OF-STREAM SUMMARY.
002363*    2026-10-15  RJH  A BUSCAL OPEN FAILURE NO LONGER STOPS THE
002366*                     RUN BEFORE THE STEP IS LOGGED - THE RUN
002369*                     DECISION IS SKIPPED AND THE RC 16 LINE IS
002372*                     STILL WRITTEN, SO RUNSUMM CANNOT MISTAKE
002375*                     LAST NIGHT'S LINE FOR TONIGHT'S.
002378*    2026-10-15  RJH  A CATCH CARD THAT RESUMES A RUN NEVER CLOSED
002381*                     IS NOW RECORDED ON OVRLOG, UNDER THAT RUN'S
002384*                     OWN NUMBER.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002900     SELECT RUNCTLF        ASSIGN TO RUNCTLF
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-RUNCTLF-STATUS.
003110     SELECT BUSCAL         ASSIGN TO BUSCAL
003120         ORGANIZATION IS LINE SEQUENTIAL
003130         FILE STATUS IS WS-BUSCAL-STATUS.
003140     SELECT RUNOVR         ASSIGN TO RUNOVR
003150         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS WS-RUNOVR-STATUS.
003170     SELECT OVRLOG         ASSIGN TO OVRLOG
003180         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS WS-OVRLOG-STATUS.
003192     SELECT STEPLOG        ASSIGN TO STEPLOG
003194         ORGANIZATION IS LINE SEQUENTIAL
003196         FILE STATUS IS WS-STEPLOG-STATUS.
003200*
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  RUNCTLF
003600     RECORDING MODE IS F.
003700     COPY RUNCREC.
003707*
003714 FD  BUSCAL
003721     RECORDING MODE IS F.
003728     COPY CALREC.
003735*
003742 FD  RUNOVR
003749     RECORDING MODE IS F.
003756     COPY OVRREC.
003763*
003770 FD  OVRLOG
003777     RECORDING MODE IS F.
003784     COPY OVRLREC.
003787*
003790 FD  STEPLOG
003793     RECORDING MODE IS F.
003796     COPY STEPREC.
003800*
003900 WORKING-STORAGE SECTION.
004000 01  WS-RUNCTLF-STATUS           PIC X(02) VALUE '00'.
004020 01  WS-BUSCAL-STATUS            PIC X(02) VALUE '00'.
004040 01  WS-RUNOVR-STATUS            PIC X(02) VALUE '00'.
004060 01  WS-OVRLOG-STATUS            PIC X(02) VALUE '00'.
004080 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
004100*
004200 01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
004300 01  WS-PRIOR-FOUND-SW           PIC X(01) VALUE 'N'.
004500 01  WS-PRIOR-DATE               PIC 9(08) VALUE 0.
004600 01  WS-PRIOR-RUN-NBR            PIC 9(03) VALUE 0.
004700 01  WS-PRIOR-STATUS             PIC X(01) VALUE SPACE.
004702*
004704 01  WS-BUS-DATE                 PIC 9(08) VALUE 0.
004706 01  WS-NOW-TIME                 PIC 9(08) VALUE 0.
004708 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
004710     88  WS-EOF                      VALUE 'Y'.
004712 01  WS-TODAY-ON-CAL-SW          PIC X(01) VALUE 'N'.
004714     88  WS-TODAY-ON-CAL             VALUE 'Y'.
004716 01  WS-TODAY-TYPE               PIC X(01) VALUE SPACE.
004718     88  WS-TODAY-PROCESSING         VALUE 'P'.
004720 01  WS-TODAY-DESC               PIC X(20) VALUE SPACES.
004722 01  WS-CAL-BAD-CNT              PIC 9(05) VALUE 0.
004724 01  WS-HOLD-SW                  PIC X(01) VALUE 'N'.
004726     88  WS-HOLD                     VALUE 'Y'.
004728 01  WS-WALK-DONE-SW             PIC X(01) VALUE 'N'.
004730     88  WS-WALK-DONE                VALUE 'Y'.
004732 01  WS-CATCHUP-SW               PIC X(01) VALUE 'N'.
004734     88  WS-CATCHUP                  VALUE 'Y'.
004736 01  WS-FORCED-SW                PIC X(01) VALUE 'N'.
004738     88  WS-FORCED                   VALUE 'Y'.
004740 01  WS-CARD-FOUND-SW            PIC X(01) VALUE 'N'.
004742     88  WS-CARD-FOUND               VALUE 'Y'.
004744 01  WS-CAL-FAILED-SW            PIC X(01) VALUE 'N'.
004746     88  WS-CAL-FAILED               VALUE 'Y'.
004748 01  WS-WANT-ACTION              PIC X(05) VALUE SPACES.
004750 01  WS-WANT-DATE                PIC 9(08) VALUE 0.
004752 01  WS-STEP-RUN-NBR             PIC 9(03) VALUE 0.
004754*
004756*    THE SKIPPED PROCESSING DAYS FOUND BETWEEN THE LAST CLOSED
004758*    RUN AND TONIGHT, OLDEST FIRST. A YEAR OF PROCESSING DAYS IS
004760*    FAR MORE THAN ANY REAL GAP; A LONGER ONE IS HELD OUTRIGHT.
004762 01  WS-MISSED-CNT               PIC 9(03) COMP VALUE 0.
004764 01  WS-MISSED-IDX               PIC 9(03) COMP.
004766 01  WS-MISSED-OVERFLOW          PIC 9(05) VALUE 0.
004768 01  WS-MISSED-TABLE.
004770     05  WS-MISSED-ITEM OCCURS 366 TIMES.
004772         10  WS-MSD-DATE             PIC 9(08).
004774         10  WS-MSD-DESC             PIC X(20).
004776         10  WS-MSD-CARD             PIC 9(02) COMP.
004778         10  WS-MSD-ACTION           PIC X(05).
004780*
004782*    THE DOCUMENTED OVERRIDE CARDS READ FROM RUNOVR.
004784 01  WS-CARD-CNT                 PIC 9(02) COMP VALUE 0.
004786 01  WS-CARD-IDX                 PIC 9(02) COMP.
004788 01  WS-FORCE-CARD               PIC 9(02) COMP VALUE 0.
004790 01  WS-CARD-TABLE.
004792     05  WS-CARD-ITEM OCCURS 50 TIMES.
004794         10  WS-CRD-IMAGE            PIC X(80).
004800*
004900 PROCEDURE DIVISION.
005000*
005400 0000-MAINLINE.
005500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
005600     PERFORM 1000-READ-PRIOR-RUN THRU 1000-EXIT
005630     PERFORM 1100-LOAD-OVERRIDES THRU 1100-EXIT
005660     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT
005670     IF NOT WS-CAL-FAILED
005700         PERFORM 2000-DECIDE-RUN THRU 2000-EXIT
005710     END-IF
005750     PERFORM 9000-LOG-STEP THRU 9000-EXIT
005800     STOP RUN.
005900*
006000******************************************************************
008000 1000-EXIT.
008100     EXIT.
008200*
008201******************************************************************
008202*    1100-LOAD-OVERRIDES - READ THE OVERRIDE CARDS. NO RUNOVR
008203*    FILE, OR AN EMPTY ONE, IS THE NORMAL NIGHT. A CARD WITH AN
008204*    UNKNOWN ACTION, A DATE THAT IS NOT NUMERIC, OR NO
008205*    AUTHORISER OR REASON IS NOT A DOCUMENTED OVERRIDE AND IS
008206*    IGNORED WITH A MESSAGE.
008207******************************************************************
008208 1100-LOAD-OVERRIDES.
008209     OPEN INPUT RUNOVR
008210     IF WS-RUNOVR-STATUS NOT = '00'
008211         GO TO 1100-EXIT
008212     END-IF
008213     MOVE 'N' TO WS-EOF-SW
008214     PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
008215         UNTIL WS-EOF
008216     CLOSE RUNOVR.
008217 1100-EXIT.
008218     EXIT.
008219*
008220 1110-LOAD-ONE-CARD.
008221     READ RUNOVR
008222         AT END
008223             SET WS-EOF TO TRUE
008224             GO TO 1110-EXIT
008225     END-READ
008226     IF OVR-RECORD = SPACES
008227         GO TO 1110-EXIT
008228     END-IF
008229     IF NOT OVR-FORCE AND NOT OVR-CATCHUP AND NOT OVR-WAIVE
008230         OR OVR-DATE IS NOT NUMERIC
008231         OR OVR-AUTH-ID = SPACES
008232         OR OVR-REASON = SPACES
008233         DISPLAY 'RUNSTART - OVERRIDE CARD IGNORED - NEEDS FORCE/'
008234             'CATCH/WAIVE, A DATE, AN AUTHORISER AND A REASON'
008235         DISPLAY '  ' OVR-RECORD
008236         GO TO 1110-EXIT
008237     END-IF
008238     IF WS-CARD-CNT NOT < 50
008239         DISPLAY 'RUNSTART - MORE THAN 50 OVERRIDE CARDS - '
008240             'IGNORED ' OVR-ACTION ' ' OVR-DATE
008241         GO TO 1110-EXIT
008242     END-IF
008243     ADD 1 TO WS-CARD-CNT
008244     MOVE OVR-RECORD TO WS-CRD-IMAGE(WS-CARD-CNT).
008245 1110-EXIT.
008246     EXIT.
008247*
008248******************************************************************
008249*    1200-READ-CALENDAR - FIND TONIGHT ON THE CALENDAR AND
008250*    COLLECT THE SKIPPED DAYS. A PRIOR RUN LEFT OPEN FOR AN
008251*    EARLIER DATE IS THE OLDEST SKIPPED DAY WHATEVER THE
008252*    CALENDAR SAYS ABOUT IT - IT WAS OPENED, SO IT WAS A
008253*    BUSINESS DATE, AND IT NEVER FINISHED. AFTER THAT, EVERY
008254*    PROCESSING DAY AFTER THE PRIOR RUN'S DATE AND BEFORE
008255*    TONIGHT IS A NIGHT THE STREAM DID NOT RUN. NO CALENDAR AT
008256*    ALL IS A SET-UP FAULT, NOT A BUSINESS REFUSAL.
008257******************************************************************
008258 1200-READ-CALENDAR.
008259     IF WS-PRIOR-FOUND AND WS-PRIOR-STATUS NOT = 'C'
008260         AND WS-PRIOR-DATE < WS-TODAY-DATE
008261         MOVE 1                TO WS-MISSED-CNT
008262         MOVE WS-PRIOR-DATE    TO WS-MSD-DATE(1)
008263         MOVE 'RUN NEVER CLOSED' TO WS-MSD-DESC(1)
008264     END-IF
008265     OPEN INPUT BUSCAL
008266     IF WS-BUSCAL-STATUS NOT = '00'
008267         DISPLAY 'BUSCAL OPEN FAILED - FILE STATUS '
008268             WS-BUSCAL-STATUS ' - NO BUSINESS CALENDAR'
008269         MOVE 16 TO RETURN-CODE
008270         SET WS-CAL-FAILED TO TRUE
008271         GO TO 1200-EXIT
008272     END-IF
008273     MOVE 'N' TO WS-EOF-SW
008274     PERFORM 1210-CHECK-CAL-DAY THRU 1210-EXIT
008275         UNTIL WS-EOF
008276     CLOSE BUSCAL
008277     IF WS-CAL-BAD-CNT > 0
008278         DISPLAY 'RUNSTART - WARNING - ' WS-CAL-BAD-CNT
008279             ' BUSCAL RECORD(S) WITH A NON-NUMERIC DATE IGNORED'
008280     END-IF.
008281 1200-EXIT.
008282     EXIT.
008283*
008284 1210-CHECK-CAL-DAY.
008285     READ BUSCAL
008286         AT END
008287             SET WS-EOF TO TRUE
008288             GO TO 1210-EXIT
008289     END-READ
008290     IF CAL-DATE IS NOT NUMERIC
008291         ADD 1 TO WS-CAL-BAD-CNT
008292         GO TO 1210-EXIT
008293     END-IF
008294     IF CAL-DATE = WS-TODAY-DATE
008295         SET WS-TODAY-ON-CAL TO TRUE
008296         MOVE CAL-DAY-TYPE TO WS-TODAY-TYPE
008297         MOVE CAL-DESC     TO WS-TODAY-DESC
008298         GO TO 1210-EXIT
008299     END-IF
008300     IF NOT WS-PRIOR-FOUND
008301         OR NOT CAL-PROCESSING
008302         OR CAL-DATE NOT > WS-PRIOR-DATE
008303         OR CAL-DATE NOT < WS-TODAY-DATE
008304         GO TO 1210-EXIT
008305     END-IF
008306     IF WS-MISSED-CNT NOT < 366
008307         ADD 1 TO WS-MISSED-OVERFLOW
008308         GO TO 1210-EXIT
008309     END-IF
008310     ADD 1 TO WS-MISSED-CNT
008311     MOVE CAL-DATE TO WS-MSD-DATE(WS-MISSED-CNT)
008312     MOVE CAL-DESC TO WS-MSD-DESC(WS-MISSED-CNT).
008313 1210-EXIT.
008314     EXIT.
008315*
008316******************************************************************
008400*    2000-DECIDE-RUN - THE GATE. TONIGHT'S DATE ALREADY CLOSED
008500*    REFUSES THE STREAM; TONIGHT'S DATE STILL OPEN RESUMES IT;
008600*    ANYTHING ELSE OPENS A FRESH RUN NUMBER 1 FOR TONIGHT.
008620*    THE DATE IN QUESTION IS THE BUSINESS DATE: THE EARLIEST
008640*    SKIPPED DAY WHEN A CATCH CARD RUNS IT, OTHERWISE TONIGHT -
008660*    AND ONLY ONCE EVERY SKIPPED DAY IS WAIVED AND TONIGHT IS A
008680*    PROCESSING DAY OR FORCED.
008700******************************************************************
008800 2000-DECIDE-RUN.
008803     IF WS-PRIOR-FOUND AND WS-PRIOR-DATE > WS-TODAY-DATE
008806         DISPLAY 'RUNSTART - SYSTEM DATE ' WS-TODAY-DATE
008809             ' IS BEFORE THE LAST RUN DATE ' WS-PRIOR-DATE
008812             ' - STREAM REFUSED'
008815         MOVE 8 TO RETURN-CODE
008818         GO TO 2000-EXIT
008821     END-IF
008824     PERFORM 2100-RESOLVE-MISSED THRU 2100-EXIT
008827     IF WS-HOLD
008830         PERFORM 2200-LIST-MISSED THRU 2200-EXIT
008833         DISPLAY 'RUNSTART - STREAM HELD - RUN EACH SKIPPED DAY '
008836             'IN ORDER (CATCH CARD) OR WAIVE IT (WAIVE CARD)'
008839         MOVE 8 TO RETURN-CODE
008842         GO TO 2000-EXIT
008845     END-IF
008848     IF NOT WS-CATCHUP
008851         PERFORM 2300-CHECK-TONIGHT THRU 2300-EXIT
008854         IF WS-HOLD
008857             MOVE 8 TO RETURN-CODE
008860             GO TO 2000-EXIT
008863         END-IF
008866     END-IF
008869     IF WS-MISSED-CNT > 0
008872         PERFORM 2200-LIST-MISSED THRU 2200-EXIT
008875     END-IF
008900     IF WS-PRIOR-FOUND AND WS-PRIOR-DATE = WS-BUS-DATE
009000         IF WS-PRIOR-STATUS = 'C'
009100             DISPLAY 'RUNSTART - BUSINESS DATE ' WS-BUS-DATE
009200                 ' IS ALREADY CLOSED (RUN ' WS-PRIOR-RUN-NBR
009300                 ') - STREAM REFUSED'
009400             MOVE 8 TO RETURN-CODE
009600         ELSE
009700             DISPLAY 'RUNSTART - RESUMING OPEN RUN '
009800                 WS-PRIOR-RUN-NBR ' FOR BUSINESS DATE '
009900                 WS-BUS-DATE
009950             MOVE WS-PRIOR-RUN-NBR TO WS-STEP-RUN-NBR
009960             IF WS-CATCHUP
009970                 PERFORM 4000-LOG-OVERRIDES THRU 4000-EXIT
009980             END-IF
010000             GO TO 2000-EXIT
010100         END-IF
010200     END-IF
010800     PERFORM 3000-OPEN-NEW-RUN THRU 3000-EXIT
010820     IF RETURN-CODE = 0
010840         PERFORM 4000-LOG-OVERRIDES THRU 4000-EXIT
010860     END-IF.
010900 2000-EXIT.
011000     EXIT.
011100*
011101******************************************************************
011102*    2100-RESOLVE-MISSED - WALK THE SKIPPED DAYS OLDEST FIRST.
011103*    A WAIVED DAY IS PASSED OVER; A CATCH CARD ON THE OLDEST
011104*    DAY STILL OUTSTANDING MAKES IT TONIGHT'S BUSINESS DATE;
011105*    ANY OTHER DAY HOLDS THE STREAM. A CATCH CARD FOR A LATER
011106*    DAY CANNOT JUMP THE QUEUE - IT IS ONLY REACHED ONCE
011107*    EVERYTHING BEFORE IT IS RUN OR WAIVED.
011108******************************************************************
011109 2100-RESOLVE-MISSED.
011110     MOVE WS-TODAY-DATE TO WS-BUS-DATE
011111     PERFORM 2110-CHECK-MISSED-DAY THRU 2110-EXIT
011112         VARYING WS-MISSED-IDX FROM 1 BY 1
011113         UNTIL WS-MISSED-IDX > WS-MISSED-CNT OR WS-WALK-DONE
011114     IF NOT WS-WALK-DONE AND WS-MISSED-OVERFLOW > 0
011115         DISPLAY 'RUNSTART - ' WS-MISSED-OVERFLOW
011116             ' FURTHER SKIPPED DAY(S) BEYOND THE 366 LISTED'
011117         SET WS-HOLD TO TRUE
011118     END-IF.
011119 2100-EXIT.
011120     EXIT.
011121*
011122 2110-CHECK-MISSED-DAY.
011123     MOVE 'WAIVE' TO WS-WANT-ACTION
011124     MOVE WS-MSD-DATE(WS-MISSED-IDX) TO WS-WANT-DATE
011125     PERFORM 2900-FIND-CARD THRU 2900-EXIT
011126     IF WS-CARD-FOUND
011127         MOVE 'WAIVE'     TO WS-MSD-ACTION(WS-MISSED-IDX)
011128         MOVE WS-CARD-IDX TO WS-MSD-CARD(WS-MISSED-IDX)
011129         GO TO 2110-EXIT
011130     END-IF
011131     SET WS-WALK-DONE TO TRUE
011132     MOVE 'CATCH' TO WS-WANT-ACTION
011133     PERFORM 2900-FIND-CARD THRU 2900-EXIT
011134     IF WS-CARD-FOUND
011135         MOVE 'CATCH'     TO WS-MSD-ACTION(WS-MISSED-IDX)
011136         MOVE WS-CARD-IDX TO WS-MSD-CARD(WS-MISSED-IDX)
011137         MOVE WS-MSD-DATE(WS-MISSED-IDX) TO WS-BUS-DATE
011138         SET WS-CATCHUP TO TRUE
011139     ELSE
011140         SET WS-HOLD TO TRUE
011141     END-IF.
011142 2110-EXIT.
011143     EXIT.
011144*
011145******************************************************************
011146*    2200-LIST-MISSED - THE SKIPPED DAYS AND WHAT IS HAPPENING
011147*    TO EACH, FOR THE STEP SYSOUT.
011148******************************************************************
011149 2200-LIST-MISSED.
011150     DISPLAY 'RUNSTART - ' WS-MISSED-CNT ' SKIPPED PROCESSING '
011151         'DAY(S) SINCE THE LAST CLOSED RUN'
011152     PERFORM 2210-LIST-ONE-DAY THRU 2210-EXIT
011153         VARYING WS-MISSED-IDX FROM 1 BY 1
011154         UNTIL WS-MISSED-IDX > WS-MISSED-CNT.
011155 2200-EXIT.
011156     EXIT.
011157*
011158 2210-LIST-ONE-DAY.
011159     EVALUATE WS-MSD-ACTION(WS-MISSED-IDX)
011160         WHEN 'WAIVE'
011161             DISPLAY '  ' WS-MSD-DATE(WS-MISSED-IDX) ' '
011162                 WS-MSD-DESC(WS-MISSED-IDX) ' WAIVED'
011163         WHEN 'CATCH'
011164             DISPLAY '  ' WS-MSD-DATE(WS-MISSED-IDX) ' '
011165                 WS-MSD-DESC(WS-MISSED-IDX) ' RUNNING NOW'
011166         WHEN OTHER
011167             DISPLAY '  ' WS-MSD-DATE(WS-MISSED-IDX) ' '
011168                 WS-MSD-DESC(WS-MISSED-IDX) ' OUTSTANDING'
011169     END-EVALUATE.
011170 2210-EXIT.
011171     EXIT.
011172*
011173******************************************************************
011174*    2300-CHECK-TONIGHT - TONIGHT MUST BE ON THE CALENDAR AS A
011175*    PROCESSING DAY, OR CARRY A FORCE CARD.
011176******************************************************************
011177 2300-CHECK-TONIGHT.
011178     IF WS-TODAY-ON-CAL AND WS-TODAY-PROCESSING
011179         GO TO 2300-EXIT
011180     END-IF
011181     MOVE 'FORCE'       TO WS-WANT-ACTION
011182     MOVE WS-TODAY-DATE TO WS-WANT-DATE
011183     PERFORM 2900-FIND-CARD THRU 2900-EXIT
011184     IF WS-CARD-FOUND
011185         SET WS-FORCED TO TRUE
011186         MOVE WS-CARD-IDX TO WS-FORCE-CARD
011187         DISPLAY 'RUNSTART - ' WS-TODAY-DATE
011188             ' IS NOT A PROCESSING DAY - FORCED BY OVERRIDE CARD'
011189         GO TO 2300-EXIT
011190     END-IF
011191     SET WS-HOLD TO TRUE
011192     IF WS-TODAY-ON-CAL
011193         DISPLAY 'RUNSTART - ' WS-TODAY-DATE ' ' WS-TODAY-DESC
011194             ' IS NOT A PROCESSING DAY - STREAM REFUSED'
011195     ELSE
011196         DISPLAY 'RUNSTART - ' WS-TODAY-DATE
011197             ' IS NOT ON THE BUSINESS CALENDAR - STREAM REFUSED'
011198     END-IF
011199     DISPLAY 'RUNSTART - SUPPLY A FORCE CARD TO RUN IT ANYWAY'.
011200 2300-EXIT.
011201     EXIT.
011202*
011203******************************************************************
011204*    2900-FIND-CARD - LOOK FOR A CARD WITH WS-WANT-ACTION FOR
011205*    WS-WANT-DATE. THE LAST SUCH CARD ON THE FILE WINS.
011206******************************************************************
011207 2900-FIND-CARD.
011208     MOVE 'N' TO WS-CARD-FOUND-SW
011209     PERFORM 2910-MATCH-ONE-CARD THRU 2910-EXIT
011210         VARYING WS-CARD-IDX FROM WS-CARD-CNT BY -1
011211         UNTIL WS-CARD-IDX < 1 OR WS-CARD-FOUND
011212     IF WS-CARD-FOUND
011213         ADD 1 TO WS-CARD-IDX
011214     END-IF.
011215 2900-EXIT.
011216     EXIT.
011217*
011218 2910-MATCH-ONE-CARD.
011219     MOVE WS-CRD-IMAGE(WS-CARD-IDX) TO OVR-RECORD
011220     IF OVR-ACTION = WS-WANT-ACTION AND OVR-DATE = WS-WANT-DATE
011221         SET WS-CARD-FOUND TO TRUE
011222     END-IF.
011223 2910-EXIT.
011224     EXIT.
011225*
011226******************************************************************
011300*    3000-OPEN-NEW-RUN - WRITE TONIGHT'S RECORD. THE FILE IS
011400*    RE-OPENED OUTPUT SO IT ALWAYS HOLDS ONLY THE CURRENT RUN,
011500*    THE SAME PATTERN SYSCMD'S CHECKPOINT USES.
012300         GO TO 3000-EXIT
012400     END-IF
012500     MOVE SPACES        TO RUNC-RECORD
012600     MOVE WS-BUS-DATE   TO RUNC-DATE
012700     MOVE 1             TO RUNC-RUN-NBR
012800     MOVE 'O'           TO RUNC-STATUS
012850     MOVE 1             TO WS-STEP-RUN-NBR
012900     WRITE RUNC-RECORD
013000     CLOSE RUNCTLF
013100     DISPLAY 'RUNSTART - RUN 001 OPENED FOR BUSINESS DATE '
013200         WS-BUS-DATE.
013300 3000-EXIT.
013400     EXIT.
013500*
013600******************************************************************
013700*    4000-LOG-OVERRIDES - RECORD EVERY CARD THE NEW RUN WAS
013800*    OPENED ON: EACH WAIVED DAY, THE CAUGHT-UP DAY, AND THE
013900*    FORCE FOR TONIGHT. THE LOG IS EXTENDED, OR CREATED ON THE
014000*    FIRST OVERRIDE EVER. A RUN NEVER CLOSED THAT IS RESUMED ON A
014100*    CATCH CARD IS LOGGED HERE TOO - THE CARD IS TONIGHT'S, EVEN
014150*    THOUGH THE RUN IS NOT - UNDER THE RESUMED RUN'S NUMBER.
014200******************************************************************
014300 4000-LOG-OVERRIDES.
014400     IF WS-MISSED-CNT = 0 AND NOT WS-FORCED
014500         GO TO 4000-EXIT
014600     END-IF
014700     OPEN EXTEND OVRLOG
014800     IF WS-OVRLOG-STATUS NOT = '00'
014900         CLOSE OVRLOG
015000         OPEN OUTPUT OVRLOG
015100     END-IF
015200     IF WS-OVRLOG-STATUS NOT = '00'
015300         DISPLAY 'OVRLOG OPEN FAILED - FILE STATUS '
015400             WS-OVRLOG-STATUS ' - OVERRIDES NOT RECORDED'
015500         MOVE 16 TO RETURN-CODE
015600         GO TO 4000-EXIT
015700     END-IF
015800     ACCEPT WS-NOW-TIME FROM TIME
015900     PERFORM 4100-LOG-ONE-DAY THRU 4100-EXIT
016000         VARYING WS-MISSED-IDX FROM 1 BY 1
016100         UNTIL WS-MISSED-IDX > WS-MISSED-CNT
016200     IF WS-FORCED
016300         MOVE WS-FORCE-CARD TO WS-CARD-IDX
016400         PERFORM 4200-WRITE-LOG-LINE THRU 4200-EXIT
016500     END-IF
016600     CLOSE OVRLOG.
016700 4000-EXIT.
016800     EXIT.
016900*
017000 4100-LOG-ONE-DAY.
017100     IF WS-MSD-ACTION(WS-MISSED-IDX) = SPACES
017200         GO TO 4100-EXIT
017300     END-IF
017400     MOVE WS-MSD-CARD(WS-MISSED-IDX) TO WS-CARD-IDX
017500     PERFORM 4200-WRITE-LOG-LINE THRU 4200-EXIT.
017600 4100-EXIT.
017700     EXIT.
017800*
017900 4200-WRITE-LOG-LINE.
018000     MOVE WS-CRD-IMAGE(WS-CARD-IDX) TO OVR-RECORD
018100     MOVE SPACES        TO OVRL-RECORD
018200     MOVE WS-TODAY-DATE TO OVRL-LOG-DATE
018300     MOVE WS-NOW-TIME   TO OVRL-LOG-TIME
018400     MOVE WS-BUS-DATE   TO OVRL-RUN-DATE
018500     MOVE WS-STEP-RUN-NBR TO OVRL-RUN-NBR
018600     MOVE OVR-ACTION    TO OVRL-ACTION
018700     MOVE OVR-DATE      TO OVRL-DATE
018800     MOVE OVR-AUTH-ID   TO OVRL-AUTH-ID
018900     MOVE OVR-REASON    TO OVRL-REASON
019000     WRITE OVRL-RECORD
019100     DISPLAY 'RUNSTART - OVERRIDE RECORDED - ' OVR-ACTION ' '
019200         OVR-DATE ' BY ' OVR-AUTH-ID.
019300 4200-EXIT.
019400     EXIT.
019500*
019600******************************************************************
019700*    9000-LOG-STEP - START TONIGHT'S STEPLOG STEP LOG AFRESH WITH
019800*    THIS STEP'S LINE FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
019900*    LINE CARRIES THE RUN ID OPENED OR RESUMED - RUN NUMBER 0 WHEN
020000*    THE STREAM WAS REFUSED OR HELD. A LOG THAT CANNOT BE OPENED
020100*    COSTS ONLY THE SUMMARY, NOT THE STEP'S OWN RESULT.
020200******************************************************************
020300 9000-LOG-STEP.
020400     OPEN OUTPUT STEPLOG
020500     IF WS-STEPLOG-STATUS NOT = '00'
020600         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
020700             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
020800         GO TO 9000-EXIT
020900     END-IF
021000     MOVE SPACES        TO STEP-RECORD
021100     MOVE 'RUNSTART'    TO STEP-PROGRAM
021200     IF WS-BUS-DATE = 0
021300         MOVE WS-TODAY-DATE TO STEP-RUN-DATE
021400     ELSE
021500         MOVE WS-BUS-DATE TO STEP-RUN-DATE
021600     END-IF
021700     IF RETURN-CODE NOT = 0
021800         MOVE 0 TO WS-STEP-RUN-NBR
021900     END-IF
022000     MOVE WS-STEP-RUN-NBR TO STEP-RUN-NBR
022100     MOVE RETURN-CODE   TO STEP-RC
022200     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
022300     ACCEPT STEP-LOG-TIME FROM TIME
022400     MOVE 0             TO STEP-COUNT-1
022500     MOVE 0             TO STEP-COUNT-2
022600     WRITE STEP-RECORD
022700     CLOSE STEPLOG.
022800 9000-EXIT.
022900     EXIT.

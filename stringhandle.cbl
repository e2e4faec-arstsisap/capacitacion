002218*                     ALREADY SHIPPED ARE RE-COUNTED AND THEIR
002219*                     HASH REBUILT SO THE TRAILER COVERS THE
002220*                     COMBINED RUN.
002221*    2026-10-15  RJH  THE DAILY EXTRACT NOW ARRIVES WRAPPED IN A
002222*                     HEADER AND TRAILER (SEE STRINCTL), PROVED
002223*                     BY THE STRINCHK STEP AHEAD OF THIS ONE.
002224*                     2900-READ-STRIN PASSES OVER BOTH CONTROL
002225*                     RECORDS, SO THEY ARE NEVER CLEANSED,
002226*                     COUNTED OR CHECKPOINTED AS DETAILS AND THE
002227*                     BALCHECK CROSS-FOOT AGAINST CHARFREQ STILL
002228*                     HOLDS.
002229*    2026-10-15  RJH  SHIP MODE NOW ALSO LOGS EACH SHIPOUT
002230*                     EXTRACT ON THE SHIPLOG KEYED SHIPMENT LOG
002231*                     (SEE SHLGREC) UNDER ITS RUN ID, WITH THE
002232*                     TRAILER COUNT AND HASH, WHEN THE TRAILER
002233*                     IS WRITTEN. SHIPACK MATCHES THE
002234*                     RECEIVER'S ACKNOWLEDGEMENTS AGAINST IT. A
002235*                     RERUN UNDER THE SAME RUN ID REPLACES THE
002236*                     ENTRY AND CLEARS ANY ACKNOWLEDGEMENT - THE
002237*                     RECEIVER IS GETTING A NEW FILE.
002238*    2026-10-15  RJH  EACH RUN NOW APPENDS ITS CONDITION CODE TO
002239*                     THE STEPLOG STEP LOG (SEE STEPREC) FOR THE
002240*                     RUNSUMM END-OF-STREAM SUMMARY.
002241*    2026-10-15  RJH  ADDED THE CHARACTER-SET CHECK. THE CHARRULE
002242*                     RULES FILE (SEE CHRLREC) NAMES THE
002243*                     CHARACTER CLASSES AND PUNCTUATION ALLOWED
002244*                     IN EACH INPUT FIELD. A RECORD HOLDING ANY
002245*                     OTHER CHARACTER (LOW-VALUES, TABS,
002246*                     LOWERCASE IN A CODE FIELD, STRAY
002247*                     PUNCTUATION) IS NO LONGER CLEANSED AND
002248*                     SHIPPED - IT GOES TO THE NEW CHSTEXC
002249*                     EXCEPTION FILE AS TYPE CHARST, NAMING THE
002250*                     FIELD, POSITION AND CHARACTER OF ITS FIRST
002251*                     VIOLATION, AND IS COUNTED ON THE BALANCE
002252*                     RECORD. EVERY INPUT RECORD NOW ENDS AS
002253*                     EXACTLY ONE STROUT, DUPEXC, FMTEXC OR
002254*                     CHSTEXC RECORD, SO CHSTEXC JOINS THE
002255*                     RESTART ARITHMETIC. NO CHARRULE FILE MEANS
002256*                     NO CHECK; A BAD RULE ABENDS THE STEP.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003417         ACCESS MODE IS DYNAMIC
003418         RECORD KEY IS DUPW-KEY
003419         FILE STATUS IS WS-DUPWORK-STATUS.
003424     SELECT SHIPLOG        ASSIGN TO SHIPLOG
003429         ORGANIZATION IS INDEXED
003434         ACCESS MODE IS RANDOM
003439         RECORD KEY IS SHLG-RUN-ID
003444         FILE STATUS IS WS-SHIPLOG-STATUS.
003449     SELECT STEPLOG        ASSIGN TO STEPLOG
003454         ORGANIZATION IS LINE SEQUENTIAL
003459         FILE STATUS IS WS-STEPLOG-STATUS.
003464     SELECT CHSTEXC        ASSIGN TO CHSTEXC
003469         ORGANIZATION IS LINE SEQUENTIAL
003474         FILE STATUS IS WS-CHSTEXC-STATUS.
003479     SELECT CHARRULE       ASSIGN TO CHARRULE
003484         ORGANIZATION IS LINE SEQUENTIAL
003489         FILE STATUS IS WS-CHARRULE-STATUS.
003494*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  STRIN
003800     RECORDING MODE IS F.
003900     COPY INREC.
003905     COPY STRINCTL.
003910*    A SECOND VIEW OF THE SAME RECORD BUFFER, WIDE ENOUGH FOR A
003920*    MAXIMAL LEGAL DELIMITED RECORD (108 BYTES) WITH ROOM TO
003930*    SPARE. DELIMITED MODE READS AND PARSES THROUGH THIS VIEW;
005125     05  CHKPT-FMT-CNT               PIC 9(05).
005126     05  FILLER                      PIC X(01).
005127     05  CHKPT-DONE-FLAG             PIC X(01).
005128     05  FILLER                      PIC X(01).
005129     05  CHKPT-CHARST-CNT            PIC 9(05).
005130*
005131 FD  SHIPOUT
005132     RECORDING MODE IS F.
005133     COPY SHIPREC.
005134*
005135*    THE DUPLICATE-CHECK WORK FILE - ONE RECORD PER DISTINCT
005136*    IN-FEED-1 KEY SEEN THIS RUN. KEEP-FIRST ONLY USES THE KEY
005137*    AND SEQUENCE; KEEP-LAST STAGES THE KEY'S LATEST FULL
005138*    OCCURRENCE HERE UNTIL END OF FILE PROVES IT WAS THE LAST.
005139 FD  DUPWORK
005140     RECORD CONTAINS 112 CHARACTERS.
005141 01  DUPW-RECORD.
005142     05  DUPW-KEY                    PIC X(25).
005143     05  DUPW-SEQ                    PIC 9(07).
005144     05  DUPW-STRING2                PIC X(25).
005145     05  DUPW-STRING3                PIC X(25).
005146     05  DUPW-FREETEXT               PIC X(30).
005147*
005148 FD  SHIPLOG
005149     RECORD CONTAINS 80 CHARACTERS.
005150     COPY SHLGREC.
005151*
005152 FD  STEPLOG
005153     RECORDING MODE IS F.
005154     COPY STEPREC.
005155*
005156 FD  CHSTEXC
005157     RECORDING MODE IS F.
005158     COPY EXCPREC REPLACING EXCP-RECORD BY CHST-EXCP-RECORD.
005159*
005160 FD  CHARRULE
005161     RECORDING MODE IS F.
005162     COPY CHRLREC.
005163*
005100 WORKING-STORAGE SECTION.
005200 01  WS-STRIN-STATUS             PIC X(02) VALUE '00'.
005300 01  WS-STROUT-STATUS            PIC X(02) VALUE '00'.
005329 01  WS-MSTFEED-STATUS           PIC X(02) VALUE '00'.
005330 01  WS-RUNCTLF-STATUS           PIC X(02) VALUE '00'.
005331 01  WS-SHCHKPT-STATUS           PIC X(02) VALUE '00'.
005361 01  WS-STEPLOG-STATUS           PIC X(02) VALUE '00'.
005362 01  WS-CHSTEXC-STATUS           PIC X(02) VALUE '00'.
005363 01  WS-CHARRULE-STATUS          PIC X(02) VALUE '00'.
005400*
005410 01  WS-TARGET-CHAR              PIC X(01) VALUE 'A'.
005420 01  WS-TRUNC-FILENAME           PIC X(44) VALUE 'TRUNCEXC'.
005700*
005800 01  WS-RECORD-CNT               PIC 9(07) VALUE 0.
005810 01  WS-TRUNC-CNT                PIC 9(05) VALUE 0.
005812 01  WS-RECON-CNT                PIC 9(05) VALUE 0.
005814 01  WS-WRITTEN-CNT              PIC 9(07) VALUE 0.
005816 01  WS-DUP-CNT                  PIC 9(05) VALUE 0.
005818 01  WS-FMT-CNT                  PIC 9(05) VALUE 0.
005820 01  WS-CHARST-CNT               PIC 9(05) VALUE 0.
005821 01  WS-DUP-KEEP                 PIC X(01) VALUE 'F'.
005822     88  WS-KEEP-FIRST               VALUE 'F'.
005823     88  WS-KEEP-LAST                VALUE 'L'.
005824 01  WS-DUP-SW                   PIC X(01) VALUE 'N'.
005825     88  WS-DUP-DISCARD              VALUE 'Y'.
005826 01  WS-SHIPOUT-STATUS           PIC X(02) VALUE '00'.
005827 01  WS-DUPWORK-STATUS           PIC X(02) VALUE '00'.
005828 01  WS-SHIPLOG-STATUS           PIC X(02) VALUE '00'.
005829 01  WS-DEFER-SW                 PIC X(01) VALUE 'N'.
005830     88  WS-DEFERRED                 VALUE 'Y'.
005831 01  WS-CUR-SEQ                  PIC 9(07) VALUE 0.
005832 01  WS-DUPWORK-CNT              PIC 9(07) VALUE 0.
005833*    THE SUPERSEDED OCCURRENCE'S FIELDS, SAVED BEFORE THE
005834*    DUPWORK REWRITE OVERWRITES THE RECORD BUFFER - THE DUPEXC
005835*    RECORD IS WRITTEN FROM THESE AFTER THE REWRITE LANDS.
005836 01  WS-SUP-SEQ                  PIC 9(07) VALUE 0.
005837 01  WS-SUP-KEY                  PIC X(25) VALUE SPACES.
005838 01  WS-SUP-STRING2              PIC X(25) VALUE SPACES.
005839 01  WS-SUP-STRING3              PIC X(25) VALUE SPACES.
005840 01  WS-IN-FORMAT                PIC X(01) VALUE 'F'.
005841     88  WS-FMT-FIXED                VALUE 'F'.
005842     88  WS-FMT-DELIM                VALUE 'D'.
005843 01  WS-DELIM-CHAR               PIC X(01) VALUE '|'.
005844 01  WS-FMT-ERR-SW               PIC X(01) VALUE 'N'.
005845     88  WS-FMT-ERROR                VALUE 'Y'.
005846 01  WS-FMT-REASON               PIC X(30) VALUE SPACES.
005847 01  WS-REC-LEN                  PIC 9(03) COMP VALUE 0.
005848 01  WS-TRIM-DONE-SW             PIC X(01) VALUE 'N'.
005849     88  WS-TRIM-DONE                VALUE 'Y'.
005850 01  WS-FEED-KEY                 PIC X(25) VALUE SPACES.
005851 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
005852 01  WS-RUN-NBR                  PIC 9(03) VALUE 0.
005853 01  WS-SHIP-SW                  PIC X(01) VALUE 'N'.
005854     88  WS-SHIP-MODE                VALUE 'Y'.
005855 01  WS-SHIP-CNT                 PIC 9(09) VALUE 0.
005856 01  WS-SHIP-HASH                PIC 9(13) VALUE 0.
005857 01  WS-SHIP-DATE                PIC 9(08) VALUE 0.
005859 01  WS-RESTART-SW               PIC X(01) VALUE 'N'.
005860     88  WS-RESTART-MODE             VALUE 'Y'.
005861 01  WS-CKPT-INTVL               PIC 9(05) VALUE 1000.
005874 01  WS-RECON-SW                 PIC X(01) VALUE 'Y'.
005875     88  WS-RECON-MATCH              VALUE 'Y'.
005876     88  WS-RECON-MISMATCH           VALUE 'N'.
005878*
005880*    THE CHARACTER-SET RULES, ONE ENTRY PER INPUT FIELD IN INREC
005882*    ORDER, LOADED FROM CHARRULE AT INITIALIZATION. AN ENTRY
005884*    WITH NO RULE IS LEFT INACTIVE AND ITS FIELD IS NOT CHECKED.
005886 01  WS-CS-RULES-SW              PIC X(01) VALUE 'N'.
005888     88  WS-CS-RULES-ON              VALUE 'Y'.
005890 01  WS-CS-RULE-CNT              PIC 9(02) VALUE 0.
005892 01  WS-CS-FIELD-VALUES.
005894     05  FILLER                      PIC X(11) VALUE 'IN-FEED-1'.
005896     05  FILLER                      PIC X(11) VALUE 'IN-FEED-2'.
005898     05  FILLER                      PIC X(11) VALUE 'IN-FEED-3'.
005900     05  FILLER                      PIC X(11)
005902                                     VALUE 'IN-FREETEXT'.
005904 01  FILLER REDEFINES WS-CS-FIELD-VALUES.
005906     05  WS-CS-FIELD-NAME            PIC X(11) OCCURS 4 TIMES.
005908 01  WS-CS-RULE-TABLE.
005910     05  WS-CS-RULE OCCURS 4 TIMES.
005912         10  WS-CS-ACTIVE            PIC X(01).
005914         10  WS-CS-UPPER             PIC X(01).
005916         10  WS-CS-LOWER             PIC X(01).
005918         10  WS-CS-DIGIT             PIC X(01).
005920         10  WS-CS-SPACE             PIC X(01).
005922         10  WS-CS-EXTRA             PIC X(30).
005924 01  WS-CS-SUB                   PIC 9(02) COMP VALUE 0.
005926 01  WS-CS-FLD                   PIC 9(02) COMP VALUE 0.
005928 01  WS-CS-LEN                   PIC 9(02) COMP VALUE 0.
005930 01  WS-CS-POS                   PIC 9(02) COMP VALUE 0.
005932 01  WS-CS-HIT-CNT               PIC 9(02) COMP VALUE 0.
005934 01  WS-CS-VALUE                 PIC X(30) VALUE SPACES.
005936 01  WS-CS-CHAR                  PIC X(01) VALUE SPACE.
005938 01  WS-CS-OK-SW                 PIC X(01) VALUE 'N'.
005940     88  WS-CS-OK                    VALUE 'Y'.
005942 01  WS-CS-ERR-SW                PIC X(01) VALUE 'N'.
005944     88  WS-CS-ERROR                 VALUE 'Y'.
005946 01  WS-CS-REASON                PIC X(30) VALUE SPACES.
005948 01  WS-CS-BAD-FLD               PIC 9(02) COMP VALUE 0.
005950 01  WS-CS-BAD-POS               PIC 9(02) VALUE 0.
005952 01  WS-CS-BAD-CHAR              PIC X(01) VALUE SPACE.
005954*    THE OFFENDING BYTE IS SHOWN IN HEX ON THE EXCEPTION RECORD -
005956*    A TAB OR LOW-VALUE IS INVISIBLE AS ITSELF. IT IS DROPPED
005958*    INTO THE LOW-ORDER BYTE OF A HALFWORD TO GET ITS VALUE.
005960 01  WS-CS-HEX-WORK.
005962     05  WS-CS-HEX-BIN               PIC 9(04) COMP.
005964 01  FILLER REDEFINES WS-CS-HEX-WORK.
005966     05  WS-CS-HEX-HIGH              PIC X(01).
005968     05  WS-CS-HEX-LOW               PIC X(01).
005970 01  WS-CS-HEX-HI                PIC 9(02) COMP VALUE 0.
005972 01  WS-CS-HEX-LO                PIC 9(02) COMP VALUE 0.
005974 01  WS-CS-HEX-DIGITS            PIC X(16)
005976                                 VALUE '0123456789ABCDEF'.
005978 01  WS-CS-HEX-TEXT              PIC X(05) VALUE SPACES.
005980*
006000 01  WS-CNT1                     PIC 9(03) VALUE 0.
006100 01  WS-CNT2                     PIC 9(03) VALUE 0.
006200 01  WS-STRING                   PIC X(25) VALUE SPACES.
008020         PERFORM 7000-EMIT-KEPT-RECORDS THRU 7000-EXIT
008030     END-IF
008100     PERFORM 8000-TERMINATE THRU 8000-EXIT
008150     PERFORM 9000-LOG-STEP THRU 9000-EXIT
008200     STOP RUN.
008300*
008400******************************************************************
008700 1000-INITIALIZE.
008705     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT
008710     PERFORM 1100-READ-PARM THRU 1100-EXIT
008712     PERFORM 1180-LOAD-CHAR-RULES THRU 1180-EXIT
008715     PERFORM 1150-RESTORE-CHECKPOINT THRU 1150-EXIT
008800     OPEN INPUT  STRIN
008805     IF WS-STRIN-STATUS NOT = '00'
009040     IF WS-FMTEXC-STATUS NOT = '00'
009045         DISPLAY 'FMTEXC OPEN FAILED - FILE STATUS '
009050             WS-FMTEXC-STATUS
009051         MOVE 16 TO RETURN-CODE
009052         STOP RUN
009053     END-IF
009054     IF WS-RESTART-MODE
009055         OPEN EXTEND CHSTEXC
009056     ELSE
009057         OPEN OUTPUT CHSTEXC
009058     END-IF
009059     IF WS-CHSTEXC-STATUS NOT = '00'
009060         DISPLAY 'CHSTEXC OPEN FAILED - FILE STATUS '
009061             WS-CHSTEXC-STATUS
009062         MOVE 16 TO RETURN-CODE
009063         STOP RUN
009065     END-IF
009066     IF WS-RESTART-MODE
009067         OPEN EXTEND MSTFEED
009540         DISPLAY 'PARMCTL NOT FOUND - USING DEFAULTS'
009550     END-IF.
009560 1100-EXIT.
009561     EXIT.
009562*
009563******************************************************************
009564*    1150-RESTORE-CHECKPOINT - DECIDE WHETHER THIS IS A RESTART.
009565*    A CHECKPOINT RECORD FOR THE CURRENT RUN ID WHOSE DONE FLAG
009566*    IS NOT 'Y' MEANS A PRIOR SUBMISSION OF THIS RUN DIED
009567*    PARTWAY. THE CHECKPOINTED COUNTERS ARE ONLY A PROGRESS
009568*    REPORT - THE AUTHORITATIVE COUNTERS ARE REBUILT BY
009569*    COUNTING THE RECORDS ALREADY ON THE OUTPUT FILES, BECAUSE
009570*    EVERY INPUT RECORD ENDS AS EXACTLY ONE STROUT, DUPEXC,
009571*    FMTEXC OR CHSTEXC RECORD AND WRITES PAST THE LAST
009572*    CHECKPOINT ARE STILL ON DISK. WRITTEN + DUP + FMT + CHARST
009573*    IS THEREFORE THE EXACT RESUME POSITION, WITH NOTHING LOST
009574*    OR DOUBLED. A CHECKPOINT FOR A DIFFERENT RUN ID IS A
009575*    LEFTOVER FROM A FINISHED NIGHT AND MEANS A FRESH RUN.
009576******************************************************************
009577 1150-RESTORE-CHECKPOINT.
009578     OPEN INPUT SHCHKPT
009579     IF WS-SHCHKPT-STATUS NOT = '00'
009580         GO TO 1150-EXIT
009581     END-IF
009582     READ SHCHKPT
009583         AT END
009584             CONTINUE
009585     END-READ
009586     IF WS-SHCHKPT-STATUS = '00'
009587         AND CHKPT-RUN-DATE = WS-RUN-DATE
009588         AND CHKPT-RUN-NBR = WS-RUN-NBR
009589         AND CHKPT-DONE-FLAG NOT = 'Y'
009590         SET WS-RESTART-MODE TO TRUE
009591         DISPLAY 'STRINGHANDLE RESTART - LAST CHECKPOINT AT'
009592             ' RECORD ' CHKPT-RECORD-CNT
009593     END-IF
009594     CLOSE SHCHKPT
009595     IF WS-RESTART-MODE
009596         PERFORM 1151-COUNT-STROUT THRU 1151-EXIT
009597         PERFORM 1153-COUNT-TRUNCEXC THRU 1153-EXIT
009598         PERFORM 1155-COUNT-RECONEXC THRU 1155-EXIT
009599         PERFORM 1157-COUNT-DUPEXC THRU 1157-EXIT
009600         PERFORM 1159-COUNT-FMTEXC THRU 1159-EXIT
009601         PERFORM 1167-COUNT-CHSTEXC THRU 1167-EXIT
009610         COMPUTE WS-RECORD-CNT = WS-WRITTEN-CNT + WS-DUP-CNT
009611             + WS-FMT-CNT + WS-CHARST-CNT
009612*        IN KEEP-LAST MODE A PROCESSED KEYED RECORD IS STAGED
009613*        ON DUPWORK RATHER THAN WRITTEN, SO THE STAGED RECORDS
009614*        ARE PART OF THE RESUME POSITION TOO.
009855 1170-EXIT.
009856     EXIT.
009857*
009858******************************************************************
009859*    1180-LOAD-CHAR-RULES - LOAD THE ALLOWED-CHARACTER RULE FOR
009860*    EACH INPUT FIELD FROM CHARRULE. NO RULES FILE (OR AN EMPTY
009861*    ONE) MEANS THE CHECK IS NOT APPLIED, THE SAME AS A MISSING
009862*    PARMCTL LEAVES THE DEFAULTS. A RULE THAT NAMES NO INPUT
009863*    FIELD, CARRIES A CLASS FLAG OTHER THAN Y OR N, OR REPEATS A
009864*    FIELD ALREADY RULED ON ABENDS THE STEP - CLEANSING AGAINST
009865*    A RULES FILE NOBODY MEANT WOULD REJECT OR PASS THE WRONG
009866*    RECORDS.
009867******************************************************************
009868 1180-LOAD-CHAR-RULES.
009869     MOVE SPACES TO WS-CS-RULE-TABLE
009870     OPEN INPUT CHARRULE
009871     IF WS-CHARRULE-STATUS = '35'
009872         DISPLAY 'CHARRULE NOT FOUND - CHARACTER-SET CHECK NOT'
009873             ' APPLIED'
009874         GO TO 1180-EXIT
009875     END-IF
009876     IF WS-CHARRULE-STATUS NOT = '00'
009877         DISPLAY 'CHARRULE OPEN FAILED - FILE STATUS '
009878             WS-CHARRULE-STATUS
009879         MOVE 16 TO RETURN-CODE
009880         STOP RUN
009881     END-IF
009882     MOVE 'N' TO WS-EOF-SW
009883     PERFORM 1185-LOAD-ONE-RULE THRU 1185-EXIT
009884         UNTIL WS-EOF
009885     CLOSE CHARRULE
009886     MOVE 'N' TO WS-EOF-SW
009887     IF WS-CS-RULE-CNT > 0
009888         SET WS-CS-RULES-ON TO TRUE
009889         DISPLAY 'CHARACTER-SET RULES LOADED FOR '
009890             WS-CS-RULE-CNT ' FIELD(S)'
009891     ELSE
009892         DISPLAY 'CHARRULE IS EMPTY - CHARACTER-SET CHECK NOT'
009893             ' APPLIED'
009894     END-IF.
009895 1180-EXIT.
009896     EXIT.
009897*
009898 1185-LOAD-ONE-RULE.
009899     READ CHARRULE
009900         AT END
009901             SET WS-EOF TO TRUE
009902     END-READ
009903     IF WS-EOF OR CHRL-RECORD = SPACES
009904         GO TO 1185-EXIT
009905     END-IF
009906     MOVE 0 TO WS-CS-FLD
009907     PERFORM 1186-MATCH-RULE-FIELD THRU 1186-EXIT
009908         VARYING WS-CS-SUB FROM 1 BY 1
009909         UNTIL WS-CS-SUB > 4
009910     IF WS-CS-FLD = 0
009911         DISPLAY 'CHARRULE FIELD ''' CHRL-FIELD
009912             ''' IS NOT AN INPUT FIELD'
009913         MOVE 16 TO RETURN-CODE
009914         STOP RUN
009915     END-IF
009916     IF (CHRL-UPPER NOT = 'Y' AND CHRL-UPPER NOT = 'N')
009917         OR (CHRL-LOWER NOT = 'Y' AND CHRL-LOWER NOT = 'N')
009918         OR (CHRL-DIGIT NOT = 'Y' AND CHRL-DIGIT NOT = 'N')
009919         OR (CHRL-SPACE NOT = 'Y' AND CHRL-SPACE NOT = 'N')
009920         DISPLAY 'CHARRULE CLASS FLAGS FOR ' CHRL-FIELD
009921             ' MUST EACH BE Y OR N'
009922         MOVE 16 TO RETURN-CODE
009923         STOP RUN
009924     END-IF
009925     IF WS-CS-ACTIVE(WS-CS-FLD) = 'Y'
009926         DISPLAY 'CHARRULE HAS MORE THAN ONE RULE FOR '
009927             CHRL-FIELD
009928         MOVE 16 TO RETURN-CODE
009929         STOP RUN
009930     END-IF
009931     MOVE 'Y'        TO WS-CS-ACTIVE(WS-CS-FLD)
009932     MOVE CHRL-UPPER TO WS-CS-UPPER(WS-CS-FLD)
009933     MOVE CHRL-LOWER TO WS-CS-LOWER(WS-CS-FLD)
009934     MOVE CHRL-DIGIT TO WS-CS-DIGIT(WS-CS-FLD)
009935     MOVE CHRL-SPACE TO WS-CS-SPACE(WS-CS-FLD)
009936     MOVE CHRL-EXTRA TO WS-CS-EXTRA(WS-CS-FLD)
009937     ADD 1 TO WS-CS-RULE-CNT.
009938 1185-EXIT.
009939     EXIT.
009940*
009941 1186-MATCH-RULE-FIELD.
009942     IF CHRL-FIELD = WS-CS-FIELD-NAME(WS-CS-SUB)
009943         MOVE WS-CS-SUB TO WS-CS-FLD
009944     END-IF.
009945 1186-EXIT.
009946     EXIT.
009947*
009948 1167-COUNT-CHSTEXC.
009949     MOVE 'N' TO WS-EOF-SW
009950     OPEN INPUT CHSTEXC
009951     IF WS-CHSTEXC-STATUS NOT = '00'
009952         GO TO 1167-EXIT
009953     END-IF
009954     PERFORM 1168-COUNT-ONE-CHST THRU 1168-EXIT
009955         UNTIL WS-EOF
009956     CLOSE CHSTEXC.
009957 1167-EXIT.
009958     EXIT.
009959*
009960 1168-COUNT-ONE-CHST.
009961     READ CHSTEXC
009962         AT END
009963             SET WS-EOF TO TRUE
009964     END-READ
009965     IF NOT WS-EOF
009966         ADD 1 TO WS-CHARST-CNT
009967     END-IF.
009968 1168-EXIT.
009969     EXIT.
009970*
009400******************************************************************
009500*    2000-PROCESS-RECORD - DRIVE ALL PER-RECORD PROCESSING.
009600******************************************************************
009700 2000-PROCESS-RECORD.
009800     ADD 1 TO WS-RECORD-CNT
009810     MOVE WS-RECORD-CNT TO WS-CUR-SEQ
009817     PERFORM 2100-LOAD-FEEDS THRU 2100-EXIT
009824     IF WS-FMT-ERROR
009831         PERFORM 2160-WRITE-FMT-EXCP THRU 2160-EXIT
009838         GO TO 2000-READ-NEXT
009845     END-IF
009852*    A RECORD CARRYING A CHARACTER ITS FIELD'S RULE DOES NOT
009859*    ALLOW IS REJECTED BEFORE THE DUPLICATE CHECK, SO IT NEITHER
009866*    CLAIMS ITS KEY ON DUPWORK NOR SUPERSEDES A CLEAN OCCURRENCE.
009873     PERFORM 2170-CHECK-CHARSET THRU 2170-EXIT
009880     IF WS-CS-ERROR
009887         PERFORM 2180-WRITE-CHST-EXCP THRU 2180-EXIT
009894         GO TO 2000-READ-NEXT
009904     END-IF
009905     PERFORM 2700-CHECK-DUPLICATE THRU 2700-EXIT
009906     IF WS-DUP-DISCARD
011463 2160-EXIT.
011464     EXIT.
011465*
011466******************************************************************
011467*    2170-CHECK-CHARSET - TEST EACH RULED INPUT FIELD, AS LOADED
011468*    BY 2100, AGAINST ITS CHARRULE RULE. THE FIRST VIOLATION
011469*    FOUND RAISES WS-CS-ERROR (FOR THE CALLER TO ROUTE TO
011470*    CHSTEXC) WITH THE FIELD, POSITION, CHARACTER AND REASON
011471*    SAVED FOR THE EXCEPTION RECORD.
011472******************************************************************
011473 2170-CHECK-CHARSET.
011474     MOVE 'N' TO WS-CS-ERR-SW
011475     IF NOT WS-CS-RULES-ON
011476         GO TO 2170-EXIT
011477     END-IF
011478     MOVE 1           TO WS-CS-FLD
011479     MOVE WS-STRING   TO WS-CS-VALUE
011480     PERFORM 2171-CHECK-ONE-FIELD THRU 2171-EXIT
011481     IF WS-CS-ERROR
011482         GO TO 2170-EXIT
011483     END-IF
011484     MOVE 2           TO WS-CS-FLD
011485     MOVE WS-STRING2  TO WS-CS-VALUE
011486     PERFORM 2171-CHECK-ONE-FIELD THRU 2171-EXIT
011487     IF WS-CS-ERROR
011488         GO TO 2170-EXIT
011489     END-IF
011490     MOVE 3           TO WS-CS-FLD
011491     MOVE WS-STRING3  TO WS-CS-VALUE
011492     PERFORM 2171-CHECK-ONE-FIELD THRU 2171-EXIT
011493     IF WS-CS-ERROR
011494         GO TO 2170-EXIT
011495     END-IF
011496     MOVE 4           TO WS-CS-FLD
011497     MOVE WS-UNSTR    TO WS-CS-VALUE
011498     PERFORM 2171-CHECK-ONE-FIELD THRU 2171-EXIT.
011499 2170-EXIT.
011500     EXIT.
011501*
011502*    TRAILING SPACES ONLY PAD THE FIELD TO ITS FULL WIDTH AND ARE
011503*    ALWAYS ALLOWED, SO THEY ARE TRIMMED OFF BEFORE THE SCAN; A
011504*    SPACE INSIDE THE REMAINING LENGTH IS AN EMBEDDED SPACE.
011505 2171-CHECK-ONE-FIELD.
011506     IF WS-CS-ACTIVE(WS-CS-FLD) NOT = 'Y'
011507         GO TO 2171-EXIT
011508     END-IF
011509     MOVE 30 TO WS-CS-LEN
011510     MOVE 'N' TO WS-TRIM-DONE-SW
011511     PERFORM 2172-DROP-TRAILING-SPACE THRU 2172-EXIT
011512         UNTIL WS-CS-LEN = 0 OR WS-TRIM-DONE
011513     PERFORM 2173-CHECK-ONE-CHAR THRU 2173-EXIT
011514         VARYING WS-CS-POS FROM 1 BY 1
011515         UNTIL WS-CS-POS > WS-CS-LEN OR WS-CS-ERROR.
011516 2171-EXIT.
011517     EXIT.
011518*
011519 2172-DROP-TRAILING-SPACE.
011520     IF WS-CS-VALUE(WS-CS-LEN:1) = SPACE
011521         SUBTRACT 1 FROM WS-CS-LEN
011522     ELSE
011523         SET WS-TRIM-DONE TO TRUE
011524     END-IF.
011525 2172-EXIT.
011526     EXIT.
011527*
011528 2173-CHECK-ONE-CHAR.
011529     MOVE WS-CS-VALUE(WS-CS-POS:1) TO WS-CS-CHAR
011530     MOVE 'N' TO WS-CS-OK-SW
011531     IF WS-CS-CHAR = SPACE
011532         IF WS-CS-SPACE(WS-CS-FLD) = 'Y'
011533             SET WS-CS-OK TO TRUE
011534         ELSE
011535             MOVE 'EMBEDDED SPACE NOT ALLOWED' TO WS-CS-REASON
011536         END-IF
011537     ELSE
011538         PERFORM 2174-CHECK-CLASS THRU 2174-EXIT
011539     END-IF
011540     IF NOT WS-CS-OK
011541         SET WS-CS-ERROR TO TRUE
011542         MOVE WS-CS-FLD  TO WS-CS-BAD-FLD
011543         MOVE WS-CS-POS  TO WS-CS-BAD-POS
011544         MOVE WS-CS-CHAR TO WS-CS-BAD-CHAR
011545     END-IF.
011546 2173-EXIT.
011547     EXIT.
011548*
011549*    A CHARACTER LISTED IN THE RULE'S EXTRA CHARACTERS IS ALLOWED
011550*    WHATEVER ITS CLASS. OTHERWISE ITS CLASS FLAG DECIDES, AND A
011551*    CHARACTER IN NO CLASS (CONTROL CHARACTERS, UNLISTED
011552*    PUNCTUATION) IS NEVER ALLOWED.
011553 2174-CHECK-CLASS.
011554     MOVE 0 TO WS-CS-HIT-CNT
011555     INSPECT WS-CS-EXTRA(WS-CS-FLD)
011556         TALLYING WS-CS-HIT-CNT FOR ALL WS-CS-CHAR
011557     IF WS-CS-HIT-CNT > 0
011558         SET WS-CS-OK TO TRUE
011559         GO TO 2174-EXIT
011560     END-IF
011561     IF WS-CS-CHAR IS ALPHABETIC-UPPER
011562         IF WS-CS-UPPER(WS-CS-FLD) = 'Y'
011563             SET WS-CS-OK TO TRUE
011564         ELSE
011565             MOVE 'UPPERCASE NOT ALLOWED' TO WS-CS-REASON
011566         END-IF
011567         GO TO 2174-EXIT
011568     END-IF
011569     IF WS-CS-CHAR IS ALPHABETIC-LOWER
011570         IF WS-CS-LOWER(WS-CS-FLD) = 'Y'
011571             SET WS-CS-OK TO TRUE
011572         ELSE
011573             MOVE 'LOWERCASE NOT ALLOWED' TO WS-CS-REASON
011574         END-IF
011575         GO TO 2174-EXIT
011576     END-IF
011577     IF WS-CS-CHAR IS NUMERIC
011578         IF WS-CS-DIGIT(WS-CS-FLD) = 'Y'
011579             SET WS-CS-OK TO TRUE
011580         ELSE
011581             MOVE 'DIGIT NOT ALLOWED' TO WS-CS-REASON
011582         END-IF
011583         GO TO 2174-EXIT
011584     END-IF
011585     IF WS-CS-CHAR < SPACE
011586         MOVE 'CONTROL CHARACTER NOT ALLOWED' TO WS-CS-REASON
011587     ELSE
011588         MOVE 'CHARACTER NOT IN ALLOWED SET' TO WS-CS-REASON
011589     END-IF.
011590 2174-EXIT.
011591     EXIT.
011592*
011593******************************************************************
011594*    2180-WRITE-CHST-EXCP - FIELD-1 CARRIES THE RECORD'S KEY AS
011595*    IT ARRIVED, FIELD-2 THE FIELD NAME AND POSITION OF THE
011596*    FIRST OFFENDING CHARACTER, FIELD-3 THE CHARACTER ITSELF IN
011597*    HEX - PRECEDED BY THE CHARACTER WHEN IT IS PRINTABLE.
011598******************************************************************
011599 2180-WRITE-CHST-EXCP.
011600     ADD 1 TO WS-CHARST-CNT
011601     MOVE SPACES          TO CHST-EXCP-RECORD
011602     SET EXCP-TYPE-CHARSET IN CHST-EXCP-RECORD TO TRUE
011603     MOVE WS-CUR-SEQ      TO EXCP-SEQ-NBR IN CHST-EXCP-RECORD
011604     MOVE WS-FEED-KEY     TO EXCP-FIELD-1 IN CHST-EXCP-RECORD
011605     STRING WS-CS-FIELD-NAME(WS-CS-BAD-FLD) DELIMITED BY SPACE
011606            ' POSITION ' WS-CS-BAD-POS DELIMITED BY SIZE
011607         INTO EXCP-FIELD-2 IN CHST-EXCP-RECORD
011608     END-STRING
011609     MOVE LOW-VALUE       TO WS-CS-HEX-HIGH
011610     MOVE WS-CS-BAD-CHAR  TO WS-CS-HEX-LOW
011611     DIVIDE WS-CS-HEX-BIN BY 16 GIVING WS-CS-HEX-HI
011612         REMAINDER WS-CS-HEX-LO
011613     ADD 1 TO WS-CS-HEX-HI WS-CS-HEX-LO
011614     MOVE SPACES          TO WS-CS-HEX-TEXT
011615     STRING 'X''' WS-CS-HEX-DIGITS(WS-CS-HEX-HI:1)
011616            WS-CS-HEX-DIGITS(WS-CS-HEX-LO:1) ''''
011617            DELIMITED BY SIZE INTO WS-CS-HEX-TEXT
011618     END-STRING
011619     IF WS-CS-BAD-CHAR > SPACE AND WS-CS-BAD-CHAR NOT = HIGH-VALUE
011620         STRING 'CHARACTER ' WS-CS-BAD-CHAR ' ' WS-CS-HEX-TEXT
011621             DELIMITED BY SIZE
011622             INTO EXCP-FIELD-3 IN CHST-EXCP-RECORD
011623         END-STRING
011624     ELSE
011625         STRING 'CHARACTER ' WS-CS-HEX-TEXT
011626             DELIMITED BY SIZE
011627             INTO EXCP-FIELD-3 IN CHST-EXCP-RECORD
011628         END-STRING
011629     END-IF
011630     MOVE WS-CS-REASON    TO EXCP-REASON IN CHST-EXCP-RECORD
011631     MOVE WS-RUN-DATE     TO EXCP-RUN-DATE IN CHST-EXCP-RECORD
011632     MOVE WS-RUN-NBR      TO EXCP-RUN-NBR IN CHST-EXCP-RECORD
011633     WRITE CHST-EXCP-RECORD.
011634 2180-EXIT.
011635     EXIT.
011636*
011410******************************************************************
011420*    2300-RECONCILE-FEEDS - THREE-WAY INTEGRITY CHECK ACROSS THE
011430*    INDEPENDENTLY-CAPTURED WS-STRING/WS-STRING2/WS-STRING3 FEEDS.
013996     EXIT.
014000*
014100******************************************************************
014200*    2900-READ-STRIN - READ THE NEXT INPUT RECORD. THE
014210*    EXTRACT'S HEADER AND TRAILER WERE PROVED BY STRINCHK AND
014220*    ARE NOT DATA - THEY ARE READ PAST HERE, SO EVERY CALLER
014230*    (THE MAIN LOOP AND THE RESTART SKIP ALIKE) SEES DETAILS
014240*    ONLY.
014300******************************************************************
014400 2900-READ-STRIN.
014500     READ STRIN
014600         AT END
014700             SET WS-EOF TO TRUE
014800     END-READ
014810     IF NOT WS-EOF
014820         AND (STRIN-TYPE-HEADER OR STRIN-TYPE-TRAILER)
014830         GO TO 2900-READ-STRIN
014840     END-IF.
014900 2900-EXIT.
015000     EXIT.
015010*
015103         MOVE WS-RECON-CNT    TO CHKPT-RECON-CNT
015104         MOVE WS-DUP-CNT      TO CHKPT-DUP-CNT
015105         MOVE WS-FMT-CNT      TO CHKPT-FMT-CNT
015106         MOVE WS-CHARST-CNT   TO CHKPT-CHARST-CNT
015107         MOVE WS-CKPT-DONE-FLAG TO CHKPT-DONE-FLAG
015108         WRITE CHKPT-RECORD
015109         CLOSE SHCHKPT
015110     END-IF.
015111 2950-EXIT.
015112     EXIT.
015120*
015130******************************************************************
015131*    7000-EMIT-KEPT-RECORDS - KEEP-LAST ONLY, AFTER END OF
015135*    RECORD IS DELETED AS IT IS EMITTED SO A FAILURE DURING
015136*    THE SWEEP RESTARTS WITH ONLY THE UNFLUSHED SURVIVORS -
015137*    EVERY INPUT RECORD STAYS IN EXACTLY ONE OF STROUT,
015138*    DUPEXC, FMTEXC, CHSTEXC OR DUPWORK, WHICH IS WHAT THE
015139*    RESTART ARITHMETIC IN 1150 COUNTS ON.
015140******************************************************************
015141 7000-EMIT-KEPT-RECORDS.
015142     MOVE 'N' TO WS-EOF-SW
015620     DISPLAY 'RECONCILIATION EXCEPTIONS       : ' WS-RECON-CNT
015625     DISPLAY 'DUPLICATE RECORDS DISCARDED     : ' WS-DUP-CNT
015626     DISPLAY 'FORMAT EXCEPTIONS WRITTEN       : ' WS-FMT-CNT
015627     DISPLAY 'CHARSET EXCEPTIONS WRITTEN      : ' WS-CHARST-CNT
015630     PERFORM 8200-WRITE-BALANCE THRU 8200-EXIT
015640*    THE FINAL CHECKPOINT CARRIES DONE FLAG 'Y' SO A LATER
015650*    SUBMISSION UNDER THE SAME RUN ID IS A FRESH RUN, NOT A
015720     CLOSE RECONEXC
015725     CLOSE DUPEXC
015726     CLOSE FMTEXC
015727     CLOSE CHSTEXC
015728     CLOSE MSTFEED
015729     CLOSE DUPWORK
015730     IF WS-SHIP-MODE
015740         PERFORM 8300-WRITE-SHIP-TRAILER THRU 8300-EXIT
015750         CLOSE SHIPOUT
016270         MOVE WS-DUP-CNT      TO BAL-DUP-CNT
016280         MOVE 0               TO BAL-TOTCHAR
016290         MOVE 0               TO BAL-TALLY
016292         MOVE WS-FMT-CNT      TO BAL-FMT-CNT
016294         MOVE WS-CHARST-CNT   TO BAL-CHARST-CNT
016296         MOVE WS-RUN-DATE     TO BAL-RUN-DATE
016297         MOVE WS-RUN-NBR      TO BAL-RUN-NBR
016300         WRITE BAL-RECORD
016450     MOVE WS-SHIP-CNT TO SHIP-TRL-COUNT
016460     MOVE WS-SHIP-HASH TO SHIP-TRL-HASH
016470     WRITE SHIP-TRAILER
016480     DISPLAY 'SHIPOUT DETAILS WRITTEN         : ' WS-SHIP-CNT
016485     PERFORM 8310-LOG-SHIPMENT THRU 8310-EXIT.
016490 8300-EXIT.
016500     EXIT.
016510*
016520******************************************************************
016530*    8310-LOG-SHIPMENT - FILE THE EXTRACT ON THE SHIPMENT LOG
016540*    UNDER ITS RUN ID. A LOG NOT THERE YET IS CREATED EMPTY
016550*    FIRST, THE SAME FIRST-RUN PATTERN STRMLOAD USES. A RUN ID
016560*    ALREADY LOGGED (A RERUN OF THE NIGHT) IS REPLACED WITH AN
016570*    EMPTY ACKNOWLEDGEMENT. A LOG THAT CANNOT BE WRITTEN ONLY
016580*    COSTS THE RECONCILIATION, NOT THE SHIPMENT - IT IS
016590*    DIAGNOSED SO OPERATIONS CAN ADD THE ENTRY BY HAND.
016600******************************************************************
016610 8310-LOG-SHIPMENT.
016620     ACCEPT WS-SHIP-DATE FROM DATE YYYYMMDD
016630     OPEN I-O SHIPLOG
016640     IF WS-SHIPLOG-STATUS = '35'
016650         OPEN OUTPUT SHIPLOG
016660         CLOSE SHIPLOG
016670         OPEN I-O SHIPLOG
016680     END-IF
016690     IF WS-SHIPLOG-STATUS NOT = '00'
016700         DISPLAY 'SHIPLOG OPEN FAILED - FILE STATUS '
016710             WS-SHIPLOG-STATUS ' - SHIPMENT NOT LOGGED'
016720         GO TO 8310-EXIT
016730     END-IF
016740     MOVE SPACES        TO SHLG-RECORD
016750     MOVE WS-RUN-DATE   TO SHLG-RUN-DATE
016760     MOVE WS-RUN-NBR    TO SHLG-RUN-NBR
016770     MOVE WS-SHIP-DATE  TO SHLG-SHIP-DATE
016780     MOVE WS-SHIP-CNT   TO SHLG-COUNT
016790     MOVE WS-SHIP-HASH  TO SHLG-HASH
016800     MOVE 0             TO SHLG-ACK-DATE
016810     MOVE 0             TO SHLG-ACK-COUNT
016820     MOVE 0             TO SHLG-ACK-HASH
016830     WRITE SHLG-RECORD
016840     IF WS-SHIPLOG-STATUS = '22'
016850         REWRITE SHLG-RECORD
016860     END-IF
016870     IF WS-SHIPLOG-STATUS NOT = '00'
016880         DISPLAY 'SHIPLOG WRITE FAILED - FILE STATUS '
016890             WS-SHIPLOG-STATUS ' - SHIPMENT NOT LOGGED'
016900     ELSE
016910         DISPLAY 'SHIPMENT LOGGED FOR RUN ' WS-RUN-NBR
016920             ' OF ' WS-RUN-DATE
016930     END-IF
016940     CLOSE SHIPLOG.
016950 8310-EXIT.
016960     EXIT.
017000*
017100******************************************************************
017200*    9000-LOG-STEP - APPEND THIS STEP'S CONDITION CODE TO THE
017300*    STEPLOG STEP LOG FOR THE RUNSUMM END-OF-STREAM SUMMARY. THE
017400*    LOG IS EXTENDED, OR CREATED WHEN THE STEP IS RUN ON ITS OWN.
017500*    A LOG THAT CANNOT BE OPENED COSTS ONLY THE SUMMARY LINE, NOT
017600*    THE STEP'S OWN RESULT.
017700******************************************************************
017800 9000-LOG-STEP.
017900     OPEN EXTEND STEPLOG
018000     IF WS-STEPLOG-STATUS NOT = '00'
018100         CLOSE STEPLOG
018200         OPEN OUTPUT STEPLOG
018300     END-IF
018400     IF WS-STEPLOG-STATUS NOT = '00'
018500         DISPLAY 'STEPLOG OPEN FAILED - FILE STATUS '
018600             WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
018700         GO TO 9000-EXIT
018800     END-IF
018900     MOVE SPACES        TO STEP-RECORD
019000     MOVE 'STRINGHD'    TO STEP-PROGRAM
019100     MOVE WS-RUN-DATE   TO STEP-RUN-DATE
019200     MOVE WS-RUN-NBR    TO STEP-RUN-NBR
019300     MOVE RETURN-CODE   TO STEP-RC
019400     ACCEPT STEP-LOG-DATE FROM DATE YYYYMMDD
019500     ACCEPT STEP-LOG-TIME FROM TIME
019600     MOVE 0             TO STEP-COUNT-1
019700     MOVE 0             TO STEP-COUNT-2
019800     WRITE STEP-RECORD
019900     CLOSE STEPLOG.
020000 9000-EXIT.
020100     EXIT.

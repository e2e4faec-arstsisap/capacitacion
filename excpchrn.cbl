000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EXCPCHRN.
000300 AUTHOR.         R HUTCHINS.
000400 INSTALLATION.   DATA SERVICES - EXTRACT CLEANSING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    MODIFICATION HISTORY
001000*    ------------------------------------------------------------
001100*    2026-10-15  RJH  INITIAL VERSION - CHRONIC OFFENDER ANALYSIS
001200*                     OVER THE EXCPMSTR EXCEPTION MASTER FOR THE
001300*                     PARM-RPT-FROM/PARM-RPT-TO PERIOD (BLANK
001400*                     MEANS THE CURRENT MONTH, AS IN BALRPT).
001500*                     EXCEPTIONS ARE GROUPED BY KEY (EXCM-FIELD-1)
001600*                     AND TYPE; EVERY GROUP THAT FAILED ON TWO OR
001700*                     MORE NIGHTS IS A CHRONIC OFFENDER, RANKED BY
001800*                     NIGHTS FAILED, THEN BY HOW OFTEN A REPAIR
001900*                     (STATUS R OR P) WAS FOLLOWED BY THE SAME
002000*                     EXCEPTION ON A LATER NIGHT, THEN BY
002100*                     OCCURRENCES. EACH OFFENDER SHOWS ITS CURRENT
002200*                     STRMASTR SCRUBBED VALUE AND LAST-ARRIVAL
002300*                     DATE, SO UPSTREAM GETS A SHORT LIST OF ROOT
002400*                     CAUSES INSTEAD OF THE SAME RECORDS BEING
002500*                     HAND-REPAIRED EVERY WEEK.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT EXCPMSTR       ASSIGN TO EXCPMSTR
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS EXCM-KEY
003500         FILE STATUS IS WS-EXCPMSTR-STATUS.
003600     SELECT STRMASTR       ASSIGN TO STRMASTR
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS STRM-FEED-KEY
004000         FILE STATUS IS WS-STRMASTR-STATUS.
004100     SELECT CHRNRPT        ASSIGN TO CHRNRPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CHRNRPT-STATUS.
004400     SELECT PARMCTL        ASSIGN TO PARMCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PARMCTL-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EXCPMSTR
005100     RECORD CONTAINS 150 CHARACTERS.
005200     COPY EXCMREC.
005300*
005400 FD  STRMASTR
005500     RECORD CONTAINS 80 CHARACTERS.
005600     COPY STRMREC.
005700*
005800 FD  CHRNRPT
005900     RECORDING MODE IS F.
006000 01  CHRN-RECORD                 PIC X(80).
006100*
006200 FD  PARMCTL
006300     RECORDING MODE IS F.
006400     COPY PARMCTL.
006500*
006600 WORKING-STORAGE SECTION.
006700 01  WS-EXCPMSTR-STATUS          PIC X(02) VALUE '00'.
006800 01  WS-STRMASTR-STATUS          PIC X(02) VALUE '00'.
006900 01  WS-CHRNRPT-STATUS           PIC X(02) VALUE '00'.
007000 01  WS-PARMCTL-STATUS           PIC X(02) VALUE '00'.
007100*
007200 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007300     88  WS-EOF                      VALUE 'Y'.
007400 01  WS-MATCH-SW                 PIC X(01) VALUE 'N'.
007500     88  WS-MATCHED                  VALUE 'Y'.
007600 01  WS-MASTER-SW                PIC X(01) VALUE 'N'.
007700     88  WS-MASTER-OPEN              VALUE 'Y'.
007800*
007900 01  WS-TODAY-DATE               PIC 9(08) VALUE 0.
008000 01  WS-RPT-FROM                 PIC 9(08) VALUE 0.
008100 01  WS-RPT-TO                   PIC 9(08) VALUE 99999999.
008200*
008300*    A GROUP MUST FAIL ON THIS MANY NIGHTS TO BE CHRONIC, AND
008400*    THE LIST STOPS AFTER THE WORST WS-TOP-N OF THEM.
008500 01  WS-MIN-NIGHTS               PIC 9(03) VALUE 2.
008600 01  WS-TOP-N                    PIC 9(03) VALUE 25.
008700*
008800 01  WS-READ-CNT                 PIC 9(07) VALUE 0.
008900 01  WS-IN-PERIOD-CNT            PIC 9(07) VALUE 0.
009000 01  WS-CHRONIC-CNT              PIC 9(05) VALUE 0.
009100 01  WS-OVERFLOW-CNT             PIC 9(07) VALUE 0.
009200 01  WS-GRP-CNT-DISPLAY          PIC 9(05) VALUE 0.
009300*
009400*    ONE ENTRY PER KEY AND TYPE SEEN IN THE PERIOD. THE MASTER
009500*    IS READ IN KEY ORDER, WHICH LEADS WITH THE RUN DATE, SO
009600*    EACH GROUP'S OCCURRENCES ARRIVE OLDEST FIRST - A CHANGE OF
009700*    RUN DATE IS A NEW NIGHT, AND A REPAIRED OCCURRENCE FOLLOWED
009800*    BY ANY LATER NIGHT'S OCCURRENCE IS A REPAIR THAT DID NOT
009900*    HOLD. GROUPS BEYOND THE TABLE ARE COUNTED, NOT REPORTED.
010000 01  WS-GRP-MAX                  PIC 9(05) COMP VALUE 2000.
010100 01  WS-GRP-CNT                  PIC 9(05) COMP VALUE 0.
010200 01  WS-GRP-IDX                  PIC 9(05) COMP.
010300 01  WS-GRP-TABLE.
010400     05  WS-GRP-ITEM OCCURS 2000 TIMES.
010500         10  WS-GRP-KEY              PIC X(25).
010600         10  WS-GRP-TYPE             PIC X(06).
010700         10  WS-GRP-NIGHTS           PIC 9(03).
010800         10  WS-GRP-OCCURS           PIC 9(05).
010900         10  WS-GRP-AGAIN            PIC 9(03).
011000         10  WS-GRP-FIRST-DATE       PIC 9(08).
011100         10  WS-GRP-LAST-DATE        PIC 9(08).
011200         10  WS-GRP-FIXED-SW         PIC X(01).
011300             88  WS-GRP-FIXED            VALUE 'Y'.
011400         10  WS-GRP-RANKED-SW        PIC X(01).
011500*
011600 01  WS-RANK-NBR                 PIC 9(03) VALUE 0.
011700 01  WS-BEST-SUB                 PIC 9(05) COMP.
011800 01  WS-BEST-SCORE               PIC 9(11) COMP.
011900 01  WS-SCORE                    PIC 9(11) COMP.
012000*
012100 01  WS-COL-HDR.
012200     05  FILLER                      PIC X(12) VALUE
012300         ' RNK TYPE   '.
012400     05  FILLER                      PIC X(26) VALUE
012500         'KEY (IN-FEED-1)'.
012600     05  FILLER                      PIC X(34) VALUE
012700         'NGTS OCCUR AGAIN FIRST    LAST'.
012800*
012900 01  WS-OFN-DETAIL.
013000     05  FILLER                      PIC X(01) VALUE SPACES.
013100     05  WS-OFN-RANK                 PIC ZZ9.
013200     05  FILLER                      PIC X(01) VALUE SPACES.
013300     05  WS-OFN-TYPE                 PIC X(06) VALUE SPACES.
013400     05  FILLER                      PIC X(01) VALUE SPACES.
013500     05  WS-OFN-KEY                  PIC X(25) VALUE SPACES.
013600     05  FILLER                      PIC X(01) VALUE SPACES.
013700     05  WS-OFN-NIGHTS               PIC ZZZ9.
013800     05  FILLER                      PIC X(01) VALUE SPACES.
013900     05  WS-OFN-OCCURS               PIC ZZZZ9.
014000     05  FILLER                      PIC X(01) VALUE SPACES.
014100     05  WS-OFN-AGAIN                PIC ZZZZ9.
014200     05  FILLER                      PIC X(01) VALUE SPACES.
014300     05  WS-OFN-FIRST                PIC 9(08) VALUE 0.
014400     05  FILLER                      PIC X(01) VALUE SPACES.
014500     05  WS-OFN-LAST                 PIC 9(08) VALUE 0.
014600*
014700 01  WS-MST-DETAIL.
014800     05  FILLER                      PIC X(11) VALUE SPACES.
014900     05  FILLER                      PIC X(09) VALUE 'MASTER - '.
015000     05  WS-MST-SCRUBBED             PIC X(25) VALUE SPACES.
015100     05  FILLER                      PIC X(15) VALUE
015200         '  LAST ARRIVED '.
015300     05  WS-MST-LAST-DATE            PIC 9(08) VALUE 0.
015400*
015500 PROCEDURE DIVISION.
015600*
015700******************************************************************
015800*    0000-MAINLINE
015900******************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016200     PERFORM 2000-LOAD-ONE-EXCEPTION THRU 2000-EXIT
016300         UNTIL WS-EOF
016400     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
016500     PERFORM 8000-TERMINATE THRU 8000-EXIT
016600     STOP RUN.
016700*
016800******************************************************************
016900*    1000-INITIALIZE - LOAD THE PERIOD (BLANK FROM MEANS THE
017000*    FIRST OF THE CURRENT MONTH), OPEN THE MASTERS AND THE
017100*    REPORT, AND PRIME THE INPUT. NO EXCEPTION MASTER MEANS
017200*    EXCPROLL HAS NEVER RUN - THAT ABENDS, THERE IS NOTHING TO
017300*    ANALYSE. NO STRMASTR ONLY COSTS THE CURRENT-VALUE LINES.
017400******************************************************************
017500 1000-INITIALIZE.
017600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
017700     PERFORM 1100-READ-PARM THRU 1100-EXIT
017800     IF WS-RPT-FROM = 0
017900         MOVE WS-TODAY-DATE TO WS-RPT-FROM
018000         MOVE '01' TO WS-RPT-FROM(7:2)
018100     END-IF
018200     OPEN INPUT EXCPMSTR
018300     IF WS-EXCPMSTR-STATUS NOT = '00'
018400         DISPLAY 'EXCPMSTR OPEN FAILED - FILE STATUS '
018500             WS-EXCPMSTR-STATUS ' - RUN EXCPROLL FIRST'
018600         MOVE 16 TO RETURN-CODE
018700         STOP RUN
018800     END-IF
018900     OPEN OUTPUT CHRNRPT
019000     IF WS-CHRNRPT-STATUS NOT = '00'
019100         DISPLAY 'CHRNRPT OPEN FAILED - FILE STATUS '
019200             WS-CHRNRPT-STATUS
019300         MOVE 16 TO RETURN-CODE
019400         STOP RUN
019500     END-IF
019600     OPEN INPUT STRMASTR
019700     IF WS-STRMASTR-STATUS = '00'
019800         SET WS-MASTER-OPEN TO TRUE
019900     ELSE
020000         DISPLAY 'STRMASTR NOT AVAILABLE - FILE STATUS '
020100             WS-STRMASTR-STATUS ' - CURRENT VALUES NOT SHOWN'
020200     END-IF
020300     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
020400 1000-EXIT.
020500     EXIT.
020600*
020700 1100-READ-PARM.
020800     OPEN INPUT PARMCTL
020900     IF WS-PARMCTL-STATUS = '00'
021000         READ PARMCTL
021100             AT END
021200                 CONTINUE
021300         END-READ
021400         IF WS-PARMCTL-STATUS = '00'
021500             IF PARM-RPT-FROM IS NUMERIC
021600                 AND PARM-RPT-FROM > 0
021700                 MOVE PARM-RPT-FROM TO WS-RPT-FROM
021800             END-IF
021900             IF PARM-RPT-TO IS NUMERIC
022000                 AND PARM-RPT-TO > 0
022100                 MOVE PARM-RPT-TO TO WS-RPT-TO
022200             END-IF
022300         END-IF
022400         CLOSE PARMCTL
022500     ELSE
022600         DISPLAY 'PARMCTL NOT FOUND - ANALYSING THE CURRENT MONTH'
022700     END-IF.
022800 1100-EXIT.
022900     EXIT.
023000*
023100******************************************************************
023200*    2000-LOAD-ONE-EXCEPTION - FOLD ONE MASTER RECORD INSIDE THE
023300*    PERIOD INTO ITS KEY/TYPE GROUP, ADDING THE GROUP ON FIRST
023400*    SIGHT.
023500******************************************************************
023600 2000-LOAD-ONE-EXCEPTION.
023700     ADD 1 TO WS-READ-CNT
023800     IF EXCM-RUN-DATE < WS-RPT-FROM
023900         OR EXCM-RUN-DATE > WS-RPT-TO
024000         GO TO 2000-READ-NEXT
024100     END-IF
024200     ADD 1 TO WS-IN-PERIOD-CNT
024300     MOVE 'N' TO WS-MATCH-SW
024400     PERFORM 2100-MATCH-ONE-GROUP THRU 2100-EXIT
024500         VARYING WS-GRP-IDX FROM 1 BY 1
024600         UNTIL WS-GRP-IDX > WS-GRP-CNT OR WS-MATCHED
024700     IF NOT WS-MATCHED
024800         IF WS-GRP-CNT < WS-GRP-MAX
024900             ADD 1 TO WS-GRP-CNT
025000             MOVE WS-GRP-CNT TO WS-GRP-IDX
025100             PERFORM 2200-START-ONE-GROUP THRU 2200-EXIT
025200         ELSE
025300             ADD 1 TO WS-OVERFLOW-CNT
025400         END-IF
025500     END-IF.
025600 2000-READ-NEXT.
025700     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
025800 2000-EXIT.
025900     EXIT.
026000*
026100*    THE SUBTRACT OFFSETS THE PERFORM VARYING INCREMENT SO THE
026200*    LOOP LEAVES WS-GRP-IDX ON THE MATCHED GROUP, AS IN BALRPT.
026300 2100-MATCH-ONE-GROUP.
026400     IF EXCM-FIELD-1 = WS-GRP-KEY(WS-GRP-IDX)
026500         AND EXCM-TYPE = WS-GRP-TYPE(WS-GRP-IDX)
026600         SET WS-MATCHED TO TRUE
026700         PERFORM 2300-ADD-OCCURRENCE THRU 2300-EXIT
026800         SUBTRACT 1 FROM WS-GRP-IDX
026900     END-IF.
027000 2100-EXIT.
027100     EXIT.
027200*
027300 2200-START-ONE-GROUP.
027400     MOVE EXCM-FIELD-1  TO WS-GRP-KEY(WS-GRP-IDX)
027500     MOVE EXCM-TYPE     TO WS-GRP-TYPE(WS-GRP-IDX)
027600     MOVE 1             TO WS-GRP-NIGHTS(WS-GRP-IDX)
027700     MOVE 1             TO WS-GRP-OCCURS(WS-GRP-IDX)
027800     MOVE 0             TO WS-GRP-AGAIN(WS-GRP-IDX)
027900     MOVE EXCM-RUN-DATE TO WS-GRP-FIRST-DATE(WS-GRP-IDX)
028000     MOVE EXCM-RUN-DATE TO WS-GRP-LAST-DATE(WS-GRP-IDX)
028100     MOVE 'N'           TO WS-GRP-FIXED-SW(WS-GRP-IDX)
028200     MOVE 'N'           TO WS-GRP-RANKED-SW(WS-GRP-IDX)
028300     IF EXCM-REPAIRED OR EXCM-REPLAYED
028400         SET WS-GRP-FIXED(WS-GRP-IDX) TO TRUE
028500     END-IF.
028600 2200-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000*    2300-ADD-OCCURRENCE - A LATER OCCURRENCE OF A KNOWN GROUP.
029100*    A NEW RUN DATE IS ANOTHER NIGHT FAILED; IF AN EARLIER
029200*    OCCURRENCE HAD BEEN REPAIRED, THIS NIGHT'S RECURRENCE IS A
029300*    REPAIR THAT DID NOT HOLD. A SECOND OCCURRENCE ON THE SAME
029400*    NIGHT ONLY ADDS TO THE OCCURRENCE COUNT.
029500******************************************************************
029600 2300-ADD-OCCURRENCE.
029700     IF WS-GRP-OCCURS(WS-GRP-IDX) < 99999
029800         ADD 1 TO WS-GRP-OCCURS(WS-GRP-IDX)
029900     END-IF
030000     IF EXCM-RUN-DATE NOT = WS-GRP-LAST-DATE(WS-GRP-IDX)
030100         IF WS-GRP-NIGHTS(WS-GRP-IDX) < 999
030200             ADD 1 TO WS-GRP-NIGHTS(WS-GRP-IDX)
030300         END-IF
030400         IF WS-GRP-FIXED(WS-GRP-IDX)
030500             AND WS-GRP-AGAIN(WS-GRP-IDX) < 999
030600             ADD 1 TO WS-GRP-AGAIN(WS-GRP-IDX)
030700         END-IF
030800         MOVE 'N' TO WS-GRP-FIXED-SW(WS-GRP-IDX)
030900         MOVE EXCM-RUN-DATE TO WS-GRP-LAST-DATE(WS-GRP-IDX)
031000     END-IF
031100     IF EXCM-REPAIRED OR EXCM-REPLAYED
031200         SET WS-GRP-FIXED(WS-GRP-IDX) TO TRUE
031300     END-IF.
031400 2300-EXIT.
031500     EXIT.
031600*
031700******************************************************************
031800*    2900-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY
031900*    ORDER.
032000******************************************************************
032100 2900-READ-MASTER.
032200     READ EXCPMSTR
032300         AT END
032400             SET WS-EOF TO TRUE
032500     END-READ.
032600 2900-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000*    7000-WRITE-REPORT - THE HEADINGS, THEN THE CHRONIC GROUPS
033100*    WORST FIRST. THE RANKING IS THE SAME REPEATED
033200*    PICK-THE-BIGGEST CHARFREQ USES, OVER A SCORE THAT ORDERS BY
033300*    NIGHTS FAILED, THEN REPAIRS THAT DID NOT HOLD, THEN
033400*    OCCURRENCES.
033500******************************************************************
033600 7000-WRITE-REPORT.
033700     MOVE 'EXCPCHRN - CHRONIC EXCEPTION OFFENDERS' TO CHRN-RECORD
033800     WRITE CHRN-RECORD
033900     MOVE ALL '-' TO CHRN-RECORD
034000     WRITE CHRN-RECORD
034100     MOVE SPACES TO CHRN-RECORD
034200     STRING 'PERIOD ' DELIMITED BY SIZE
034300         WS-RPT-FROM DELIMITED BY SIZE
034400         ' TO ' DELIMITED BY SIZE
034500         WS-RPT-TO DELIMITED BY SIZE
034600         INTO CHRN-RECORD
034700     WRITE CHRN-RECORD
034800     MOVE SPACES TO CHRN-RECORD
034900     STRING 'KEYS FAILING ON ' DELIMITED BY SIZE
035000         WS-MIN-NIGHTS DELIMITED BY SIZE
035100         ' OR MORE NIGHTS, WORST FIRST (TOP ' DELIMITED BY SIZE
035200         WS-TOP-N DELIMITED BY SIZE
035300         ')' DELIMITED BY SIZE
035400         INTO CHRN-RECORD
035500     WRITE CHRN-RECORD
035600     MOVE 'AGAIN = REPAIRS (R/P) FOLLOWED BY THE SAME EXCEPTION'
035700         TO CHRN-RECORD
035800     WRITE CHRN-RECORD
035900     MOVE SPACES TO CHRN-RECORD
036000     WRITE CHRN-RECORD
036100     MOVE WS-COL-HDR TO CHRN-RECORD
036200     WRITE CHRN-RECORD
036300     MOVE 0 TO WS-RANK-NBR
036400     PERFORM 7100-WRITE-ONE-RANKED THRU 7100-EXIT
036500         UNTIL WS-RANK-NBR >= WS-TOP-N
036600     IF WS-CHRONIC-CNT = 0
036700         MOVE '  NO CHRONIC OFFENDERS IN THE PERIOD'
036800             TO CHRN-RECORD
036900         WRITE CHRN-RECORD
037000     END-IF.
037100 7000-EXIT.
037200     EXIT.
037300*
037400*    NO UNRANKED CHRONIC GROUP LEFT ENDS THE LIST EARLY.
037500 7100-WRITE-ONE-RANKED.
037600     ADD 1 TO WS-RANK-NBR
037700     MOVE 0 TO WS-BEST-SCORE
037800     MOVE 0 TO WS-BEST-SUB
037900     PERFORM 7200-PICK-WORST THRU 7200-EXIT
038000         VARYING WS-GRP-IDX FROM 1 BY 1
038100         UNTIL WS-GRP-IDX > WS-GRP-CNT
038200     IF WS-BEST-SUB = 0
038300         MOVE WS-TOP-N TO WS-RANK-NBR
038400         GO TO 7100-EXIT
038500     END-IF
038600     MOVE 'Y' TO WS-GRP-RANKED-SW(WS-BEST-SUB)
038700     ADD 1 TO WS-CHRONIC-CNT
038800     PERFORM 7300-WRITE-OFFENDER THRU 7300-EXIT.
038900 7100-EXIT.
039000     EXIT.
039100*
039200 7200-PICK-WORST.
039300     IF WS-GRP-RANKED-SW(WS-GRP-IDX) = 'N'
039400         AND WS-GRP-NIGHTS(WS-GRP-IDX) NOT < WS-MIN-NIGHTS
039500         COMPUTE WS-SCORE =
039600             WS-GRP-NIGHTS(WS-GRP-IDX) * 100000000
039700             + WS-GRP-AGAIN(WS-GRP-IDX) * 100000
039800             + WS-GRP-OCCURS(WS-GRP-IDX)
039900         IF WS-SCORE > WS-BEST-SCORE
040000             MOVE WS-SCORE   TO WS-BEST-SCORE
040100             MOVE WS-GRP-IDX TO WS-BEST-SUB
040200         END-IF
040300     END-IF.
040400 7200-EXIT.
040500     EXIT.
040600*
040700 7300-WRITE-OFFENDER.
040800     MOVE SPACES TO CHRN-RECORD
040900     WRITE CHRN-RECORD
041000     MOVE WS-RANK-NBR                     TO WS-OFN-RANK
041100     MOVE WS-GRP-TYPE(WS-BEST-SUB)        TO WS-OFN-TYPE
041200     MOVE WS-GRP-KEY(WS-BEST-SUB)         TO WS-OFN-KEY
041300     MOVE WS-GRP-NIGHTS(WS-BEST-SUB)      TO WS-OFN-NIGHTS
041400     MOVE WS-GRP-OCCURS(WS-BEST-SUB)      TO WS-OFN-OCCURS
041500     MOVE WS-GRP-AGAIN(WS-BEST-SUB)       TO WS-OFN-AGAIN
041600     MOVE WS-GRP-FIRST-DATE(WS-BEST-SUB)  TO WS-OFN-FIRST
041700     MOVE WS-GRP-LAST-DATE(WS-BEST-SUB)   TO WS-OFN-LAST
041800     MOVE WS-OFN-DETAIL TO CHRN-RECORD
041900     WRITE CHRN-RECORD
042000     PERFORM 7400-WRITE-MASTER-VALUE THRU 7400-EXIT.
042100 7300-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500*    7400-WRITE-MASTER-VALUE - THE KEY'S CURRENT STRMASTR VALUE
042600*    AND THE LAST NIGHT IT ARRIVED. A KEY THAT HAS NEVER REACHED
042700*    THE MASTER (A FORMAT REJECT, SAY) IS SAID SO.
042800******************************************************************
042900 7400-WRITE-MASTER-VALUE.
043000     IF NOT WS-MASTER-OPEN
043100         GO TO 7400-EXIT
043200     END-IF
043300     MOVE WS-GRP-KEY(WS-BEST-SUB) TO STRM-FEED-KEY
043400     READ STRMASTR
043500     IF WS-STRMASTR-STATUS = '00'
043600         MOVE STRM-SCRUBBED  TO WS-MST-SCRUBBED
043700         MOVE STRM-LAST-DATE TO WS-MST-LAST-DATE
043800         MOVE WS-MST-DETAIL  TO CHRN-RECORD
043900     ELSE
044000         MOVE SPACES TO CHRN-RECORD
044100         MOVE 'MASTER - NOT ON STRMASTR' TO CHRN-RECORD(12:24)
044200     END-IF
044300     WRITE CHRN-RECORD.
044400 7400-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800*    8000-TERMINATE - THE PERIOD TOTALS, ON THE REPORT AND ON
044900*    SYSOUT, AND CLOSE THE FILES.
045000******************************************************************
045100 8000-TERMINATE.
045200     MOVE SPACES TO CHRN-RECORD
045300     WRITE CHRN-RECORD
045400     MOVE WS-GRP-CNT TO WS-GRP-CNT-DISPLAY
045500     MOVE SPACES TO CHRN-RECORD
045600     STRING 'EXCEPTIONS IN PERIOD ' DELIMITED BY SIZE
045700         WS-IN-PERIOD-CNT DELIMITED BY SIZE
045800         '  KEY/TYPE GROUPS ' DELIMITED BY SIZE
045900         WS-GRP-CNT-DISPLAY DELIMITED BY SIZE
046000         '  CHRONIC LISTED ' DELIMITED BY SIZE
046100         WS-CHRONIC-CNT DELIMITED BY SIZE
046200         INTO CHRN-RECORD
046300     WRITE CHRN-RECORD
046400     IF WS-OVERFLOW-CNT > 0
046500         MOVE SPACES TO CHRN-RECORD
046600         STRING 'GROUP TABLE FULL - ' DELIMITED BY SIZE
046700             WS-OVERFLOW-CNT DELIMITED BY SIZE
046800             ' EXCEPTIONS NOT ANALYSED' DELIMITED BY SIZE
046900             INTO CHRN-RECORD
047000         WRITE CHRN-RECORD
047100         DISPLAY 'EXCPCHRN - GROUP TABLE FULL - '
047200             WS-OVERFLOW-CNT ' EXCEPTIONS NOT ANALYSED'
047300     END-IF
047400     DISPLAY 'EXCPCHRN MASTER RECORDS READ: ' WS-READ-CNT
047500     DISPLAY 'EXCPCHRN IN PERIOD          : ' WS-IN-PERIOD-CNT
047600     DISPLAY 'EXCPCHRN CHRONIC OFFENDERS  : ' WS-CHRONIC-CNT
047700     CLOSE EXCPMSTR
047800     IF WS-MASTER-OPEN
047900         CLOSE STRMASTR
048000     END-IF
048100     CLOSE CHRNRPT.
048200 8000-EXIT.
048300     EXIT.

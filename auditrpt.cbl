002100*                     AUDARCH'S SEQUENCE-00000 CARRY-FORWARD
002101*                     SUMMARY LINES ARE PASSED OVER - THEY ARE
002102*                     BOOKKEEPING, NOT COMMANDS.
002109*    2026-10-15  RJH  PICKED UP THE DUAL-CONTROL OUTCOME AND
002116*                     APPROVER ID SYSCMD NOW STAMPS IN COLS
002123*                     175-184. THE OVERALL COUNTS SHOW
002130*                     DUAL-CONTROL APPROVALS AND REFUSALS, AND A
002137*                     NEW SECTION TALLIES THEM PER OPERATOR -
002144*                     BOTH AS THE OPERATOR WHO RAN THE COMMAND
002151*                     AND AS THE SECOND OPERATOR ASKED TO
002158*                     APPROVE IT. A PROMPT THAT TIMED OUT OR A
002165*                     BATCH COMMAND WITH NO RECORDED APPROVAL
002172*                     COUNTS AS REFUSED AGAINST THE OPERATOR
002179*                     WHO RAN IT.
002186******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
006500 01  WS-EXEC-CNT                 PIC 9(07) VALUE 0.
006600 01  WS-REJECT-CNT               PIC 9(07) VALUE 0.
006700 01  WS-UNMATCHED-CNT            PIC 9(07) VALUE 0.
006730 01  WS-DUAL-APPR-CNT            PIC 9(07) VALUE 0.
006760 01  WS-DUAL-REFUSE-CNT          PIC 9(07) VALUE 0.
006800*
006900 01  WS-EXIT-CODE-TEXT           PIC X(03) VALUE SPACES.
007000 01  WS-COMMAND-UPPER            PIC X(20) VALUE SPACES.
009700         10  WS-DAY-DATE             PIC 9(08).
009800         10  WS-DAY-REJECTS          PIC 9(05).
009900*
009906*    DUAL-CONTROL OUTCOMES PER OPERATOR - AS THE OPERATOR WHO
009912*    RAN THE COMMAND AND AS THE APPROVER NAMED ON THE LINE.
009918 01  WS-DUAL-OPER-CNT            PIC 9(02) COMP VALUE 0.
009924 01  WS-DUAL-IDX                 PIC 9(02) COMP.
009930 01  WS-DUAL-SUB                 PIC 9(02) COMP.
009936 01  WS-DUAL-KEY                 PIC X(08) VALUE SPACES.
009942 01  WS-DUAL-OPER-TABLE.
009948     05  WS-DUAL-OPER-ENTRY OCCURS 50 TIMES.
009954         10  WS-DUAL-OPER-ID         PIC X(08).
009960         10  WS-DUAL-RAN-APPR        PIC 9(05).
009966         10  WS-DUAL-RAN-REFUSED     PIC 9(05).
009972         10  WS-DUAL-GAVE-APPR       PIC 9(05).
009978         10  WS-DUAL-GAVE-REFUSED    PIC 9(05).
009984*
010000 01  WS-RETXLAT-IDX              PIC 9(02) COMP.
010100 01  WS-RETXLAT-MSG-OUT          PIC X(40) VALUE SPACES.
010200*
010700     05  FILLER                      PIC X(02) VALUE SPACES.
010800     05  WS-RPT-TEXT                 PIC X(39) VALUE SPACES.
010900*
010907 01  WS-DUAL-DETAIL.
010914     05  FILLER                      PIC X(02) VALUE SPACES.
010921     05  WS-DUAL-RPT-ID              PIC X(08) VALUE SPACES.
010928     05  FILLER                      PIC X(04) VALUE SPACES.
010935     05  WS-DUAL-RPT-RAN-APPR        PIC ZZ,ZZ9.
010942     05  FILLER                      PIC X(08) VALUE SPACES.
010949     05  WS-DUAL-RPT-RAN-REF         PIC ZZ,ZZ9.
010956     05  FILLER                      PIC X(08) VALUE SPACES.
010963     05  WS-DUAL-RPT-GAVE-APPR       PIC ZZ,ZZ9.
010970     05  FILLER                      PIC X(08) VALUE SPACES.
010977     05  WS-DUAL-RPT-GAVE-REF        PIC ZZ,ZZ9.
010984     05  FILLER                      PIC X(18) VALUE SPACES.
010991*
011000 PROCEDURE DIVISION.
011100*
011200******************************************************************
017800*    AGAINST THE ZERO-FILLED RETXLAT CODES.
017900******************************************************************
018000 2000-PROCESS-LINE.
018010     MOVE AUDIT-RECORD(1:184) TO WS-AUDIT-LINE
018020     PERFORM 2050-TALLY-ONE-LINE THRU 2050-EXIT
018030     PERFORM 2900-READ-AUDITLOG THRU 2900-EXIT.
018040 2000-EXIT.
019000         PERFORM 2100-MATCH-ALLOW-ENTRY THRU 2100-EXIT
019100     END-IF
019200     PERFORM 2200-TALLY-EXIT-CODE THRU 2200-EXIT
019300     PERFORM 2400-TALLY-HOUR THRU 2400-EXIT
019320     IF WS-AUDIT-DUAL-STAT NOT = SPACE
019340         PERFORM 2600-TALLY-DUAL THRU 2600-EXIT
019360     END-IF.
019400 2050-EXIT.
019410     EXIT.
019420*
019430 2500-PROCESS-ARCH-LINE.
019440     MOVE ARCH-RECORD(1:184) TO WS-AUDIT-LINE
019450     PERFORM 2050-TALLY-ONE-LINE THRU 2050-EXIT
019460     PERFORM 2950-READ-ARCHIN THRU 2950-EXIT.
019470 2500-EXIT.
019540     END-READ.
019550 2950-EXIT.
019560     EXIT.
019562*
019564******************************************************************
019566*    2600-TALLY-DUAL - ONE DUAL-CONTROL LINE. THE OPERATOR WHO
019568*    RAN THE COMMAND IS CREDITED WITH AN APPROVED OR A REFUSED
019570*    RUN; THE APPROVER NAMED ON THE LINE (BLANK WHEN NONE CAME
019572*    FORWARD) WITH AN APPROVAL GIVEN OR A REFUSAL.
019574******************************************************************
019576 2600-TALLY-DUAL.
019578     MOVE WS-AUDIT-OPER-ID TO WS-DUAL-KEY
019580     PERFORM 2610-FIND-DUAL-OPER THRU 2610-EXIT
019582     IF WS-AUDIT-DUAL-APPROVED
019584         ADD 1 TO WS-DUAL-APPR-CNT
019586         IF WS-DUAL-SUB > 0
019588             ADD 1 TO WS-DUAL-RAN-APPR(WS-DUAL-SUB)
019590         END-IF
019592     ELSE
019594         ADD 1 TO WS-DUAL-REFUSE-CNT
019596         IF WS-DUAL-SUB > 0
019598             ADD 1 TO WS-DUAL-RAN-REFUSED(WS-DUAL-SUB)
019600         END-IF
019602     END-IF
019604     IF WS-AUDIT-APPROVER-ID = SPACES
019606         GO TO 2600-EXIT
019608     END-IF
019610     MOVE WS-AUDIT-APPROVER-ID TO WS-DUAL-KEY
019612     PERFORM 2610-FIND-DUAL-OPER THRU 2610-EXIT
019614     IF WS-DUAL-SUB > 0
019616         IF WS-AUDIT-DUAL-APPROVED
019618             ADD 1 TO WS-DUAL-GAVE-APPR(WS-DUAL-SUB)
019620         ELSE
019622             ADD 1 TO WS-DUAL-GAVE-REFUSED(WS-DUAL-SUB)
019624         END-IF
019626     END-IF.
019628 2600-EXIT.
019630     EXIT.
019632*
019634*    2610-FIND-DUAL-OPER - UPSERT WS-DUAL-KEY INTO THE
019636*    PER-OPERATOR TABLE AND LEAVE ITS SLOT IN WS-DUAL-SUB (ZERO
019638*    WHEN THE TABLE IS FULL).
019640 2610-FIND-DUAL-OPER.
019642     MOVE 0 TO WS-DUAL-SUB
019644     PERFORM 2620-CHECK-ONE-DUAL-OPER THRU 2620-EXIT
019646         VARYING WS-DUAL-IDX FROM 1 BY 1
019648         UNTIL WS-DUAL-IDX > WS-DUAL-OPER-CNT OR WS-DUAL-SUB > 0
019650     IF WS-DUAL-SUB = 0
019652         IF WS-DUAL-OPER-CNT < 50
019654             ADD 1 TO WS-DUAL-OPER-CNT
019656             MOVE WS-DUAL-OPER-CNT TO WS-DUAL-SUB
019658             MOVE WS-DUAL-KEY TO WS-DUAL-OPER-ID(WS-DUAL-SUB)
019660             MOVE 0 TO WS-DUAL-RAN-APPR(WS-DUAL-SUB)
019662             MOVE 0 TO WS-DUAL-RAN-REFUSED(WS-DUAL-SUB)
019664             MOVE 0 TO WS-DUAL-GAVE-APPR(WS-DUAL-SUB)
019666             MOVE 0 TO WS-DUAL-GAVE-REFUSED(WS-DUAL-SUB)
019668         ELSE
019670             DISPLAY 'DUAL-CONTROL OPERATOR TABLE FULL - '
019672                 WS-DUAL-KEY ' NOT TALLIED'
019674         END-IF
019676     END-IF.
019678 2610-EXIT.
019680     EXIT.
019682*
019684 2620-CHECK-ONE-DUAL-OPER.
019686     IF WS-DUAL-KEY = WS-DUAL-OPER-ID(WS-DUAL-IDX)
019688         MOVE WS-DUAL-IDX TO WS-DUAL-SUB
019690     END-IF.
019692 2620-EXIT.
019694     EXIT.
019700*
019800******************************************************************
019900*    2100-MATCH-ALLOW-ENTRY - CREDIT THE EXECUTED COMMAND TO ITS
032000*    7000-WRITE-REPORT - EMIT THE SHIFT SUMMARY IN SECTIONS:
032100*    OVERALL COUNTS, ALLOW-LIST BREAKDOWN, EXIT-CODE
032200*    DISTRIBUTION, BUSIEST HOUR, AND THE PER-DAY REJECTION
032300*    FLAGS, AND THE DUAL-CONTROL TALLIES BY OPERATOR.
032400******************************************************************
032500 7000-WRITE-REPORT.
032600     MOVE SPACES TO RPT-RECORD
033300     PERFORM 7200-WRITE-BREAKDOWN THRU 7200-EXIT
033400     PERFORM 7300-WRITE-EXIT-CODES THRU 7300-EXIT
033500     PERFORM 7400-WRITE-BUSIEST-HOUR THRU 7400-EXIT
033600     PERFORM 7500-WRITE-REJECT-FLAGS THRU 7500-EXIT
033650     PERFORM 7600-WRITE-DUAL-CONTROL THRU 7600-EXIT.
033700 7000-EXIT.
033800     EXIT.
033900*
035200     MOVE 'COMMANDS REJECTED'   TO WS-RPT-LABEL
035300     MOVE WS-REJECT-CNT         TO WS-RPT-COUNT
035400     MOVE WS-RPT-DETAIL         TO RPT-RECORD
035409     WRITE RPT-RECORD
035418     MOVE SPACES TO WS-RPT-DETAIL
035427     MOVE 'DUAL-CONTROL APPROVED'  TO WS-RPT-LABEL
035436     MOVE WS-DUAL-APPR-CNT         TO WS-RPT-COUNT
035445     MOVE WS-RPT-DETAIL            TO RPT-RECORD
035454     WRITE RPT-RECORD
035463     MOVE SPACES TO WS-RPT-DETAIL
035472     MOVE 'DUAL-CONTROL REFUSED'   TO WS-RPT-LABEL
035481     MOVE WS-DUAL-REFUSE-CNT       TO WS-RPT-COUNT
035490     MOVE WS-RPT-DETAIL            TO RPT-RECORD
035500     WRITE RPT-RECORD.
035600 7100-EXIT.
035700     EXIT.
048600 7510-EXIT.
048700     EXIT.
048800*
048801******************************************************************
048802*    7600-WRITE-DUAL-CONTROL - ONE LINE PER OPERATOR SEEN ON A
048803*    DUAL-CONTROL LINE, IN ORDER OF FIRST APPEARANCE: THE
048804*    COMMANDS THEY RAN THAT WERE APPROVED OR REFUSED, AND THE
048805*    APPROVALS THEY GAVE OR REFUSED AS THE SECOND OPERATOR.
048806******************************************************************
048807 7600-WRITE-DUAL-CONTROL.
048808     MOVE SPACES TO RPT-RECORD
048809     WRITE RPT-RECORD
048810     MOVE 'DUAL-CONTROL BY OPERATOR' TO RPT-RECORD
048811     WRITE RPT-RECORD
048812     IF WS-DUAL-OPER-CNT = 0
048813         MOVE '  NO DUAL-CONTROL COMMANDS IN THE PERIOD'
048814             TO RPT-RECORD
048815         WRITE RPT-RECORD
048816         GO TO 7600-EXIT
048817     END-IF
048818     MOVE SPACES TO RPT-RECORD
048819     MOVE '---- AS OPERATOR -----' TO RPT-RECORD(13:22)
048820     MOVE '---- AS APPROVER -----' TO RPT-RECORD(41:22)
048821     WRITE RPT-RECORD
048822     MOVE SPACES TO RPT-RECORD
048823     MOVE 'OPERATOR' TO RPT-RECORD(3:8)
048824     MOVE 'APPROVED' TO RPT-RECORD(13:8)
048825     MOVE 'REFUSED'  TO RPT-RECORD(28:7)
048826     MOVE 'APPROVED' TO RPT-RECORD(41:8)
048827     MOVE 'REFUSED'  TO RPT-RECORD(56:7)
048828     WRITE RPT-RECORD
048829     PERFORM 7610-WRITE-ONE-DUAL-OPER THRU 7610-EXIT
048830         VARYING WS-DUAL-IDX FROM 1 BY 1
048831         UNTIL WS-DUAL-IDX > WS-DUAL-OPER-CNT.
048832 7600-EXIT.
048833     EXIT.
048834*
048835 7610-WRITE-ONE-DUAL-OPER.
048836     MOVE WS-DUAL-OPER-ID(WS-DUAL-IDX)
048837         TO WS-DUAL-RPT-ID
048838     MOVE WS-DUAL-RAN-APPR(WS-DUAL-IDX)
048839         TO WS-DUAL-RPT-RAN-APPR
048840     MOVE WS-DUAL-RAN-REFUSED(WS-DUAL-IDX)
048841         TO WS-DUAL-RPT-RAN-REF
048842     MOVE WS-DUAL-GAVE-APPR(WS-DUAL-IDX)
048843         TO WS-DUAL-RPT-GAVE-APPR
048844     MOVE WS-DUAL-GAVE-REFUSED(WS-DUAL-IDX)
048845         TO WS-DUAL-RPT-GAVE-REF
048846     MOVE WS-DUAL-DETAIL TO RPT-RECORD
048847     WRITE RPT-RECORD.
048848 7610-EXIT.
048849     EXIT.
048850*
048900******************************************************************
049000*    8000-TERMINATE - DISPLAY RUN TOTALS AND CLOSE ALL FILES.
049100******************************************************************
049360     DISPLAY 'AUDITRPT CARRY-FORWARDS    : ' WS-CARRYFWD-CNT
049400     DISPLAY 'AUDITRPT EXECUTED          : ' WS-EXEC-CNT
049500     DISPLAY 'AUDITRPT REJECTED          : ' WS-REJECT-CNT
049530     DISPLAY 'AUDITRPT DUAL APPROVED     : ' WS-DUAL-APPR-CNT
049560     DISPLAY 'AUDITRPT DUAL REFUSED      : ' WS-DUAL-REFUSE-CNT
049600     CLOSE AUDITLOG
049700     CLOSE RPTOUT.
049800 8000-EXIT.

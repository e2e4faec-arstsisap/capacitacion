002230*                     BLANK = 1) AND LIST SHOWS IT - SYSCMD
002240*                     HONORS THE TIER AGAINST THE OPERATOR'S
002250*                     OPERPROF LEVEL.
002257*    2026-10-15  RJH  ADD NOW PROMPTS FOR THE DUAL-CONTROL
002264*                     FLAG (CMDF-DUAL-CTL, BLANK = N), THE NEW
002271*                     DUAL ACTION SETS OR CLEARS IT ON AN
002278*                     EXISTING ENTRY UNDER THE SIGN-OFF ID, AND
002285*                     LIST SHOWS IT. SYSCMD DEMANDS A SECOND
002292*                     OPERATOR'S APPROVAL FOR A FLAGGED ENTRY.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004900 01  WS-ACTION                   PIC X(08) VALUE SPACES.
005000 01  WS-REPLY                    PIC X(20) VALUE SPACES.
005050 01  WS-LEVEL-REPLY              PIC X(01) VALUE SPACE.
005070 01  WS-DUAL-REPLY               PIC X(01) VALUE SPACE.
005100 01  WS-DATE-REPLY               PIC X(08) VALUE SPACES.
005200 01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
005300                                 PIC 9(08).
005500*
005600 01  WS-ADD-CNT                  PIC 9(05) VALUE 0.
005700 01  WS-EXPIRE-CNT               PIC 9(05) VALUE 0.
005750 01  WS-DUAL-CNT                 PIC 9(05) VALUE 0.
005800 01  WS-LIST-CNT                 PIC 9(05) VALUE 0.
005900*
006000 PROCEDURE DIVISION.
011700******************************************************************
011800 2000-GET-ACTION.
011900     DISPLAY SPACES
012000     DISPLAY 'ENTER ACTION - ADD, EXPIRE, DUAL, LIST OR DONE'
012100     MOVE SPACES TO WS-ACTION
012200     ACCEPT WS-ACTION
012300         ON EXCEPTION
013900                 IF WS-ACTION = 'LIST'
014000                     PERFORM 5000-LIST-ENTRIES THRU 5000-EXIT
014100                 ELSE
014150                     IF WS-ACTION = 'DUAL'
014200                         PERFORM 4500-SET-DUAL-CTL THRU 4500-EXIT
014250                     ELSE
014300                         IF NOT WS-DONE
014350                             DISPLAY 'UNKNOWN ACTION ''' WS-ACTION
014400                                 ''''
014450                         END-IF
014500                     END-IF
014600                 END-IF
014700             END-IF
018430         DISPLAY 'ADD ABANDONED'
018440         GO TO 3000-EXIT
018450     END-IF
018458     PERFORM 3400-GET-DUAL-CTL THRU 3400-EXIT
018466     IF WS-DONE
018474         DISPLAY 'ADD ABANDONED'
018482         GO TO 3000-EXIT
018490     END-IF
018500     MOVE WS-SIGNOFF-ID TO CMDF-SIGNOFF-ID
018600     WRITE CMDF-RECORD
018700     IF WS-CMDFILE-STATUS = '00'
024604 3300-EXIT.
024605     EXIT.
024606*
024609*    3400-GET-DUAL-CTL - Y MEANS SYSCMD WILL NOT RUN THE ENTRY
024612*    WITHOUT A SECOND OPERATOR'S APPROVAL. SHARED BY ADD AND DUAL.
024615 3400-GET-DUAL-CTL.
024618     DISPLAY 'DUAL-CONTROL - SECOND OPERATOR MUST APPROVE? Y/N'
024621         ' (BLANK = N)'
024624     MOVE SPACE TO WS-DUAL-REPLY
024627     ACCEPT WS-DUAL-REPLY
024630         ON EXCEPTION
024633             SET WS-DONE TO TRUE
024636     END-ACCEPT
024639     IF WS-DONE
024642         GO TO 3400-EXIT
024645     END-IF
024648     INSPECT WS-DUAL-REPLY CONVERTING "yn" TO "YN"
024651     IF WS-DUAL-REPLY = SPACE
024654         MOVE 'N' TO CMDF-DUAL-CTL
024657     ELSE
024660         IF WS-DUAL-REPLY = 'Y' OR WS-DUAL-REPLY = 'N'
024663             MOVE WS-DUAL-REPLY TO CMDF-DUAL-CTL
024666         ELSE
024669             DISPLAY 'REPLY MUST BE Y OR N - RE-ENTER'
024672             GO TO 3400-GET-DUAL-CTL
024675         END-IF
024678     END-IF.
024681 3400-EXIT.
024684     EXIT.
024687*
024700******************************************************************
024800*    4000-EXPIRE-ENTRY - SET AN ENTRY'S EXPIRY DATE. A BLANK
024900*    REPLY EXPIRES IT IMMEDIATELY (EXP-DATE ZERO, WHICH CAN
030400 4000-EXIT.
030500     EXIT.
030600*
030602******************************************************************
030604*    4500-SET-DUAL-CTL - SET OR CLEAR AN EXISTING ENTRY'S
030606*    DUAL-CONTROL FLAG. THE SIGN-OFF ID IS RESTAMPED SO THE
030608*    RECORD SHOWS WHO AUTHORIZED THE CHANGE, AS FOR AN EXPIRY.
030610******************************************************************
030612 4500-SET-DUAL-CTL.
030614     DISPLAY 'ENTER COMMAND TO CHANGE'
030616     MOVE SPACES TO WS-REPLY
030618     ACCEPT WS-REPLY
030620         ON EXCEPTION
030622             SET WS-DONE TO TRUE
030624     END-ACCEPT
030626     IF WS-DONE OR WS-REPLY = SPACES
030628         DISPLAY 'NO COMMAND GIVEN - DUAL ABANDONED'
030630         GO TO 4500-EXIT
030632     END-IF
030634     INSPECT WS-REPLY CONVERTING
030636         "abcdefghijklmnopqrstuvwxyz"
030638         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
030640     MOVE WS-REPLY TO CMDF-COMMAND
030642     READ CMDFILE
030644     IF WS-CMDFILE-STATUS NOT = '00'
030646         DISPLAY 'ENTRY NOT ON LIST - FILE STATUS '
030648             WS-CMDFILE-STATUS
030650         GO TO 4500-EXIT
030652     END-IF
030654     PERFORM 3400-GET-DUAL-CTL THRU 3400-EXIT
030656     IF WS-DONE
030658         DISPLAY 'DUAL ABANDONED'
030660         GO TO 4500-EXIT
030662     END-IF
030664     MOVE WS-SIGNOFF-ID TO CMDF-SIGNOFF-ID
030666     REWRITE CMDF-RECORD
030668     IF WS-CMDFILE-STATUS = '00'
030670         ADD 1 TO WS-DUAL-CNT
030672         DISPLAY 'ENTRY CHANGED: ' CMDF-COMMAND ' DUAL-CONTROL '
030674             CMDF-DUAL-CTL
030676     ELSE
030678         DISPLAY 'REWRITE FAILED - FILE STATUS '
030680             WS-CMDFILE-STATUS
030682     END-IF.
030684 4500-EXIT.
030686     EXIT.
030688*
030700******************************************************************
030800*    5000-LIST-ENTRIES - WALK THE WHOLE FILE IN KEY ORDER AND
030900*    DISPLAY EACH ENTRY WITH ITS DATES AND SIGN-OFF.
031800         GO TO 5000-EXIT
031900     END-IF
032000     DISPLAY 'COMMAND              EFFECTIVE EXPIRY   SIGN-OFF'
032050         ' TIER DUAL'
032100     PERFORM 5100-LIST-ONE-ENTRY THRU 5100-EXIT
032200         UNTIL WS-EOF
032300     DISPLAY 'ENTRIES LISTED: ' WS-LIST-CNT.
033300         ADD 1 TO WS-LIST-CNT
033400         DISPLAY CMDF-COMMAND ' ' CMDF-EFF-DATE ' '
033500             CMDF-EXP-DATE ' ' CMDF-SIGNOFF-ID '    '
033550             CMDF-AUTH-LEVEL '    ' CMDF-DUAL-CTL
033600     END-IF.
033700 5100-EXIT.
033800     EXIT.
034400     DISPLAY SPACES
034500     DISPLAY 'CMDMAINT ENTRIES ADDED   : ' WS-ADD-CNT
034600     DISPLAY 'CMDMAINT ENTRIES EXPIRED : ' WS-EXPIRE-CNT
034650     DISPLAY 'CMDMAINT DUAL FLAGS SET  : ' WS-DUAL-CNT
034700     CLOSE CMDFILE.
034800 8000-EXIT.
034900     EXIT.

002100*                                                                *
002200*   MODIFICATION HISTORY.                                        *
002300*       2026-09-02  DOB  Original coding.                        *
002310*       2026-10-15  DOB  Prints EUL01's run time against the     *
002320*                        forecast EUL01CAL logged for the night  *
002330*                        (EU01C-0031, or EU01C-0032 when it      *
002340*                        breached the batch window): forecast    *
002350*                        seconds and finish, the actual seconds  *
002360*                        and finish of the last EUL01 run that   *
002370*                        started (EU01-0027) and completed       *
002380*                        (EU01-0000), and how far over or under  *
002390*                        the forecast it ran.                    *
002400*                                                                *
002500******************************************************************
002600 IDENTIFICATION DIVISION.

007900 01  EU01-STA-TODAY          PIC 9(08).

007902*----------------------------------------------------------------
007904*    EUL01 RUN TIME -- EUL01CAL's forecast for the night and the
007906*    last EUL01 run on the log that started and completed.
007908*----------------------------------------------------------------
007910 01  EU01-STA-FCST-SW        PIC X(01).
007912     88  EU01-STA-FCST-SEEN          VALUE 'Y'.
007914     88  EU01-STA-FCST-NOT-SEEN      VALUE 'N'.

007916 01  EU01-STA-BREACH-SW      PIC X(01).
007918     88  EU01-STA-BREACH             VALUE 'Y'.
007920     88  EU01-STA-NO-BREACH          VALUE 'N'.

007922 01  EU01-STA-START-SW       PIC X(01).
007924     88  EU01-STA-START-SEEN         VALUE 'Y'.
007926     88  EU01-STA-START-NOT-SEEN     VALUE 'N'.

007928 01  EU01-STA-RUN-SW         PIC X(01).
007930     88  EU01-STA-RUN-SEEN           VALUE 'Y'.
007932     88  EU01-STA-RUN-NOT-SEEN       VALUE 'N'.

007934 01  EU01-STA-FCST-SECS      PIC 9(07).
007936 01  EU01-STA-FCST-FINISH    PIC 9(04).
007938 01  EU01-STA-FCST-WINDOW    PIC 9(04).

007940 01  EU01-STA-PEND-DATE      PIC 9(08).
007942 01  EU01-STA-PEND-TIME      PIC 9(08).
007944 01  EU01-STA-RUN-START-DATE PIC 9(08).
007946 01  EU01-STA-RUN-START-TIME PIC 9(08).
007948 01  EU01-STA-RUN-END-DATE   PIC 9(08).
007950 01  EU01-STA-RUN-END-TIME   PIC 9(08).

007952 01  EU01-STA-START-SECS     PIC 9(13).
007954 01  EU01-STA-ACTUAL-SECS    PIC 9(07).
007956 01  EU01-STA-DIFF-SECS      PIC 9(07).

007958*    Clock conversion -- 3210 turns a date and an HHMMSShh
007960*    time into seconds on one continuous count.
007962 01  EU01-STA-CLK-DATE       PIC 9(08).
007964 01  EU01-STA-CLK-TIME       PIC 9(08).
007966 01  EU01-STA-CLK-PARTS REDEFINES EU01-STA-CLK-TIME.
007968     05  EU01-STA-CLK-HH         PIC 9(02).
007970     05  EU01-STA-CLK-MM         PIC 9(02).
007972     05  EU01-STA-CLK-SS         PIC 9(02).
007974     05  EU01-STA-CLK-HS         PIC 9(02).
007976 01  EU01-STA-CLK-SECS       PIC 9(13).

008000*----------------------------------------------------------------
008100*    REPORT LINES
008200*----------------------------------------------------------------
013800     05  EU01-STA-NOTE-TEXT  PIC X(70).
013900     05  FILLER              PIC X(58) VALUE SPACES.

013909 01  EU01-STA-RUNTIME-LINE.
013918     05  FILLER              PIC X(04) VALUE SPACES.
013927     05  EU01-STA-RL-LABEL   PIC X(24).
013936     05  EU01-STA-RL-SECS    PIC Z(06)9.
013945     05  FILLER              PIC X(19) VALUE
013954         ' SECOND(S), FINISH '.
013963     05  EU01-STA-RL-HH      PIC X(02).
013972     05  FILLER              PIC X(01) VALUE ':'.
013981     05  EU01-STA-RL-MM      PIC X(02).
013990     05  EU01-STA-RL-NOTE    PIC X(30).
013999     05  FILLER              PIC X(43) VALUE SPACES.

014008 01  EU01-STA-DIFF-LINE.
014017     05  FILLER              PIC X(04) VALUE SPACES.
014026     05  FILLER              PIC X(24) VALUE
014035         'ACTUAL AGAINST FORECAST:'.
014044     05  EU01-STA-DL-SECS    PIC Z(06)9.
014053     05  FILLER              PIC X(11) VALUE ' SECOND(S) '.
014062     05  EU01-STA-DL-WAY     PIC X(14).
014071     05  FILLER              PIC X(72) VALUE SPACES.

014080 01  EU01-STA-BLANK-LINE     PIC X(132) VALUE SPACES.

014100 PROCEDURE DIVISION.

017100     MOVE 0 TO EU01-STA-PGM-COUNT.
017200     INITIALIZE EU01-STA-PGM-TABLE.
017300     SET EU01-STA-EVT-NOT-EOF TO TRUE.
017320     SET EU01-STA-FCST-NOT-SEEN TO TRUE.
017340     SET EU01-STA-NO-BREACH TO TRUE.
017360     SET EU01-STA-START-NOT-SEEN TO TRUE.
017380     SET EU01-STA-RUN-NOT-SEEN TO TRUE.

017400     OPEN INPUT EVT-FILE.

023400     PERFORM 2100-NOTE-ONE-PROGRAM
023500         THRU 2100-EXIT.

023530     PERFORM 2200-NOTE-RUN-TIME
023560         THRU 2200-EXIT.

023600     GO TO 2000-EXIT.

023700 2000-EXIT.
028700 2110-EXIT.
028800     EXIT.

028802******************************************************************
028804*    2200-NOTE-RUN-TIME                                          *
028806*        Note the event just read when it is EUL01CAL's          *
028808*        run-time forecast for EUL01, an EUL01 start, or the     *
028810*        completion of the EUL01 run last started.               *
028812******************************************************************
028814 2200-NOTE-RUN-TIME.
028816     IF EU01-EVT-PROGRAM IS EQUAL TO 'EUL01CAL'
028818             AND (EU01-EVT-MSG-CODE IS EQUAL TO 'EU01C-0031'
028820                 OR EU01-EVT-MSG-CODE IS EQUAL TO 'EU01C-0032')
028822             AND EU01-EVT-FCST-SECS IS NUMERIC
028824             AND EU01-EVT-FCST-FINISH IS NUMERIC
028826             AND EU01-EVT-FCST-WINDOW IS NUMERIC
028828         SET EU01-STA-FCST-SEEN TO TRUE
028830         MOVE EU01-EVT-FCST-SECS   TO EU01-STA-FCST-SECS
028832         MOVE EU01-EVT-FCST-FINISH TO EU01-STA-FCST-FINISH
028834         MOVE EU01-EVT-FCST-WINDOW TO EU01-STA-FCST-WINDOW
028836         SET EU01-STA-NO-BREACH TO TRUE
028838         IF EU01-EVT-WARNING
028840             SET EU01-STA-BREACH TO TRUE
028842         END-IF
028844         GO TO 2200-EXIT
028846     END-IF.

028848     IF EU01-EVT-PROGRAM NOT EQUAL 'EUL01'
028850         GO TO 2200-EXIT
028852     END-IF.

028854     IF EU01-EVT-MSG-CODE IS EQUAL TO 'EU01-0027'
028856         SET EU01-STA-START-SEEN TO TRUE
028858         MOVE EU01-EVT-DATE TO EU01-STA-PEND-DATE
028860         MOVE EU01-EVT-TIME TO EU01-STA-PEND-TIME
028862         GO TO 2200-EXIT
028864     END-IF.

028866     IF EU01-EVT-MSG-CODE IS EQUAL TO 'EU01-0000'
028868             AND EU01-STA-START-SEEN
028870         SET EU01-STA-RUN-SEEN TO TRUE
028872         SET EU01-STA-START-NOT-SEEN TO TRUE
028874         MOVE EU01-STA-PEND-DATE TO EU01-STA-RUN-START-DATE
028876         MOVE EU01-STA-PEND-TIME TO EU01-STA-RUN-START-TIME
028878         MOVE EU01-EVT-DATE      TO EU01-STA-RUN-END-DATE
028880         MOVE EU01-EVT-TIME      TO EU01-STA-RUN-END-TIME
028882     END-IF.

028884     GO TO 2200-EXIT.

028886 2200-EXIT.
028888     EXIT.

028900******************************************************************
029000*    3000-PRINT-ROLLUP                                           *
029100*        Print the program roster and the closing verdict.       *
031100     WRITE EU01-STA-PRINT-LINE FROM EU01-STA-BLANK-LINE
031200         AFTER ADVANCING 1 LINE.

031230     PERFORM 3200-PRINT-RUN-TIME
031260         THRU 3200-EXIT.

031270     WRITE EU01-STA-PRINT-LINE FROM EU01-STA-BLANK-LINE
031280         AFTER ADVANCING 1 LINE.

031300     MOVE EU01-STA-INFO-COUNT  TO EU01-STA-CL-INFO.
031400     MOVE EU01-STA-WARN-COUNT  TO EU01-STA-CL-WARN.
031500     MOVE EU01-STA-ERROR-COUNT TO EU01-STA-CL-ERR.
034600 3100-EXIT.
034700     EXIT.

034701******************************************************************
034702*    3200-PRINT-RUN-TIME                                         *
034703*        Print EUL01's run time against EUL01CAL's forecast:     *
034704*        the forecast seconds and finish (and the batch window   *
034705*        end), the actual seconds and finish, and the            *
034706*        difference.  A night without a forecast or without a    *
034707*        completed EUL01 run says so.                            *
034708******************************************************************
034709 3200-PRINT-RUN-TIME.
034710     IF EU01-STA-FCST-SEEN
034711         MOVE 'EUL01 RUN TIME FORECAST:' TO EU01-STA-RL-LABEL
034712         MOVE EU01-STA-FCST-SECS TO EU01-STA-RL-SECS
034713         MOVE EU01-STA-FCST-FINISH(1:2) TO EU01-STA-RL-HH
034714         MOVE EU01-STA-FCST-FINISH(3:2) TO EU01-STA-RL-MM
034715         MOVE '  (WINDOW ENDS' TO EU01-STA-RL-NOTE
034716         MOVE EU01-STA-FCST-WINDOW(1:2) TO EU01-STA-RL-NOTE(16:2)
034717         MOVE ':' TO EU01-STA-RL-NOTE(18:1)
034718         MOVE EU01-STA-FCST-WINDOW(3:2) TO EU01-STA-RL-NOTE(19:2)
034719         MOVE ')' TO EU01-STA-RL-NOTE(21:1)
034720         IF EU01-STA-BREACH
034721             MOVE '*BREACH' TO EU01-STA-RL-NOTE(23:7)
034722         END-IF
034723         WRITE EU01-STA-PRINT-LINE FROM EU01-STA-RUNTIME-LINE
034724             AFTER ADVANCING 1 LINE
034725     ELSE
034726         MOVE 'EUL01 RUN TIME WAS NOT FORECAST FOR THE NIGHT'
034727             TO EU01-STA-NOTE-TEXT
034728         WRITE EU01-STA-PRINT-LINE FROM EU01-STA-NOTE-LINE
034729             AFTER ADVANCING 1 LINE
034730     END-IF.

034731     IF EU01-STA-RUN-NOT-SEEN
034732         MOVE 'EUL01 DID NOT COMPLETE -- NO ACTUAL RUN TIME'
034733             TO EU01-STA-NOTE-TEXT
034734         WRITE EU01-STA-PRINT-LINE FROM EU01-STA-NOTE-LINE
034735             AFTER ADVANCING 1 LINE
034736         GO TO 3200-EXIT
034737     END-IF.

034738     MOVE EU01-STA-RUN-START-DATE TO EU01-STA-CLK-DATE.
034739     MOVE EU01-STA-RUN-START-TIME TO EU01-STA-CLK-TIME.
034740     PERFORM 3210-CLOCK-SECONDS
034741         THRU 3210-EXIT.
034742     MOVE EU01-STA-CLK-SECS TO EU01-STA-START-SECS.

034743     MOVE EU01-STA-RUN-END-DATE TO EU01-STA-CLK-DATE.
034744     MOVE EU01-STA-RUN-END-TIME TO EU01-STA-CLK-TIME.
034745     PERFORM 3210-CLOCK-SECONDS
034746         THRU 3210-EXIT.

034747     MOVE 0 TO EU01-STA-ACTUAL-SECS.
034748     IF EU01-STA-CLK-SECS IS GREATER THAN EU01-STA-START-SECS
034749         COMPUTE EU01-STA-ACTUAL-SECS =
034750             EU01-STA-CLK-SECS - EU01-STA-START-SECS
034751             ON SIZE ERROR
034752                 MOVE 9999999 TO EU01-STA-ACTUAL-SECS
034753         END-COMPUTE
034754     END-IF.

034755     MOVE 'EUL01 RUN TIME ACTUAL:' TO EU01-STA-RL-LABEL.
034756     MOVE EU01-STA-ACTUAL-SECS TO EU01-STA-RL-SECS.
034757     MOVE EU01-STA-RUN-END-TIME(1:2) TO EU01-STA-RL-HH.
034758     MOVE EU01-STA-RUN-END-TIME(3:2) TO EU01-STA-RL-MM.
034759     MOVE SPACES TO EU01-STA-RL-NOTE.
034760     WRITE EU01-STA-PRINT-LINE FROM EU01-STA-RUNTIME-LINE
034761         AFTER ADVANCING 1 LINE.

034762     IF EU01-STA-FCST-NOT-SEEN
034763         GO TO 3200-EXIT
034764     END-IF.

034765     IF EU01-STA-ACTUAL-SECS IS GREATER THAN EU01-STA-FCST-SECS
034766         COMPUTE EU01-STA-DIFF-SECS =
034767             EU01-STA-ACTUAL-SECS - EU01-STA-FCST-SECS
034768         MOVE 'OVER FORECAST' TO EU01-STA-DL-WAY
034769     ELSE
034770         COMPUTE EU01-STA-DIFF-SECS =
034771             EU01-STA-FCST-SECS - EU01-STA-ACTUAL-SECS
034772         MOVE 'UNDER FORECAST' TO EU01-STA-DL-WAY
034773     END-IF.
034774     MOVE EU01-STA-DIFF-SECS TO EU01-STA-DL-SECS.
034775     WRITE EU01-STA-PRINT-LINE FROM EU01-STA-DIFF-LINE
034776         AFTER ADVANCING 1 LINE.

034777     GO TO 3200-EXIT.

034778 3200-EXIT.
034779     EXIT.

034780******************************************************************
034781*    3210-CLOCK-SECONDS                                          *
034782*        Convert EU01-STA-CLK-DATE and EU01-STA-CLK-TIME to      *
034783*        seconds on one continuous count, so times either side   *
034784*        of midnight subtract cleanly.                           *
034785******************************************************************
034786 3210-CLOCK-SECONDS.
034787     COMPUTE EU01-STA-CLK-SECS =
034788         FUNCTION INTEGER-OF-DATE(EU01-STA-CLK-DATE) * 86400
034789         + EU01-STA-CLK-HH * 3600
034790         + EU01-STA-CLK-MM * 60
034791         + EU01-STA-CLK-SS.

034792     GO TO 3210-EXIT.

034793 3210-EXIT.
034794     EXIT.

034800******************************************************************
034900*    9999-TERMINATE                                              *
035000*        Common end-of-job paragraph.                            *

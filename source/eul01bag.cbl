000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01BAG                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Nightly aged-open-breaks report.  Reads the BRKFILE      *
001200*       KSDS (EU01BRK layout) of reconciliation breaks RECONRPT  *
001300*       opens, and prints every break still open -- oldest       *
001400*       night first -- with its legal entity, exception type,    *
001500*       both totals, the difference, who it is assigned to, its  *
001600*       root cause so far and its age in days since the run      *
001700*       date.  The report closes with the open count by age band *
001800*       and the net open difference.  Resolved and written-off   *
001900*       breaks are not listed; EUL01BRK shows them on request.   *
002000*                                                                *
002100*       The job ends RETURN-CODE 4 when any break has been open  *
002200*       longer than EU01-BAG-OLD-DAYS days, so a break nobody    *
002300*       is working surfaces on the schedule, not just on paper.  *
002400*                                                                *
002500*   MODIFICATION HISTORY.                                        *
002600*       2026-10-15  DOB  Original coding.                        *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.     EUL01BAG.
003100 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
003200 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
003300 DATE-WRITTEN.   2026-10-15.
003400 DATE-COMPILED.

003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BRK-FILE ASSIGN TO BRKFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS EU01-BRK-KEY
004200         FILE STATUS IS EU01-BRK-STATUS.

004300     SELECT REPORT-FILE ASSIGN TO RPTFILE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS EU01-RPT-STATUS.

004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  BRK-FILE
004900     RECORDING MODE IS F.
005000 COPY EU01BRK.

005100 FD  REPORT-FILE
005200     RECORDING MODE IS F.
005300 01  EU01-BAG-PRINT-LINE         PIC X(132).

005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600*    FILE STATUS SWITCHES
005700*----------------------------------------------------------------
005800 01  EU01-BAG-FILE-STATUSES.
005900     05  EU01-BRK-STATUS         PIC X(02).
006000         88  EU01-BRK-OK                 VALUE '00'.
006100         88  EU01-BRK-NOT-FOUND          VALUE '35'.
006200     05  EU01-RPT-STATUS         PIC X(02).
006300         88  EU01-RPT-OK                 VALUE '00'.

006400 01  EU01-BAG-EOF-SW         PIC X(01).
006500     88  EU01-BAG-EOF                VALUE 'Y'.
006600     88  EU01-BAG-NOT-EOF            VALUE 'N'.

006700*----------------------------------------------------------------
006800*    AGEING WORKING FIELDS AND COUNTERS
006900*----------------------------------------------------------------
007000*    A break open longer than this many days raises RC=4.
007100 01  EU01-BAG-OLD-DAYS       PIC 9(03) VALUE 30.
007200 01  EU01-BAG-WEEK-DAYS      PIC 9(03) VALUE 7.

007300 01  EU01-BAG-TODAY          PIC 9(08).
007400 01  EU01-BAG-TODAY-INT      PIC 9(08) COMP.
007500 01  EU01-BAG-RUN-INT        PIC 9(08) COMP.
007600 01  EU01-BAG-AGE            PIC 9(05).

007700 01  EU01-BAG-OPEN-COUNT     PIC 9(05).
007800 01  EU01-BAG-WEEK-COUNT     PIC 9(05).
007900 01  EU01-BAG-MONTH-COUNT    PIC 9(05).
008000 01  EU01-BAG-OLD-COUNT      PIC 9(05).
008100 01  EU01-BAG-NET-DIFF       PIC S9(18).

008200*----------------------------------------------------------------
008300*    REPORT LINES
008400*----------------------------------------------------------------
008500 01  EU01-BAG-HDR1.
008600     05  FILLER              PIC X(10) VALUE 'EUL01BAG'.
008700     05  FILLER              PIC X(42) VALUE
008800         'AGED OPEN RECONCILIATION BREAKS'.
008900     05  FILLER              PIC X(10) VALUE 'AS OF'.
009000     05  EU01-BAG-HDR1-DATE  PIC 9(08).
009100     05  FILLER              PIC X(62) VALUE SPACES.

009200 01  EU01-BAG-HDR2.
009300     05  FILLER              PIC X(78) VALUE ALL '-'.
009400     05  FILLER              PIC X(54) VALUE SPACES.

009500 01  EU01-BAG-COL-HDR.
009600     05  FILLER              PIC X(04) VALUE SPACES.
009700     05  FILLER              PIC X(10) VALUE 'RUN DATE'.
009800     05  FILLER              PIC X(10) VALUE 'RULE SET'.
009866     05  FILLER              PIC X(08) VALUE 'ENTITY'.
009932     05  FILLER              PIC X(04) VALUE 'TYPE'.
010000     05  FILLER              PIC X(20) VALUE
010100         '     CONTROL TOTAL'.
010200     05  FILLER              PIC X(20) VALUE
010300         '          GL TOTAL'.
010400     05  FILLER              PIC X(21) VALUE
010500         '         DIFFERENCE'.
010600     05  FILLER              PIC X(10) VALUE 'ASSIGNED'.
010700     05  FILLER              PIC X(05) VALUE 'CAUSE'.
010800     05  FILLER              PIC X(05) VALUE '  AGE'.
010900     05  FILLER              PIC X(15) VALUE SPACES.

011000 01  EU01-BAG-DETAIL-LINE.
011100     05  FILLER              PIC X(04) VALUE SPACES.
011200     05  EU01-BAG-DTL-DATE   PIC 9(08).
011300     05  FILLER              PIC X(02) VALUE SPACES.
011400     05  EU01-BAG-DTL-RULE   PIC X(08).
011500     05  FILLER              PIC X(02) VALUE SPACES.
011533     05  EU01-BAG-DTL-ENTITY PIC X(04).
011566     05  FILLER              PIC X(04) VALUE SPACES.
011600     05  EU01-BAG-DTL-TYPE   PIC X(01).
011700     05  FILLER              PIC X(03) VALUE SPACES.
011800     05  EU01-BAG-DTL-SUM    PIC Z(17)9.
011900     05  FILLER              PIC X(02) VALUE SPACES.
012000     05  EU01-BAG-DTL-GL     PIC Z(17)9.
012100     05  FILLER              PIC X(02) VALUE SPACES.
012200     05  EU01-BAG-DTL-DIFF   PIC -(18)9.
012300     05  FILLER              PIC X(02) VALUE SPACES.
012400     05  EU01-BAG-DTL-OPER   PIC X(08).
012500     05  FILLER              PIC X(02) VALUE SPACES.
012600     05  EU01-BAG-DTL-CAUSE  PIC X(02).
012700     05  FILLER              PIC X(03) VALUE SPACES.
012800     05  EU01-BAG-DTL-AGE    PIC Z(04)9.
012900     05  EU01-BAG-DTL-FLAG   PIC X(15).

013000 01  EU01-BAG-PARM-LINE.
013100     05  FILLER              PIC X(04) VALUE SPACES.
013200     05  EU01-BAG-PARM-LABEL PIC X(24).
013300     05  EU01-BAG-PARM-VALUE PIC Z(17)9.
013400     05  FILLER              PIC X(86) VALUE SPACES.

013500 01  EU01-BAG-TOTAL-LINE.
013600     05  FILLER              PIC X(04) VALUE SPACES.
013700     05  EU01-BAG-TOTAL-LABEL PIC X(24).
013800     05  EU01-BAG-TOTAL-VALUE PIC -(18)9.
013900     05  FILLER              PIC X(85) VALUE SPACES.

014000 01  EU01-BAG-NOTE-LINE.
014100     05  FILLER              PIC X(04) VALUE SPACES.
014200     05  EU01-BAG-NOTE-TEXT  PIC X(70).
014300     05  FILLER              PIC X(58) VALUE SPACES.

014400 01  EU01-BAG-BLANK-LINE     PIC X(132) VALUE SPACES.

014500 PROCEDURE DIVISION.

014600******************************************************************
014700*    0000-MAINLINE                                               *
014800*        Top-level control paragraph.                            *
014900******************************************************************
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE
015200         THRU 1000-EXIT.

015300     PERFORM 2000-AGE-ONE-BREAK
015400         THRU 2000-EXIT
015500         UNTIL EU01-BAG-EOF.

015600     PERFORM 3000-PRINT-TOTALS
015700         THRU 3000-EXIT.

015800     CLOSE BRK-FILE REPORT-FILE.

015900     IF EU01-BAG-OLD-COUNT > 0
016000         DISPLAY 'EU01J-0004 ' EU01-BAG-OLD-COUNT
016100             ' BREAK(S) OPEN MORE THAN ' EU01-BAG-OLD-DAYS
016200             ' DAYS'
016300         MOVE 4 TO RETURN-CODE
016400     END-IF.

016500     GO TO 9999-TERMINATE.

016600******************************************************************
016700*    1000-INITIALIZE                                             *
016800*        Open the files and print the report heading.  A break   *
016900*        file never yet written to is an empty report, not a     *
017000*        failure.                                                *
017100******************************************************************
017200 1000-INITIALIZE.
017300     MOVE 0 TO EU01-BAG-OPEN-COUNT.
017400     MOVE 0 TO EU01-BAG-WEEK-COUNT.
017500     MOVE 0 TO EU01-BAG-MONTH-COUNT.
017600     MOVE 0 TO EU01-BAG-OLD-COUNT.
017700     MOVE 0 TO EU01-BAG-NET-DIFF.
017800     SET EU01-BAG-NOT-EOF TO TRUE.

017900     ACCEPT EU01-BAG-TODAY FROM DATE YYYYMMDD.
018000     COMPUTE EU01-BAG-TODAY-INT =
018100         FUNCTION INTEGER-OF-DATE(EU01-BAG-TODAY).

018200     OPEN OUTPUT REPORT-FILE.

018300     IF NOT EU01-RPT-OK
018400         DISPLAY 'EU01J-0001 UNABLE TO OPEN REPORT FILE, '
018500             'STATUS ' EU01-RPT-STATUS
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 9999-TERMINATE
018800     END-IF.

018900     MOVE EU01-BAG-TODAY TO EU01-BAG-HDR1-DATE.
019000     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-HDR1
019100         AFTER ADVANCING PAGE.
019200     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-HDR2
019300         AFTER ADVANCING 1 LINE.
019400     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-COL-HDR
019500         AFTER ADVANCING 1 LINE.

019600     OPEN INPUT BRK-FILE.

019700     IF EU01-BRK-NOT-FOUND
019800         SET EU01-BAG-EOF TO TRUE
019900         GO TO 1000-EXIT
020000     END-IF.

020100     IF NOT EU01-BRK-OK
020200         DISPLAY 'EU01J-0002 UNABLE TO OPEN BREAK FILE, '
020300             'STATUS ' EU01-BRK-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         GO TO 9999-TERMINATE
020600     END-IF.

020700     GO TO 1000-EXIT.

020800 1000-EXIT.
020900     EXIT.

021000******************************************************************
021100*    2000-AGE-ONE-BREAK                                          *
021200*        Read the next break in key order -- run date, then rule *
021300*        set -- and, when it is still open, age it and print it. *
021400******************************************************************
021500 2000-AGE-ONE-BREAK.
021600     READ BRK-FILE
021700         AT END
021800             SET EU01-BAG-EOF TO TRUE
021900             GO TO 2000-EXIT
022000     END-READ.

022100     IF NOT EU01-BRK-OPEN
022200         GO TO 2000-EXIT
022300     END-IF.

022400     COMPUTE EU01-BAG-RUN-INT =
022500         FUNCTION INTEGER-OF-DATE(EU01-BRK-RUN-DATE).
022600     IF EU01-BAG-RUN-INT > EU01-BAG-TODAY-INT
022700         MOVE 0 TO EU01-BAG-AGE
022800     ELSE
022900         COMPUTE EU01-BAG-AGE =
023000             EU01-BAG-TODAY-INT - EU01-BAG-RUN-INT
023100     END-IF.

023200     ADD 1 TO EU01-BAG-OPEN-COUNT.
023300     ADD EU01-BRK-DIFFERENCE TO EU01-BAG-NET-DIFF.

023400     MOVE SPACES TO EU01-BAG-DTL-FLAG.
023500     IF EU01-BAG-AGE > EU01-BAG-OLD-DAYS
023600         ADD 1 TO EU01-BAG-OLD-COUNT
023700         MOVE '  ** OVERDUE **' TO EU01-BAG-DTL-FLAG
023800     ELSE
023900         IF EU01-BAG-AGE > EU01-BAG-WEEK-DAYS
024000             ADD 1 TO EU01-BAG-MONTH-COUNT
024100         ELSE
024200             ADD 1 TO EU01-BAG-WEEK-COUNT
024300         END-IF
024400     END-IF.

024500     MOVE EU01-BRK-RUN-DATE     TO EU01-BAG-DTL-DATE.
024600     MOVE EU01-BRK-RULE-NAME    TO EU01-BAG-DTL-RULE.
024650     MOVE EU01-BRK-ENTITY       TO EU01-BAG-DTL-ENTITY.
024700     MOVE EU01-BRK-EXC-TYPE     TO EU01-BAG-DTL-TYPE.
024800     MOVE EU01-BRK-SUM-TOTAL    TO EU01-BAG-DTL-SUM.
024900     MOVE EU01-BRK-GL-TOTAL     TO EU01-BAG-DTL-GL.
025000     MOVE EU01-BRK-DIFFERENCE   TO EU01-BAG-DTL-DIFF.
025100     MOVE EU01-BRK-ASSIGNED-TO  TO EU01-BAG-DTL-OPER.
025200     MOVE EU01-BRK-ROOT-CAUSE   TO EU01-BAG-DTL-CAUSE.
025300     MOVE EU01-BAG-AGE          TO EU01-BAG-DTL-AGE.
025400     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-DETAIL-LINE
025500         AFTER ADVANCING 1 LINE.

025600     GO TO 2000-EXIT.

025700 2000-EXIT.
025800     EXIT.

025900******************************************************************
026000*    3000-PRINT-TOTALS                                           *
026100*        Print the open count by age band and the net open       *
026200*        difference.                                             *
026300******************************************************************
026400 3000-PRINT-TOTALS.
026500     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-BLANK-LINE
026600         AFTER ADVANCING 1 LINE.

026700     IF EU01-BAG-OPEN-COUNT IS EQUAL TO 0
026800         MOVE 'NO OPEN BREAKS' TO EU01-BAG-NOTE-TEXT
026900         WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-NOTE-LINE
027000             AFTER ADVANCING 1 LINE
027100         DISPLAY 'EU01J-0003 NO OPEN BREAKS'
027200         GO TO 3000-EXIT
027300     END-IF.

027400     MOVE 'OPEN BREAKS' TO EU01-BAG-PARM-LABEL.
027500     MOVE EU01-BAG-OPEN-COUNT TO EU01-BAG-PARM-VALUE.
027600     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-PARM-LINE
027700         AFTER ADVANCING 1 LINE.

027800     MOVE '  OPEN 0-7 DAYS' TO EU01-BAG-PARM-LABEL.
027900     MOVE EU01-BAG-WEEK-COUNT TO EU01-BAG-PARM-VALUE.
028000     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-PARM-LINE
028100         AFTER ADVANCING 1 LINE.

028200     MOVE '  OPEN 8-30 DAYS' TO EU01-BAG-PARM-LABEL.
028300     MOVE EU01-BAG-MONTH-COUNT TO EU01-BAG-PARM-VALUE.
028400     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-PARM-LINE
028500         AFTER ADVANCING 1 LINE.

028600     MOVE '  OPEN OVER 30 DAYS' TO EU01-BAG-PARM-LABEL.
028700     MOVE EU01-BAG-OLD-COUNT TO EU01-BAG-PARM-VALUE.
028800     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-PARM-LINE
028900         AFTER ADVANCING 1 LINE.

029000     MOVE 'NET OPEN DIFFERENCE' TO EU01-BAG-TOTAL-LABEL.
029100     MOVE EU01-BAG-NET-DIFF TO EU01-BAG-TOTAL-VALUE.
029200     WRITE EU01-BAG-PRINT-LINE FROM EU01-BAG-TOTAL-LINE
029300         AFTER ADVANCING 1 LINE.

029400     DISPLAY 'EU01J-0005 ' EU01-BAG-OPEN-COUNT
029500         ' OPEN BREAK(S) LISTED'.

029600     GO TO 3000-EXIT.

029700 3000-EXIT.
029800     EXIT.

029900******************************************************************
030000*    9999-TERMINATE                                              *
030100*        Common end-of-job paragraph.                            *
030200******************************************************************
030300 9999-TERMINATE.
030400     STOP RUN.

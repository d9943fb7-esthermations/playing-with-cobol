000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01EXC                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Monthly event exception analysis for the operations      *
001200*       review meeting and audit.  Reads the permanent event     *
001300*       history (EVTHIST, EU01EVH layout) that EUL01CAL appends  *
001400*       every night's event log to, and for the stream nights    *
001500*       whose business date falls in the period named in the     *
001600*       JCL PARM prints:                                         *
001700*                                                                *
001800*         - the period totals -- stream nights, events logged,   *
001900*           warnings, errors and the nights with neither;        *
002000*         - warnings and errors by program;                      *
002100*         - warnings and errors by rule set (events not tied     *
002200*           to a rule set show as (NONE));                       *
002300*         - warnings and errors by EU01 message code, with the   *
002400*           program and rule set that raised it, the nights it   *
002500*           was raised on and its longest run of nights in a     *
002600*           row;                                                 *
002700*         - the worst nights, most errors first, then most       *
002800*           warnings;                                            *
002900*         - the repeat offenders -- a message code raised for    *
003000*           the same program and rule set on at least            *
003100*           EU01-EXC-REPEAT-NIGHTS stream nights running.        *
003200*                                                                *
003300*       "Nights running" counts stream nights, not calendar      *
003400*       days: a weekend or holiday with no stream run does not   *
003500*       break a run.  A night is a stream night when anything    *
003600*       at all was logged for its business date.  Information    *
003700*       events count toward the night's events only.             *
003800*                                                                *
003900*       The period is at most 92 days (a quarter), so a night's  *
004000*       place in it is its day offset from the from-date.        *
004100*                                                                *
004200*   MODIFICATION HISTORY.                                        *
004300*       2026-10-15  DOB  Original coding.                        *
004400*                                                                *
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.     EUL01EXC.
004800 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004900 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
005000 DATE-WRITTEN.   2026-10-15.
005100 DATE-COMPILED.

005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT EVH-FILE ASSIGN TO EVTHIST
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS EU01-EVH-STATUS.

005800     SELECT REPORT-FILE ASSIGN TO RPTFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS EU01-RPT-STATUS.

006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  EVH-FILE
006400     RECORDING MODE IS F.
006500 COPY EU01EVH.

006600 FD  REPORT-FILE
006700     RECORDING MODE IS F.
006800 01  EU01-EXC-PRINT-LINE         PIC X(132).

006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------------
007100*    FILE STATUS SWITCHES
007200*----------------------------------------------------------------
007300 01  EU01-EXC-FILE-STATUSES.
007400     05  EU01-EVH-STATUS         PIC X(02).
007500         88  EU01-EVH-OK                 VALUE '00'.
007600         88  EU01-EVH-NOT-FOUND          VALUE '35'.
007700     05  EU01-RPT-STATUS         PIC X(02).
007800         88  EU01-RPT-OK                 VALUE '00'.

007900 01  EU01-EXC-EOF-SW         PIC X(01).
008000     88  EU01-EXC-EOF                VALUE 'Y'.
008100     88  EU01-EXC-NOT-EOF            VALUE 'N'.

008200 01  EU01-EXC-OPEN-SW        PIC X(01).
008300     88  EU01-EXC-EVH-OPEN           VALUE 'Y'.
008400     88  EU01-EXC-EVH-CLOSED         VALUE 'N'.

008500*----------------------------------------------------------------
008600*    PERIOD AND TOTALS
008700*----------------------------------------------------------------
008800 01  EU01-EXC-FROM-DATE      PIC 9(08).
008900 01  EU01-EXC-TO-DATE        PIC 9(08).
009000 01  EU01-EXC-FROM-INT       PIC 9(08).
009100 01  EU01-EXC-TO-INT         PIC 9(08).
009200 01  EU01-EXC-SPAN           PIC S9(08).

009300 01  EU01-EXC-READ-COUNT     PIC 9(09).
009400 01  EU01-EXC-EVENT-COUNT    PIC 9(07).
009500 01  EU01-EXC-WARN-COUNT     PIC 9(07).
009600 01  EU01-EXC-ERR-COUNT      PIC 9(07).
009700 01  EU01-EXC-NIGHT-COUNT    PIC 9(03).
009800 01  EU01-EXC-CLEAN-COUNT    PIC 9(03).
009900 01  EU01-EXC-REPEAT-COUNT   PIC 9(03).
010000 01  EU01-EXC-MISSED-COUNT   PIC 9(07).

010100*----------------------------------------------------------------
010200*    ANALYSIS CONSTANTS -- the longest period, the table sizes,
010300*    the nights running that make a repeat offender and the
010400*    number of worst nights listed.
010500*----------------------------------------------------------------
010600 01  EU01-EXC-NIGHT-LIMIT    PIC 9(03) VALUE 92.
010700 01  EU01-EXC-PGM-LIMIT      PIC 9(03) VALUE 20.
010800 01  EU01-EXC-RS-LIMIT       PIC 9(03) VALUE 100.
010900 01  EU01-EXC-CODE-LIMIT     PIC 9(03) VALUE 300.
011000 01  EU01-EXC-REPEAT-NIGHTS  PIC 9(02) VALUE 3.
011100 01  EU01-EXC-WORST-LIMIT    PIC 9(02) VALUE 5.

011200*----------------------------------------------------------------
011300*    NIGHTS OF THE PERIOD -- one slot per calendar day, the
011400*    slot being the day's offset from the from-date.
011500*----------------------------------------------------------------
011600 01  EU01-EXC-DX             PIC 9(03).
011700 01  EU01-EXC-BEST-DX        PIC 9(03).
011800 01  EU01-EXC-RANK           PIC 9(02).

011900 01  EU01-EXC-NIGHT-TABLE.
012000     05  EU01-EXC-NIGHT-ENTRY OCCURS 92 TIMES.
012100         10  EU01-EXC-NT-DATE        PIC 9(08).
012200         10  EU01-EXC-NT-RUN-SW      PIC X(01).
012300             88  EU01-EXC-NT-RUN             VALUE 'Y'.
012400             88  EU01-EXC-NT-NO-RUN          VALUE 'N'.
012500         10  EU01-EXC-NT-PICK-SW     PIC X(01).
012600             88  EU01-EXC-NT-PICKED          VALUE 'Y'.
012700             88  EU01-EXC-NT-NOT-PICKED      VALUE 'N'.
012800         10  EU01-EXC-NT-EVENTS      PIC 9(07).
012900         10  EU01-EXC-NT-WARN        PIC 9(07).
013000         10  EU01-EXC-NT-ERR         PIC 9(07).

013100*----------------------------------------------------------------
013200*    TALLY TABLES -- each kept in key order as entries are
013300*    added, so the report prints straight from them.  The
013400*    position a key belongs at is found by 2110/2210/2310 and a
013500*    new key is added there by 2130/2230/2330; an event whose
013600*    key does not fit a full table is counted in
013700*    EU01-EXC-MISSED-COUNT and reported.
013800*----------------------------------------------------------------
013900 01  EU01-EXC-IX             PIC 9(03).
014000 01  EU01-EXC-POS            PIC 9(03).
014100 01  EU01-EXC-RUN-LEN        PIC 9(03).

014200 01  EU01-EXC-SCAN-SW        PIC X(01).
014300     88  EU01-EXC-SCAN-DONE          VALUE 'Y'.
014400     88  EU01-EXC-SCAN-NOT-DONE      VALUE 'N'.

014500 01  EU01-EXC-FOUND-SW       PIC X(01).
014600     88  EU01-EXC-KEY-FOUND          VALUE 'Y'.
014700     88  EU01-EXC-KEY-NOT-FOUND      VALUE 'N'.

014800 01  EU01-EXC-MISS-SW        PIC X(01).
014900     88  EU01-EXC-EVENT-MISSED       VALUE 'Y'.
015000     88  EU01-EXC-EVENT-TALLIED      VALUE 'N'.

015100 01  EU01-EXC-PGM-COUNT      PIC 9(03).
015200 01  EU01-EXC-PGM-TABLE.
015300     05  EU01-EXC-PGM-ENTRY  OCCURS 20 TIMES.
015400         10  EU01-EXC-PG-NAME        PIC X(08).
015500         10  EU01-EXC-PG-WARN        PIC 9(07).
015600         10  EU01-EXC-PG-ERR         PIC 9(07).

015700 01  EU01-EXC-RS-COUNT       PIC 9(03).
015800 01  EU01-EXC-RS-TABLE.
015900     05  EU01-EXC-RS-ENTRY   OCCURS 100 TIMES.
016000         10  EU01-EXC-RS-NAME        PIC X(08).
016100         10  EU01-EXC-RS-WARN        PIC 9(07).
016200         10  EU01-EXC-RS-ERR         PIC 9(07).

016300 01  EU01-EXC-CODE-KEY.
016400     05  EU01-EXC-CK-PROGRAM     PIC X(08).
016500     05  EU01-EXC-CK-CODE        PIC X(10).
016600     05  EU01-EXC-CK-RULE        PIC X(08).

016700 01  EU01-EXC-CODE-COUNT     PIC 9(03).
016800 01  EU01-EXC-CODE-TABLE.
016900     05  EU01-EXC-CODE-ENTRY OCCURS 300 TIMES.
017000         10  EU01-EXC-CD-KEY.
017100             15  EU01-EXC-CD-PROGRAM PIC X(08).
017200             15  EU01-EXC-CD-CODE    PIC X(10).
017300             15  EU01-EXC-CD-RULE    PIC X(08).
017400         10  EU01-EXC-CD-WARN        PIC 9(07).
017500         10  EU01-EXC-CD-ERR         PIC 9(07).
017600         10  EU01-EXC-CD-NIGHTS      PIC 9(03).
017700         10  EU01-EXC-CD-RUN         PIC 9(03).
017800         10  EU01-EXC-CD-RUN-END     PIC 9(08).
017900         10  EU01-EXC-CD-NIGHT-SW    PIC X(01)
018000                                     OCCURS 92 TIMES.
018100             88  EU01-EXC-CD-RAISED          VALUE 'Y'.

018200*----------------------------------------------------------------
018300*    REPORT LINES
018400*----------------------------------------------------------------
018500 01  EU01-EXC-HDR1.
018600     05  FILLER              PIC X(10) VALUE 'EUL01EXC'.
018700     05  FILLER              PIC X(34) VALUE
018800         'WARNING/ERROR EXCEPTION ANALYSIS'.
018900     05  FILLER              PIC X(06) VALUE 'FROM'.
019000     05  EU01-EXC-HDR1-FROM  PIC 9(08).
019100     05  FILLER              PIC X(05) VALUE ' TO'.
019200     05  EU01-EXC-HDR1-TO    PIC 9(08).
019300     05  FILLER              PIC X(61) VALUE SPACES.

019400 01  EU01-EXC-HDR2.
019500     05  FILLER              PIC X(78) VALUE ALL '-'.
019600     05  FILLER              PIC X(54) VALUE SPACES.

019700 01  EU01-EXC-TITLE-LINE.
019800     05  FILLER              PIC X(02) VALUE SPACES.
019900     05  EU01-EXC-TITLE-TEXT PIC X(60).
020000     05  FILLER              PIC X(70) VALUE SPACES.

020100 01  EU01-EXC-COUNT-LINE.
020200     05  FILLER              PIC X(04) VALUE SPACES.
020300     05  EU01-EXC-COUNT-LABEL
020400                             PIC X(40).
020500     05  EU01-EXC-COUNT-VALUE
020600                             PIC Z(06)9.
020700     05  FILLER              PIC X(81) VALUE SPACES.

020800 01  EU01-EXC-TALLY-HDR.
020900     05  FILLER              PIC X(04) VALUE SPACES.
021000     05  EU01-EXC-TH-LABEL   PIC X(10).
021100     05  FILLER              PIC X(08) VALUE 'WARNINGS'.
021200     05  FILLER              PIC X(02) VALUE SPACES.
021300     05  FILLER              PIC X(08) VALUE '  ERRORS'.
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  FILLER              PIC X(08) VALUE '   TOTAL'.
021600     05  FILLER              PIC X(90) VALUE SPACES.

021700 01  EU01-EXC-TALLY-LINE.
021800     05  FILLER              PIC X(04) VALUE SPACES.
021900     05  EU01-EXC-TL-NAME    PIC X(08).
022000     05  FILLER              PIC X(02) VALUE SPACES.
022100     05  EU01-EXC-TL-WARN    PIC Z(07)9.
022200     05  FILLER              PIC X(02) VALUE SPACES.
022300     05  EU01-EXC-TL-ERR     PIC Z(07)9.
022400     05  FILLER              PIC X(02) VALUE SPACES.
022500     05  EU01-EXC-TL-TOTAL   PIC Z(07)9.
022600     05  FILLER              PIC X(90) VALUE SPACES.

022700 01  EU01-EXC-CODE-HDR.
022800     05  FILLER              PIC X(04) VALUE SPACES.
022900     05  FILLER              PIC X(10) VALUE 'PROGRAM'.
023000     05  FILLER              PIC X(12) VALUE 'MSG CODE'.
023100     05  FILLER              PIC X(10) VALUE 'RULE SET'.
023200     05  FILLER              PIC X(08) VALUE 'WARNINGS'.
023300     05  FILLER              PIC X(02) VALUE SPACES.
023400     05  FILLER              PIC X(08) VALUE '  ERRORS'.
023500     05  FILLER              PIC X(02) VALUE SPACES.
023600     05  FILLER              PIC X(06) VALUE 'NIGHTS'.
023700     05  FILLER              PIC X(02) VALUE SPACES.
023800     05  FILLER              PIC X(06) VALUE 'IN ROW'.
023900     05  FILLER              PIC X(62) VALUE SPACES.

024000 01  EU01-EXC-CODE-LINE.
024100     05  FILLER              PIC X(04) VALUE SPACES.
024200     05  EU01-EXC-CL-PROGRAM PIC X(08).
024300     05  FILLER              PIC X(02) VALUE SPACES.
024400     05  EU01-EXC-CL-CODE    PIC X(10).
024500     05  FILLER              PIC X(02) VALUE SPACES.
024600     05  EU01-EXC-CL-RULE    PIC X(08).
024700     05  FILLER              PIC X(02) VALUE SPACES.
024800     05  EU01-EXC-CL-WARN    PIC Z(07)9.
024900     05  FILLER              PIC X(02) VALUE SPACES.
025000     05  EU01-EXC-CL-ERR     PIC Z(07)9.
025100     05  FILLER              PIC X(02) VALUE SPACES.
025200     05  EU01-EXC-CL-NIGHTS  PIC Z(05)9.
025300     05  FILLER              PIC X(02) VALUE SPACES.
025400     05  EU01-EXC-CL-RUN     PIC Z(05)9.
025500     05  FILLER              PIC X(62) VALUE SPACES.

025600 01  EU01-EXC-NIGHT-HDR.
025700     05  FILLER              PIC X(04) VALUE SPACES.
025800     05  FILLER              PIC X(10) VALUE 'NIGHT'.
025900     05  FILLER              PIC X(08) VALUE '  EVENTS'.
026000     05  FILLER              PIC X(02) VALUE SPACES.
026100     05  FILLER              PIC X(08) VALUE 'WARNINGS'.
026200     05  FILLER              PIC X(02) VALUE SPACES.
026300     05  FILLER              PIC X(08) VALUE '  ERRORS'.
026400     05  FILLER              PIC X(90) VALUE SPACES.

026500 01  EU01-EXC-NIGHT-LINE.
026600     05  FILLER              PIC X(04) VALUE SPACES.
026700     05  EU01-EXC-NL-DATE    PIC 9(08).
026800     05  FILLER              PIC X(02) VALUE SPACES.
026900     05  EU01-EXC-NL-EVENTS  PIC Z(07)9.
027000     05  FILLER              PIC X(02) VALUE SPACES.
027100     05  EU01-EXC-NL-WARN    PIC Z(07)9.
027200     05  FILLER              PIC X(02) VALUE SPACES.
027300     05  EU01-EXC-NL-ERR     PIC Z(07)9.
027400     05  FILLER              PIC X(90) VALUE SPACES.

027500 01  EU01-EXC-REPEAT-NOTE.
027600     05  FILLER              PIC X(04) VALUE SPACES.
027700     05  FILLER              PIC X(18) VALUE
027800         'RAISED ON AT LEAST'.
027900     05  EU01-EXC-RN-NIGHTS  PIC Z9.
028000     05  FILLER              PIC X(30) VALUE
028100         ' STREAM NIGHTS RUNNING'.
028200     05  FILLER              PIC X(78) VALUE SPACES.

028300 01  EU01-EXC-REPEAT-HDR.
028400     05  FILLER              PIC X(04) VALUE SPACES.
028500     05  FILLER              PIC X(10) VALUE 'PROGRAM'.
028600     05  FILLER              PIC X(12) VALUE 'MSG CODE'.
028700     05  FILLER              PIC X(10) VALUE 'RULE SET'.
028800     05  FILLER              PIC X(06) VALUE 'IN ROW'.
028900     05  FILLER              PIC X(02) VALUE SPACES.
029000     05  FILLER              PIC X(08) VALUE 'ENDED ON'.
029100     05  FILLER              PIC X(02) VALUE SPACES.
029200     05  FILLER              PIC X(06) VALUE 'NIGHTS'.
029300     05  FILLER              PIC X(72) VALUE SPACES.

029400 01  EU01-EXC-REPEAT-LINE.
029500     05  FILLER              PIC X(04) VALUE SPACES.
029600     05  EU01-EXC-RL-PROGRAM PIC X(08).
029700     05  FILLER              PIC X(02) VALUE SPACES.
029800     05  EU01-EXC-RL-CODE    PIC X(10).
029900     05  FILLER              PIC X(02) VALUE SPACES.
030000     05  EU01-EXC-RL-RULE    PIC X(08).
030100     05  FILLER              PIC X(02) VALUE SPACES.
030200     05  EU01-EXC-RL-RUN     PIC Z(05)9.
030300     05  FILLER              PIC X(02) VALUE SPACES.
030400     05  EU01-EXC-RL-RUN-END PIC 9(08).
030500     05  FILLER              PIC X(02) VALUE SPACES.
030600     05  EU01-EXC-RL-NIGHTS  PIC Z(05)9.
030700     05  FILLER              PIC X(72) VALUE SPACES.

030800 01  EU01-EXC-NOTE-LINE.
030900     05  FILLER              PIC X(04) VALUE SPACES.
031000     05  EU01-EXC-NOTE-TEXT  PIC X(70).
031100     05  FILLER              PIC X(58) VALUE SPACES.

031200 01  EU01-EXC-BLANK-LINE     PIC X(132) VALUE SPACES.

031300 LINKAGE SECTION.
031400*----------------------------------------------------------------
031500*    JCL EXEC PARM -- the period, exactly sixteen digits,
031600*    YYYYMMDDYYYYMMDD (from/to inclusive), at most 92 days.
031700*----------------------------------------------------------------
031800 01  EU01-EXC-JCL-PARM.
031900     05  EU01-EXC-PARM-LEN       PIC S9(04) COMP.
032000     05  EU01-EXC-PARM-TEXT.
032100         10  EU01-EXC-PARM-FROM  PIC X(08).
032200         10  EU01-EXC-PARM-TO    PIC X(08).

032300 PROCEDURE DIVISION USING EU01-EXC-JCL-PARM.

032400******************************************************************
032500*    0000-MAINLINE                                               *
032600*        Top-level control paragraph.                            *
032700******************************************************************
032800 0000-MAINLINE.
032900     PERFORM 1000-INITIALIZE
033000         THRU 1000-EXIT.

033100     PERFORM 2000-ANALYSE-ONE-EVENT
033200         THRU 2000-EXIT
033300         UNTIL EU01-EXC-EOF.

033400     IF EU01-EXC-EVH-OPEN
033500         CLOSE EVH-FILE
033600     END-IF.

033700     PERFORM 3000-FIND-LONGEST-RUN
033800         THRU 3000-EXIT
033900         VARYING EU01-EXC-IX FROM 1 BY 1
034000             UNTIL EU01-EXC-IX > EU01-EXC-CODE-COUNT.

034100     PERFORM 4000-PRINT-REPORT
034200         THRU 4000-EXIT.

034300     CLOSE REPORT-FILE.

034400     DISPLAY 'EU01F-0006 ' EU01-EXC-NIGHT-COUNT ' NIGHT(S), '
034500         EU01-EXC-WARN-COUNT ' WARNING(S), '
034600         EU01-EXC-ERR-COUNT ' ERROR(S), '
034700         EU01-EXC-REPEAT-COUNT ' REPEAT OFFENDER(S)'.

034800     IF EU01-EXC-NIGHT-COUNT IS EQUAL TO 0
034900         DISPLAY 'EU01F-0007 NO STREAM NIGHTS ON THE EVENT '
035000             'HISTORY FOR THE PERIOD'
035100         MOVE 4 TO RETURN-CODE
035200     END-IF.

035300     IF EU01-EXC-MISSED-COUNT IS GREATER THAN 0
035400         DISPLAY 'EU01F-0008 ' EU01-EXC-MISSED-COUNT
035500             ' WARNING/ERROR EVENT(S) NOT ANALYSED -- '
035600             'TALLY TABLE FULL'
035700         MOVE 4 TO RETURN-CODE
035800     END-IF.

035900     GO TO 9999-TERMINATE.

036000******************************************************************
036100*    1000-INITIALIZE                                             *
036200*        Validate the period PARM, open the report and print     *
036300*        its heading, set up a night slot for every day of the   *
036400*        period and open the event history.  An event history    *
036500*        never yet written to is an empty period, not a          *
036600*        failure.                                                *
036700******************************************************************
036800 1000-INITIALIZE.
036900     MOVE 0 TO EU01-EXC-READ-COUNT.
037000     MOVE 0 TO EU01-EXC-EVENT-COUNT.
037100     MOVE 0 TO EU01-EXC-WARN-COUNT.
037200     MOVE 0 TO EU01-EXC-ERR-COUNT.
037300     MOVE 0 TO EU01-EXC-NIGHT-COUNT.
037400     MOVE 0 TO EU01-EXC-CLEAN-COUNT.
037500     MOVE 0 TO EU01-EXC-REPEAT-COUNT.
037600     MOVE 0 TO EU01-EXC-MISSED-COUNT.
037700     MOVE 0 TO EU01-EXC-PGM-COUNT.
037800     MOVE 0 TO EU01-EXC-RS-COUNT.
037900     MOVE 0 TO EU01-EXC-CODE-COUNT.
038000     SET EU01-EXC-NOT-EOF TO TRUE.
038100     SET EU01-EXC-EVH-CLOSED TO TRUE.

038200     IF EU01-EXC-PARM-LEN IS NOT EQUAL TO 16
038300             OR EU01-EXC-PARM-TEXT IS NOT NUMERIC
038400         DISPLAY 'EU01F-0001 PERIOD PARM MUST BE EXACTLY '
038500             'SIXTEEN DIGITS, YYYYMMDDYYYYMMDD'
038600         MOVE 16 TO RETURN-CODE
038700         GO TO 9999-TERMINATE
038800     END-IF.

038900     MOVE EU01-EXC-PARM-FROM TO EU01-EXC-FROM-DATE.
039000     MOVE EU01-EXC-PARM-TO   TO EU01-EXC-TO-DATE.

039100     IF EU01-EXC-FROM-DATE IS GREATER THAN EU01-EXC-TO-DATE
039200         DISPLAY 'EU01F-0002 FROM-DATE MUST NOT BE AFTER '
039300             'TO-DATE'
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 9999-TERMINATE
039600     END-IF.

039700     COMPUTE EU01-EXC-FROM-INT =
039800         FUNCTION INTEGER-OF-DATE(EU01-EXC-FROM-DATE).
039900     COMPUTE EU01-EXC-TO-INT =
040000         FUNCTION INTEGER-OF-DATE(EU01-EXC-TO-DATE).
040100     COMPUTE EU01-EXC-SPAN =
040200         EU01-EXC-TO-INT - EU01-EXC-FROM-INT + 1.

040300     IF EU01-EXC-FROM-INT IS EQUAL TO 0
040400             OR EU01-EXC-TO-INT IS EQUAL TO 0
040500             OR EU01-EXC-SPAN IS LESS THAN 1
040600             OR EU01-EXC-SPAN IS GREATER THAN
040700                 EU01-EXC-NIGHT-LIMIT
040800         DISPLAY 'EU01F-0003 PERIOD MUST BE TWO VALID DATES '
040900             'NO MORE THAN ' EU01-EXC-NIGHT-LIMIT
041000             ' DAYS APART, FROM/TO INCLUSIVE'
041100         MOVE 16 TO RETURN-CODE
041200         GO TO 9999-TERMINATE
041300     END-IF.

041400     OPEN OUTPUT REPORT-FILE.

041500     IF NOT EU01-RPT-OK
041600         DISPLAY 'EU01F-0004 UNABLE TO OPEN REPORT FILE, '
041700             'STATUS ' EU01-RPT-STATUS
041800         MOVE 16 TO RETURN-CODE
041900         GO TO 9999-TERMINATE
042000     END-IF.

042100     MOVE EU01-EXC-FROM-DATE TO EU01-EXC-HDR1-FROM.
042200     MOVE EU01-EXC-TO-DATE   TO EU01-EXC-HDR1-TO.
042300     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-HDR1
042400         AFTER ADVANCING PAGE.
042500     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-HDR2
042600         AFTER ADVANCING 1 LINE.

042700     PERFORM 1100-CLEAR-ONE-NIGHT
042800         THRU 1100-EXIT
042900         VARYING EU01-EXC-DX FROM 1 BY 1
043000             UNTIL EU01-EXC-DX > EU01-EXC-SPAN.

043100     OPEN INPUT EVH-FILE.

043200     IF EU01-EVH-NOT-FOUND
043300         SET EU01-EXC-EOF TO TRUE
043400         GO TO 1000-EXIT
043500     END-IF.

043600     IF NOT EU01-EVH-OK
043700         DISPLAY 'EU01F-0005 UNABLE TO OPEN EVENT HISTORY, '
043800             'STATUS ' EU01-EVH-STATUS
043900         MOVE 16 TO RETURN-CODE
044000         GO TO 9999-TERMINATE
044100     END-IF.

044200     SET EU01-EXC-EVH-OPEN TO TRUE.

044300     GO TO 1000-EXIT.

044400 1000-EXIT.
044500     EXIT.

044600******************************************************************
044700*    1100-CLEAR-ONE-NIGHT                                        *
044800*        Set up the night slot for one day of the period.        *
044900******************************************************************
045000 1100-CLEAR-ONE-NIGHT.
045100     COMPUTE EU01-EXC-NT-DATE(EU01-EXC-DX) =
045200         FUNCTION DATE-OF-INTEGER(EU01-EXC-FROM-INT
045300             + EU01-EXC-DX - 1).
045400     SET EU01-EXC-NT-NO-RUN(EU01-EXC-DX) TO TRUE.
045500     SET EU01-EXC-NT-NOT-PICKED(EU01-EXC-DX) TO TRUE.
045600     MOVE 0 TO EU01-EXC-NT-EVENTS(EU01-EXC-DX).
045700     MOVE 0 TO EU01-EXC-NT-WARN(EU01-EXC-DX).
045800     MOVE 0 TO EU01-EXC-NT-ERR(EU01-EXC-DX).

045900     GO TO 1100-EXIT.

046000 1100-EXIT.
046100     EXIT.

046200******************************************************************
046300*    2000-ANALYSE-ONE-EVENT                                      *
046400*        Read the next event on the history.  One whose          *
046500*        business date is in the period makes its night a        *
046600*        stream night; a warning or error is also counted for    *
046700*        the night and tallied by program, by rule set and by    *
046800*        message code.                                           *
046900******************************************************************
047000 2000-ANALYSE-ONE-EVENT.
047100     READ EVH-FILE
047200         AT END
047300             SET EU01-EXC-EOF TO TRUE
047400             GO TO 2000-EXIT
047500     END-READ.

047600     ADD 1 TO EU01-EXC-READ-COUNT.

047700     IF EU01-EVH-BUSINESS-DATE IS LESS THAN EU01-EXC-FROM-DATE
047800             OR EU01-EVH-BUSINESS-DATE IS GREATER THAN
047900                 EU01-EXC-TO-DATE
048000         GO TO 2000-EXIT
048100     END-IF.

048200     COMPUTE EU01-EXC-DX =
048300         FUNCTION INTEGER-OF-DATE(EU01-EVH-BUSINESS-DATE)
048400             - EU01-EXC-FROM-INT + 1.

048500     ADD 1 TO EU01-EXC-EVENT-COUNT.
048600     ADD 1 TO EU01-EXC-NT-EVENTS(EU01-EXC-DX).
048700     IF EU01-EXC-NT-NO-RUN(EU01-EXC-DX)
048800         SET EU01-EXC-NT-RUN(EU01-EXC-DX) TO TRUE
048900         ADD 1 TO EU01-EXC-NIGHT-COUNT
049000     END-IF.

049100     IF NOT EU01-EVH-WARNING AND NOT EU01-EVH-ERROR
049200         GO TO 2000-EXIT
049300     END-IF.

049400     IF EU01-EVH-WARNING
049500         ADD 1 TO EU01-EXC-WARN-COUNT
049600         ADD 1 TO EU01-EXC-NT-WARN(EU01-EXC-DX)
049700     ELSE
049800         ADD 1 TO EU01-EXC-ERR-COUNT
049900         ADD 1 TO EU01-EXC-NT-ERR(EU01-EXC-DX)
050000     END-IF.

050100     SET EU01-EXC-EVENT-TALLIED TO TRUE.

050200     PERFORM 2100-TALLY-PROGRAM
050300         THRU 2100-EXIT.

050400     PERFORM 2200-TALLY-RULE-SET
050500         THRU 2200-EXIT.

050600     PERFORM 2300-TALLY-CODE
050700         THRU 2300-EXIT.

050800     IF EU01-EXC-EVENT-MISSED
050900         ADD 1 TO EU01-EXC-MISSED-COUNT
051000     END-IF.

051100     GO TO 2000-EXIT.

051200 2000-EXIT.
051300     EXIT.

051400******************************************************************
051500*    2100-TALLY-PROGRAM                                          *
051600*        Count the warning or error against the program that     *
051700*        logged it, adding the program to the table in name      *
051800*        order when it is not there yet.                         *
051900******************************************************************
052000 2100-TALLY-PROGRAM.
052100     COMPUTE EU01-EXC-POS = EU01-EXC-PGM-COUNT + 1.
052200     SET EU01-EXC-SCAN-NOT-DONE TO TRUE.
052300     SET EU01-EXC-KEY-NOT-FOUND TO TRUE.
052400     PERFORM 2110-SCAN-PROGRAM
052500         THRU 2110-EXIT
052600         VARYING EU01-EXC-IX FROM 1 BY 1
052700             UNTIL EU01-EXC-IX > EU01-EXC-PGM-COUNT
052800                 OR EU01-EXC-SCAN-DONE.

052900     IF EU01-EXC-KEY-NOT-FOUND
053000         PERFORM 2130-ADD-PROGRAM
053100             THRU 2130-EXIT
053200     END-IF.

053300     IF EU01-EXC-KEY-NOT-FOUND
053400         GO TO 2100-EXIT
053500     END-IF.

053600     IF EU01-EVH-WARNING
053700         ADD 1 TO EU01-EXC-PG-WARN(EU01-EXC-POS)
053800     ELSE
053900         ADD 1 TO EU01-EXC-PG-ERR(EU01-EXC-POS)
054000     END-IF.

054100     GO TO 2100-EXIT.

054200 2100-EXIT.
054300     EXIT.

054400******************************************************************
054500*    2110-SCAN-PROGRAM                                           *
054600*        Stop at the first program in the table not before the   *
054700*        event's program -- its place, found or to be added.     *
054800******************************************************************
054900 2110-SCAN-PROGRAM.
055000     IF EU01-EXC-PG-NAME(EU01-EXC-IX) IS LESS THAN
055100             EU01-EVH-PROGRAM
055200         GO TO 2110-EXIT
055300     END-IF.

055400     MOVE EU01-EXC-IX TO EU01-EXC-POS.
055500     SET EU01-EXC-SCAN-DONE TO TRUE.
055600     IF EU01-EXC-PG-NAME(EU01-EXC-IX) IS EQUAL TO
055700             EU01-EVH-PROGRAM
055800         SET EU01-EXC-KEY-FOUND TO TRUE
055900     END-IF.

056000     GO TO 2110-EXIT.

056100 2110-EXIT.
056200     EXIT.

056300******************************************************************
056400*    2120-SHIFT-PROGRAM                                          *
056500*        Move one program entry down a place to open a slot.     *
056600******************************************************************
056700 2120-SHIFT-PROGRAM.
056800     MOVE EU01-EXC-PGM-ENTRY(EU01-EXC-IX)
056900         TO EU01-EXC-PGM-ENTRY(EU01-EXC-IX + 1).

057000     GO TO 2120-EXIT.

057100 2120-EXIT.
057200     EXIT.

057300******************************************************************
057400*    2130-ADD-PROGRAM                                            *
057500*        Add the event's program to the table at the place the   *
057600*        scan found, moving the programs after it down.  A full  *
057700*        table leaves the event untallied.                       *
057800******************************************************************
057900 2130-ADD-PROGRAM.
058000     IF EU01-EXC-PGM-COUNT IS NOT LESS THAN EU01-EXC-PGM-LIMIT
058100         SET EU01-EXC-EVENT-MISSED TO TRUE
058200         GO TO 2130-EXIT
058300     END-IF.

058400     PERFORM 2120-SHIFT-PROGRAM
058500         THRU 2120-EXIT
058600         VARYING EU01-EXC-IX FROM EU01-EXC-PGM-COUNT BY -1
058700             UNTIL EU01-EXC-IX < EU01-EXC-POS.

058800     ADD 1 TO EU01-EXC-PGM-COUNT.
058900     MOVE EU01-EVH-PROGRAM TO EU01-EXC-PG-NAME(EU01-EXC-POS).
059000     MOVE 0 TO EU01-EXC-PG-WARN(EU01-EXC-POS).
059100     MOVE 0 TO EU01-EXC-PG-ERR(EU01-EXC-POS).
059200     SET EU01-EXC-KEY-FOUND TO TRUE.

059300     GO TO 2130-EXIT.

059400 2130-EXIT.
059500     EXIT.

059600******************************************************************
059700*    2200-TALLY-RULE-SET                                         *
059800*        Count the warning or error against its rule set (space  *
059900*        for a stream-wide event), adding the rule set to the    *
060000*        table in name order when it is not there yet.           *
060100******************************************************************
060200 2200-TALLY-RULE-SET.
060300     COMPUTE EU01-EXC-POS = EU01-EXC-RS-COUNT + 1.
060400     SET EU01-EXC-SCAN-NOT-DONE TO TRUE.
060500     SET EU01-EXC-KEY-NOT-FOUND TO TRUE.
060600     PERFORM 2210-SCAN-RULE-SET
060700         THRU 2210-EXIT
060800         VARYING EU01-EXC-IX FROM 1 BY 1
060900             UNTIL EU01-EXC-IX > EU01-EXC-RS-COUNT
061000                 OR EU01-EXC-SCAN-DONE.

061100     IF EU01-EXC-KEY-NOT-FOUND
061200         PERFORM 2230-ADD-RULE-SET
061300             THRU 2230-EXIT
061400     END-IF.

061500     IF EU01-EXC-KEY-NOT-FOUND
061600         GO TO 2200-EXIT
061700     END-IF.

061800     IF EU01-EVH-WARNING
061900         ADD 1 TO EU01-EXC-RS-WARN(EU01-EXC-POS)
062000     ELSE
062100         ADD 1 TO EU01-EXC-RS-ERR(EU01-EXC-POS)
062200     END-IF.

062300     GO TO 2200-EXIT.

062400 2200-EXIT.
062500     EXIT.

062600******************************************************************
062700*    2210-SCAN-RULE-SET                                          *
062800*        Stop at the first rule set in the table not before the  *
062900*        event's rule set -- its place, found or to be added.    *
063000******************************************************************
063100 2210-SCAN-RULE-SET.
063200     IF EU01-EXC-RS-NAME(EU01-EXC-IX) IS LESS THAN
063300             EU01-EVH-RULE-NAME
063400         GO TO 2210-EXIT
063500     END-IF.

063600     MOVE EU01-EXC-IX TO EU01-EXC-POS.
063700     SET EU01-EXC-SCAN-DONE TO TRUE.
063800     IF EU01-EXC-RS-NAME(EU01-EXC-IX) IS EQUAL TO
063900             EU01-EVH-RULE-NAME
064000         SET EU01-EXC-KEY-FOUND TO TRUE
064100     END-IF.

064200     GO TO 2210-EXIT.

064300 2210-EXIT.
064400     EXIT.

064500******************************************************************
064600*    2220-SHIFT-RULE-SET                                         *
064700*        Move one rule-set entry down a place to open a slot.    *
064800******************************************************************
064900 2220-SHIFT-RULE-SET.
065000     MOVE EU01-EXC-RS-ENTRY(EU01-EXC-IX)
065100         TO EU01-EXC-RS-ENTRY(EU01-EXC-IX + 1).

065200     GO TO 2220-EXIT.

065300 2220-EXIT.
065400     EXIT.

065500******************************************************************
065600*    2230-ADD-RULE-SET                                           *
065700*        Add the event's rule set to the table at the place the  *
065800*        scan found, moving the rule sets after it down.  A      *
065900*        full table leaves the event untallied.                  *
066000******************************************************************
066100 2230-ADD-RULE-SET.
066200     IF EU01-EXC-RS-COUNT IS NOT LESS THAN EU01-EXC-RS-LIMIT
066300         SET EU01-EXC-EVENT-MISSED TO TRUE
066400         GO TO 2230-EXIT
066500     END-IF.

066600     PERFORM 2220-SHIFT-RULE-SET
066700         THRU 2220-EXIT
066800         VARYING EU01-EXC-IX FROM EU01-EXC-RS-COUNT BY -1
066900             UNTIL EU01-EXC-IX < EU01-EXC-POS.

067000     ADD 1 TO EU01-EXC-RS-COUNT.
067100     MOVE EU01-EVH-RULE-NAME TO EU01-EXC-RS-NAME(EU01-EXC-POS).
067200     MOVE 0 TO EU01-EXC-RS-WARN(EU01-EXC-POS).
067300     MOVE 0 TO EU01-EXC-RS-ERR(EU01-EXC-POS).
067400     SET EU01-EXC-KEY-FOUND TO TRUE.

067500     GO TO 2230-EXIT.

067600 2230-EXIT.
067700     EXIT.

067800******************************************************************
067900*    2300-TALLY-CODE                                             *
068000*        Count the warning or error against its program,         *
068100*        message code and rule set, and mark the night it was    *
068200*        raised on -- adding the combination to the table in     *
068300*        key order when it is not there yet.                     *
068400******************************************************************
068500 2300-TALLY-CODE.
068600     MOVE EU01-EVH-PROGRAM   TO EU01-EXC-CK-PROGRAM.
068700     MOVE EU01-EVH-MSG-CODE  TO EU01-EXC-CK-CODE.
068800     MOVE EU01-EVH-RULE-NAME TO EU01-EXC-CK-RULE.

068900     COMPUTE EU01-EXC-POS = EU01-EXC-CODE-COUNT + 1.
069000     SET EU01-EXC-SCAN-NOT-DONE TO TRUE.
069100     SET EU01-EXC-KEY-NOT-FOUND TO TRUE.
069200     PERFORM 2310-SCAN-CODE
069300         THRU 2310-EXIT
069400         VARYING EU01-EXC-IX FROM 1 BY 1
069500             UNTIL EU01-EXC-IX > EU01-EXC-CODE-COUNT
069600                 OR EU01-EXC-SCAN-DONE.

069700     IF EU01-EXC-KEY-NOT-FOUND
069800         PERFORM 2330-ADD-CODE
069900             THRU 2330-EXIT
070000     END-IF.

070100     IF EU01-EXC-KEY-NOT-FOUND
070200         GO TO 2300-EXIT
070300     END-IF.

070400     IF EU01-EVH-WARNING
070500         ADD 1 TO EU01-EXC-CD-WARN(EU01-EXC-POS)
070600     ELSE
070700         ADD 1 TO EU01-EXC-CD-ERR(EU01-EXC-POS)
070800     END-IF.

070900     IF NOT EU01-EXC-CD-RAISED(EU01-EXC-POS, EU01-EXC-DX)
071000         SET EU01-EXC-CD-RAISED(EU01-EXC-POS, EU01-EXC-DX)
071100             TO TRUE
071200         ADD 1 TO EU01-EXC-CD-NIGHTS(EU01-EXC-POS)
071300     END-IF.

071400     GO TO 2300-EXIT.

071500 2300-EXIT.
071600     EXIT.

071700******************************************************************
071800*    2310-SCAN-CODE                                              *
071900*        Stop at the first combination in the table not before   *
072000*        the event's -- its place, found or to be added.         *
072100******************************************************************
072200 2310-SCAN-CODE.
072300     IF EU01-EXC-CD-KEY(EU01-EXC-IX) IS LESS THAN
072400             EU01-EXC-CODE-KEY
072500         GO TO 2310-EXIT
072600     END-IF.

072700     MOVE EU01-EXC-IX TO EU01-EXC-POS.
072800     SET EU01-EXC-SCAN-DONE TO TRUE.
072900     IF EU01-EXC-CD-KEY(EU01-EXC-IX) IS EQUAL TO
073000             EU01-EXC-CODE-KEY
073100         SET EU01-EXC-KEY-FOUND TO TRUE
073200     END-IF.

073300     GO TO 2310-EXIT.

073400 2310-EXIT.
073500     EXIT.

073600******************************************************************
073700*    2320-SHIFT-CODE                                             *
073800*        Move one combination down a place to open a slot.       *
073900******************************************************************
074000 2320-SHIFT-CODE.
074100     MOVE EU01-EXC-CODE-ENTRY(EU01-EXC-IX)
074200         TO EU01-EXC-CODE-ENTRY(EU01-EXC-IX + 1).

074300     GO TO 2320-EXIT.

074400 2320-EXIT.
074500     EXIT.

074600******************************************************************
074700*    2330-ADD-CODE                                               *
074800*        Add the event's program / message code / rule set to    *
074900*        the table at the place the scan found, moving the       *
075000*        combinations after it down.  A full table leaves the    *
075100*        event untallied.                                        *
075200******************************************************************
075300 2330-ADD-CODE.
075400     IF EU01-EXC-CODE-COUNT IS NOT LESS THAN
075500             EU01-EXC-CODE-LIMIT
075600         SET EU01-EXC-EVENT-MISSED TO TRUE
075700         GO TO 2330-EXIT
075800     END-IF.

075900     PERFORM 2320-SHIFT-CODE
076000         THRU 2320-EXIT
076100         VARYING EU01-EXC-IX FROM EU01-EXC-CODE-COUNT BY -1
076200             UNTIL EU01-EXC-IX < EU01-EXC-POS.

076300     ADD 1 TO EU01-EXC-CODE-COUNT.
076400     INITIALIZE EU01-EXC-CODE-ENTRY(EU01-EXC-POS).
076500     MOVE EU01-EXC-CODE-KEY TO EU01-EXC-CD-KEY(EU01-EXC-POS).
076600     SET EU01-EXC-KEY-FOUND TO TRUE.

076700     GO TO 2330-EXIT.

076800 2330-EXIT.
076900     EXIT.

077000******************************************************************
077100*    3000-FIND-LONGEST-RUN                                       *
077200*        Find a combination's longest run of stream nights in a  *
077300*        row it was raised on, and the night that run ended.     *
077400*        Days with no stream run are passed over, so a weekend   *
077500*        does not break a run.                                   *
077600******************************************************************
077700 3000-FIND-LONGEST-RUN.
077800     MOVE 0 TO EU01-EXC-RUN-LEN.

077900     PERFORM 3010-STEP-ONE-NIGHT
078000         THRU 3010-EXIT
078100         VARYING EU01-EXC-DX FROM 1 BY 1
078200             UNTIL EU01-EXC-DX > EU01-EXC-SPAN.

078300     IF EU01-EXC-CD-RUN(EU01-EXC-IX) IS NOT LESS THAN
078400             EU01-EXC-REPEAT-NIGHTS
078500         ADD 1 TO EU01-EXC-REPEAT-COUNT
078600     END-IF.

078700     GO TO 3000-EXIT.

078800 3000-EXIT.
078900     EXIT.

079000******************************************************************
079100*    3010-STEP-ONE-NIGHT                                         *
079200*        Carry the current run on through one night.             *
079300******************************************************************
079400 3010-STEP-ONE-NIGHT.
079500     IF EU01-EXC-NT-NO-RUN(EU01-EXC-DX)
079600         GO TO 3010-EXIT
079700     END-IF.

079800     IF NOT EU01-EXC-CD-RAISED(EU01-EXC-IX, EU01-EXC-DX)
079900         MOVE 0 TO EU01-EXC-RUN-LEN
080000         GO TO 3010-EXIT
080100     END-IF.

080200     ADD 1 TO EU01-EXC-RUN-LEN.

080300     IF EU01-EXC-RUN-LEN IS GREATER THAN
080400             EU01-EXC-CD-RUN(EU01-EXC-IX)
080500         MOVE EU01-EXC-RUN-LEN TO EU01-EXC-CD-RUN(EU01-EXC-IX)
080600         MOVE EU01-EXC-NT-DATE(EU01-EXC-DX)
080700             TO EU01-EXC-CD-RUN-END(EU01-EXC-IX)
080800     END-IF.

080900     GO TO 3010-EXIT.

081000 3010-EXIT.
081100     EXIT.

081200******************************************************************
081300*    4000-PRINT-REPORT                                           *
081400*        Print the period totals, then each section of the       *
081500*        analysis.                                               *
081600******************************************************************
081700 4000-PRINT-REPORT.
081800     PERFORM 4100-PRINT-TOTALS
081900         THRU 4100-EXIT.

082000     PERFORM 4200-PRINT-BY-PROGRAM
082100         THRU 4200-EXIT.

082200     PERFORM 4300-PRINT-BY-RULE-SET
082300         THRU 4300-EXIT.

082400     PERFORM 4400-PRINT-BY-CODE
082500         THRU 4400-EXIT.

082600     PERFORM 4500-PRINT-WORST-NIGHTS
082700         THRU 4500-EXIT.

082800     PERFORM 4600-PRINT-REPEATS
082900         THRU 4600-EXIT.

083000     GO TO 4000-EXIT.

083100 4000-EXIT.
083200     EXIT.

083300******************************************************************
083400*    4100-PRINT-TOTALS                                           *
083500*        Print the period totals.  Events that could not be      *
083600*        tallied because a table was full are shown, so the      *
083700*        sections below are never taken for the whole story      *
083800*        when they are not.                                      *
083900******************************************************************
084000 4100-PRINT-TOTALS.
084100     PERFORM 4110-COUNT-CLEAN-NIGHT
084200         THRU 4110-EXIT
084300         VARYING EU01-EXC-DX FROM 1 BY 1
084400             UNTIL EU01-EXC-DX > EU01-EXC-SPAN.

084500     MOVE 'PERIOD TOTALS' TO EU01-EXC-TITLE-TEXT.
084600     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-BLANK-LINE
084700         AFTER ADVANCING 1 LINE.
084800     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TITLE-LINE
084900         AFTER ADVANCING 1 LINE.

085000     MOVE 'STREAM NIGHTS IN THE PERIOD'
085100         TO EU01-EXC-COUNT-LABEL.
085200     MOVE EU01-EXC-NIGHT-COUNT TO EU01-EXC-COUNT-VALUE.
085300     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-COUNT-LINE
085400         AFTER ADVANCING 1 LINE.

085500     MOVE 'NIGHTS WITH NO WARNING OR ERROR'
085600         TO EU01-EXC-COUNT-LABEL.
085700     MOVE EU01-EXC-CLEAN-COUNT TO EU01-EXC-COUNT-VALUE.
085800     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-COUNT-LINE
085900         AFTER ADVANCING 1 LINE.

086000     MOVE 'EVENTS LOGGED' TO EU01-EXC-COUNT-LABEL.
086100     MOVE EU01-EXC-EVENT-COUNT TO EU01-EXC-COUNT-VALUE.
086200     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-COUNT-LINE
086300         AFTER ADVANCING 1 LINE.

086400     MOVE 'WARNINGS' TO EU01-EXC-COUNT-LABEL.
086500     MOVE EU01-EXC-WARN-COUNT TO EU01-EXC-COUNT-VALUE.
086600     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-COUNT-LINE
086700         AFTER ADVANCING 1 LINE.

086800     MOVE 'ERRORS' TO EU01-EXC-COUNT-LABEL.
086900     MOVE EU01-EXC-ERR-COUNT TO EU01-EXC-COUNT-VALUE.
087000     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-COUNT-LINE
087100         AFTER ADVANCING 1 LINE.

087200     MOVE 'REPEAT OFFENDERS' TO EU01-EXC-COUNT-LABEL.
087300     MOVE EU01-EXC-REPEAT-COUNT TO EU01-EXC-COUNT-VALUE.
087400     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-COUNT-LINE
087500         AFTER ADVANCING 1 LINE.

087600     IF EU01-EXC-MISSED-COUNT IS GREATER THAN 0
087700         MOVE 'EVENTS NOT ANALYSED -- TABLE FULL'
087800             TO EU01-EXC-COUNT-LABEL
087900         MOVE EU01-EXC-MISSED-COUNT TO EU01-EXC-COUNT-VALUE
088000         WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-COUNT-LINE
088100             AFTER ADVANCING 1 LINE
088200     END-IF.

088300     GO TO 4100-EXIT.

088400 4100-EXIT.
088500     EXIT.

088600******************************************************************
088700*    4110-COUNT-CLEAN-NIGHT                                      *
088800*        Count a stream night with no warning and no error.      *
088900******************************************************************
089000 4110-COUNT-CLEAN-NIGHT.
089100     IF EU01-EXC-NT-RUN(EU01-EXC-DX)
089200             AND EU01-EXC-NT-WARN(EU01-EXC-DX) IS EQUAL TO 0
089300             AND EU01-EXC-NT-ERR(EU01-EXC-DX) IS EQUAL TO 0
089400         ADD 1 TO EU01-EXC-CLEAN-COUNT
089500     END-IF.

089600     GO TO 4110-EXIT.

089700 4110-EXIT.
089800     EXIT.

089900******************************************************************
090000*    4200-PRINT-BY-PROGRAM                                       *
090100*        Print warnings and errors by program.                   *
090200******************************************************************
090300 4200-PRINT-BY-PROGRAM.
090400     MOVE 'WARNINGS AND ERRORS BY PROGRAM'
090500         TO EU01-EXC-TITLE-TEXT.
090600     MOVE 'PROGRAM' TO EU01-EXC-TH-LABEL.
090700     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-BLANK-LINE
090800         AFTER ADVANCING 1 LINE.
090900     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TITLE-LINE
091000         AFTER ADVANCING 1 LINE.
091100     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TALLY-HDR
091200         AFTER ADVANCING 1 LINE.

091300     IF EU01-EXC-PGM-COUNT IS EQUAL TO 0
091400         MOVE 'NONE' TO EU01-EXC-NOTE-TEXT
091500         WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-NOTE-LINE
091600             AFTER ADVANCING 1 LINE
091700         GO TO 4200-EXIT
091800     END-IF.

091900     PERFORM 4210-PRINT-ONE-PROGRAM
092000         THRU 4210-EXIT
092100         VARYING EU01-EXC-IX FROM 1 BY 1
092200             UNTIL EU01-EXC-IX > EU01-EXC-PGM-COUNT.

092300     GO TO 4200-EXIT.

092400 4200-EXIT.
092500     EXIT.

092600******************************************************************
092700*    4210-PRINT-ONE-PROGRAM                                      *
092800*        Print one program's warnings and errors.                *
092900******************************************************************
093000 4210-PRINT-ONE-PROGRAM.
093100     MOVE EU01-EXC-PG-NAME(EU01-EXC-IX) TO EU01-EXC-TL-NAME.
093200     MOVE EU01-EXC-PG-WARN(EU01-EXC-IX) TO EU01-EXC-TL-WARN.
093300     MOVE EU01-EXC-PG-ERR(EU01-EXC-IX)  TO EU01-EXC-TL-ERR.
093400     COMPUTE EU01-EXC-TL-TOTAL = EU01-EXC-PG-WARN(EU01-EXC-IX)
093500         + EU01-EXC-PG-ERR(EU01-EXC-IX).
093600     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TALLY-LINE
093700         AFTER ADVANCING 1 LINE.

093800     GO TO 4210-EXIT.

093900 4210-EXIT.
094000     EXIT.

094100******************************************************************
094200*    4300-PRINT-BY-RULE-SET                                      *
094300*        Print warnings and errors by rule set.                  *
094400******************************************************************
094500 4300-PRINT-BY-RULE-SET.
094600     MOVE 'WARNINGS AND ERRORS BY RULE SET'
094700         TO EU01-EXC-TITLE-TEXT.
094800     MOVE 'RULE SET' TO EU01-EXC-TH-LABEL.
094900     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-BLANK-LINE
095000         AFTER ADVANCING 1 LINE.
095100     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TITLE-LINE
095200         AFTER ADVANCING 1 LINE.
095300     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TALLY-HDR
095400         AFTER ADVANCING 1 LINE.

095500     IF EU01-EXC-RS-COUNT IS EQUAL TO 0
095600         MOVE 'NONE' TO EU01-EXC-NOTE-TEXT
095700         WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-NOTE-LINE
095800             AFTER ADVANCING 1 LINE
095900         GO TO 4300-EXIT
096000     END-IF.

096100     PERFORM 4310-PRINT-ONE-RULE-SET
096200         THRU 4310-EXIT
096300         VARYING EU01-EXC-IX FROM 1 BY 1
096400             UNTIL EU01-EXC-IX > EU01-EXC-RS-COUNT.

096500     GO TO 4300-EXIT.

096600 4300-EXIT.
096700     EXIT.

096800******************************************************************
096900*    4310-PRINT-ONE-RULE-SET                                     *
097000*        Print one rule set's warnings and errors.               *
097100******************************************************************
097200 4310-PRINT-ONE-RULE-SET.
097300     MOVE EU01-EXC-RS-NAME(EU01-EXC-IX) TO EU01-EXC-TL-NAME.
097400     IF EU01-EXC-RS-NAME(EU01-EXC-IX) IS EQUAL TO SPACES
097500         MOVE '(NONE)' TO EU01-EXC-TL-NAME
097600     END-IF.
097700     MOVE EU01-EXC-RS-WARN(EU01-EXC-IX) TO EU01-EXC-TL-WARN.
097800     MOVE EU01-EXC-RS-ERR(EU01-EXC-IX)  TO EU01-EXC-TL-ERR.
097900     COMPUTE EU01-EXC-TL-TOTAL = EU01-EXC-RS-WARN(EU01-EXC-IX)
098000         + EU01-EXC-RS-ERR(EU01-EXC-IX).
098100     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TALLY-LINE
098200         AFTER ADVANCING 1 LINE.

098300     GO TO 4310-EXIT.

098400 4310-EXIT.
098500     EXIT.

098600******************************************************************
098700*    4400-PRINT-BY-CODE                                          *
098800*        Print warnings and errors by message code, with the     *
098900*        program and rule set that raised it, the nights it was  *
099000*        raised on and its longest run of nights in a row.       *
099100******************************************************************
099200 4400-PRINT-BY-CODE.
099300     MOVE 'WARNINGS AND ERRORS BY MESSAGE CODE'
099400         TO EU01-EXC-TITLE-TEXT.
099500     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-BLANK-LINE
099600         AFTER ADVANCING 1 LINE.
099700     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TITLE-LINE
099800         AFTER ADVANCING 1 LINE.
099900     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-CODE-HDR
100000         AFTER ADVANCING 1 LINE.

100100     IF EU01-EXC-CODE-COUNT IS EQUAL TO 0
100200         MOVE 'NONE' TO EU01-EXC-NOTE-TEXT
100300         WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-NOTE-LINE
100400             AFTER ADVANCING 1 LINE
100500         GO TO 4400-EXIT
100600     END-IF.

100700     PERFORM 4410-PRINT-ONE-CODE
100800         THRU 4410-EXIT
100900         VARYING EU01-EXC-IX FROM 1 BY 1
101000             UNTIL EU01-EXC-IX > EU01-EXC-CODE-COUNT.

101100     GO TO 4400-EXIT.

101200 4400-EXIT.
101300     EXIT.

101400******************************************************************
101500*    4410-PRINT-ONE-CODE                                         *
101600*        Print one program / message code / rule set line.       *
101700******************************************************************
101800 4410-PRINT-ONE-CODE.
101900     MOVE EU01-EXC-CD-PROGRAM(EU01-EXC-IX)
102000         TO EU01-EXC-CL-PROGRAM.
102100     MOVE EU01-EXC-CD-CODE(EU01-EXC-IX)   TO EU01-EXC-CL-CODE.
102200     MOVE EU01-EXC-CD-RULE(EU01-EXC-IX)   TO EU01-EXC-CL-RULE.
102300     IF EU01-EXC-CD-RULE(EU01-EXC-IX) IS EQUAL TO SPACES
102400         MOVE '(NONE)' TO EU01-EXC-CL-RULE
102500     END-IF.
102600     MOVE EU01-EXC-CD-WARN(EU01-EXC-IX)   TO EU01-EXC-CL-WARN.
102700     MOVE EU01-EXC-CD-ERR(EU01-EXC-IX)    TO EU01-EXC-CL-ERR.
102800     MOVE EU01-EXC-CD-NIGHTS(EU01-EXC-IX) TO EU01-EXC-CL-NIGHTS.
102900     MOVE EU01-EXC-CD-RUN(EU01-EXC-IX)    TO EU01-EXC-CL-RUN.
103000     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-CODE-LINE
103100         AFTER ADVANCING 1 LINE.

103200     GO TO 4410-EXIT.

103300 4410-EXIT.
103400     EXIT.

103500******************************************************************
103600*    4500-PRINT-WORST-NIGHTS                                     *
103700*        Print the worst stream nights of the period, most       *
103800*        errors first, then most warnings, the earlier night     *
103900*        first on a tie.  A night with neither is never listed.  *
104000******************************************************************
104100 4500-PRINT-WORST-NIGHTS.
104200     MOVE 'WORST NIGHTS' TO EU01-EXC-TITLE-TEXT.
104300     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-BLANK-LINE
104400         AFTER ADVANCING 1 LINE.
104500     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TITLE-LINE
104600         AFTER ADVANCING 1 LINE.
104700     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-NIGHT-HDR
104800         AFTER ADVANCING 1 LINE.

104900     IF EU01-EXC-WARN-COUNT IS EQUAL TO 0
105000             AND EU01-EXC-ERR-COUNT IS EQUAL TO 0
105100         MOVE 'NONE' TO EU01-EXC-NOTE-TEXT
105200         WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-NOTE-LINE
105300             AFTER ADVANCING 1 LINE
105400         GO TO 4500-EXIT
105500     END-IF.

105600     PERFORM 4510-PRINT-NEXT-WORST
105700         THRU 4510-EXIT
105800         VARYING EU01-EXC-RANK FROM 1 BY 1
105900             UNTIL EU01-EXC-RANK > EU01-EXC-WORST-LIMIT.

106000     GO TO 4500-EXIT.

106100 4500-EXIT.
106200     EXIT.

106300******************************************************************
106400*    4510-PRINT-NEXT-WORST                                       *
106500*        Pick the worst night not yet listed and print it.       *
106600******************************************************************
106700 4510-PRINT-NEXT-WORST.
106800     MOVE 0 TO EU01-EXC-BEST-DX.

106900     PERFORM 4520-COMPARE-ONE-NIGHT
107000         THRU 4520-EXIT
107100         VARYING EU01-EXC-DX FROM 1 BY 1
107200             UNTIL EU01-EXC-DX > EU01-EXC-SPAN.

107300     IF EU01-EXC-BEST-DX IS EQUAL TO 0
107400         GO TO 4510-EXIT
107500     END-IF.

107600     SET EU01-EXC-NT-PICKED(EU01-EXC-BEST-DX) TO TRUE.

107700     MOVE EU01-EXC-NT-DATE(EU01-EXC-BEST-DX)
107800         TO EU01-EXC-NL-DATE.
107900     MOVE EU01-EXC-NT-EVENTS(EU01-EXC-BEST-DX)
108000         TO EU01-EXC-NL-EVENTS.
108100     MOVE EU01-EXC-NT-WARN(EU01-EXC-BEST-DX)
108200         TO EU01-EXC-NL-WARN.
108300     MOVE EU01-EXC-NT-ERR(EU01-EXC-BEST-DX)
108400         TO EU01-EXC-NL-ERR.
108500     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-NIGHT-LINE
108600         AFTER ADVANCING 1 LINE.

108700     GO TO 4510-EXIT.

108800 4510-EXIT.
108900     EXIT.

109000******************************************************************
109100*    4520-COMPARE-ONE-NIGHT                                      *
109200*        Keep the night when it is worse than the worst found    *
109300*        so far this pick.                                       *
109400******************************************************************
109500 4520-COMPARE-ONE-NIGHT.
109600     IF EU01-EXC-NT-PICKED(EU01-EXC-DX)
109700         GO TO 4520-EXIT
109800     END-IF.

109900     IF EU01-EXC-NT-WARN(EU01-EXC-DX) IS EQUAL TO 0
110000             AND EU01-EXC-NT-ERR(EU01-EXC-DX) IS EQUAL TO 0
110100         GO TO 4520-EXIT
110200     END-IF.

110300     IF EU01-EXC-BEST-DX IS EQUAL TO 0
110400         MOVE EU01-EXC-DX TO EU01-EXC-BEST-DX
110500         GO TO 4520-EXIT
110600     END-IF.

110700     IF EU01-EXC-NT-ERR(EU01-EXC-DX) IS GREATER THAN
110800             EU01-EXC-NT-ERR(EU01-EXC-BEST-DX)
110900         MOVE EU01-EXC-DX TO EU01-EXC-BEST-DX
111000         GO TO 4520-EXIT
111100     END-IF.

111200     IF EU01-EXC-NT-ERR(EU01-EXC-DX) IS EQUAL TO
111300             EU01-EXC-NT-ERR(EU01-EXC-BEST-DX)
111400             AND EU01-EXC-NT-WARN(EU01-EXC-DX) IS GREATER THAN
111500                 EU01-EXC-NT-WARN(EU01-EXC-BEST-DX)
111600         MOVE EU01-EXC-DX TO EU01-EXC-BEST-DX
111700     END-IF.

111800     GO TO 4520-EXIT.

111900 4520-EXIT.
112000     EXIT.

112100******************************************************************
112200*    4600-PRINT-REPEATS                                          *
112300*        Print the repeat offenders -- each program / message    *
112400*        code / rule set raised on at least                      *
112500*        EU01-EXC-REPEAT-NIGHTS stream nights running -- with    *
112600*        the longest run, the night it ended and the nights      *
112700*        raised in the period.                                   *
112800******************************************************************
112900 4600-PRINT-REPEATS.
113000     MOVE 'REPEAT OFFENDERS' TO EU01-EXC-TITLE-TEXT.
113100     MOVE EU01-EXC-REPEAT-NIGHTS TO EU01-EXC-RN-NIGHTS.
113200     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-BLANK-LINE
113300         AFTER ADVANCING 1 LINE.
113400     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-TITLE-LINE
113500         AFTER ADVANCING 1 LINE.
113600     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-REPEAT-NOTE
113700         AFTER ADVANCING 1 LINE.
113800     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-REPEAT-HDR
113900         AFTER ADVANCING 1 LINE.

114000     IF EU01-EXC-REPEAT-COUNT IS EQUAL TO 0
114100         MOVE 'NONE' TO EU01-EXC-NOTE-TEXT
114200         WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-NOTE-LINE
114300             AFTER ADVANCING 1 LINE
114400         GO TO 4600-EXIT
114500     END-IF.

114600     PERFORM 4610-PRINT-ONE-REPEAT
114700         THRU 4610-EXIT
114800         VARYING EU01-EXC-IX FROM 1 BY 1
114900             UNTIL EU01-EXC-IX > EU01-EXC-CODE-COUNT.

115000     GO TO 4600-EXIT.

115100 4600-EXIT.
115200     EXIT.

115300******************************************************************
115400*    4610-PRINT-ONE-REPEAT                                       *
115500*        Print the combination when it is a repeat offender.     *
115600******************************************************************
115700 4610-PRINT-ONE-REPEAT.
115800     IF EU01-EXC-CD-RUN(EU01-EXC-IX) IS LESS THAN
115900             EU01-EXC-REPEAT-NIGHTS
116000         GO TO 4610-EXIT
116100     END-IF.

116200     MOVE EU01-EXC-CD-PROGRAM(EU01-EXC-IX)
116300         TO EU01-EXC-RL-PROGRAM.
116400     MOVE EU01-EXC-CD-CODE(EU01-EXC-IX)   TO EU01-EXC-RL-CODE.
116500     MOVE EU01-EXC-CD-RULE(EU01-EXC-IX)   TO EU01-EXC-RL-RULE.
116600     IF EU01-EXC-CD-RULE(EU01-EXC-IX) IS EQUAL TO SPACES
116700         MOVE '(NONE)' TO EU01-EXC-RL-RULE
116800     END-IF.
116900     MOVE EU01-EXC-CD-RUN(EU01-EXC-IX)    TO EU01-EXC-RL-RUN.
117000     MOVE EU01-EXC-CD-RUN-END(EU01-EXC-IX)
117100         TO EU01-EXC-RL-RUN-END.
117200     MOVE EU01-EXC-CD-NIGHTS(EU01-EXC-IX) TO EU01-EXC-RL-NIGHTS.
117300     WRITE EU01-EXC-PRINT-LINE FROM EU01-EXC-REPEAT-LINE
117400         AFTER ADVANCING 1 LINE.

117500     GO TO 4610-EXIT.

117600 4610-EXIT.
117700     EXIT.

117800******************************************************************
117900*    9999-TERMINATE                                              *
118000*        Common end-of-job paragraph.                            *
118100******************************************************************
118200 9999-TERMINATE.
118300     STOP RUN.

000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01PRJ                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       What-if impact projection for staged rule-set versions.  *
001200*       Reads the rule master and, for every rule set carrying   *
001300*       a pending version (EU01-RULE-PEND-PRESENT) that          *
001400*       EUL01CAL will promote on its effective date, projects    *
001500*       the Running-Sum and qualifying-number count under the    *
001600*       current parameters and under the pending ones, and       *
001700*       prints both with the difference -- so finance can stage  *
001800*       the matching GL adjustment before the change takes       *
001900*       effect rather than after RECONRPT has gone out of        *
002000*       balance.                                                 *
002100*                                                                *
002200*       A change whose movement exceeds the rule set's variance  *
002300*       tolerance (EU01-RULE-TOLERANCE-PCT) is flagged, tested   *
002400*       by cross-multiplication exactly as EUL01VAR tests it     *
002500*       (difference * 100 > current sum * tolerance-pct), and    *
002600*       the job ends RETURN-CODE 4 so the flag is seen on the    *
002700*       schedule.  A zero tolerance is reported, not checked.    *
002800*                                                                *
002900*       The totals come from the closed-form paragraphs (2500    *
003000*       through 2545), carried field for field from the          *
003100*       production program as EUL01AUD carries them, so the      *
003200*       projection cannot disagree with the real run: the        *
003300*       closed form is exact for any ceiling, and enumeration    *
003400*       produces the same figures below EU01-CLOSED-FORM-LIMIT.  *
003500*       Each version's line shows which path EUL01 will take.    *
003600*                                                                *
003700*   MODIFICATION HISTORY.                                        *
003800*       2026-10-15  DOB  Original coding.                        *
003900*                                                                *
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.     EUL01PRJ.
004300 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004400 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
004500 DATE-WRITTEN.   2026-10-15.
004600 DATE-COMPILED.

004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RULE-FILE ASSIGN TO RULEFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS EU01-RULE-NAME
005400         FILE STATUS IS EU01-RULE-STATUS.

005500     SELECT REPORT-FILE ASSIGN TO RPTFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS EU01-RPT-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RULE-FILE
006100     RECORDING MODE IS F.
006200 COPY EU01RULE.

006300 FD  REPORT-FILE
006400     RECORDING MODE IS F.
006500 01  EU01-PRJ-PRINT-LINE         PIC X(132).

006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800*    FILE STATUS SWITCHES
006900*----------------------------------------------------------------
007000 01  EU01-PRJ-FILE-STATUSES.
007100     05  EU01-RULE-STATUS        PIC X(02).
007200         88  EU01-RULE-OK                VALUE '00'.
007300     05  EU01-RPT-STATUS         PIC X(02).
007400         88  EU01-RPT-OK                 VALUE '00'.

007500 01  EU01-PRJ-EOF-SW         PIC X(01).
007600     88  EU01-PRJ-EOF                VALUE 'Y'.
007700     88  EU01-PRJ-NOT-EOF            VALUE 'N'.

007800 01  EU01-PRJ-OVERFLOW-SW    PIC X(01).
007900     88  EU01-PRJ-OVERFLOWED         VALUE 'Y'.
008000     88  EU01-PRJ-NOT-OVERFLOWED     VALUE 'N'.

008100 01  EU01-PRJ-VERDICT-SW     PIC X(01).
008200     88  EU01-PRJ-WITHIN             VALUE 'W'.
008300     88  EU01-PRJ-EXCEEDED           VALUE 'X'.
008400     88  EU01-PRJ-NOT-CHECKED        VALUE 'N'.
008500     88  EU01-PRJ-NOT-COMPUTABLE     VALUE 'O'.

008600*----------------------------------------------------------------
008700*    PROJECTION RESULTS AND COUNTERS
008800*----------------------------------------------------------------
008900 01  EU01-PRJ-TODAY          PIC 9(08).

009000 01  EU01-PRJ-CUR-SUM        PIC 9(18).
009100 01  EU01-PRJ-CUR-COUNT      PIC 9(10).
009200 01  EU01-PRJ-PEND-SUM       PIC 9(18).
009300 01  EU01-PRJ-PEND-COUNT     PIC 9(10).
009400 01  EU01-PRJ-SUM-DIFF       PIC S9(18).
009500 01  EU01-PRJ-COUNT-DIFF     PIC S9(10).
009600 01  EU01-PRJ-ABS-DIFF       PIC 9(18).
009700 01  EU01-PRJ-SCALED-DIFF    PIC 9(18).
009800 01  EU01-PRJ-SCALED-TOL     PIC 9(18).

009900 01  EU01-PRJ-RULES-READ     PIC 9(05).
010000 01  EU01-PRJ-PEND-RULES     PIC 9(05).
010100 01  EU01-PRJ-OVER-RULES     PIC 9(05).
010200 01  EU01-PRJ-BAD-RULES      PIC 9(05).

010300*----------------------------------------------------------------
010400*    RECOMPUTE STAGING FIELDS -- the same shapes the production
010500*    program works in, loaded from each version in turn.
010600*----------------------------------------------------------------
010700 01  EU01-CEILING            PIC 9(10).
010800 01  EU01-FLOOR              PIC 9(10).

010900 01  EU01-DIVISOR-TABLE.
011000     05  EU01-DIVISOR-COUNT      PIC 9(02).
011100     05  EU01-DIVISOR-ENTRY  OCCURS 10 TIMES.
011200         10  EU01-DIVISOR        PIC 9(05).
011300         10  EU01-DIVISOR-HITS   PIC 9(10).

011400 01  EU01-EXCLUSION-TABLE.
011500     05  EU01-EXCL-COUNT         PIC 9(02).
011600     05  EU01-EXCL-ENTRY     OCCURS 10 TIMES.
011700         10  EU01-EXCL-DIVISOR   PIC 9(05).

011800 01  RUNNING-SUM             PIC 9(18).
011900 01  EU01-MATCH-COUNT        PIC 9(10).

012000 01  EU01-DVX                PIC 9(02).

012100*    The production program's enumeration/closed-form cutover.
012200 01  EU01-CLOSED-FORM-LIMIT  PIC 9(10) VALUE 100000.

012300*----------------------------------------------------------------
012400*    CLOSED-FORM WORKING FIELDS -- carried field for field from
012500*    the production program.
012600*----------------------------------------------------------------
012700 01  EU01-CF-SUM             PIC S9(18) COMP-3.
012800 01  EU01-CF-COUNT           PIC S9(18) COMP-3.
012900 01  EU01-CF-SIGN            PIC S9(01).

013000 01  EU01-CF-SUBSET-COUNT    PIC 9(10) COMP.
013100 01  EU01-CF-SUBSET-INDEX    PIC 9(10) COMP.
013200 01  EU01-CF-SUBSET-BITS     PIC 9(02).
013300 01  EU01-CF-SUBSET-LCM      PIC 9(18).

013400 01  EU01-CF-BIT-POS         PIC 9(02).
013500 01  EU01-CF-BIT-VALUE       PIC 9(01).

013600 01  EU01-CF-GCD-A           PIC 9(18).
013700 01  EU01-CF-GCD-B           PIC 9(18).
013800 01  EU01-CF-GCD-TEMP        PIC 9(18).

013900 01  EU01-CF-TERM-M          PIC 9(10).
014000 01  EU01-CF-TERM-M-LO       PIC 9(10).
014100 01  EU01-CF-TERM-SUM        PIC 9(18).
014200 01  EU01-CF-TERM-COUNT      PIC 9(10).

014300 01  EU01-CF-DVX             PIC 9(02).

014400 01  EU01-CF-COMB-TABLE.
014500     05  EU01-CF-COMB-COUNT      PIC 9(02).
014600     05  EU01-CF-COMB-DIVISOR    OCCURS 20 TIMES
014700                                  PIC 9(05).

014800 01  EU01-CF-INCL-BITS       PIC 9(02).
014900 01  EU01-CF-INCL-MASK       PIC 9(10) COMP.
015000 01  EU01-CF-COMB-X          PIC 9(02).

015100*----------------------------------------------------------------
015200*    REPORT LINES
015300*----------------------------------------------------------------
015400 01  EU01-PRJ-HDR1.
015500     05  FILLER              PIC X(10) VALUE 'EUL01PRJ'.
015600     05  FILLER              PIC X(42) VALUE
015700         'PENDING RULE-SET VERSION IMPACT PROJECTION'.
015800     05  FILLER              PIC X(10) VALUE 'AS OF'.
015900     05  EU01-PRJ-HDR1-DATE  PIC 9(08).
016000     05  FILLER              PIC X(62) VALUE SPACES.

016100 01  EU01-PRJ-HDR2.
016200     05  FILLER              PIC X(78) VALUE ALL '-'.
016300     05  FILLER              PIC X(54) VALUE SPACES.

016400 01  EU01-PRJ-RULE-LINE.
016500     05  FILLER              PIC X(02) VALUE SPACES.
016600     05  FILLER              PIC X(09) VALUE 'RULE SET '.
016700     05  EU01-PRJ-RL-RULE    PIC X(08).
016800     05  FILLER              PIC X(24) VALUE
016900         '   PENDING EFFECTIVE ON '.
017000     05  EU01-PRJ-RL-EFF     PIC 9(08).
017100     05  FILLER              PIC X(14) VALUE '   TOLERANCE '.
017200     05  EU01-PRJ-RL-TOL     PIC ZZ9.
017300     05  FILLER              PIC X(04) VALUE ' PCT'.
017400     05  FILLER              PIC X(60) VALUE SPACES.

017500 01  EU01-PRJ-VER-LINE.
017600     05  FILLER              PIC X(06) VALUE SPACES.
017700     05  EU01-PRJ-VL-LABEL   PIC X(12).
017800     05  FILLER              PIC X(08) VALUE 'CEILING='.
017900     05  EU01-PRJ-VL-CEILING PIC Z(09)9.
018000     05  FILLER              PIC X(07) VALUE ' FLOOR='.
018100     05  EU01-PRJ-VL-FLOOR   PIC Z(09)9.
018200     05  FILLER              PIC X(05) VALUE ' DIV='.
018300     05  EU01-PRJ-VL-DIVS    PIC Z9.
018400     05  FILLER              PIC X(06) VALUE ' EXCL='.
018500     05  EU01-PRJ-VL-EXCLS   PIC Z9.
018600     05  FILLER              PIC X(05) VALUE ' SUM='.
018700     05  EU01-PRJ-VL-SUM     PIC -(18)9.
018800     05  FILLER              PIC X(07) VALUE ' COUNT='.
018900     05  EU01-PRJ-VL-COUNT   PIC -(10)9.
019000     05  FILLER              PIC X(01) VALUE SPACES.
019100     05  EU01-PRJ-VL-NOTE    PIC X(21).

019200 01  EU01-PRJ-DIFF-LINE.
019300     05  FILLER              PIC X(06) VALUE SPACES.
019400     05  FILLER              PIC X(12) VALUE 'DIFFERENCE'.
019500     05  FILLER              PIC X(50) VALUE SPACES.
019600     05  FILLER              PIC X(05) VALUE ' SUM='.
019700     05  EU01-PRJ-DL-SUM     PIC -(18)9.
019800     05  FILLER              PIC X(07) VALUE ' COUNT='.
019900     05  EU01-PRJ-DL-COUNT   PIC -(10)9.
020000     05  FILLER              PIC X(01) VALUE SPACES.
020100     05  EU01-PRJ-DL-NOTE    PIC X(21).

020200 01  EU01-PRJ-COUNT-LINE.
020300     05  FILLER              PIC X(04) VALUE SPACES.
020400     05  EU01-PRJ-CL-LABEL   PIC X(32).
020500     05  EU01-PRJ-CL-VALUE   PIC Z(04)9.
020600     05  FILLER              PIC X(91) VALUE SPACES.

020700 01  EU01-PRJ-NOTE-LINE.
020800     05  FILLER              PIC X(04) VALUE SPACES.
020900     05  EU01-PRJ-NOTE-TEXT  PIC X(70).
021000     05  FILLER              PIC X(58) VALUE SPACES.

021100 01  EU01-PRJ-BLANK-LINE     PIC X(132) VALUE SPACES.

021200 PROCEDURE DIVISION.

021300******************************************************************
021400*    0000-MAINLINE                                               *
021500*        Top-level control paragraph.                            *
021600******************************************************************
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE
021900         THRU 1000-EXIT.

022000     PERFORM 2000-PROJECT-ONE-RULE
022100         THRU 2000-EXIT
022200         UNTIL EU01-PRJ-EOF.

022300     CLOSE RULE-FILE.

022400     PERFORM 3000-PRINT-TOTALS
022500         THRU 3000-EXIT.

022600     CLOSE REPORT-FILE.

022700     IF EU01-PRJ-OVER-RULES > 0
022800             OR EU01-PRJ-BAD-RULES > 0
022900         DISPLAY 'EU01W-0004 ' EU01-PRJ-OVER-RULES
023000             ' PENDING VERSION(S) WOULD MOVE BEYOND TOLERANCE, '
023100             EU01-PRJ-BAD-RULES ' COULD NOT BE PROJECTED -- '
023200             'SEE THE REPORT'
023300         MOVE 4 TO RETURN-CODE
023400     ELSE
023500         DISPLAY 'EU01W-0005 ' EU01-PRJ-PEND-RULES
023600             ' PENDING VERSION(S) PROJECTED, ALL WITHIN '
023700             'TOLERANCE'
023800     END-IF.

023900     GO TO 9999-TERMINATE.

024000******************************************************************
024100*    1000-INITIALIZE                                             *
024200*        Open the files and print the report heading.            *
024300******************************************************************
024400 1000-INITIALIZE.
024500     MOVE 0 TO EU01-PRJ-RULES-READ.
024600     MOVE 0 TO EU01-PRJ-PEND-RULES.
024700     MOVE 0 TO EU01-PRJ-OVER-RULES.
024800     MOVE 0 TO EU01-PRJ-BAD-RULES.
024900     SET EU01-PRJ-NOT-EOF TO TRUE.

025000     ACCEPT EU01-PRJ-TODAY FROM DATE YYYYMMDD.

025100     OPEN INPUT RULE-FILE.

025200     IF NOT EU01-RULE-OK
025300         DISPLAY 'EU01W-0001 UNABLE TO OPEN RULE MASTER, '
025400             'STATUS ' EU01-RULE-STATUS
025500         MOVE 16 TO RETURN-CODE
025600         GO TO 9999-TERMINATE
025700     END-IF.

025800     OPEN OUTPUT REPORT-FILE.

025900     IF NOT EU01-RPT-OK
026000         DISPLAY 'EU01W-0002 UNABLE TO OPEN REPORT FILE, '
026100             'STATUS ' EU01-RPT-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 9999-TERMINATE
026400     END-IF.

026500     MOVE EU01-PRJ-TODAY TO EU01-PRJ-HDR1-DATE.
026600     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-HDR1
026700         AFTER ADVANCING PAGE.
026800     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-HDR2
026900         AFTER ADVANCING 1 LINE.

027000     GO TO 1000-EXIT.

027100 1000-EXIT.
027200     EXIT.

027300******************************************************************
027400*    2000-PROJECT-ONE-RULE                                       *
027500*        Read the next rule set.  When it carries a pending      *
027600*        version, compute both versions' totals, compare the     *
027700*        movement with the tolerance and print the projection.   *
027800******************************************************************
027900 2000-PROJECT-ONE-RULE.
028000     READ RULE-FILE
028100         AT END
028200             SET EU01-PRJ-EOF TO TRUE
028300             GO TO 2000-EXIT
028400     END-READ.

028500     ADD 1 TO EU01-PRJ-RULES-READ.

028600     IF NOT EU01-RULE-PEND-PRESENT
028700         GO TO 2000-EXIT
028800     END-IF.

028900     ADD 1 TO EU01-PRJ-PEND-RULES.

029000     MOVE EU01-RULE-NAME          TO EU01-PRJ-RL-RULE.
029100     MOVE EU01-RULE-PEND-EFF-FROM TO EU01-PRJ-RL-EFF.
029200     MOVE EU01-RULE-TOLERANCE-PCT TO EU01-PRJ-RL-TOL.
029300     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-BLANK-LINE
029400         AFTER ADVANCING 1 LINE.
029500     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-RULE-LINE
029600         AFTER ADVANCING 1 LINE.

029700     SET EU01-PRJ-NOT-OVERFLOWED TO TRUE.

029800     PERFORM 2100-LOAD-CURRENT-VERSION
029900         THRU 2100-EXIT.
030000     PERFORM 2500-COMPUTE-CLOSED-FORM
030100         THRU 2500-EXIT.
030200     MOVE RUNNING-SUM      TO EU01-PRJ-CUR-SUM.
030300     MOVE EU01-MATCH-COUNT TO EU01-PRJ-CUR-COUNT.
030400     MOVE 'CURRENT'        TO EU01-PRJ-VL-LABEL.
030500     PERFORM 2300-PRINT-VERSION
030600         THRU 2300-EXIT.

030700     PERFORM 2200-LOAD-PENDING-VERSION
030800         THRU 2200-EXIT.
030900     PERFORM 2500-COMPUTE-CLOSED-FORM
031000         THRU 2500-EXIT.
031100     MOVE RUNNING-SUM      TO EU01-PRJ-PEND-SUM.
031200     MOVE EU01-MATCH-COUNT TO EU01-PRJ-PEND-COUNT.
031300     MOVE 'PENDING'        TO EU01-PRJ-VL-LABEL.
031400     PERFORM 2300-PRINT-VERSION
031500         THRU 2300-EXIT.

031600     PERFORM 2400-CHECK-TOLERANCE
031700         THRU 2400-EXIT.

031800     GO TO 2000-EXIT.

031900 2000-EXIT.
032000     EXIT.

032100******************************************************************
032200*    2100-LOAD-CURRENT-VERSION                                   *
032300*        Stage the rule set's current parameters into the        *
032400*        recompute fields.  A zero floor means the full from-1   *
032500*        range, exactly as the production program treats it.     *
032600******************************************************************
032700 2100-LOAD-CURRENT-VERSION.
032800     INITIALIZE EU01-DIVISOR-TABLE.
032900     INITIALIZE EU01-EXCLUSION-TABLE.

033000     MOVE EU01-RULE-CEILING       TO EU01-CEILING.
033100     MOVE EU01-RULE-FLOOR         TO EU01-FLOOR.
033200     MOVE EU01-RULE-DIVISOR-COUNT TO EU01-DIVISOR-COUNT.
033300     MOVE EU01-RULE-EXCL-COUNT    TO EU01-EXCL-COUNT.

033400     IF EU01-FLOOR IS EQUAL TO 0
033500         MOVE 1 TO EU01-FLOOR
033600     END-IF.

033700     PERFORM 2110-LOAD-ONE-CURRENT
033800         THRU 2110-EXIT
033900         VARYING EU01-DVX FROM 1 BY 1
034000             UNTIL EU01-DVX > 10.

034100     GO TO 2100-EXIT.

034200 2100-EXIT.
034300     EXIT.

034400******************************************************************
034500*    2110-LOAD-ONE-CURRENT                                       *
034600*        Copy one current divisor and one current exclusion      *
034700*        divisor into the recompute tables.                      *
034800******************************************************************
034900 2110-LOAD-ONE-CURRENT.
035000     MOVE EU01-RULE-DIVISOR-TABLE(EU01-DVX)
035100         TO EU01-DIVISOR(EU01-DVX).
035200     MOVE EU01-RULE-EXCL-TABLE(EU01-DVX)
035300         TO EU01-EXCL-DIVISOR(EU01-DVX).

035400     GO TO 2110-EXIT.

035500 2110-EXIT.
035600     EXIT.

035700******************************************************************
035800*    2200-LOAD-PENDING-VERSION                                   *
035900*        Stage the pending version's parameters -- exactly the   *
036000*        fields EUL01CAL 3050-APPLY-EFFECTIVE-VERSION promotes   *
036100*        -- into the recompute fields.                           *
036200******************************************************************
036300 2200-LOAD-PENDING-VERSION.
036400     INITIALIZE EU01-DIVISOR-TABLE.
036500     INITIALIZE EU01-EXCLUSION-TABLE.

036600     MOVE EU01-RULE-PEND-CEILING    TO EU01-CEILING.
036700     MOVE EU01-RULE-PEND-FLOOR      TO EU01-FLOOR.
036800     MOVE EU01-RULE-PEND-DIV-COUNT  TO EU01-DIVISOR-COUNT.
036900     MOVE EU01-RULE-PEND-EXCL-COUNT TO EU01-EXCL-COUNT.

037000     IF EU01-FLOOR IS EQUAL TO 0
037100         MOVE 1 TO EU01-FLOOR
037200     END-IF.

037300     PERFORM 2210-LOAD-ONE-PENDING
037400         THRU 2210-EXIT
037500         VARYING EU01-DVX FROM 1 BY 1
037600             UNTIL EU01-DVX > 10.

037700     GO TO 2200-EXIT.

037800 2200-EXIT.
037900     EXIT.

038000******************************************************************
038100*    2210-LOAD-ONE-PENDING                                       *
038200*        Copy one pending divisor and one pending exclusion      *
038300*        divisor into the recompute tables.                      *
038400******************************************************************
038500 2210-LOAD-ONE-PENDING.
038600     MOVE EU01-RULE-PEND-DIV-TABLE(EU01-DVX)
038700         TO EU01-DIVISOR(EU01-DVX).
038800     MOVE EU01-RULE-PEND-EXCL-TABLE(EU01-DVX)
038900         TO EU01-EXCL-DIVISOR(EU01-DVX).

039000     GO TO 2210-EXIT.

039100 2210-EXIT.
039200     EXIT.

039300******************************************************************
039400*    2300-PRINT-VERSION                                          *
039500*        Print one version's parameters and projected totals,    *
039600*        noting which path EUL01 will take for it.               *
039700******************************************************************
039800 2300-PRINT-VERSION.
039900     MOVE EU01-CEILING       TO EU01-PRJ-VL-CEILING.
040000     MOVE EU01-FLOOR         TO EU01-PRJ-VL-FLOOR.
040100     MOVE EU01-DIVISOR-COUNT TO EU01-PRJ-VL-DIVS.
040200     MOVE EU01-EXCL-COUNT    TO EU01-PRJ-VL-EXCLS.
040300     MOVE RUNNING-SUM        TO EU01-PRJ-VL-SUM.
040400     MOVE EU01-MATCH-COUNT   TO EU01-PRJ-VL-COUNT.

040500     IF EU01-CEILING IS GREATER THAN EU01-CLOSED-FORM-LIMIT
040600         MOVE 'CLOSED FORM' TO EU01-PRJ-VL-NOTE
040700     ELSE
040800         MOVE 'ENUMERATED'  TO EU01-PRJ-VL-NOTE
040900     END-IF.

041000     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-VER-LINE
041100         AFTER ADVANCING 1 LINE.

041200     GO TO 2300-EXIT.

041300 2300-EXIT.
041400     EXIT.

041500******************************************************************
041600*    2400-CHECK-TOLERANCE                                        *
041700*        Print the difference and the verdict.  Cross-multiply   *
041800*        rather than divide, as EUL01VAR does, so the comparison *
041900*        is exact: the movement exceeds tolerance when           *
042000*        difference * 100 > current sum * tolerance-pct.         *
042100******************************************************************
042200 2400-CHECK-TOLERANCE.
042300     COMPUTE EU01-PRJ-SUM-DIFF =
042400         EU01-PRJ-PEND-SUM - EU01-PRJ-CUR-SUM.
042500     COMPUTE EU01-PRJ-COUNT-DIFF =
042600         EU01-PRJ-PEND-COUNT - EU01-PRJ-CUR-COUNT.

042700     IF EU01-PRJ-PEND-SUM IS GREATER THAN EU01-PRJ-CUR-SUM
042800         COMPUTE EU01-PRJ-ABS-DIFF =
042900             EU01-PRJ-PEND-SUM - EU01-PRJ-CUR-SUM
043000     ELSE
043100         COMPUTE EU01-PRJ-ABS-DIFF =
043200             EU01-PRJ-CUR-SUM - EU01-PRJ-PEND-SUM
043300     END-IF.

043400     SET EU01-PRJ-WITHIN TO TRUE.

043500     IF EU01-PRJ-OVERFLOWED
043600         SET EU01-PRJ-NOT-COMPUTABLE TO TRUE
043700         GO TO 2400-PRINT
043800     END-IF.

043900     IF EU01-RULE-TOLERANCE-PCT IS EQUAL TO 0
044000         SET EU01-PRJ-NOT-CHECKED TO TRUE
044100         GO TO 2400-PRINT
044200     END-IF.

044300     COMPUTE EU01-PRJ-SCALED-DIFF =
044400         EU01-PRJ-ABS-DIFF * 100
044500         ON SIZE ERROR
044600             SET EU01-PRJ-EXCEEDED TO TRUE
044700     END-COMPUTE.

044800     COMPUTE EU01-PRJ-SCALED-TOL =
044900         EU01-PRJ-CUR-SUM * EU01-RULE-TOLERANCE-PCT
045000         ON SIZE ERROR
045100             MOVE 999999999999999999 TO EU01-PRJ-SCALED-TOL
045200     END-COMPUTE.

045300     IF EU01-PRJ-WITHIN
045400         IF EU01-PRJ-SCALED-DIFF IS GREATER THAN
045500                 EU01-PRJ-SCALED-TOL
045600             SET EU01-PRJ-EXCEEDED TO TRUE
045700         END-IF
045800     END-IF.

045900 2400-PRINT.
046000     MOVE EU01-PRJ-SUM-DIFF   TO EU01-PRJ-DL-SUM.
046100     MOVE EU01-PRJ-COUNT-DIFF TO EU01-PRJ-DL-COUNT.

046200     IF EU01-PRJ-WITHIN
046300         MOVE 'WITHIN TOLERANCE'      TO EU01-PRJ-DL-NOTE
046400     END-IF.
046500     IF EU01-PRJ-NOT-CHECKED
046600         MOVE 'NO TOLERANCE SET'      TO EU01-PRJ-DL-NOTE
046700     END-IF.
046800     IF EU01-PRJ-EXCEEDED
046900         ADD 1 TO EU01-PRJ-OVER-RULES
047000         MOVE '** EXCEEDS TOLERANCE' TO EU01-PRJ-DL-NOTE
047100         DISPLAY 'EU01W-0003 RULE SET ' EU01-RULE-NAME
047200             ' PENDING VERSION EFFECTIVE ' EU01-RULE-PEND-EFF-FROM
047300             ' MOVES THE SUM FROM ' EU01-PRJ-CUR-SUM ' TO '
047400             EU01-PRJ-PEND-SUM ' -- EXCEEDS TOLERANCE '
047500             EU01-RULE-TOLERANCE-PCT ' PCT'
047600     END-IF.
047700     IF EU01-PRJ-NOT-COMPUTABLE
047800         ADD 1 TO EU01-PRJ-BAD-RULES
047900         MOVE 0 TO EU01-PRJ-DL-SUM
048000         MOVE 0 TO EU01-PRJ-DL-COUNT
048100         MOVE '** NOT COMPUTABLE'     TO EU01-PRJ-DL-NOTE
048200         DISPLAY 'EU01W-0006 RULE SET ' EU01-RULE-NAME
048300             ' OVERFLOWS THE PROJECTION FIELDS -- NOT PROJECTED'
048400     END-IF.

048500     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-DIFF-LINE
048600         AFTER ADVANCING 1 LINE.

048700     GO TO 2400-EXIT.

048800 2400-EXIT.
048900     EXIT.

049000******************************************************************
049100*    2500-COMPUTE-CLOSED-FORM                                    *
049200*        Compute Running-Sum and the qualifying-number count     *
049300*        directly by arithmetic series and inclusion-exclusion,  *
049400*        exactly as the production program's closed-form path    *
049500*        does.  An overflow marks the rule set not computable    *
049600*        instead of failing the projection run.                  *
049700******************************************************************
049800 2500-COMPUTE-CLOSED-FORM.
049900     MOVE 0 TO EU01-CF-SUM.
050000     MOVE 0 TO EU01-CF-COUNT.

050100     COMPUTE EU01-CF-COMB-COUNT =
050200         EU01-DIVISOR-COUNT + EU01-EXCL-COUNT.

050300     PERFORM 2505-LOAD-ONE-COMB-INCL
050400         THRU 2505-EXIT
050500         VARYING EU01-CF-DVX FROM 1 BY 1
050600             UNTIL EU01-CF-DVX > EU01-DIVISOR-COUNT.

050700     PERFORM 2506-LOAD-ONE-COMB-EXCL
050800         THRU 2506-EXIT
050900         VARYING EU01-CF-DVX FROM 1 BY 1
051000             UNTIL EU01-CF-DVX > EU01-EXCL-COUNT.

051100     COMPUTE EU01-CF-INCL-MASK = 2 ** EU01-DIVISOR-COUNT.

051200     COMPUTE EU01-CF-SUBSET-COUNT = (2 ** EU01-CF-COMB-COUNT) - 1.

051300     PERFORM 2510-PROCESS-ONE-SUBSET
051400         THRU 2510-EXIT
051500         VARYING EU01-CF-SUBSET-INDEX FROM 1 BY 1
051600             UNTIL EU01-CF-SUBSET-INDEX > EU01-CF-SUBSET-COUNT
051700                 OR EU01-PRJ-OVERFLOWED.

051800     MOVE EU01-CF-SUM        TO RUNNING-SUM.
051900     MOVE EU01-CF-COUNT      TO EU01-MATCH-COUNT.

052000     GO TO 2500-EXIT.

052100 2500-EXIT.
052200     EXIT.

052300******************************************************************
052400*    2505-LOAD-ONE-COMB-INCL                                     *
052500*        Copy one inclusion divisor into the combined table.     *
052600******************************************************************
052700 2505-LOAD-ONE-COMB-INCL.
052800     MOVE EU01-DIVISOR(EU01-CF-DVX)
052900         TO EU01-CF-COMB-DIVISOR(EU01-CF-DVX).

053000     GO TO 2505-EXIT.

053100 2505-EXIT.
053200     EXIT.

053300******************************************************************
053400*    2506-LOAD-ONE-COMB-EXCL                                     *
053500*        Copy one exclusion divisor into the combined table,     *
053600*        after the inclusion divisors.                           *
053700******************************************************************
053800 2506-LOAD-ONE-COMB-EXCL.
053900     COMPUTE EU01-CF-COMB-X =
054000         EU01-DIVISOR-COUNT + EU01-CF-DVX.
054100     MOVE EU01-EXCL-DIVISOR(EU01-CF-DVX)
054200         TO EU01-CF-COMB-DIVISOR(EU01-CF-COMB-X).

054300     GO TO 2506-EXIT.

054400 2506-EXIT.
054500     EXIT.

054600******************************************************************
054700*    2510-PROCESS-ONE-SUBSET                                     *
054800*        Fold one non-empty subset of the divisor table into     *
054900*        the sum and count, signed by the size of the subset     *
055000*        (inclusion-exclusion), from the floor up to (not        *
055100*        including) the ceiling.                                 *
055200******************************************************************
055300 2510-PROCESS-ONE-SUBSET.
055400     IF FUNCTION MOD(EU01-CF-SUBSET-INDEX,
055500             EU01-CF-INCL-MASK) IS EQUAL TO 0
055600         GO TO 2510-EXIT
055700     END-IF.

055800     MOVE 1 TO EU01-CF-SUBSET-LCM.
055900     MOVE 0 TO EU01-CF-SUBSET-BITS.
056000     MOVE 0 TO EU01-CF-INCL-BITS.

056100     PERFORM 2520-TEST-ONE-BIT
056200         THRU 2520-EXIT
056300         VARYING EU01-CF-BIT-POS FROM 1 BY 1
056400             UNTIL EU01-CF-BIT-POS > EU01-CF-COMB-COUNT.

056500     IF EU01-CF-INCL-BITS IS EQUAL TO 0
056600         GO TO 2510-EXIT
056700     END-IF.

056800     COMPUTE EU01-CF-TERM-M =
056900         (EU01-CEILING - 1) / EU01-CF-SUBSET-LCM.

057000     COMPUTE EU01-CF-TERM-M-LO =
057100         (EU01-FLOOR - 1) / EU01-CF-SUBSET-LCM.

057200     COMPUTE EU01-CF-TERM-SUM =
057300         EU01-CF-SUBSET-LCM
057400             * (EU01-CF-TERM-M * (EU01-CF-TERM-M + 1)
057500                 - EU01-CF-TERM-M-LO * (EU01-CF-TERM-M-LO + 1))
057600             / 2
057700         ON SIZE ERROR
057800             SET EU01-PRJ-OVERFLOWED TO TRUE
057900             GO TO 2510-EXIT
058000     END-COMPUTE.

058100     COMPUTE EU01-CF-TERM-COUNT =
058200         EU01-CF-TERM-M - EU01-CF-TERM-M-LO.

058300     IF FUNCTION MOD(EU01-CF-SUBSET-BITS, 2) IS EQUAL TO 1
058400         MOVE 1 TO EU01-CF-SIGN
058500     ELSE
058600         MOVE -1 TO EU01-CF-SIGN
058700     END-IF.

058800     COMPUTE EU01-CF-SUM = EU01-CF-SUM
058900         + (EU01-CF-SIGN * EU01-CF-TERM-SUM)
059000         ON SIZE ERROR
059100             SET EU01-PRJ-OVERFLOWED TO TRUE
059200             GO TO 2510-EXIT
059300     END-COMPUTE.
059400     COMPUTE EU01-CF-COUNT = EU01-CF-COUNT
059500         + (EU01-CF-SIGN * EU01-CF-TERM-COUNT).

059600     GO TO 2510-EXIT.

059700 2510-EXIT.
059800     EXIT.

059900******************************************************************
060000*    2520-TEST-ONE-BIT                                           *
060100*        If this divisor is a member of the current subset,      *
060200*        fold it into the subset's LCM.  Once the running LCM    *
060300*        already exceeds the ceiling its contribution is zero,   *
060400*        so further multiplication is skipped to stay within     *
060500*        the working field's capacity.                           *
060600******************************************************************
060700 2520-TEST-ONE-BIT.
060800     COMPUTE EU01-CF-BIT-VALUE = FUNCTION MOD(
060900         (EU01-CF-SUBSET-INDEX /
061000             (2 ** (EU01-CF-BIT-POS - 1))), 2).

061100     IF EU01-CF-BIT-VALUE IS EQUAL TO 1
061200         ADD 1 TO EU01-CF-SUBSET-BITS
061300         IF EU01-CF-BIT-POS IS NOT GREATER THAN
061400                 EU01-DIVISOR-COUNT
061500             ADD 1 TO EU01-CF-INCL-BITS
061600         END-IF
061700         IF EU01-CF-SUBSET-LCM IS NOT GREATER THAN EU01-CEILING
061800             PERFORM 2530-COMBINE-LCM THRU 2530-EXIT
061900         END-IF
062000     END-IF.

062100     GO TO 2520-EXIT.

062200 2520-EXIT.
062300     EXIT.

062400******************************************************************
062500*    2530-COMBINE-LCM                                            *
062600*        Fold EU01-CF-COMB-DIVISOR(EU01-CF-BIT-POS) into the     *
062700*        running subset LCM via LCM = A * B / GCD(A,B).          *
062800******************************************************************
062900 2530-COMBINE-LCM.
063000     MOVE EU01-CF-SUBSET-LCM TO EU01-CF-GCD-A.
063100     MOVE EU01-CF-COMB-DIVISOR(EU01-CF-BIT-POS)
063200         TO EU01-CF-GCD-B.

063300     PERFORM 2540-COMPUTE-GCD
063400         THRU 2540-EXIT.

063500     COMPUTE EU01-CF-SUBSET-LCM =
063600         (EU01-CF-SUBSET-LCM
063700             * EU01-CF-COMB-DIVISOR(EU01-CF-BIT-POS))
063800             / EU01-CF-GCD-A.

063900     GO TO 2530-EXIT.

064000 2530-EXIT.
064100     EXIT.

064200******************************************************************
064300*    2540-COMPUTE-GCD                                            *
064400*        Euclidean algorithm.  Leaves the result in              *
064500*        EU01-CF-GCD-A once EU01-CF-GCD-B reaches zero.          *
064600******************************************************************
064700 2540-COMPUTE-GCD.
064800     PERFORM 2545-GCD-STEP
064900         THRU 2545-EXIT
065000         UNTIL EU01-CF-GCD-B IS EQUAL TO 0.

065100     GO TO 2540-EXIT.

065200 2540-EXIT.
065300     EXIT.

065400******************************************************************
065500*    2545-GCD-STEP                                               *
065600*        One step of the Euclidean algorithm.                    *
065700******************************************************************
065800 2545-GCD-STEP.
065900     COMPUTE EU01-CF-GCD-TEMP =
066000         FUNCTION MOD(EU01-CF-GCD-A, EU01-CF-GCD-B).
066100     MOVE EU01-CF-GCD-B      TO EU01-CF-GCD-A.
066200     MOVE EU01-CF-GCD-TEMP   TO EU01-CF-GCD-B.

066300     GO TO 2545-EXIT.

066400 2545-EXIT.
066500     EXIT.

066600******************************************************************
066700*    3000-PRINT-TOTALS                                           *
066800*        Print the projection totals.                            *
066900******************************************************************
067000 3000-PRINT-TOTALS.
067100     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-BLANK-LINE
067200         AFTER ADVANCING 1 LINE.

067300     IF EU01-PRJ-PEND-RULES IS EQUAL TO 0
067400         MOVE 'NO RULE SET HAS A PENDING VERSION STAGED'
067500             TO EU01-PRJ-NOTE-TEXT
067600         WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-NOTE-LINE
067700             AFTER ADVANCING 1 LINE
067800     END-IF.

067900     MOVE 'RULE SETS READ' TO EU01-PRJ-CL-LABEL.
068000     MOVE EU01-PRJ-RULES-READ TO EU01-PRJ-CL-VALUE.
068100     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-COUNT-LINE
068200         AFTER ADVANCING 1 LINE.

068300     MOVE 'PENDING VERSIONS PROJECTED' TO EU01-PRJ-CL-LABEL.
068400     MOVE EU01-PRJ-PEND-RULES TO EU01-PRJ-CL-VALUE.
068500     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-COUNT-LINE
068600         AFTER ADVANCING 1 LINE.

068700     MOVE 'EXCEEDING TOLERANCE' TO EU01-PRJ-CL-LABEL.
068800     MOVE EU01-PRJ-OVER-RULES TO EU01-PRJ-CL-VALUE.
068900     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-COUNT-LINE
069000         AFTER ADVANCING 1 LINE.

069100     MOVE 'NOT COMPUTABLE' TO EU01-PRJ-CL-LABEL.
069200     MOVE EU01-PRJ-BAD-RULES TO EU01-PRJ-CL-VALUE.
069300     WRITE EU01-PRJ-PRINT-LINE FROM EU01-PRJ-COUNT-LINE
069400         AFTER ADVANCING 1 LINE.

069500     GO TO 3000-EXIT.

069600 3000-EXIT.
069700     EXIT.

069800******************************************************************
069900*    9999-TERMINATE                                              *
070000*        Common end-of-job paragraph.                            *
070100******************************************************************
070200 9999-TERMINATE.
070300     STOP RUN.

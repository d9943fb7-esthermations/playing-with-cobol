000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01APR                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Rule-set change approval report.  Reads the CHGFILE      *
001200*       KSDS (EU01CHG layout) of rule-set changes held for       *
001300*       approval in EUL01MNT and prints, for the period named    *
001400*       in the JCL PARM, three sections: the changes approved    *
001500*       in the period, the changes rejected in the period (with  *
001600*       the reason), and the changes still awaiting approval at  *
001700*       the end of the period.  Each change shows who keyed it   *
001800*       and when, who decided it and when, and the rule set's    *
001900*       values before and after it, legal entity included, so a  *
001950*       move to another entity is visible.  The report closes    *
002000*       with the count for each section.                         *
002100*                                                                *
002200*       A change counts as awaiting at the end of the period     *
002300*       when it was keyed on or before the to-date and had not   *
002400*       been decided by then -- so a rerun for an old period     *
002500*       reproduces what was awaiting at the time.                *
002600*                                                                *
002700*   MODIFICATION HISTORY.                                        *
002800*       2026-10-15  DOB  Original coding.                        *
002900*                                                                *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.     EUL01APR.
003300 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
003400 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
003500 DATE-WRITTEN.   2026-10-15.
003600 DATE-COMPILED.

003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CHG-FILE ASSIGN TO CHGFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS EU01-CHG-KEY
004400         FILE STATUS IS EU01-CHG-STATUS.

004500     SELECT REPORT-FILE ASSIGN TO RPTFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS EU01-RPT-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CHG-FILE
005100     RECORDING MODE IS F.
005200 COPY EU01CHG.

005300 FD  REPORT-FILE
005400     RECORDING MODE IS F.
005500 01  EU01-APR-PRINT-LINE         PIC X(132).

005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------------
005800*    FILE STATUS SWITCHES
005900*----------------------------------------------------------------
006000 01  EU01-APR-FILE-STATUSES.
006100     05  EU01-CHG-STATUS         PIC X(02).
006200         88  EU01-CHG-OK                 VALUE '00'.
006300         88  EU01-CHG-NOT-FOUND          VALUE '35'.
006400     05  EU01-RPT-STATUS         PIC X(02).
006500         88  EU01-RPT-OK                 VALUE '00'.

006600 01  EU01-APR-EOF-SW         PIC X(01).
006700     88  EU01-APR-EOF                VALUE 'Y'.
006800     88  EU01-APR-NOT-EOF            VALUE 'N'.

006900 01  EU01-APR-OPEN-SW        PIC X(01).
007000     88  EU01-APR-CHG-OPEN           VALUE 'Y'.
007100     88  EU01-APR-CHG-CLOSED         VALUE 'N'.

007200*----------------------------------------------------------------
007300*    SECTION CONTROL AND COUNTERS
007400*----------------------------------------------------------------
007500 01  EU01-APR-SECTION-SW     PIC X(01).
007600     88  EU01-APR-SEC-APPROVED       VALUE 'A'.
007700     88  EU01-APR-SEC-REJECTED       VALUE 'R'.
007800     88  EU01-APR-SEC-AWAITING       VALUE 'W'.

007900 01  EU01-APR-FROM-DATE      PIC 9(08).
008000 01  EU01-APR-TO-DATE        PIC 9(08).

008100 01  EU01-APR-SECTION-COUNT  PIC 9(05).
008200 01  EU01-APR-APPROVED-COUNT PIC 9(05).
008300 01  EU01-APR-REJECTED-COUNT PIC 9(05).
008400 01  EU01-APR-AWAITING-COUNT PIC 9(05).
008500 01  EU01-APR-DVX            PIC 9(02).

008600*----------------------------------------------------------------
008700*    BEFORE/AFTER IMAGE WORK AREA -- a change's before or after
008800*    image is moved into EU01-RULE-VALUES here to be printed.
008900*----------------------------------------------------------------
009000 COPY EU01RULE.

009100*----------------------------------------------------------------
009200*    REPORT LINES
009300*----------------------------------------------------------------
009400 01  EU01-APR-HDR1.
009500     05  FILLER              PIC X(10) VALUE 'EUL01APR'.
009600     05  FILLER              PIC X(34) VALUE
009700         'RULE-SET CHANGE APPROVAL REPORT'.
009800     05  FILLER              PIC X(06) VALUE 'FROM'.
009900     05  EU01-APR-HDR1-FROM  PIC 9(08).
010000     05  FILLER              PIC X(05) VALUE ' TO'.
010100     05  EU01-APR-HDR1-TO    PIC 9(08).
010200     05  FILLER              PIC X(61) VALUE SPACES.

010300 01  EU01-APR-HDR2.
010400     05  FILLER              PIC X(78) VALUE ALL '-'.
010500     05  FILLER              PIC X(54) VALUE SPACES.

010600 01  EU01-APR-TITLE-LINE.
010700     05  FILLER              PIC X(02) VALUE SPACES.
010800     05  EU01-APR-TITLE-TEXT PIC X(60).
010900     05  FILLER              PIC X(70) VALUE SPACES.

011000 01  EU01-APR-COL-HDR.
011100     05  FILLER              PIC X(04) VALUE SPACES.
011200     05  FILLER              PIC X(10) VALUE 'RULE SET'.
011300     05  FILLER              PIC X(16) VALUE 'CHANGE'.
011400     05  FILLER              PIC X(10) VALUE 'KEYED ON'.
011500     05  FILLER              PIC X(08) VALUE 'AT'.
011600     05  FILLER              PIC X(10) VALUE 'KEYED BY'.
011700     05  FILLER              PIC X(10) VALUE 'DECIDED'.
011800     05  FILLER              PIC X(10) VALUE 'DECIDED BY'.
011900     05  FILLER              PIC X(40) VALUE 'REASON'.
012000     05  FILLER              PIC X(14) VALUE SPACES.

012100 01  EU01-APR-DETAIL-LINE.
012200     05  FILLER              PIC X(04) VALUE SPACES.
012300     05  EU01-APR-DTL-RULE   PIC X(08).
012400     05  FILLER              PIC X(02) VALUE SPACES.
012500     05  EU01-APR-DTL-TYPE   PIC X(14).
012600     05  FILLER              PIC X(02) VALUE SPACES.
012700     05  EU01-APR-DTL-REQ-DATE
012800                             PIC 9(08).
012900     05  FILLER              PIC X(02) VALUE SPACES.
013000     05  EU01-APR-DTL-REQ-TIME
013100                             PIC X(06).
013200     05  FILLER              PIC X(02) VALUE SPACES.
013300     05  EU01-APR-DTL-MAKER  PIC X(08).
013400     05  FILLER              PIC X(02) VALUE SPACES.
013500     05  EU01-APR-DTL-DEC-DATE
013600                             PIC X(08).
013700     05  FILLER              PIC X(02) VALUE SPACES.
013800     05  EU01-APR-DTL-CHECKER
013900                             PIC X(08).
014000     05  FILLER              PIC X(02) VALUE SPACES.
014100     05  EU01-APR-DTL-REASON PIC X(40).
014200     05  FILLER              PIC X(14) VALUE SPACES.

014300 01  EU01-APR-VALUE-LINE.
014400     05  FILLER              PIC X(06) VALUE SPACES.
014500     05  EU01-APR-VAL-LABEL  PIC X(10).
014600     05  FILLER              PIC X(09) VALUE 'CEILING'.
014700     05  EU01-APR-VAL-CEILING
014800                             PIC Z(09)9.
014900     05  FILLER              PIC X(08) VALUE '  FLOOR'.
015000     05  EU01-APR-VAL-FLOOR  PIC Z(09)9.
015100     05  FILLER              PIC X(12) VALUE '  TOLERANCE'.
015200     05  EU01-APR-VAL-TOLERANCE
015300                             PIC ZZ9.
015400     05  FILLER              PIC X(12) VALUE '  EFFECTIVE'.
015500     05  EU01-APR-VAL-EFF-FROM
015600                             PIC 9(08).
015700     05  FILLER              PIC X(04) VALUE ' TO'.
015800     05  EU01-APR-VAL-EFF-TO PIC X(08).
015850     05  FILLER              PIC X(09) VALUE '  ENTITY'.
015900     05  EU01-APR-VAL-ENTITY PIC X(04).
015950     05  FILLER              PIC X(19) VALUE SPACES.

016000 01  EU01-APR-NEW-LINE.
016100     05  FILLER              PIC X(06) VALUE SPACES.
016200     05  EU01-APR-NEW-LABEL  PIC X(10).
016300     05  FILLER              PIC X(116) VALUE
016400         'NEW RULE SET'.

016500 01  EU01-APR-LIST-LINE.
016600     05  FILLER              PIC X(16) VALUE SPACES.
016700     05  EU01-APR-LIST-LABEL PIC X(12).
016800     05  EU01-APR-LIST-ITEMS.
016900         10  EU01-APR-LIST-ITEM  OCCURS 10 TIMES.
017000             15  FILLER      PIC X(01).
017100             15  EU01-APR-LIST-VALUE
017200                             PIC Z(04)9.
017300     05  FILLER              PIC X(44) VALUE SPACES.

017400 01  EU01-APR-COUNT-LINE.
017500     05  FILLER              PIC X(04) VALUE SPACES.
017600     05  EU01-APR-COUNT-LABEL
017700                             PIC X(40).
017800     05  EU01-APR-COUNT-VALUE
017900                             PIC Z(04)9.
018000     05  FILLER              PIC X(83) VALUE SPACES.

018100 01  EU01-APR-NOTE-LINE.
018200     05  FILLER              PIC X(04) VALUE SPACES.
018300     05  EU01-APR-NOTE-TEXT  PIC X(70).
018400     05  FILLER              PIC X(58) VALUE SPACES.

018500 01  EU01-APR-BLANK-LINE     PIC X(132) VALUE SPACES.

018600 LINKAGE SECTION.
018700*----------------------------------------------------------------
018800*    JCL EXEC PARM -- the period, exactly sixteen digits,
018900*    YYYYMMDDYYYYMMDD (from/to inclusive).
019000*----------------------------------------------------------------
019100 01  EU01-APR-JCL-PARM.
019200     05  EU01-APR-PARM-LEN       PIC S9(04) COMP.
019300     05  EU01-APR-PARM-TEXT.
019400         10  EU01-APR-PARM-FROM  PIC X(08).
019500         10  EU01-APR-PARM-TO    PIC X(08).

019600 PROCEDURE DIVISION USING EU01-APR-JCL-PARM.

019700******************************************************************
019800*    0000-MAINLINE                                               *
019900*        Top-level control paragraph.                            *
020000******************************************************************
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE
020300         THRU 1000-EXIT.

020400     SET EU01-APR-SEC-APPROVED TO TRUE.
020500     PERFORM 2000-PRINT-SECTION
020600         THRU 2000-EXIT.

020700     SET EU01-APR-SEC-REJECTED TO TRUE.
020800     PERFORM 2000-PRINT-SECTION
020900         THRU 2000-EXIT.

021000     SET EU01-APR-SEC-AWAITING TO TRUE.
021100     PERFORM 2000-PRINT-SECTION
021200         THRU 2000-EXIT.

021300     PERFORM 3000-PRINT-TOTALS
021400         THRU 3000-EXIT.

021500     CLOSE REPORT-FILE.

021600     DISPLAY 'EU01E-0005 ' EU01-APR-APPROVED-COUNT
021700         ' APPROVED, ' EU01-APR-REJECTED-COUNT ' REJECTED, '
021800         EU01-APR-AWAITING-COUNT ' AWAITING APPROVAL'.

021900     GO TO 9999-TERMINATE.

022000******************************************************************
022100*    1000-INITIALIZE                                             *
022200*        Validate the period PARM, open the report and print     *
022300*        its heading.                                            *
022400******************************************************************
022500 1000-INITIALIZE.
022600     MOVE 0 TO EU01-APR-APPROVED-COUNT.
022700     MOVE 0 TO EU01-APR-REJECTED-COUNT.
022800     MOVE 0 TO EU01-APR-AWAITING-COUNT.

022900     IF EU01-APR-PARM-LEN IS NOT EQUAL TO 16
023000             OR EU01-APR-PARM-TEXT IS NOT NUMERIC
023100         DISPLAY 'EU01E-0001 PERIOD PARM MUST BE EXACTLY '
023200             'SIXTEEN DIGITS, YYYYMMDDYYYYMMDD'
023300         MOVE 16 TO RETURN-CODE
023400         GO TO 9999-TERMINATE
023500     END-IF.

023600     MOVE EU01-APR-PARM-FROM TO EU01-APR-FROM-DATE.
023700     MOVE EU01-APR-PARM-TO   TO EU01-APR-TO-DATE.

023800     IF EU01-APR-FROM-DATE IS GREATER THAN EU01-APR-TO-DATE
023900         DISPLAY 'EU01E-0002 FROM-DATE MUST NOT BE AFTER '
024000             'TO-DATE'
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 9999-TERMINATE
024300     END-IF.

024400     OPEN OUTPUT REPORT-FILE.

024500     IF NOT EU01-RPT-OK
024600         DISPLAY 'EU01E-0003 UNABLE TO OPEN REPORT FILE, '
024700             'STATUS ' EU01-RPT-STATUS
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 9999-TERMINATE
025000     END-IF.

025100     MOVE EU01-APR-FROM-DATE TO EU01-APR-HDR1-FROM.
025200     MOVE EU01-APR-TO-DATE   TO EU01-APR-HDR1-TO.
025300     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-HDR1
025400         AFTER ADVANCING PAGE.
025500     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-HDR2
025600         AFTER ADVANCING 1 LINE.

025700     GO TO 1000-EXIT.

025800 1000-EXIT.
025900     EXIT.

026000******************************************************************
026100*    2000-PRINT-SECTION                                          *
026200*        Print one section of the report -- approved, rejected   *
026300*        or awaiting, per EU01-APR-SECTION-SW -- from one pass   *
026400*        of the change file in key order (rule set, then the     *
026500*        date and time each change was keyed).  A change file    *
026600*        never yet written to is an empty section, not a         *
026700*        failure.                                                *
026800******************************************************************
026900 2000-PRINT-SECTION.
027000     MOVE 0 TO EU01-APR-SECTION-COUNT.
027100     SET EU01-APR-NOT-EOF TO TRUE.
027200     SET EU01-APR-CHG-CLOSED TO TRUE.

027300     MOVE 'CHANGES APPROVED IN THE PERIOD'
027400         TO EU01-APR-TITLE-TEXT.
027500     IF EU01-APR-SEC-REJECTED
027600         MOVE 'CHANGES REJECTED IN THE PERIOD'
027700             TO EU01-APR-TITLE-TEXT
027800     END-IF.
027900     IF EU01-APR-SEC-AWAITING
028000         MOVE 'CHANGES AWAITING APPROVAL AT PERIOD END'
028100             TO EU01-APR-TITLE-TEXT
028200     END-IF.

028300     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-BLANK-LINE
028400         AFTER ADVANCING 1 LINE.
028500     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-TITLE-LINE
028600         AFTER ADVANCING 1 LINE.
028700     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-COL-HDR
028800         AFTER ADVANCING 1 LINE.

028900     OPEN INPUT CHG-FILE.

029000     IF EU01-CHG-NOT-FOUND
029100         SET EU01-APR-EOF TO TRUE
029200     ELSE
029300         IF NOT EU01-CHG-OK
029400             DISPLAY 'EU01E-0004 UNABLE TO OPEN CHANGE FILE, '
029500                 'STATUS ' EU01-CHG-STATUS
029600             MOVE 16 TO RETURN-CODE
029700             GO TO 9999-TERMINATE
029800         END-IF
029900         SET EU01-APR-CHG-OPEN TO TRUE
030000     END-IF.

030100     PERFORM 2100-SELECT-ONE-CHANGE
030200         THRU 2100-EXIT
030300         UNTIL EU01-APR-EOF.

030400     IF EU01-APR-CHG-OPEN
030500         CLOSE CHG-FILE
030600     END-IF.

030700     IF EU01-APR-SECTION-COUNT IS EQUAL TO 0
030800         MOVE 'NONE' TO EU01-APR-NOTE-TEXT
030900         WRITE EU01-APR-PRINT-LINE FROM EU01-APR-NOTE-LINE
031000             AFTER ADVANCING 1 LINE
031100     END-IF.

031200     IF EU01-APR-SEC-APPROVED
031300         MOVE EU01-APR-SECTION-COUNT TO EU01-APR-APPROVED-COUNT
031400     END-IF.
031500     IF EU01-APR-SEC-REJECTED
031600         MOVE EU01-APR-SECTION-COUNT TO EU01-APR-REJECTED-COUNT
031700     END-IF.
031800     IF EU01-APR-SEC-AWAITING
031900         MOVE EU01-APR-SECTION-COUNT TO EU01-APR-AWAITING-COUNT
032000     END-IF.

032100     GO TO 2000-EXIT.

032200 2000-EXIT.
032300     EXIT.

032400******************************************************************
032500*    2100-SELECT-ONE-CHANGE                                      *
032600*        Read the next change and print it when it belongs in    *
032700*        the section being printed: approved or rejected with a  *
032800*        decision date in the period, or keyed by the to-date    *
032900*        and not decided by then.                                *
033000******************************************************************
033100 2100-SELECT-ONE-CHANGE.
033200     READ CHG-FILE
033300         AT END
033400             SET EU01-APR-EOF TO TRUE
033500             GO TO 2100-EXIT
033600     END-READ.

033700     IF EU01-APR-SEC-APPROVED AND NOT EU01-CHG-APPROVED
033800         GO TO 2100-EXIT
033900     END-IF.

034000     IF EU01-APR-SEC-REJECTED AND NOT EU01-CHG-REJECTED
034100         GO TO 2100-EXIT
034200     END-IF.

034300     IF NOT EU01-APR-SEC-AWAITING
034400             AND (EU01-CHG-DEC-DATE IS LESS THAN
034500                     EU01-APR-FROM-DATE
034600                 OR EU01-CHG-DEC-DATE IS GREATER THAN
034700                     EU01-APR-TO-DATE)
034800         GO TO 2100-EXIT
034900     END-IF.

035000     IF EU01-APR-SEC-AWAITING
035100             AND EU01-CHG-REQ-DATE IS GREATER THAN
035200                 EU01-APR-TO-DATE
035300         GO TO 2100-EXIT
035400     END-IF.

035500     IF EU01-APR-SEC-AWAITING
035600             AND NOT EU01-CHG-AWAITING
035700             AND EU01-CHG-DEC-DATE IS NOT GREATER THAN
035800                 EU01-APR-TO-DATE
035900         GO TO 2100-EXIT
036000     END-IF.

036100     PERFORM 2200-PRINT-CHANGE
036200         THRU 2200-EXIT.

036300     GO TO 2100-EXIT.

036400 2100-EXIT.
036500     EXIT.

036600******************************************************************
036700*    2200-PRINT-CHANGE                                           *
036800*        Print one change: what it is, who keyed it and when,    *
036900*        who decided it and when (blank while it was awaiting),  *
037000*        then the rule set's values before and after it.         *
037100******************************************************************
037200 2200-PRINT-CHANGE.
037300     ADD 1 TO EU01-APR-SECTION-COUNT.

037400     MOVE 'ADD' TO EU01-APR-DTL-TYPE.
037500     IF EU01-CHG-UPDATE
037600         MOVE 'UPDATE' TO EU01-APR-DTL-TYPE
037700     END-IF.
037800     IF EU01-CHG-PEND-ENTER
037900         MOVE 'PENDING ENTRY' TO EU01-APR-DTL-TYPE
038000     END-IF.
038100     IF EU01-CHG-PEND-CANCEL
038200         MOVE 'PENDING CANCEL' TO EU01-APR-DTL-TYPE
038300     END-IF.

038400     MOVE EU01-CHG-RULE-NAME      TO EU01-APR-DTL-RULE.
038500     MOVE EU01-CHG-REQ-DATE       TO EU01-APR-DTL-REQ-DATE.
038600     MOVE EU01-CHG-REQ-TIME(1:6)  TO EU01-APR-DTL-REQ-TIME.
038700     MOVE EU01-CHG-MAKER-ID       TO EU01-APR-DTL-MAKER.

038800     IF EU01-APR-SEC-AWAITING
038900         MOVE SPACES TO EU01-APR-DTL-DEC-DATE
039000         MOVE SPACES TO EU01-APR-DTL-CHECKER
039100         MOVE SPACES TO EU01-APR-DTL-REASON
039200     ELSE
039300         MOVE EU01-CHG-DEC-DATE   TO EU01-APR-DTL-DEC-DATE
039400         MOVE EU01-CHG-CHECKER-ID TO EU01-APR-DTL-CHECKER
039500         MOVE EU01-CHG-REASON     TO EU01-APR-DTL-REASON
039600     END-IF.

039700     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-DETAIL-LINE
039800         AFTER ADVANCING 1 LINE.

039900     IF EU01-CHG-ADD
040000         MOVE 'BEFORE' TO EU01-APR-NEW-LABEL
040100         WRITE EU01-APR-PRINT-LINE FROM EU01-APR-NEW-LINE
040200             AFTER ADVANCING 1 LINE
040300     ELSE
040400         MOVE 'BEFORE' TO EU01-APR-VAL-LABEL
040500         MOVE EU01-CHG-BEFORE TO EU01-RULE-VALUES
040600         PERFORM 2300-PRINT-VALUES THRU 2300-EXIT
040700     END-IF.

040800     MOVE 'AFTER' TO EU01-APR-VAL-LABEL.
040900     MOVE EU01-CHG-AFTER TO EU01-RULE-VALUES.
041000     PERFORM 2300-PRINT-VALUES
041100         THRU 2300-EXIT.

041200     GO TO 2200-EXIT.

041300 2200-EXIT.
041400     EXIT.

041500******************************************************************
041600*    2300-PRINT-VALUES                                           *
041700*        Print the rule-set values in EU01-RULE-VALUES under     *
041800*        the label in EU01-APR-VAL-LABEL: the current            *
041900*        parameters with their divisors and exclusions, then     *
042000*        the pending version when there is one.  An              *
042100*        effective-to of zero is open-ended.                     *
042200******************************************************************
042300 2300-PRINT-VALUES.
042400     MOVE EU01-RULE-CEILING       TO EU01-APR-VAL-CEILING.
042500     MOVE EU01-RULE-FLOOR         TO EU01-APR-VAL-FLOOR.
042600     MOVE EU01-RULE-TOLERANCE-PCT TO EU01-APR-VAL-TOLERANCE.
042700     MOVE EU01-RULE-EFF-FROM      TO EU01-APR-VAL-EFF-FROM.
042800     IF EU01-RULE-EFF-TO IS EQUAL TO 0
042900         MOVE 'OPEN' TO EU01-APR-VAL-EFF-TO
043000     ELSE
043100         MOVE EU01-RULE-EFF-TO TO EU01-APR-VAL-EFF-TO
043200     END-IF.
043250     MOVE EU01-RULE-ENTITY        TO EU01-APR-VAL-ENTITY.
043300     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-VALUE-LINE
043400         AFTER ADVANCING 1 LINE.

043500     MOVE 'DIVISORS' TO EU01-APR-LIST-LABEL.
043600     MOVE SPACES TO EU01-APR-LIST-ITEMS.
043700     PERFORM 2310-LIST-ONE-DIVISOR
043800         THRU 2310-EXIT
043900         VARYING EU01-APR-DVX FROM 1 BY 1
044000             UNTIL EU01-APR-DVX > EU01-RULE-DIVISOR-COUNT.
044100     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-LIST-LINE
044200         AFTER ADVANCING 1 LINE.

044300     IF EU01-RULE-EXCL-COUNT IS GREATER THAN 0
044400         MOVE 'EXCLUSIONS' TO EU01-APR-LIST-LABEL
044500         MOVE SPACES TO EU01-APR-LIST-ITEMS
044600         PERFORM 2320-LIST-ONE-EXCLUSION THRU 2320-EXIT
044700             VARYING EU01-APR-DVX FROM 1 BY 1
044800                 UNTIL EU01-APR-DVX > EU01-RULE-EXCL-COUNT
044900         WRITE EU01-APR-PRINT-LINE FROM EU01-APR-LIST-LINE
045000             AFTER ADVANCING 1 LINE
045100     END-IF.

045200     IF EU01-RULE-PEND-NONE
045300         GO TO 2300-EXIT
045400     END-IF.

045500     MOVE 'PENDING'                 TO EU01-APR-VAL-LABEL.
045600     MOVE EU01-RULE-PEND-CEILING    TO EU01-APR-VAL-CEILING.
045700     MOVE EU01-RULE-PEND-FLOOR      TO EU01-APR-VAL-FLOOR.
045800     MOVE EU01-RULE-PEND-TOLERANCE  TO EU01-APR-VAL-TOLERANCE.
045900     MOVE EU01-RULE-PEND-EFF-FROM   TO EU01-APR-VAL-EFF-FROM.
046000     MOVE 'OPEN'                    TO EU01-APR-VAL-EFF-TO.
046050     MOVE SPACES                    TO EU01-APR-VAL-ENTITY.
046100     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-VALUE-LINE
046200         AFTER ADVANCING 1 LINE.

046300     MOVE 'DIVISORS' TO EU01-APR-LIST-LABEL.
046400     MOVE SPACES TO EU01-APR-LIST-ITEMS.
046500     PERFORM 2330-LIST-ONE-PEND-DIV
046600         THRU 2330-EXIT
046700         VARYING EU01-APR-DVX FROM 1 BY 1
046800             UNTIL EU01-APR-DVX > EU01-RULE-PEND-DIV-COUNT.
046900     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-LIST-LINE
047000         AFTER ADVANCING 1 LINE.

047100     IF EU01-RULE-PEND-EXCL-COUNT IS GREATER THAN 0
047200         MOVE 'EXCLUSIONS' TO EU01-APR-LIST-LABEL
047300         MOVE SPACES TO EU01-APR-LIST-ITEMS
047400         PERFORM 2340-LIST-ONE-PEND-EXCL THRU 2340-EXIT
047500             VARYING EU01-APR-DVX FROM 1 BY 1
047600                 UNTIL EU01-APR-DVX > EU01-RULE-PEND-EXCL-COUNT
047700         WRITE EU01-APR-PRINT-LINE FROM EU01-APR-LIST-LINE
047800             AFTER ADVANCING 1 LINE
047900     END-IF.

048000     GO TO 2300-EXIT.

048100 2300-EXIT.
048200     EXIT.

048300******************************************************************
048400*    2310-LIST-ONE-DIVISOR                                       *
048500*        Place one divisor of the current parameters on the      *
048600*        list line.                                              *
048700******************************************************************
048800 2310-LIST-ONE-DIVISOR.
048900     MOVE EU01-RULE-DIVISOR-TABLE(EU01-APR-DVX)
049000         TO EU01-APR-LIST-VALUE(EU01-APR-DVX).

049100     GO TO 2310-EXIT.

049200 2310-EXIT.
049300     EXIT.

049400******************************************************************
049500*    2320-LIST-ONE-EXCLUSION                                     *
049600*        Place one exclusion divisor of the current parameters   *
049700*        on the list line.                                       *
049800******************************************************************
049900 2320-LIST-ONE-EXCLUSION.
050000     MOVE EU01-RULE-EXCL-TABLE(EU01-APR-DVX)
050100         TO EU01-APR-LIST-VALUE(EU01-APR-DVX).

050200     GO TO 2320-EXIT.

050300 2320-EXIT.
050400     EXIT.

050500******************************************************************
050600*    2330-LIST-ONE-PEND-DIV                                      *
050700*        Place one divisor of the pending version on the list    *
050800*        line.                                                   *
050900******************************************************************
051000 2330-LIST-ONE-PEND-DIV.
051100     MOVE EU01-RULE-PEND-DIV-TABLE(EU01-APR-DVX)
051200         TO EU01-APR-LIST-VALUE(EU01-APR-DVX).

051300     GO TO 2330-EXIT.

051400 2330-EXIT.
051500     EXIT.

051600******************************************************************
051700*    2340-LIST-ONE-PEND-EXCL                                     *
051800*        Place one exclusion divisor of the pending version on   *
051900*        the list line.                                          *
052000******************************************************************
052100 2340-LIST-ONE-PEND-EXCL.
052200     MOVE EU01-RULE-PEND-EXCL-TABLE(EU01-APR-DVX)
052300         TO EU01-APR-LIST-VALUE(EU01-APR-DVX).

052400     GO TO 2340-EXIT.

052500 2340-EXIT.
052600     EXIT.

052700******************************************************************
052800*    3000-PRINT-TOTALS                                           *
052900*        Print the count for each section.                       *
053000******************************************************************
053100 3000-PRINT-TOTALS.
053200     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-BLANK-LINE
053300         AFTER ADVANCING 1 LINE.

053400     MOVE 'CHANGES APPROVED IN THE PERIOD'
053500         TO EU01-APR-COUNT-LABEL.
053600     MOVE EU01-APR-APPROVED-COUNT TO EU01-APR-COUNT-VALUE.
053700     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-COUNT-LINE
053800         AFTER ADVANCING 1 LINE.

053900     MOVE 'CHANGES REJECTED IN THE PERIOD'
054000         TO EU01-APR-COUNT-LABEL.
054100     MOVE EU01-APR-REJECTED-COUNT TO EU01-APR-COUNT-VALUE.
054200     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-COUNT-LINE
054300         AFTER ADVANCING 1 LINE.

054400     MOVE 'CHANGES AWAITING APPROVAL AT PERIOD END'
054500         TO EU01-APR-COUNT-LABEL.
054600     MOVE EU01-APR-AWAITING-COUNT TO EU01-APR-COUNT-VALUE.
054700     WRITE EU01-APR-PRINT-LINE FROM EU01-APR-COUNT-LINE
054800         AFTER ADVANCING 1 LINE.

054900     GO TO 3000-EXIT.

055000 3000-EXIT.
055100     EXIT.

055200******************************************************************
055300*    9999-TERMINATE                                              *
055400*        Common end-of-job paragraph.                            *
055500******************************************************************
055600 9999-TERMINATE.
055700     STOP RUN.

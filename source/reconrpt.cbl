001200*       records written by Project-Euler-01 (SUMFILE) and the    *
001300*       control-total records written by the general-ledger      *
001400*       extract (job GLEXTR, one record per rule set keyed by    *
001480*       legal entity and rule-set name), reconciles each rule    *
001560*       set's Running-Sum against its matching GL record, and    *
001640*       prints a formatted reconciliation report carrying each   *
001720*       rule set's parameters, both totals and the difference,   *
001800*       with subtotals by legal entity.  A summary record with   *
001900*       no GL counterpart, or a GL record with no summary,       *
002000*       prints as an exception.  The job ends with RETURN-CODE 8 *
002100*       when any rule set is out of balance (or unmatched on     *
002200*       either side) so the scheduler can hold the rest of the   *
002300*       nightly stream instead of letting downstream jobs        *
002400*       consume a bad total.                                     *
002500*                                                                *
002600*   MODIFICATION HISTORY.                                        *
002700*       2026-08-22  DOB  Original coding.                        *
006000*                        the EUL01STA morning status report.     *
006100*                        An unavailable event log is reported    *
006200*                        and skipped -- it never fails the run.  *
006210*       2026-10-15  DOB  Every unreconciled rule set now opens a *
006220*                        break record on the BRKFILE KSDS        *
006230*                        (EU01BRK layout) keyed by run date and  *
006240*                        rule set, carrying both totals, the     *
006250*                        difference and the exception type, for  *
006260*                        follow-up through the EUL01BRK          *
006270*                        transaction and the EUL01BAG aged-      *
006280*                        breaks report.  A rerun refreshes a     *
006290*                        break still open and leaves a closed    *
006300*                        one alone.                              *
006310*       2026-10-15  DOB  The program now consults the nightly    *
006320*                        run-control ledger (RCLFILE, EU01RCL    *
006330*                        layout): it refuses to run until EUL01  *
006340*                        has completed the stream's current      *
006350*                        business date, and records its own step *
006360*                        as started and as complete.             *
006370*       2026-10-15  DOB  The GL control records now carry the    *
006380*                        legal-entity code, and each summary     *
006390*                        record is matched to the GL record for  *
006400*                        the same entity and rule set.  The      *
006410*                        entity prints in each rule set's block  *
006420*                        and on an unmatched GL record, and the  *
006430*                        report ends with subtotals by entity -- *
006440*                        rule sets, both totals, the difference  *
006450*                        and the exceptions -- ahead of the      *
006460*                        verdict.                                *
006461*       2026-10-15  DOB  Each break is now keyed by run date,    *
006462*                        rule set and legal entity, so a rule    *
006463*                        set that is short a GL record under one *
006464*                        entity and has an orphan GL record      *
006465*                        under another opens two breaks instead  *
006466*                        of one overwriting the other.           *
006470*                                                                *
006480******************************************************************
006500 IDENTIFICATION DIVISION.
006600 PROGRAM-ID.     RECONRPT.
006700 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS EU01-EVT-STATUS.

008510     SELECT BRK-FILE ASSIGN TO BRKFILE
008520         ORGANIZATION IS INDEXED
008530         ACCESS MODE IS DYNAMIC
008540         RECORD KEY IS EU01-BRK-KEY
008550         FILE STATUS IS EU01-BRK-STATUS.

008570     SELECT RCL-FILE ASSIGN TO RCLFILE
008590         ORGANIZATION IS INDEXED
008610         ACCESS MODE IS RANDOM
008630         RECORD KEY IS EU01-RCL-BUSINESS-DATE
008650         FILE STATUS IS EU01-RCL-STATUS.

008670 DATA DIVISION.
008700 FILE SECTION.
008800 FD  SUM-FILE
008900     RECORDING MODE IS F.
009800     RECORDING MODE IS F.
009900 COPY EU01EVT.

009920 FD  BRK-FILE
009940     RECORDING MODE IS F.
009960 COPY EU01BRK.

009970 FD  RCL-FILE
009980     RECORDING MODE IS F.
009990 COPY EU01RCL.

010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------
010200*    FILE STATUS SWITCHES
011100     05  EU01-EVT-STATUS         PIC X(02).
011200         88  EU01-EVT-OK                 VALUE '00'.
011300         88  EU01-EVT-NOT-FOUND          VALUE '35'.
011330     05  EU01-BRK-STATUS         PIC X(02).
011360         88  EU01-BRK-OK                 VALUE '00'.
011370     05  EU01-RCL-STATUS         PIC X(02).
011380         88  EU01-RCL-OK                 VALUE '00'.

011400*----------------------------------------------------------------
011500*    EVENT-LOG STAGING FIELDS -- 8900-WRITE-EVENT picks these
013300 01  EU01-RCN-GL-TABLE.
013400     05  EU01-RCN-GL-ENTRY   OCCURS 50 TIMES.
013500         10  EU01-RCN-GL-RULE        PIC X(08).
013550         10  EU01-RCN-GL-ENTITY      PIC X(04).
013600         10  EU01-RCN-GL-DATE        PIC 9(08).
013700         10  EU01-RCN-GL-TOTAL       PIC 9(18).
013800         10  EU01-RCN-GL-USED-SW     PIC X(01).

015800 01  EU01-RCN-SUM-COUNT      PIC 9(02).

015810 01  EU01-RCN-RUN-DATE       PIC 9(08).

015820*----------------------------------------------------------------
015830*    BREAK STAGING FIELDS -- 6000-RECORD-BREAK picks these up.
015840*----------------------------------------------------------------
015850 01  EU01-RCN-BRK-FIELDS.
015860     05  EU01-RCN-BRK-RULE       PIC X(08).
015865     05  EU01-RCN-BRK-ENTITY     PIC X(04).
015870     05  EU01-RCN-BRK-TYPE       PIC X(01).
015880     05  EU01-RCN-BRK-SUM-TOTAL  PIC 9(18).
015890     05  EU01-RCN-BRK-GL-TOTAL   PIC 9(18).

015900 01  EU01-RCN-BRK-COUNT      PIC 9(02).

015904*----------------------------------------------------------------
015908*    LEGAL-ENTITY SUBTOTAL TABLE -- ONE ENTRY PER ENTITY SEEN ON
015912*    EITHER SIDE.  7000-FIND-ENTITY leaves the entry for
015916*    EU01-RCN-ENT-WANTED in EU01-RCN-EX (zero once the table is
015920*    full, when the subtotals are incomplete).
015924*----------------------------------------------------------------
015928 01  EU01-RCN-ENT-LIMIT      PIC 9(02) VALUE 50.
015932 01  EU01-RCN-ENT-COUNT      PIC 9(02).
015936 01  EU01-RCN-EX             PIC 9(02).
015940 01  EU01-RCN-ENT-WANTED     PIC X(04).
015944 01  EU01-RCN-ENT-DIFF       PIC S9(18).

015948 01  EU01-RCN-ENT-FULL-SW    PIC X(01).
015952     88  EU01-RCN-ENT-FULL           VALUE 'Y'.
015956     88  EU01-RCN-ENT-ROOM           VALUE 'N'.

015960 01  EU01-RCN-ENT-TABLE.
015964     05  EU01-RCN-ENT-ENTRY  OCCURS 50 TIMES.
015968         10  EU01-RCN-ENT-CODE       PIC X(04).
015972         10  EU01-RCN-ENT-RULES      PIC 9(03).
015976         10  EU01-RCN-ENT-SUM-TOTAL  PIC 9(18).
015980         10  EU01-RCN-ENT-GL-TOTAL   PIC 9(18).
015984         10  EU01-RCN-ENT-EXCEPTIONS PIC 9(03).

015988*----------------------------------------------------------------
016000*    REPORT LINES
016100*----------------------------------------------------------------
016200 01  EU01-RCN-HDR1.
018000     05  EU01-RCN-RULE-VALUE PIC X(08).
018100     05  FILLER              PIC X(96) VALUE SPACES.

018110 01  EU01-RCN-ENTITY-LINE.
018120     05  FILLER              PIC X(04) VALUE SPACES.
018130     05  FILLER              PIC X(24) VALUE 'LEGAL ENTITY'.
018140     05  EU01-RCN-ENTITY-VALUE
018150                             PIC X(04).
018160     05  FILLER              PIC X(100) VALUE SPACES.

018200 01  EU01-RCN-DIVISOR-LINE.
018300     05  FILLER              PIC X(04) VALUE SPACES.
018400     05  FILLER              PIC X(08) VALUE 'DIVISOR'.
020400                             PIC X(60).
020500     05  FILLER              PIC X(68) VALUE SPACES.

020503 01  EU01-RCN-ENT-TITLE-LINE.
020506     05  FILLER              PIC X(04) VALUE SPACES.
020509     05  FILLER              PIC X(128) VALUE
020512         'SUBTOTALS BY LEGAL ENTITY'.

020515 01  EU01-RCN-ENT-HDR.
020518     05  FILLER              PIC X(04) VALUE SPACES.
020521     05  FILLER              PIC X(10) VALUE 'ENTITY'.
020524     05  FILLER              PIC X(08) VALUE 'SETS'.
020527     05  FILLER              PIC X(20) VALUE 'EUL01 TOTAL'.
020530     05  FILLER              PIC X(20) VALUE 'GL TOTAL'.
020533     05  FILLER              PIC X(21) VALUE 'DIFFERENCE'.
020536     05  FILLER              PIC X(10) VALUE 'EXCEPTIONS'.
020539     05  FILLER              PIC X(39) VALUE SPACES.

020542 01  EU01-RCN-ENT-DETAIL.
020545     05  FILLER              PIC X(04) VALUE SPACES.
020548     05  EU01-RCN-ENT-D-CODE PIC X(04).
020551     05  FILLER              PIC X(06) VALUE SPACES.
020554     05  EU01-RCN-ENT-D-RULES
020557                             PIC ZZ9.
020560     05  FILLER              PIC X(05) VALUE SPACES.
020563     05  EU01-RCN-ENT-D-SUM  PIC Z(17)9.
020566     05  FILLER              PIC X(02) VALUE SPACES.
020569     05  EU01-RCN-ENT-D-GL   PIC Z(17)9.
020572     05  FILLER              PIC X(02) VALUE SPACES.
020575     05  EU01-RCN-ENT-D-DIFF PIC -(18)9.
020578     05  FILLER              PIC X(02) VALUE SPACES.
020581     05  EU01-RCN-ENT-D-EXCEPTIONS
020584                             PIC ZZ9.
020587     05  FILLER              PIC X(46) VALUE SPACES.

020600 01  EU01-RCN-BLANK-LINE     PIC X(132) VALUE SPACES.

020610*----------------------------------------------------------------
020620*    RUN-CONTROL LEDGER (EU01RCL) -- this program's step, the
020630*    step that must have completed before it, and the business
020640*    date the stream is on.
020650*----------------------------------------------------------------
020660 01  EU01-RCN-RCL-SELF       PIC 9(01) VALUE 6.
020670 01  EU01-RCN-RCL-PRED       PIC 9(01) VALUE 3.
020680 01  EU01-RCN-RCL-DATE       PIC 9(08).

020700 PROCEDURE DIVISION.

020800******************************************************************
021000*        Top-level control paragraph.                            *
021100******************************************************************
021200 0000-MAINLINE.
021230     PERFORM 8700-LEDGER-START
021260         THRU 8700-EXIT.

021300     PERFORM 1000-INITIALIZE
021400         THRU 1000-EXIT.

022000     PERFORM 5000-PRINT-VERDICT
022100         THRU 5000-EXIT.

022200     CLOSE SUM-FILE REPORT-FILE BRK-FILE.

022300     MOVE SPACES TO EU01-RCN-EVT-RULE.
022400     IF EU01-RCN-OUT-OF-BALANCE
024800     PERFORM 8900-WRITE-EVENT
024900         THRU 8900-EXIT.

024930     PERFORM 8750-LEDGER-COMPLETE
024960         THRU 8750-EXIT.

025000     GO TO 9999-TERMINATE.

025100******************************************************************
025700 1000-INITIALIZE.
025800     MOVE 0 TO EU01-RCN-GL-COUNT.
025900     MOVE 0 TO EU01-RCN-SUM-COUNT.
025950     MOVE 0 TO EU01-RCN-BRK-COUNT.
025960     MOVE 0 TO EU01-RCN-ENT-COUNT.
025970     SET EU01-RCN-ENT-ROOM TO TRUE.
026000     INITIALIZE EU01-RCN-GL-TABLE.
026050     INITIALIZE EU01-RCN-ENT-TABLE.
026100     SET EU01-RCN-SUM-NOT-EOF TO TRUE.
026200     SET EU01-RCN-GL-NOT-EOF TO TRUE.
026300     SET EU01-RCN-IN-BALANCE TO TRUE.
029200             GO TO 9999-TERMINATE
029300     END-READ.

029310     MOVE EU01-SUM-RUN-DATE TO EU01-RCN-RUN-DATE.

029320     OPEN I-O BRK-FILE.

029330     IF NOT EU01-BRK-OK
029340         DISPLAY 'EU01R-0014 UNABLE TO OPEN BREAK FILE, '
029350             'STATUS ' EU01-BRK-STATUS
029360         MOVE 16 TO RETURN-CODE
029370         GO TO 9999-TERMINATE
029380     END-IF.

029400     OPEN OUTPUT REPORT-FILE.

029500     IF NOT EU01-RPT-OK
032600     ADD 1 TO EU01-RCN-GL-COUNT.
032700     MOVE EU01-GL-RULE-NAME
032800         TO EU01-RCN-GL-RULE(EU01-RCN-GL-COUNT).
032830     MOVE EU01-GL-ENTITY
032860         TO EU01-RCN-GL-ENTITY(EU01-RCN-GL-COUNT).
032900     MOVE EU01-GL-EXTRACT-DATE
033000         TO EU01-RCN-GL-DATE(EU01-RCN-GL-COUNT).
033100     MOVE EU01-GL-CONTROL-TOTAL
034500     PERFORM 3000-PRINT-RULE-PARMS
034600         THRU 3000-EXIT.

034610     MOVE EU01-SUM-ENTITY TO EU01-RCN-ENT-WANTED.
034620     PERFORM 7000-FIND-ENTITY
034630         THRU 7000-EXIT.

034640     IF EU01-RCN-EX IS GREATER THAN 0
034650         ADD 1 TO EU01-RCN-ENT-RULES(EU01-RCN-EX)
034660         ADD EU01-SUM-RUNNING-SUM
034670             TO EU01-RCN-ENT-SUM-TOTAL(EU01-RCN-EX)
034680     END-IF.

034700     MOVE 0 TO EU01-RCN-MATCH-GX.

034800     PERFORM 2100-MATCH-ONE-GL-ENTRY
035600         WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-VERDICT-LINE
035700             AFTER ADVANCING 1 LINE
035800         DISPLAY 'EU01R-0009 RULE SET ' EU01-SUM-RULE-NAME
035850             ' ENTITY ' EU01-SUM-ENTITY
035900             ' HAS NO GL CONTROL RECORD'
035920         IF EU01-RCN-EX IS GREATER THAN 0
035940             ADD 1 TO EU01-RCN-ENT-EXCEPTIONS(EU01-RCN-EX)
035960         END-IF
036000         MOVE EU01-SUM-RULE-NAME TO EU01-RCN-EVT-RULE
036100         MOVE 'EU01R-0009' TO EU01-RCN-EVT-CODE
036200         MOVE 'E' TO EU01-RCN-EVT-SEV
036500         PERFORM 8900-WRITE-EVENT
036600             THRU 8900-EXIT
036700         SET EU01-RCN-OUT-OF-BALANCE TO TRUE
036710         MOVE EU01-SUM-RULE-NAME TO EU01-RCN-BRK-RULE
036715         MOVE EU01-SUM-ENTITY TO EU01-RCN-BRK-ENTITY
036720         MOVE 'G' TO EU01-RCN-BRK-TYPE
036730         MOVE EU01-SUM-RUNNING-SUM TO EU01-RCN-BRK-SUM-TOTAL
036740         MOVE 0 TO EU01-RCN-BRK-GL-TOTAL
036750         PERFORM 6000-RECORD-BREAK
036760             THRU 6000-EXIT
036800         GO TO 2000-NEXT
036900     END-IF.

037000     SET EU01-RCN-GL-USED(EU01-RCN-MATCH-GX) TO TRUE.

037020     IF EU01-RCN-EX IS GREATER THAN 0
037040         ADD EU01-RCN-GL-TOTAL(EU01-RCN-MATCH-GX)
037060             TO EU01-RCN-ENT-GL-TOTAL(EU01-RCN-EX)
037080     END-IF.

037100     PERFORM 2200-COMPARE-ONE-TOTAL
037200         THRU 2200-EXIT.


038100******************************************************************
038200*    2100-MATCH-ONE-GL-ENTRY                                     *
038300*        Match the summary record's legal entity and rule-set    *
038400*        name against one GL table entry.                        *
038500******************************************************************
038600 2100-MATCH-ONE-GL-ENTRY.
038700     IF EU01-RCN-GL-RULE(EU01-RCN-GX)
038800             IS EQUAL TO EU01-SUM-RULE-NAME
038830             AND EU01-RCN-GL-ENTITY(EU01-RCN-GX)
038860                 IS EQUAL TO EU01-SUM-ENTITY
038900         MOVE EU01-RCN-GX TO EU01-RCN-MATCH-GX
039000     END-IF.

043700         MOVE 'OUT OF BALANCE WITH THE GL CONTROL RECORD'
043800             TO EU01-RCN-EVT-TEXT
043900         SET EU01-RCN-OUT-OF-BALANCE TO TRUE
043910         IF EU01-RCN-EX IS GREATER THAN 0
043920             ADD 1 TO EU01-RCN-ENT-EXCEPTIONS(EU01-RCN-EX)
043930         END-IF
043940         MOVE EU01-SUM-RULE-NAME TO EU01-RCN-BRK-RULE
043945         MOVE EU01-SUM-ENTITY TO EU01-RCN-BRK-ENTITY
043950         MOVE 'B' TO EU01-RCN-BRK-TYPE
043960         MOVE EU01-SUM-RUNNING-SUM TO EU01-RCN-BRK-SUM-TOTAL
043970         MOVE EU01-RCN-GL-TOTAL(EU01-RCN-MATCH-GX)
043980             TO EU01-RCN-BRK-GL-TOTAL
043990         PERFORM 6000-RECORD-BREAK
044000             THRU 6000-EXIT
044010     END-IF.
044100     PERFORM 8900-WRITE-EVENT
044200         THRU 8900-EXIT.
044300     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-VERDICT-LINE
045600******************************************************************
045700*    3000-PRINT-RULE-PARMS                                       *
045800*        Print one rule set's parameter block -- the rule-set    *
045900*        name, legal entity, ceiling, floor, divisors and        *
046000*        exclusions that drove its control total.                *
046100******************************************************************
046200 3000-PRINT-RULE-PARMS.
046300     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-BLANK-LINE
046600     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-RULE-LINE
046700         AFTER ADVANCING 1 LINE.

046720     MOVE EU01-SUM-ENTITY TO EU01-RCN-ENTITY-VALUE.
046740     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-ENTITY-LINE
046760         AFTER ADVANCING 1 LINE.

046800     MOVE 'CEILING' TO EU01-RCN-PARM-LABEL.
046900     MOVE EU01-SUM-CEILING TO EU01-RCN-PARM-VALUE.
047000     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-PARM-LINE
054400     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-RULE-LINE
054500         AFTER ADVANCING 1 LINE.

054520     MOVE EU01-RCN-GL-ENTITY(EU01-RCN-GX)
054540         TO EU01-RCN-ENTITY-VALUE.
054560     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-ENTITY-LINE
054580         AFTER ADVANCING 1 LINE.

054600     MOVE 'GL EXTRACT TOTAL' TO EU01-RCN-TOTAL-LABEL.
054700     MOVE EU01-RCN-GL-TOTAL(EU01-RCN-GX)
054800         TO EU01-RCN-TOTAL-VALUE.

055500     DISPLAY 'EU01R-0011 GL CONTROL RECORD FOR RULE SET '
055600         EU01-RCN-GL-RULE(EU01-RCN-GX)
055650         ' ENTITY ' EU01-RCN-GL-ENTITY(EU01-RCN-GX)
055700         ' HAS NO SUMMARY RECORD'.

055710     MOVE EU01-RCN-GL-ENTITY(EU01-RCN-GX)
055720         TO EU01-RCN-ENT-WANTED.
055730     PERFORM 7000-FIND-ENTITY
055740         THRU 7000-EXIT.

055750     IF EU01-RCN-EX IS GREATER THAN 0
055760         ADD EU01-RCN-GL-TOTAL(EU01-RCN-GX)
055770             TO EU01-RCN-ENT-GL-TOTAL(EU01-RCN-EX)
055780         ADD 1 TO EU01-RCN-ENT-EXCEPTIONS(EU01-RCN-EX)
055790     END-IF.

055800     MOVE EU01-RCN-GL-RULE(EU01-RCN-GX) TO EU01-RCN-EVT-RULE.
055900     MOVE 'EU01R-0011' TO EU01-RCN-EVT-CODE.
056000     MOVE 'E' TO EU01-RCN-EVT-SEV.

056500     SET EU01-RCN-OUT-OF-BALANCE TO TRUE.

056510     MOVE EU01-RCN-GL-RULE(EU01-RCN-GX) TO EU01-RCN-BRK-RULE.
056515     MOVE EU01-RCN-GL-ENTITY(EU01-RCN-GX) TO EU01-RCN-BRK-ENTITY.
056520     MOVE 'S' TO EU01-RCN-BRK-TYPE.
056530     MOVE 0 TO EU01-RCN-BRK-SUM-TOTAL.
056540     MOVE EU01-RCN-GL-TOTAL(EU01-RCN-GX) TO EU01-RCN-BRK-GL-TOTAL.
056550     PERFORM 6000-RECORD-BREAK
056560         THRU 6000-EXIT.

056600     GO TO 4100-EXIT.

056700 4100-EXIT.

056900******************************************************************
057000*    5000-PRINT-VERDICT                                          *
057100*        Print the subtotals by legal entity and the overall     *
057200*        verdict for the night after every rule set's block.     *
057300******************************************************************
057400 5000-PRINT-VERDICT.
057430     PERFORM 5100-PRINT-ENTITY-SUBTOTALS
057460         THRU 5100-EXIT.
057500     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-BLANK-LINE
057600         AFTER ADVANCING 1 LINE.

058800     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-VERDICT-LINE
058900         AFTER ADVANCING 1 LINE.

058910     IF EU01-RCN-BRK-COUNT > 0
058920         MOVE 'BREAKS RECORDED' TO EU01-RCN-PARM-LABEL
058930         MOVE EU01-RCN-BRK-COUNT TO EU01-RCN-PARM-VALUE
058940         WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-PARM-LINE
058950             AFTER ADVANCING 1 LINE
058960     END-IF.

059000     GO TO 5000-EXIT.

059100 5000-EXIT.
059200     EXIT.

059201******************************************************************
059202*    5100-PRINT-ENTITY-SUBTOTALS                                 *
059203*        Print one line per legal entity seen on either side:    *
059204*        the rule sets reconciled, the EUL01 and GL totals, the  *
059205*        difference and the exceptions (rule sets out of         *
059206*        balance or unmatched on either side).                   *
059207******************************************************************
059208 5100-PRINT-ENTITY-SUBTOTALS.
059209     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-BLANK-LINE
059210         AFTER ADVANCING 1 LINE.
059211     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-ENT-TITLE-LINE
059212         AFTER ADVANCING 1 LINE.
059213     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-ENT-HDR
059214         AFTER ADVANCING 1 LINE.

059215     PERFORM 5110-PRINT-ONE-ENTITY
059216         THRU 5110-EXIT
059217         VARYING EU01-RCN-EX FROM 1 BY 1
059218             UNTIL EU01-RCN-EX > EU01-RCN-ENT-COUNT.

059219     IF EU01-RCN-ENT-FULL
059220         MOVE '** TOO MANY ENTITIES -- SUBTOTALS INCOMPLETE **'
059221             TO EU01-RCN-VERDICT-TEXT
059222         WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-VERDICT-LINE
059223             AFTER ADVANCING 1 LINE
059224     END-IF.

059225     GO TO 5100-EXIT.

059226 5100-EXIT.
059227     EXIT.

059228******************************************************************
059229*    5110-PRINT-ONE-ENTITY                                       *
059230*        Print the subtotal line for entity table entry          *
059231*        EU01-RCN-EX.                                            *
059232******************************************************************
059233 5110-PRINT-ONE-ENTITY.
059234     COMPUTE EU01-RCN-ENT-DIFF =
059235         EU01-RCN-ENT-SUM-TOTAL(EU01-RCN-EX)
059236         - EU01-RCN-ENT-GL-TOTAL(EU01-RCN-EX).

059237     MOVE EU01-RCN-ENT-CODE(EU01-RCN-EX) TO EU01-RCN-ENT-D-CODE.
059238     MOVE EU01-RCN-ENT-RULES(EU01-RCN-EX)
059239         TO EU01-RCN-ENT-D-RULES.
059241     MOVE EU01-RCN-ENT-SUM-TOTAL(EU01-RCN-EX)
059242         TO EU01-RCN-ENT-D-SUM.
059243     MOVE EU01-RCN-ENT-GL-TOTAL(EU01-RCN-EX)
059244         TO EU01-RCN-ENT-D-GL.
059245     MOVE EU01-RCN-ENT-DIFF TO EU01-RCN-ENT-D-DIFF.
059246     MOVE EU01-RCN-ENT-EXCEPTIONS(EU01-RCN-EX)
059247         TO EU01-RCN-ENT-D-EXCEPTIONS.
059248     WRITE EU01-RCN-PRINT-LINE FROM EU01-RCN-ENT-DETAIL
059249         AFTER ADVANCING 1 LINE.

059250     GO TO 5110-EXIT.

059251 5110-EXIT.
059252     EXIT.

059253******************************************************************
059254*    6000-RECORD-BREAK                                           *
059255*        Open a break record for the unreconciled rule set in    *
059256*        the staging fields, keyed by run date, rule set and     *
059257*        legal entity.                                           *
059258*        A rerun finds tonight's break already on file: one      *
059259*        still open has its totals refreshed; one the analyst    *
059260*        has already resolved or written off is left alone.      *
059261******************************************************************
059262 6000-RECORD-BREAK.
059263     MOVE EU01-RCN-RUN-DATE TO EU01-BRK-RUN-DATE.
059264     MOVE EU01-RCN-BRK-RULE TO EU01-BRK-RULE-NAME.
059265     MOVE EU01-RCN-BRK-ENTITY TO EU01-BRK-ENTITY.

059266     READ BRK-FILE
059267         INVALID KEY
059268             GO TO 6000-NEW-BREAK
059269     END-READ.

059270     IF EU01-BRK-CLOSED
059271         DISPLAY 'EU01R-0015 BREAK FOR RULE SET '
059272             EU01-RCN-BRK-RULE ' ENTITY ' EU01-RCN-BRK-ENTITY
059273             ' IS ALREADY CLOSED -- LEFT AS IS'
059274         GO TO 6000-EXIT
059275     END-IF.

059276     PERFORM 6100-MOVE-BREAK-TOTALS
059277         THRU 6100-EXIT.

059278     REWRITE EU01-BRK-RECORD
059279         INVALID KEY
059280             DISPLAY 'EU01R-0016 UNABLE TO UPDATE BREAK FOR '
059281                 'RULE SET ' EU01-RCN-BRK-RULE ' ENTITY '
059282                 EU01-RCN-BRK-ENTITY ', STATUS '
059283                 EU01-BRK-STATUS
059284             MOVE 16 TO RETURN-CODE
059285             GO TO 9999-TERMINATE
059286     END-REWRITE.

059287     ADD 1 TO EU01-RCN-BRK-COUNT.

059288     GO TO 6000-EXIT.

059289 6000-NEW-BREAK.
059290     INITIALIZE EU01-BRK-RECORD.
059291     MOVE EU01-RCN-RUN-DATE TO EU01-BRK-RUN-DATE.
059292     MOVE EU01-RCN-BRK-RULE TO EU01-BRK-RULE-NAME.
059293     MOVE EU01-RCN-BRK-ENTITY TO EU01-BRK-ENTITY.
059294     SET EU01-BRK-OPEN TO TRUE.
059295     MOVE 'RECONRPT' TO EU01-BRK-UPDATED-BY.
059296     MOVE EU01-RCN-RUN-DATE TO EU01-BRK-UPDATED-DATE.

059297     PERFORM 6100-MOVE-BREAK-TOTALS
059298         THRU 6100-EXIT.

059299     WRITE EU01-BRK-RECORD
059300         INVALID KEY
059301             DISPLAY 'EU01R-0016 UNABLE TO UPDATE BREAK FOR '
059302                 'RULE SET ' EU01-RCN-BRK-RULE ' ENTITY '
059303                 EU01-RCN-BRK-ENTITY ', STATUS '
059304                 EU01-BRK-STATUS
059305             MOVE 16 TO RETURN-CODE
059306             GO TO 9999-TERMINATE
059307     END-WRITE.

059308     DISPLAY 'EU01R-0017 BREAK OPENED FOR RULE SET '
059309         EU01-RCN-BRK-RULE ' ENTITY ' EU01-RCN-BRK-ENTITY.

059310     ADD 1 TO EU01-RCN-BRK-COUNT.

059311     GO TO 6000-EXIT.

059312 6000-EXIT.
059313     EXIT.

059314******************************************************************
059315*    6100-MOVE-BREAK-TOTALS                                      *
059316*        Move the exception type, both totals and the            *
059317*        difference from the staging fields to the break         *
059318*        record.                                                 *
059319******************************************************************
059320 6100-MOVE-BREAK-TOTALS.
059321     MOVE EU01-RCN-BRK-TYPE TO EU01-BRK-EXC-TYPE.
059322     MOVE EU01-RCN-BRK-SUM-TOTAL TO EU01-BRK-SUM-TOTAL.
059323     MOVE EU01-RCN-BRK-GL-TOTAL TO EU01-BRK-GL-TOTAL.
059324     COMPUTE EU01-BRK-DIFFERENCE =
059325         EU01-RCN-BRK-SUM-TOTAL - EU01-RCN-BRK-GL-TOTAL.

059326     GO TO 6100-EXIT.

059327 6100-EXIT.
059328     EXIT.

059329******************************************************************
059330*    7000-FIND-ENTITY                                            *
059331*        Find the subtotal entry for the legal entity in         *
059332*        EU01-RCN-ENT-WANTED, adding one the first time the      *
059333*        entity is seen, and leave it in EU01-RCN-EX.  Once the  *
059334*        table is full a new entity gets no entry (EU01-RCN-EX   *
059335*        zero) and the subtotals are reported incomplete; the    *
059336*        reconciliation itself is unaffected.                    *
059337******************************************************************
059338 7000-FIND-ENTITY.
059339     MOVE 0 TO EU01-RCN-EX.

059340     PERFORM 7100-MATCH-ONE-ENTITY
059341         THRU 7100-EXIT
059342         VARYING EU01-RCN-GX FROM 1 BY 1
059343             UNTIL EU01-RCN-GX > EU01-RCN-ENT-COUNT
059344                 OR EU01-RCN-EX > 0.

059345     IF EU01-RCN-EX IS GREATER THAN 0
059346         GO TO 7000-EXIT
059347     END-IF.

059348     IF EU01-RCN-ENT-COUNT IS EQUAL TO EU01-RCN-ENT-LIMIT
059349         IF EU01-RCN-ENT-ROOM
059350             DISPLAY 'EU01R-0022 MORE THAN ' EU01-RCN-ENT-LIMIT
059351                 ' LEGAL ENTITIES -- SUBTOTALS INCOMPLETE'
059352             SET EU01-RCN-ENT-FULL TO TRUE
059353         END-IF
059354         GO TO 7000-EXIT
059355     END-IF.

059356     ADD 1 TO EU01-RCN-ENT-COUNT.
059357     MOVE EU01-RCN-ENT-COUNT TO EU01-RCN-EX.
059358     MOVE EU01-RCN-ENT-WANTED TO EU01-RCN-ENT-CODE(EU01-RCN-EX).

059359     GO TO 7000-EXIT.

059360 7000-EXIT.
059361     EXIT.

059362******************************************************************
059363*    7100-MATCH-ONE-ENTITY                                       *
059364*        Match the wanted legal entity against one subtotal      *
059365*        entry.                                                  *
059366******************************************************************
059367 7100-MATCH-ONE-ENTITY.
059368     IF EU01-RCN-ENT-CODE(EU01-RCN-GX)
059369             IS EQUAL TO EU01-RCN-ENT-WANTED
059370         MOVE EU01-RCN-GX TO EU01-RCN-EX
059371     END-IF.

059372     GO TO 7100-EXIT.

059373 7100-EXIT.
059374     EXIT.

059375******************************************************************
059376*    8700-LEDGER-START                                           *
059377*        Look the stream's current business date up on the       *
059378*        run-control ledger.  EUL01 must have completed it --    *
059379*        otherwise the datasets this step reads are not that     *
059380*        night's and the step refuses to run.  Record the step   *
059381*        as started; a rerun of a step already complete for the  *
059382*        date is allowed and noted.                              *
059383******************************************************************
059384 8700-LEDGER-START.
059385     OPEN I-O RCL-FILE.

059386     IF NOT EU01-RCL-OK
059387         DISPLAY 'EU01R-0018 UNABLE TO OPEN RUN-CONTROL LEDGER, '
059388             'STATUS ' EU01-RCL-STATUS
059389         MOVE 16 TO RETURN-CODE
059390         GO TO 9999-TERMINATE
059391     END-IF.

059392     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
059393     READ RCL-FILE
059394         INVALID KEY
059395             MOVE 0 TO EU01-RCL-CURRENT-DATE
059396     END-READ.
059397     MOVE EU01-RCL-CURRENT-DATE TO EU01-RCN-RCL-DATE.

059398     MOVE EU01-RCN-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
059399     READ RCL-FILE
059400         INVALID KEY
059401             INITIALIZE EU01-RCL-RECORD
059402     END-READ.

059403     IF NOT EU01-RCL-COMPLETE(EU01-RCN-RCL-PRED)
059404         CLOSE RCL-FILE
059405         DISPLAY 'EU01R-0019 EUL01 HAS NOT COMPLETED BUSINESS '
059406             'DATE ' EU01-RCN-RCL-DATE ' -- NOT RUN'
059407         MOVE SPACES TO EU01-RCN-EVT-RULE
059408         MOVE 'EU01R-0019' TO EU01-RCN-EVT-CODE
059409         MOVE 'E' TO EU01-RCN-EVT-SEV
059410         MOVE 'REFUSED -- EUL01 NOT COMPLETE FOR THE DATE'
059411             TO EU01-RCN-EVT-TEXT
059412         PERFORM 8900-WRITE-EVENT
059413             THRU 8900-EXIT
059414         MOVE 16 TO RETURN-CODE
059415         GO TO 9999-TERMINATE
059416     END-IF.

059417     IF EU01-RCL-COMPLETE(EU01-RCN-RCL-SELF)
059418         DISPLAY 'EU01R-0020 ALREADY COMPLETED FOR BUSINESS DATE '
059419             EU01-RCN-RCL-DATE ' -- RUNNING AGAIN'
059420         MOVE SPACES TO EU01-RCN-EVT-RULE
059421         MOVE 'EU01R-0020' TO EU01-RCN-EVT-CODE
059422         MOVE 'W' TO EU01-RCN-EVT-SEV
059423         MOVE 'RERUN -- ALREADY COMPLETE FOR THE BUSINESS DATE'
059424             TO EU01-RCN-EVT-TEXT
059425         PERFORM 8900-WRITE-EVENT
059426             THRU 8900-EXIT
059427     END-IF.

059428     SET EU01-RCL-STARTED(EU01-RCN-RCL-SELF) TO TRUE.
059429     ADD 1 TO EU01-RCL-RUN-COUNT(EU01-RCN-RCL-SELF).
059430     ACCEPT EU01-RCL-START-DATE(EU01-RCN-RCL-SELF)
059431         FROM DATE YYYYMMDD.
059432     ACCEPT EU01-RCL-START-TIME(EU01-RCN-RCL-SELF) FROM TIME.
059433     MOVE 0 TO EU01-RCL-END-DATE(EU01-RCN-RCL-SELF).
059434     MOVE 0 TO EU01-RCL-END-TIME(EU01-RCN-RCL-SELF).

059435     REWRITE EU01-RCL-RECORD.

059436     IF NOT EU01-RCL-OK
059437         DISPLAY 'EU01R-0021 RUN-CONTROL LEDGER NOT UPDATED, '
059438             'STATUS ' EU01-RCL-STATUS
059439         CLOSE RCL-FILE
059440         MOVE 16 TO RETURN-CODE
059441         GO TO 9999-TERMINATE
059442     END-IF.

059443     CLOSE RCL-FILE.

059444     GO TO 8700-EXIT.

059445 8700-EXIT.
059446     EXIT.

059447******************************************************************
059448*    8750-LEDGER-COMPLETE                                        *
059449*        Record the step as complete for the business date on    *
059450*        the run-control ledger.  A ledger that cannot be        *
059451*        updated fails the step, so the stream does not run on   *
059452*        past an unrecorded completion.                          *
059453******************************************************************
059454 8750-LEDGER-COMPLETE.
059455     OPEN I-O RCL-FILE.

059456     IF NOT EU01-RCL-OK
059457         DISPLAY 'EU01R-0021 RUN-CONTROL LEDGER NOT UPDATED, '
059458             'STATUS ' EU01-RCL-STATUS
059459         MOVE 16 TO RETURN-CODE
059460         GO TO 8750-EXIT
059461     END-IF.

059462     MOVE EU01-RCN-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
059463     READ RCL-FILE
059464         INVALID KEY
059465             DISPLAY 'EU01R-0021 RUN-CONTROL LEDGER NOT UPDATED, '
059466                 'STATUS ' EU01-RCL-STATUS
059467             CLOSE RCL-FILE
059468             MOVE 16 TO RETURN-CODE
059469             GO TO 8750-EXIT
059470     END-READ.

059471     SET EU01-RCL-COMPLETE(EU01-RCN-RCL-SELF) TO TRUE.
059472     ACCEPT EU01-RCL-END-DATE(EU01-RCN-RCL-SELF)
059473         FROM DATE YYYYMMDD.
059474     ACCEPT EU01-RCL-END-TIME(EU01-RCN-RCL-SELF) FROM TIME.

059475     REWRITE EU01-RCL-RECORD.

059476     IF NOT EU01-RCL-OK
059477         DISPLAY 'EU01R-0021 RUN-CONTROL LEDGER NOT UPDATED, '
059478             'STATUS ' EU01-RCL-STATUS
059479         MOVE 16 TO RETURN-CODE
059480     END-IF.

059481     CLOSE RCL-FILE.

059482     GO TO 8750-EXIT.

059483 8750-EXIT.
059484     EXIT.

059485******************************************************************
059486*    8900-WRITE-EVENT                                            *
059500*        Append one standardized event record built from the     *
059600*        staging fields to the common nightly event dataset.     *
059700*        The log is best-effort -- a dataset problem is          *

005000*                        starts the night's log fresh.  An       *
005100*                        unavailable event log is reported and   *
005200*                        skipped -- it never fails the run.      *
005210*       2026-10-15  DOB  Catch-up mode.  A JCL PARM of a date    *
005220*                        range (YYYYMMDDYYYYMMDD, ending before  *
005230*                        tonight) replays missed nights: the     *
005240*                        earliest non-holiday calendar date in   *
005250*                        the range with no nightly-stream row    *
005260*                        on RUNHIST is selected in place of      *
005270*                        tonight, with that date's calendar rule *
005280*                        set (month-end included), and the       *
005290*                        stream is resubmitted until this job    *
005300*                        ends RC=4 with nothing left to replay.  *
005310*                        A rule set whose current version took   *
005320*                        effect after the replayed night is      *
005330*                        written with the version last run       *
005340*                        before it, recovered from RUNHIST.      *
005350*                        Every parameter record now carries the  *
005360*                        business date it is for, which EUL01    *
005370*                        stamps on the summary and history.      *
005371*                        A pass is refused (EU01C-0040) while    *
005372*                        XSTFILE holds a night an earlier pass   *
005373*                        sent that the hub has not yet answered  *
005374*                        -- this pass's extract would replace    *
005375*                        its file.                               *
005380*       2026-10-15  DOB  Opens the business date on the nightly  *
005390*                        run-control ledger (RCLFILE, EU01RCL    *
005400*                        layout): records this step as started   *
005410*                        and complete and points the stream      *
005420*                        control record at the date, so every    *
005430*                        later step runs for it.  A second       *
005440*                        submission once the stream has reached  *
005450*                        EUL01 for the date is refused before    *
005460*                        the event log is reset or EU01PARM is   *
005470*                        touched.  A catch-up pass now resets    *
005480*                        the event log only once its night is    *
005490*                        chosen and accepted.                    *
005491*                        A missed night a catch-up pass finds    *
005492*                        abandoned in EUL01 has its later steps  *
005493*                        and scratch clearance reset             *
005494*                        (EU01C-0041) and replays as a fresh     *
005495*                        night.                                  *
005500*       2026-10-15  DOB  Rule-set changes are now held on the    *
005510*                        CHGFILE change file until a second      *
005520*                        operator approves them in EUL01MNT, so  *
005530*                        the rule master read here only ever     *
005540*                        carries approved values.  A rule set    *
005550*                        written to EU01PARM with a change still *
005560*                        awaiting approval is reported           *
005570*                        (EU01C-0028, W event) so the morning    *
005580*                        status report shows the night ran on    *
005590*                        the approved values.  The change file   *
005600*                        is read only, best effort -- if it      *
005610*                        cannot be opened the run carries on     *
005620*                        without the notice.                     *
005621*       2026-10-15  DOB  Forecasts tonight's EUL01 run time once *
005622*                        EU01PARM is written, from tonight's     *
005623*                        workload (the rule sets summed by       *
005624*                        enumeration, their combined             *
005625*                        floor-to-ceiling range, and those by    *
005626*                        closed form) and the throughput         *
005627*                        measured over the last seven nights.    *
005628*                        Before the event log is started fresh,  *
005629*                        the last night's EUL01 start and finish *
005630*                        are kept on the THRHIST throughput      *
005631*                        history (EU01THR layout).  The forecast *
005632*                        is logged (EU01C-0031, I event) for     *
005633*                        EUL01STA to print against the actual    *
005634*                        run; a forecast finish past the batch   *
005635*                        window end is a W event (EU01C-0032)    *
005636*                        and lists the enumeration rule sets, so *
005637*                        the shift can move one or start the     *
005638*                        stream early.  The history is best      *
005639*                        effort and never fails the run.         *
005649*       2026-10-15  DOB  Before the event log is started fresh,  *
005659*                        every event on the outgoing log is      *
005669*                        appended to the permanent EVTHIST event *
005679*                        history (EU01EVH layout), stamped with  *
005689*                        the business date the run-control       *
005699*                        ledger had open for that night, for the *
005709*                        EUL01EXC monthly exception analysis.    *
005719*                        EUL01EVA archives and purges it.  An    *
005729*                        event history that cannot be opened is  *
005739*                        reported (EU01C-0037, W event on the    *
005749*                        new log) and never fails the run.       *
005759*       2026-10-15  DOB  Each parameter record now carries the   *
005769*                        rule set's legal-entity code from the   *
005779*                        master.  A replayed night uses the      *
005789*                        entity on the master today; only the    *
005799*                        version is recovered from the run       *
005809*                        history.                                *
005819*                                                                *
005829******************************************************************
005839 IDENTIFICATION DIVISION.
005849 PROGRAM-ID.     EUL01CAL.
005859 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
005869 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
005900 DATE-WRITTEN.   2026-08-22.
006000 DATE-COMPILED.

007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS EU01-EVT-STATUS.

007720     SELECT HIST-FILE ASSIGN TO RUNHIST
007740         ORGANIZATION IS SEQUENTIAL
007760         FILE STATUS IS EU01-HIST-STATUS.

007780     SELECT RCL-FILE ASSIGN TO RCLFILE
007800         ORGANIZATION IS INDEXED
007820         ACCESS MODE IS RANDOM
007840         RECORD KEY IS EU01-RCL-BUSINESS-DATE
007860         FILE STATUS IS EU01-RCL-STATUS.

007870     SELECT CHG-FILE ASSIGN TO CHGFILE
007880         ORGANIZATION IS INDEXED
007890         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS EU01-CHG-KEY
007910         FILE STATUS IS EU01-CHG-STATUS.

007920     SELECT THR-FILE ASSIGN TO THRHIST
007930         ORGANIZATION IS SEQUENTIAL
007940         FILE STATUS IS EU01-THR-STATUS.

007950     SELECT EVH-FILE ASSIGN TO EVTHIST
007960         ORGANIZATION IS SEQUENTIAL
007970         FILE STATUS IS EU01-EVH-STATUS.

007971     SELECT XST-FILE ASSIGN TO XSTFILE
007972         ORGANIZATION IS INDEXED
007973         ACCESS MODE IS SEQUENTIAL
007974         RECORD KEY IS EU01-XST-RUN-DATE
007975         FILE STATUS IS EU01-XST-STATUS.

007980 DATA DIVISION.
007990 FILE SECTION.
008000 FD  CAL-FILE
008100     RECORDING MODE IS F.
008200 COPY EU01CAL.
009000     RECORDING MODE IS F.
009100 COPY EU01EVT.

009120 FD  HIST-FILE
009140     RECORDING MODE IS F.
009160 COPY EU01HIST.

009170 FD  RCL-FILE
009180     RECORDING MODE IS F.
009190 COPY EU01RCL.

009210 FD  CHG-FILE
009230     RECORDING MODE IS F.
009250 COPY EU01CHG.

009260 FD  THR-FILE
009270     RECORDING MODE IS F.
009280 COPY EU01THR.

009300 FD  EVH-FILE
009320     RECORDING MODE IS F.
009340 COPY EU01EVH.

009345 FD  XST-FILE
009350     RECORDING MODE IS F.
009355 COPY EU01XST.

009360 WORKING-STORAGE SECTION.
009380*----------------------------------------------------------------
009400*    FILE STATUS SWITCHES
009500*----------------------------------------------------------------
009600 01  EU01-CLN-FILE-STATUSES.
010400     05  EU01-EVT-STATUS         PIC X(02).
010500         88  EU01-EVT-OK                 VALUE '00'.
010600         88  EU01-EVT-NOT-FOUND          VALUE '35'.
010630     05  EU01-HIST-STATUS        PIC X(02).
010660         88  EU01-HIST-OK                VALUE '00'.
010670     05  EU01-RCL-STATUS         PIC X(02).
010680         88  EU01-RCL-OK                 VALUE '00'.
010710     05  EU01-CHG-STATUS         PIC X(02).
010740         88  EU01-CHG-OK                 VALUE '00'.
010750     05  EU01-THR-STATUS         PIC X(02).
010760         88  EU01-THR-OK                 VALUE '00'.
010770         88  EU01-THR-NOT-FOUND          VALUE '35'.
010790     05  EU01-EVH-STATUS         PIC X(02).
010810         88  EU01-EVH-OK                 VALUE '00'.
010830         88  EU01-EVH-NOT-FOUND          VALUE '35'.
010836     05  EU01-XST-STATUS         PIC X(02).
010842         88  EU01-XST-OK                 VALUE '00'.

010850*----------------------------------------------------------------
010870*    CALENDAR-LOOKUP WORKING FIELDS
010900*----------------------------------------------------------------
011000 01  EU01-CLN-TONIGHT        PIC 9(08).
011100 01  EU01-CLN-DAY-TYPE       PIC X(01).
012000 01  EU01-CLN-PARM-COUNT     PIC 9(02).
012100 01  EU01-CLN-DVX            PIC 9(02).

012101*----------------------------------------------------------------
012102*    CATCH-UP WORKING FIELDS -- a date-range PARM replays the
012103*    earliest missed business date in the range instead of
012104*    tonight.
012105*----------------------------------------------------------------
012106 01  EU01-CLN-MODE-SW        PIC X(01).
012107     88  EU01-CLN-NORMAL-NIGHT       VALUE 'N'.
012108     88  EU01-CLN-CATCH-UP           VALUE 'C'.

012109 01  EU01-CLN-TODAY          PIC 9(08).
012110 01  EU01-CLN-FROM-DATE      PIC 9(08).
012111 01  EU01-CLN-TO-DATE        PIC 9(08).
012112 01  EU01-CLN-RANGE-DAYS     PIC S9(07).
012113 01  EU01-CLN-CAL-DAYS       PIC 9(05).
012114 01  EU01-CLN-MISSED-COUNT   PIC 9(03).

012115 01  EU01-CLN-NIGHTLY-JOB-ID PIC X(08) VALUE 'EUL01NGT'.

012116 01  EU01-CLN-HIST-EOF-SW    PIC X(01).
012117     88  EU01-CLN-HIST-EOF           VALUE 'Y'.
012118     88  EU01-CLN-HIST-NOT-EOF       VALUE 'N'.

012119 01  EU01-CLN-DATE-LIMIT     PIC 9(03) VALUE 92.
012120 01  EU01-CLN-DATE-CT        PIC 9(03).
012121 01  EU01-CLN-DX             PIC 9(03).
012122 01  EU01-CLN-NEXT-DX        PIC 9(03).

012123 01  EU01-CLN-DATE-TABLE.
012124     05  EU01-CLN-DATE-ENTRY OCCURS 92 TIMES.
012125         10  EU01-CLN-DE-DATE        PIC 9(08).
012126         10  EU01-CLN-DE-DAY-TYPE    PIC X(01).
012127         10  EU01-CLN-DE-RULE-NAME   PIC X(08).
012128         10  EU01-CLN-DE-RUN-SW      PIC X(01).
012129             88  EU01-CLN-DE-RUN             VALUE 'Y'.
012130             88  EU01-CLN-DE-MISSED          VALUE 'N'.

012131*    The version in effect on a replayed night, recovered from
012132*    the last nightly run-history row before that night when
012133*    the master's current version took effect after it.
012134 01  EU01-CLN-PRIOR-SW       PIC X(01).
012135     88  EU01-CLN-PRIOR-FOUND        VALUE 'Y'.
012136     88  EU01-CLN-PRIOR-NOT-FOUND    VALUE 'N'.

012137 01  EU01-CLN-PRIOR.
012138     05  EU01-CLN-PRIOR-DATE         PIC 9(08).
012139     05  EU01-CLN-PRIOR-TIME         PIC 9(08).
012140     05  EU01-CLN-PRIOR-CEILING      PIC 9(10).
012141     05  EU01-CLN-PRIOR-FLOOR        PIC 9(10).
012142     05  EU01-CLN-PRIOR-DIV-COUNT    PIC 9(02).
012143     05  EU01-CLN-PRIOR-DIV-TABLE    OCCURS 10 TIMES
012144                                      PIC 9(05).
012145     05  EU01-CLN-PRIOR-EXCL-COUNT   PIC 9(02).
012146     05  EU01-CLN-PRIOR-EXCL-TABLE   OCCURS 10 TIMES
012147                                      PIC 9(05).
012148     05  EU01-CLN-PRIOR-TOLERANCE    PIC 9(03).

012149 01  EU01-CLN-PARM-SKIP-SW   PIC X(01).
012150     88  EU01-CLN-PARM-SKIPPED       VALUE 'Y'.
012151     88  EU01-CLN-PARM-WRITTEN       VALUE 'N'.

012152*    A night an earlier pass sent that the hub has not yet
012153*    answered -- this pass's extract would replace its file.
012154 01  EU01-CLN-XST-EOF-SW     PIC X(01).
012155     88  EU01-CLN-XST-EOF            VALUE 'Y'.
012156     88  EU01-CLN-XST-NOT-EOF        VALUE 'N'.

012157 01  EU01-CLN-PENDING-DATE   PIC 9(08).

012161*----------------------------------------------------------------
012171*    RUN-CONTROL LEDGER (EU01RCL) -- this job is step 1; once
012181*    EUL01 (step 3) has started for the date, the night can no
012187*    longer be resubmitted from the top, except by a catch-up
012193*    pass, which takes an abandoned night back to a fresh one.
012201*----------------------------------------------------------------
012211 01  EU01-CLN-RCL-SELF       PIC 9(01) VALUE 1.
012221 01  EU01-CLN-RCL-EUL01      PIC 9(01) VALUE 3.

012231 01  EU01-CLN-RCL-SW         PIC X(01) VALUE 'N'.
012241     88  EU01-CLN-RCL-KEPT           VALUE 'Y'.
012251     88  EU01-CLN-RCL-NOT-KEPT       VALUE 'N'.

012261 01  EU01-CLN-RCL-REC-SW     PIC X(01).
012271     88  EU01-CLN-RCL-ON-FILE        VALUE 'Y'.
012281     88  EU01-CLN-RCL-NEW            VALUE 'N'.

012282 01  EU01-CLN-RCL-SX         PIC 9(01).
012283 01  EU01-CLN-RCL-LAST       PIC 9(01) VALUE 7.

012284 01  EU01-CLN-RESET-SW       PIC X(01) VALUE 'N'.
012285     88  EU01-CLN-NIGHT-RESET        VALUE 'Y'.
012286     88  EU01-CLN-NIGHT-NOT-RESET    VALUE 'N'.

012291*----------------------------------------------------------------
012301*    HELD RULE-SET CHANGES (EU01CHG) -- read only, best effort,
012311*    to report a rule set run with a change awaiting approval.
012321*----------------------------------------------------------------
012331 01  EU01-CLN-CHG-SW         PIC X(01) VALUE 'N'.
012341     88  EU01-CLN-CHG-AVAILABLE      VALUE 'Y'.
012351     88  EU01-CLN-CHG-UNAVAILABLE    VALUE 'N'.

012361 01  EU01-CLN-AWAIT-SW       PIC X(01).
012371     88  EU01-CLN-CHG-AWAITING       VALUE 'Y'.
012381     88  EU01-CLN-NONE-AWAITING      VALUE 'N'.

012391 01  EU01-CLN-CHK-SW         PIC X(01).
012401     88  EU01-CLN-CHK-DONE           VALUE 'Y'.
012411     88  EU01-CLN-CHK-NOT-DONE       VALUE 'N'.

012412*----------------------------------------------------------------
012413*    EUL01 RUNTIME FORECAST -- tonight's workload against the
012414*    throughput kept on THRHIST (EU01THR) for recent nights.
012415*    The closed-form limit must match EU01-CLOSED-FORM-LIMIT in
012416*    EUL01; the batch window closes at EU01-CLN-WINDOW-END.
012417*----------------------------------------------------------------
012418 01  EU01-CLN-CLOSED-FORM-LIMIT PIC 9(10) VALUE 100000.

012419 01  EU01-CLN-WINDOW-END.
012420     05  EU01-CLN-WINDOW-HH      PIC 9(02) VALUE 06.
012421     05  EU01-CLN-WINDOW-MM      PIC 9(02) VALUE 00.
012422 01  EU01-CLN-WINDOW-HHMM REDEFINES EU01-CLN-WINDOW-END
012423                             PIC 9(04).

012424 01  EU01-CLN-THR-NIGHTS     PIC 9(02) VALUE 7.
012425 01  EU01-CLN-ENUM-LIMIT     PIC 9(02) VALUE 50.

012426 01  EU01-CLN-ENUM-COUNT     PIC 9(02).
012427 01  EU01-CLN-CF-COUNT       PIC 9(02).
012428 01  EU01-CLN-ENUM-LOW       PIC 9(10).
012429 01  EU01-CLN-ENUM-HIGH      PIC 9(10).
012430 01  EU01-CLN-FLOOR-WK       PIC 9(10).
012431 01  EU01-CLN-WALK-COUNT     PIC 9(10).
012432 01  EU01-CLN-WORK           PIC 9(13).
012433 01  EU01-CLN-EX             PIC 9(02).

012434 01  EU01-CLN-ENUM-TABLE.
012435     05  EU01-CLN-ENUM-ENTRY OCCURS 50 TIMES.
012436         10  EU01-CLN-EN-RULE-NAME   PIC X(08).
012437         10  EU01-CLN-EN-FLOOR       PIC 9(10).
012438         10  EU01-CLN-EN-CEILING     PIC 9(10).

012439 01  EU01-CLN-THR-EOF-SW     PIC X(01).
012440     88  EU01-CLN-THR-EOF            VALUE 'Y'.
012441     88  EU01-CLN-THR-NOT-EOF        VALUE 'N'.

012442 01  EU01-CLN-THR-READ       PIC 9(07).
012443 01  EU01-CLN-THR-USED       PIC 9(02).
012444 01  EU01-CLN-THR-SLOT       PIC 9(02).
012445 01  EU01-CLN-TX             PIC 9(02).
012446 01  EU01-CLN-QUOTIENT       PIC 9(09).

012447 01  EU01-CLN-THR-TABLE.
012448     05  EU01-CLN-THR-ENTRY  OCCURS 7 TIMES.
012449         10  EU01-CLN-TE-WORK        PIC 9(13).
012450         10  EU01-CLN-TE-SECS        PIC 9(07).
012451         10  EU01-CLN-TE-LAG-SW      PIC X(01).
012452             88  EU01-CLN-TE-LAG-KNOWN       VALUE 'Y'.
012453         10  EU01-CLN-TE-LAG-SECS    PIC 9(07).

012454 01  EU01-CLN-SUM-WORK       PIC 9(15).
012455 01  EU01-CLN-SUM-SECS       PIC 9(09).
012456 01  EU01-CLN-LAG-SUM        PIC 9(09).
012457 01  EU01-CLN-LAG-COUNT      PIC 9(02).
012458 01  EU01-CLN-AVG-LAG        PIC 9(07).
012459 01  EU01-CLN-RATE           PIC 9(11).
012460 01  EU01-CLN-FCST-SECS      PIC 9(07).
012461 01  EU01-CLN-NOW-SECS       PIC 9(05).
012462 01  EU01-CLN-WINDOW-SECS    PIC 9(05).
012463 01  EU01-CLN-REMAIN-SECS    PIC 9(05).
012464 01  EU01-CLN-FINISH-OFFSET  PIC 9(09).
012465 01  EU01-CLN-FINISH-SECS    PIC 9(09).
012466 01  EU01-CLN-DAY-SECS       PIC 9(05).
012468 01  EU01-CLN-HOUR-SECS      PIC 9(05).

012470 01  EU01-CLN-FINISH-HHMM.
012472     05  EU01-CLN-FINISH-HH      PIC 9(02).
012474     05  EU01-CLN-FINISH-MM      PIC 9(02).

012476*    Clock conversion -- 8650 turns a date and an HHMMSShh
012478*    time into seconds on one continuous count.
012480 01  EU01-CLN-CLK-DATE       PIC 9(08).
012482 01  EU01-CLN-CLK-TIME       PIC 9(08).
012484 01  EU01-CLN-CLK-PARTS REDEFINES EU01-CLN-CLK-TIME.
012486     05  EU01-CLN-CLK-HH         PIC 9(02).
012488     05  EU01-CLN-CLK-MM         PIC 9(02).
012490     05  EU01-CLN-CLK-SS         PIC 9(02).
012492     05  EU01-CLN-CLK-HS         PIC 9(02).
012494 01  EU01-CLN-CLK-SECS       PIC 9(13).

012496*    Keeping the last night's throughput -- the last EUL01 run
012498*    on the outgoing event log that started and completed.
012500 01  EU01-CLN-EVT-EOF-SW     PIC X(01).
012502     88  EU01-CLN-EVT-EOF            VALUE 'Y'.
012504     88  EU01-CLN-EVT-NOT-EOF        VALUE 'N'.

012506 01  EU01-CLN-START-SW       PIC X(01).
012508     88  EU01-CLN-START-SEEN         VALUE 'Y'.
012510     88  EU01-CLN-START-NOT-SEEN     VALUE 'N'.

012512 01  EU01-CLN-PAIR-SW        PIC X(01).
012514     88  EU01-CLN-PAIR-SEEN          VALUE 'Y'.
012516     88  EU01-CLN-PAIR-NOT-SEEN      VALUE 'N'.

012518 01  EU01-CLN-FCST-SW        PIC X(01).
012520     88  EU01-CLN-FCST-SEEN          VALUE 'Y'.
012522     88  EU01-CLN-FCST-NOT-SEEN      VALUE 'N'.

012524 01  EU01-CLN-DUP-SW         PIC X(01).
012526     88  EU01-CLN-NIGHT-KEPT         VALUE 'Y'.
012528     88  EU01-CLN-NIGHT-NOT-KEPT     VALUE 'N'.

012530 01  EU01-CLN-RUN-COUNT      PIC 9(02).

012532 01  EU01-CLN-RUN-START.
012534     05  EU01-CLN-RS-BUS-DATE    PIC 9(08).
012536     05  EU01-CLN-RS-DATE        PIC 9(08).
012538     05  EU01-CLN-RS-TIME        PIC 9(08).
012540     05  EU01-CLN-RS-SETS        PIC 9(02).
012542     05  EU01-CLN-RS-NUMBERS     PIC 9(10).

012544 01  EU01-CLN-KEPT-RUN.
012546     05  EU01-CLN-KR-BUS-DATE    PIC 9(08).
012548     05  EU01-CLN-KR-DATE        PIC 9(08).
012550     05  EU01-CLN-KR-TIME        PIC 9(08).
012552     05  EU01-CLN-KR-SETS        PIC 9(02).
012554     05  EU01-CLN-KR-NUMBERS     PIC 9(10).
012556     05  EU01-CLN-KR-END-DATE    PIC 9(08).
012558     05  EU01-CLN-KR-END-TIME    PIC 9(08).

012560 01  EU01-CLN-FCST-DATE      PIC 9(08).
012562 01  EU01-CLN-FCST-TIME      PIC 9(08).
012564 01  EU01-CLN-FCST-WAS       PIC 9(07).
012566 01  EU01-CLN-START-SECS     PIC 9(13).
012568 01  EU01-CLN-END-SECS       PIC 9(13).
012570 01  EU01-CLN-FCST-AT-SECS   PIC 9(13).

012572 01  EU01-CLN-THR-KEEP       PIC X(100).

012582*----------------------------------------------------------------
012592*    PERMANENT EVENT HISTORY (EU01EVH) -- the outgoing night's
012602*    log is appended before the reset, stamped with the date
012612*    the run-control ledger had open for it (8700 notes it).
012622*----------------------------------------------------------------
012632 01  EU01-CLN-LOG-NIGHT      PIC 9(08) VALUE 0.
012642 01  EU01-CLN-EVH-COUNT      PIC 9(07).

012652 01  EU01-CLN-EVH-SW         PIC X(01) VALUE 'Y'.
012662     88  EU01-CLN-EVH-KEPT           VALUE 'Y'.
012672     88  EU01-CLN-EVH-LOST           VALUE 'N'.

012682*----------------------------------------------------------------
012692*    EVENT-LOG STAGING FIELDS -- 8900-WRITE-EVENT picks these
012702*    up; the log is best-effort and never fails the run.
012712*----------------------------------------------------------------
012722 01  EU01-CLN-EVT-SKIP-SW    PIC X(01).
012732     88  EU01-CLN-EVT-SKIP           VALUE 'Y'.
012800     88  EU01-CLN-EVT-WRITE          VALUE 'N'.

012900 01  EU01-CLN-EVT-FIELDS.
013200     05  EU01-CLN-EVT-SEV        PIC X(01).
013300     05  EU01-CLN-EVT-TEXT       PIC X(60).

013310 LINKAGE SECTION.
013320*----------------------------------------------------------------
013330*    JCL EXEC PARM -- none on a normal night.  A catch-up
013340*    replay supplies the missed range, exactly sixteen digits,
013350*    YYYYMMDDYYYYMMDD (from/to inclusive).
013360*----------------------------------------------------------------
013370 01  EU01-CLN-JCL-PARM.
013380     05  EU01-CLN-PARM-LEN       PIC S9(04) COMP.
013390     05  EU01-CLN-PARM-TEXT.
013400         10  EU01-CLN-PARM-FROM  PIC X(08).
013410         10  EU01-CLN-PARM-TO    PIC X(08).

013420 PROCEDURE DIVISION USING EU01-CLN-JCL-PARM.

013500******************************************************************
013600*    0000-MAINLINE                                               *
016400             TO EU01-CLN-EVT-TEXT
016500         PERFORM 8900-WRITE-EVENT
016600             THRU 8900-EXIT
016630         PERFORM 8750-LEDGER-COMPLETE
016660             THRU 8750-EXIT
016700         MOVE 4 TO RETURN-CODE
016800         GO TO 9999-TERMINATE
016900     END-IF.
017000     PERFORM 3000-WRITE-NIGHTLY-PARMS
017100         THRU 3000-EXIT.

017110     PERFORM 3700-FORECAST-RUNTIME
017120         THRU 3700-EXIT.

017130     PERFORM 8750-LEDGER-COMPLETE
017160         THRU 8750-EXIT.

017200     GO TO 9999-TERMINATE.

017300******************************************************************
018000     SET EU01-CLN-CAL-NOT-EOF TO TRUE.
018100     SET EU01-CLN-DATE-NOT-FOUND TO TRUE.
018200     MOVE 0 TO EU01-CLN-PARM-COUNT.
018210     MOVE 0 TO EU01-CLN-ENUM-COUNT.
018220     MOVE 0 TO EU01-CLN-CF-COUNT.
018230     MOVE 9999999999 TO EU01-CLN-ENUM-LOW.
018240     MOVE 0 TO EU01-CLN-ENUM-HIGH.
018250     INITIALIZE EU01-CLN-ENUM-TABLE.
018260     MOVE EU01-CLN-TONIGHT TO EU01-CLN-TODAY.
018270     SET EU01-CLN-NORMAL-NIGHT TO TRUE.

018280*    A bad catch-up PARM fails before the event log is touched.
018290     IF EU01-CLN-PARM-LEN IS GREATER THAN 0
018300         PERFORM 1100-CHECK-CATCH-UP-RANGE
018310             THRU 1100-EXIT
018320     END-IF.

018330*    This job runs at the head of the stream -- once the
018400*    run-control ledger accepts the night, start its event log
018410*    fresh.  A catch-up pass does both when 2500 has chosen its
018420*    night.
018430     IF EU01-CLN-NORMAL-NIGHT
018440         PERFORM 8700-LEDGER-START
018450             THRU 8700-EXIT
018500         PERFORM 8800-RESET-EVENT-LOG
018600             THRU 8800-EXIT
018650     END-IF.

018700     OPEN INPUT CAL-FILE.

019900         GO TO 9999-TERMINATE
020000     END-IF.

020010     OPEN INPUT CHG-FILE.

020020     IF EU01-CHG-OK
020030         SET EU01-CLN-CHG-AVAILABLE TO TRUE
020040     ELSE
020050         DISPLAY 'EU01C-0029 CHANGE FILE UNAVAILABLE, STATUS '
020060             EU01-CHG-STATUS ' -- CHANGES AWAITING APPROVAL '
020070             'NOT REPORTED'
020080     END-IF.

020100     GO TO 1000-EXIT.

020200 1000-EXIT.
020300     EXIT.

020302******************************************************************
020304*    1100-CHECK-CATCH-UP-RANGE                                   *
020306*        Validate the catch-up date range.  The range must end   *
020308*        before tonight -- tonight belongs to the normal         *
020310*        stream -- and may span at most EU01-CLN-DATE-LIMIT      *
020312*        days.                                                   *
020314******************************************************************
020316 1100-CHECK-CATCH-UP-RANGE.
020318     IF EU01-CLN-PARM-LEN IS NOT EQUAL TO 16
020320             OR EU01-CLN-PARM-TEXT IS NOT NUMERIC
020322         DISPLAY 'EU01C-0013 CATCH-UP PARM MUST BE EXACTLY '
020324             'SIXTEEN DIGITS, YYYYMMDDYYYYMMDD'
020326         MOVE 16 TO RETURN-CODE
020328         GO TO 9999-TERMINATE
020330     END-IF.

020332     MOVE EU01-CLN-PARM-FROM TO EU01-CLN-FROM-DATE.
020334     MOVE EU01-CLN-PARM-TO   TO EU01-CLN-TO-DATE.

020336     IF EU01-CLN-FROM-DATE IS GREATER THAN EU01-CLN-TO-DATE
020338         DISPLAY 'EU01C-0014 CATCH-UP FROM-DATE MUST NOT BE '
020340             'AFTER TO-DATE'
020342         MOVE 16 TO RETURN-CODE
020344         GO TO 9999-TERMINATE
020346     END-IF.

020348     IF EU01-CLN-TO-DATE IS NOT LESS THAN EU01-CLN-TODAY
020350         DISPLAY 'EU01C-0015 CATCH-UP RANGE MUST END BEFORE '
020352             'TONIGHT, ' EU01-CLN-TODAY
020354         MOVE 16 TO RETURN-CODE
020356         GO TO 9999-TERMINATE
020358     END-IF.

020360     COMPUTE EU01-CLN-RANGE-DAYS =
020362         FUNCTION INTEGER-OF-DATE(EU01-CLN-TO-DATE)
020364         - FUNCTION INTEGER-OF-DATE(EU01-CLN-FROM-DATE) + 1.

020366     IF EU01-CLN-RANGE-DAYS IS LESS THAN 1
020368             OR EU01-CLN-RANGE-DAYS IS GREATER THAN
020370                 EU01-CLN-DATE-LIMIT
020372         DISPLAY 'EU01C-0016 CATCH-UP RANGE MUST BE VALID '
020374             'DATES SPANNING AT MOST ' EU01-CLN-DATE-LIMIT
020376             ' DAYS'
020378         MOVE 16 TO RETURN-CODE
020380         GO TO 9999-TERMINATE
020382     END-IF.

020384     SET EU01-CLN-CATCH-UP TO TRUE.

020386     GO TO 1100-EXIT.

020388 1100-EXIT.
020390     EXIT.

020400******************************************************************
020500*    2000-FIND-TONIGHT                                           *
020600*        Scan the calendar for tonight's record and hold its     *
020700*        day type and rule-set name.                             *
020800******************************************************************
020900 2000-FIND-TONIGHT.
020910*    A catch-up replay's night is the earliest missed business
020916*    date in its range, not tonight -- and no pass starts while
020922*    an earlier pass's transmission is still awaiting the hub.
020930     IF EU01-CLN-CATCH-UP
020933         PERFORM 2750-CHECK-PENDING-SENDS
020936             THRU 2750-EXIT
020940         PERFORM 2500-FIND-NEXT-MISSED
020950             THRU 2500-EXIT
020960         GO TO 2000-EXIT
020970     END-IF.

021000     PERFORM 2100-CHECK-ONE-CAL-RECORD
021100         THRU 2100-EXIT
021200         UNTIL EU01-CLN-CAL-EOF
023500 2100-EXIT.
023600     EXIT.

023601******************************************************************
023602*    2500-FIND-NEXT-MISSED                                       *
023603*        Catch-up mode.  Table the range's non-holiday calendar  *
023604*        dates, strike every date the nightly stream already     *
023605*        ran (a EUL01NGT row on RUNHIST), and take the earliest  *
023606*        one left as the night to replay -- so resubmitting the  *
023607*        stream replays the range in date order, and a range     *
023608*        with nothing left ends RC=4 like a holiday.             *
023609******************************************************************
023610 2500-FIND-NEXT-MISSED.
023611     MOVE 0 TO EU01-CLN-DATE-CT.
023612     MOVE 0 TO EU01-CLN-CAL-DAYS.
023613     INITIALIZE EU01-CLN-DATE-TABLE.

023614     PERFORM 2510-TABLE-ONE-CAL-DATE
023615         THRU 2510-EXIT
023616         UNTIL EU01-CLN-CAL-EOF.

023617     CLOSE CAL-FILE.

023618     IF EU01-CLN-CAL-DAYS IS LESS THAN EU01-CLN-RANGE-DAYS
023619         DISPLAY 'EU01C-0017 THE CALENDAR HOLDS ONLY '
023620             EU01-CLN-CAL-DAYS ' OF THE DATES FROM '
023621             EU01-CLN-FROM-DATE ' THROUGH ' EU01-CLN-TO-DATE
023622             ' -- EU01PARM LEFT UNTOUCHED'
023623         MOVE SPACES TO EU01-CLN-EVT-RULE
023624         MOVE 'EU01C-0017' TO EU01-CLN-EVT-CODE
023625         MOVE 'E' TO EU01-CLN-EVT-SEV
023626         MOVE 'CALENDAR DOES NOT COVER THE CATCH-UP RANGE'
023627             TO EU01-CLN-EVT-TEXT
023628         PERFORM 8900-WRITE-EVENT
023629             THRU 8900-EXIT
023630         MOVE 16 TO RETURN-CODE
023631         GO TO 9999-TERMINATE
023632     END-IF.

023633     PERFORM 2700-OPEN-RUN-HISTORY
023634         THRU 2700-EXIT.

023635     PERFORM 2520-STRIKE-ONE-HIST-ROW
023636         THRU 2520-EXIT
023637         UNTIL EU01-CLN-HIST-EOF.

023638     CLOSE HIST-FILE.

023639     MOVE 0 TO EU01-CLN-NEXT-DX.
023640     MOVE 0 TO EU01-CLN-MISSED-COUNT.

023641     PERFORM 2540-CHECK-ONE-MISSED
023642         THRU 2540-EXIT
023643         VARYING EU01-CLN-DX FROM 1 BY 1
023644             UNTIL EU01-CLN-DX > EU01-CLN-DATE-CT.

023645     IF EU01-CLN-NEXT-DX IS EQUAL TO 0
023646         DISPLAY 'EU01C-0018 NO MISSED BUSINESS DATE REMAINS '
023647             'FROM ' EU01-CLN-FROM-DATE ' THROUGH '
023648             EU01-CLN-TO-DATE ' -- CATCH-UP COMPLETE, '
023649             'EU01PARM LEFT UNTOUCHED'
023650         MOVE SPACES TO EU01-CLN-EVT-RULE
023651         MOVE 'EU01C-0018' TO EU01-CLN-EVT-CODE
023652         MOVE 'I' TO EU01-CLN-EVT-SEV
023653         MOVE 'CATCH-UP COMPLETE -- NO MISSED BUSINESS DATE '
023654             TO EU01-CLN-EVT-TEXT
023655         MOVE 'LEFT' TO EU01-CLN-EVT-TEXT(46:4)
023656         PERFORM 8900-WRITE-EVENT
023657             THRU 8900-EXIT
023658         MOVE 4 TO RETURN-CODE
023659         GO TO 9999-TERMINATE
023660     END-IF.

023661     SET EU01-CLN-DATE-FOUND TO TRUE.
023662     MOVE EU01-CLN-DE-DATE(EU01-CLN-NEXT-DX)
023663         TO EU01-CLN-TONIGHT.
023664     MOVE EU01-CLN-DE-DAY-TYPE(EU01-CLN-NEXT-DX)
023665         TO EU01-CLN-DAY-TYPE.
023666     MOVE EU01-CLN-DE-RULE-NAME(EU01-CLN-NEXT-DX)
023667         TO EU01-CLN-RULE-NAME.

023668     PERFORM 8700-LEDGER-START
023669         THRU 8700-EXIT.

023670     PERFORM 8800-RESET-EVENT-LOG
023671         THRU 8800-EXIT.

023672     DISPLAY 'EU01C-0019 CATCH-UP REPLAY OF BUSINESS DATE '
023673         EU01-CLN-TONIGHT ' -- ' EU01-CLN-MISSED-COUNT
023674         ' MISSED BUSINESS DATE(S) IN RANGE, THIS ONE '
023675         'INCLUDED'.

023676     MOVE SPACES TO EU01-CLN-EVT-RULE.
023677     MOVE 'EU01C-0019' TO EU01-CLN-EVT-CODE.
023678     MOVE 'W' TO EU01-CLN-EVT-SEV.
023679     MOVE 'CATCH-UP REPLAY OF MISSED BUSINESS DATE'
023680         TO EU01-CLN-EVT-TEXT.
023681     MOVE EU01-CLN-TONIGHT TO EU01-CLN-EVT-TEXT(41:8).
023682     PERFORM 8900-WRITE-EVENT
023683         THRU 8900-EXIT.

023684*    The period close takes its date from the ledger, so a
023685*    replayed month-end is closed by EUL01PCL behind its pass.
023686     IF EU01-CLN-DAY-TYPE IS EQUAL TO 'M'
023687         DISPLAY 'EU01C-0020 ' EU01-CLN-TONIGHT ' IS A '
023688             'MONTH-END DAY -- ONCE THIS REPLAY COMPLETES, '
023689             'CLOSE ITS PERIOD WITH EUL01PCL BEFORE EUL01FEX '
023690             'AND THE NEXT PASS'
023691         MOVE SPACES TO EU01-CLN-EVT-RULE
023692         MOVE 'EU01C-0020' TO EU01-CLN-EVT-CODE
023693         MOVE 'W' TO EU01-CLN-EVT-SEV
023694         MOVE 'MONTH-END REPLAYED -- CLOSE THE PERIOD WITH '
023695             TO EU01-CLN-EVT-TEXT
023696         MOVE 'EUL01PCL' TO EU01-CLN-EVT-TEXT(45:8)
023697         PERFORM 8900-WRITE-EVENT
023698             THRU 8900-EXIT
023699     END-IF.

023700     GO TO 2500-EXIT.

023701 2500-EXIT.
023702     EXIT.

023703******************************************************************
023704*    2510-TABLE-ONE-CAL-DATE                                     *
023705*        Read the next calendar record and, when it falls in     *
023706*        the catch-up range, count it and table it unless it is  *
023707*        a holiday.                                              *
023708******************************************************************
023709 2510-TABLE-ONE-CAL-DATE.
023710     READ CAL-FILE
023711         AT END
023712             SET EU01-CLN-CAL-EOF TO TRUE
023713             GO TO 2510-EXIT
023714     END-READ.

023715     IF EU01-CAL-DATE IS LESS THAN EU01-CLN-FROM-DATE
023716             OR EU01-CAL-DATE IS GREATER THAN EU01-CLN-TO-DATE
023717         GO TO 2510-EXIT
023718     END-IF.

023719     ADD 1 TO EU01-CLN-CAL-DAYS.

023720     IF EU01-CAL-HOLIDAY
023721         GO TO 2510-EXIT
023722     END-IF.

023723     IF EU01-CLN-DATE-CT IS EQUAL TO EU01-CLN-DATE-LIMIT
023724         GO TO 2510-EXIT
023725     END-IF.

023726     ADD 1 TO EU01-CLN-DATE-CT.
023727     MOVE EU01-CAL-DATE
023728         TO EU01-CLN-DE-DATE(EU01-CLN-DATE-CT).
023729     MOVE EU01-CAL-DAY-TYPE
023730         TO EU01-CLN-DE-DAY-TYPE(EU01-CLN-DATE-CT).
023731     MOVE EU01-CAL-RULE-NAME
023732         TO EU01-CLN-DE-RULE-NAME(EU01-CLN-DATE-CT).
023733     SET EU01-CLN-DE-MISSED(EU01-CLN-DATE-CT) TO TRUE.

023734     GO TO 2510-EXIT.

023735 2510-EXIT.
023736     EXIT.

023737******************************************************************
023738*    2520-STRIKE-ONE-HIST-ROW                                    *
023739*        Read the next run-history row and, when the nightly     *
023740*        stream wrote it for a date in the range, strike that    *
023741*        date off the missed list.                               *
023742******************************************************************
023743 2520-STRIKE-ONE-HIST-ROW.
023744     READ HIST-FILE
023745         AT END
023746             SET EU01-CLN-HIST-EOF TO TRUE
023747             GO TO 2520-EXIT
023748     END-READ.

023749     IF EU01-HIST-JOB-ID NOT EQUAL EU01-CLN-NIGHTLY-JOB-ID
023750         GO TO 2520-EXIT
023751     END-IF.

023752     IF EU01-HIST-RUN-DATE IS LESS THAN EU01-CLN-FROM-DATE
023753             OR EU01-HIST-RUN-DATE IS GREATER THAN
023754                 EU01-CLN-TO-DATE
023755         GO TO 2520-EXIT
023756     END-IF.

023757     PERFORM 2530-STRIKE-ONE-DATE
023758         THRU 2530-EXIT
023759         VARYING EU01-CLN-DX FROM 1 BY 1
023760             UNTIL EU01-CLN-DX > EU01-CLN-DATE-CT.

023761     GO TO 2520-EXIT.

023762 2520-EXIT.
023763     EXIT.

023764******************************************************************
023765*    2530-STRIKE-ONE-DATE                                        *
023766*        Mark one tabled date as already run when it is the      *
023767*        history row's date.                                     *
023768******************************************************************
023769 2530-STRIKE-ONE-DATE.
023770     IF EU01-CLN-DE-DATE(EU01-CLN-DX) IS EQUAL TO
023771             EU01-HIST-RUN-DATE
023772         SET EU01-CLN-DE-RUN(EU01-CLN-DX) TO TRUE
023773     END-IF.

023774     GO TO 2530-EXIT.

023775 2530-EXIT.
023776     EXIT.

023777******************************************************************
023778*    2540-CHECK-ONE-MISSED                                       *
023779*        Count one tabled date still missed and keep the         *
023780*        earliest such date's index in EU01-CLN-NEXT-DX.         *
023781******************************************************************
023782 2540-CHECK-ONE-MISSED.
023783     IF EU01-CLN-DE-RUN(EU01-CLN-DX)
023784         GO TO 2540-EXIT
023785     END-IF.

023786     ADD 1 TO EU01-CLN-MISSED-COUNT.

023787     IF EU01-CLN-NEXT-DX IS EQUAL TO 0
023788         MOVE EU01-CLN-DX TO EU01-CLN-NEXT-DX
023789         GO TO 2540-EXIT
023790     END-IF.

023791     IF EU01-CLN-DE-DATE(EU01-CLN-DX) IS LESS THAN
023792             EU01-CLN-DE-DATE(EU01-CLN-NEXT-DX)
023793         MOVE EU01-CLN-DX TO EU01-CLN-NEXT-DX
023794     END-IF.

023795     GO TO 2540-EXIT.

023796 2540-EXIT.
023797     EXIT.

023798******************************************************************
023799*    2700-OPEN-RUN-HISTORY                                       *
023800*        Open the run-history log for a catch-up scan.           *
023801******************************************************************
023802 2700-OPEN-RUN-HISTORY.
023803     SET EU01-CLN-HIST-NOT-EOF TO TRUE.

023804     OPEN INPUT HIST-FILE.

023805     IF NOT EU01-HIST-OK
023806         DISPLAY 'EU01C-0021 UNABLE TO OPEN RUN-HISTORY FILE, '
023807             'STATUS ' EU01-HIST-STATUS
023808         MOVE 16 TO RETURN-CODE
023809         GO TO 9999-TERMINATE
023810     END-IF.

023811     GO TO 2700-EXIT.

023812 2700-EXIT.
023813     EXIT.

023814******************************************************************
023815*    2750-CHECK-PENDING-SENDS                                    *
023816*        Catch-up mode.  Each pass's EUL01EXT replaces XMTFILE,  *
023817*        so no pass starts while the transmission status file    *
023818*        holds a night still sent and not yet answered by the    *
023819*        hub -- its file may not have been pulled.  The pass is  *
023820*        refused before the ledger or EU01PARM is touched; once  *
023821*        the hub has answered, EUL01ACK moves the night on and   *
023822*        the stream is resubmitted.                              *
023823******************************************************************
023824 2750-CHECK-PENDING-SENDS.
023825     MOVE 0 TO EU01-CLN-PENDING-DATE.
023826     SET EU01-CLN-XST-NOT-EOF TO TRUE.

023827     OPEN INPUT XST-FILE.

023828     IF NOT EU01-XST-OK
023829         DISPLAY 'EU01C-0039 UNABLE TO OPEN TRANSMISSION STATUS '
023830             'FILE, STATUS ' EU01-XST-STATUS
023831         MOVE 16 TO RETURN-CODE
023832         GO TO 9999-TERMINATE
023833     END-IF.

023834     PERFORM 2760-CHECK-ONE-SEND
023835         THRU 2760-EXIT
023836         UNTIL EU01-CLN-XST-EOF.

023837     CLOSE XST-FILE.

023838     IF EU01-CLN-PENDING-DATE IS NOT EQUAL TO 0
023839         DISPLAY 'EU01C-0040 THE TRANSMISSION FOR BUSINESS DATE '
023840             EU01-CLN-PENDING-DATE ' IS STILL AWAITING THE HUB '
023841             '-- CATCH-UP PASS REFUSED, RUN EUL01ACK ONCE THE '
023842             'HUB HAS ANSWERED, THEN RESUBMIT'
023843         MOVE SPACES TO EU01-CLN-EVT-RULE
023844         MOVE 'EU01C-0040' TO EU01-CLN-EVT-CODE
023845         MOVE 'E' TO EU01-CLN-EVT-SEV
023846         MOVE 'CATCH-UP REFUSED -- TRANSMISSION AWAITING HUB FOR'
023847             TO EU01-CLN-EVT-TEXT
023848         MOVE EU01-CLN-PENDING-DATE TO EU01-CLN-EVT-TEXT(51:8)
023849         PERFORM 8900-WRITE-EVENT
023850             THRU 8900-EXIT
023851         MOVE 16 TO RETURN-CODE
023852         GO TO 9999-TERMINATE
023853     END-IF.

023854     GO TO 2750-EXIT.

023855 2750-EXIT.
023856     EXIT.

023857******************************************************************
023858*    2760-CHECK-ONE-SEND                                         *
023859*        Read the next night on the status file and remember it  *
023860*        when it is still sent and unanswered.                   *
023861******************************************************************
023862 2760-CHECK-ONE-SEND.
023863     READ XST-FILE NEXT RECORD
023864         AT END
023865             SET EU01-CLN-XST-EOF TO TRUE
023866             GO TO 2760-EXIT
023867     END-READ.

023868     IF EU01-XST-SENT
023869         MOVE EU01-XST-RUN-DATE TO EU01-CLN-PENDING-DATE
023870     END-IF.

023871     GO TO 2760-EXIT.

023872 2760-EXIT.
023873     EXIT.

023874******************************************************************
023875*    3000-WRITE-NIGHTLY-PARMS                                    *
023900*        Rewrite EU01PARM from the rule master: the calendar's   *
024000*        rule set for tonight first, then every other rule set   *
024100*        flagged for the nightly run, logging each choice.       *
030400     PERFORM 3050-APPLY-EFFECTIVE-VERSION
030500         THRU 3050-EXIT.

030510     SET EU01-CLN-PARM-WRITTEN TO TRUE.
030520     SET EU01-CLN-PRIOR-NOT-FOUND TO TRUE.

030530*    On a catch-up replay the master's current version may have
030540*    taken effect after the night being replayed -- that night
030550*    ran the version before it.
030560     IF EU01-CLN-CATCH-UP
030570             AND EU01-RULE-EFF-FROM IS GREATER THAN
030580                 EU01-CLN-TONIGHT
030590         PERFORM 3300-FIND-PRIOR-VERSION
030600             THRU 3300-EXIT
030610         IF EU01-CLN-PRIOR-NOT-FOUND
030620             PERFORM 3400-NOT-IN-FORCE
030630                 THRU 3400-EXIT
030640             GO TO 3100-EXIT
030650         END-IF
030660     END-IF.

030670     INITIALIZE EU01-PARM-RECORD.

030700     MOVE EU01-RULE-NAME             TO EU01-PARM-RULE-NAME.
030800     MOVE EU01-RULE-CEILING          TO EU01-PARM-CEILING.
031900             UNTIL EU01-CLN-DVX > EU01-PARM-EXCL-COUNT.

032000     MOVE EU01-RULE-TOLERANCE-PCT    TO EU01-PARM-TOLERANCE-PCT.
032010     MOVE EU01-CLN-TONIGHT           TO EU01-PARM-BUSINESS-DATE.
032020     MOVE EU01-RULE-ENTITY           TO EU01-PARM-ENTITY.

032030     IF EU01-CLN-PRIOR-FOUND
032040         PERFORM 3310-USE-PRIOR-VERSION
032050             THRU 3310-EXIT
032060     END-IF.

032100     WRITE EU01-PARM-RECORD.

032200     ADD 1 TO EU01-CLN-PARM-COUNT.

032230     PERFORM 3500-NOTE-AWAITING-CHANGE
032260         THRU 3500-EXIT.

032270     PERFORM 3150-TALLY-WORKLOAD
032280         THRU 3150-EXIT.

032300     GO TO 3100-EXIT.

032400 3100-EXIT.
041000 3120-EXIT.
041100     EXIT.

041102******************************************************************
041104*    3150-TALLY-WORKLOAD                                         *
041106*        Fold the parameter record just written into tonight's   *
041108*        EUL01 workload the way EUL01 itself will: a ceiling     *
041110*        above the closed-form limit is summed by formula; any   *
041112*        other rule set widens the combined range the            *
041114*        enumeration pass walks (a zero floor runs from one).    *
041116******************************************************************
041118 3150-TALLY-WORKLOAD.
041120     IF EU01-PARM-CEILING IS GREATER THAN
041122             EU01-CLN-CLOSED-FORM-LIMIT
041124         ADD 1 TO EU01-CLN-CF-COUNT
041126         GO TO 3150-EXIT
041128     END-IF.

041130     MOVE EU01-PARM-FLOOR TO EU01-CLN-FLOOR-WK.
041132     IF EU01-CLN-FLOOR-WK IS EQUAL TO 0
041134         MOVE 1 TO EU01-CLN-FLOOR-WK
041136     END-IF.

041138     IF EU01-CLN-FLOOR-WK IS LESS THAN EU01-CLN-ENUM-LOW
041140         MOVE EU01-CLN-FLOOR-WK TO EU01-CLN-ENUM-LOW
041142     END-IF.
041144     IF EU01-PARM-CEILING IS GREATER THAN EU01-CLN-ENUM-HIGH
041146         MOVE EU01-PARM-CEILING TO EU01-CLN-ENUM-HIGH
041148     END-IF.

041150     IF EU01-CLN-ENUM-COUNT IS EQUAL TO EU01-CLN-ENUM-LIMIT
041152         GO TO 3150-EXIT
041154     END-IF.

041156     ADD 1 TO EU01-CLN-ENUM-COUNT.
041158     MOVE EU01-PARM-RULE-NAME
041160         TO EU01-CLN-EN-RULE-NAME(EU01-CLN-ENUM-COUNT).
041162     MOVE EU01-CLN-FLOOR-WK
041164         TO EU01-CLN-EN-FLOOR(EU01-CLN-ENUM-COUNT).
041166     MOVE EU01-PARM-CEILING
041168         TO EU01-CLN-EN-CEILING(EU01-CLN-ENUM-COUNT).

041170     GO TO 3150-EXIT.

041172 3150-EXIT.
041174     EXIT.

041200******************************************************************
041300*    3200-WRITE-SELECTED-PARMS                                   *
041400*        Browse the rule master and write every rule set         *
044300             AND EU01-RULE-NAME NOT EQUAL EU01-CLN-RULE-NAME
044400         PERFORM 3100-WRITE-ONE-PARM
044500             THRU 3100-EXIT
044520         IF EU01-CLN-PARM-SKIPPED
044540             GO TO 3210-EXIT
044560         END-IF
044600         DISPLAY 'EU01C-0009 ALSO SELECTED ' EU01-RULE-NAME
044700             ' (FLAGGED FOR THE NIGHTLY RUN)'
044800         MOVE EU01-RULE-NAME TO EU01-CLN-EVT-RULE
045700 3210-EXIT.
045800     EXIT.

045801******************************************************************
045802*    3300-FIND-PRIOR-VERSION                                     *
045803*        Catch-up mode.  Scan the run-history log for the rule   *
045804*        set's last nightly run before the replayed night and    *
045805*        hold the parameters it ran with -- the version in       *
045806*        effect that night.  The latest run time wins a tie.     *
045807******************************************************************
045808 3300-FIND-PRIOR-VERSION.
045809     INITIALIZE EU01-CLN-PRIOR.

045810     PERFORM 2700-OPEN-RUN-HISTORY
045811         THRU 2700-EXIT.

045812     PERFORM 3330-CHECK-ONE-PRIOR-ROW
045813         THRU 3330-EXIT
045814         UNTIL EU01-CLN-HIST-EOF.

045815     CLOSE HIST-FILE.

045816     GO TO 3300-EXIT.

045817 3300-EXIT.
045818     EXIT.

045819******************************************************************
045820*    3310-USE-PRIOR-VERSION                                      *
045821*        Overlay the parameter record with the recovered         *
045822*        version.  The rule master itself is not touched.        *
045823******************************************************************
045824 3310-USE-PRIOR-VERSION.
045825     MOVE EU01-CLN-PRIOR-CEILING     TO EU01-PARM-CEILING.
045826     MOVE EU01-CLN-PRIOR-FLOOR       TO EU01-PARM-FLOOR.
045827     MOVE EU01-CLN-PRIOR-DIV-COUNT   TO EU01-PARM-DIVISOR-COUNT.
045828     MOVE EU01-CLN-PRIOR-EXCL-COUNT  TO EU01-PARM-EXCL-COUNT.
045829     MOVE EU01-CLN-PRIOR-TOLERANCE   TO EU01-PARM-TOLERANCE-PCT.

045830     PERFORM 3320-USE-ONE-PRIOR-DIVISOR
045831         THRU 3320-EXIT
045832         VARYING EU01-CLN-DVX FROM 1 BY 1
045833             UNTIL EU01-CLN-DVX > 10.

045834     DISPLAY 'EU01C-0022 ' EU01-RULE-NAME ' TOOK ITS CURRENT '
045835         'VERSION ON ' EU01-RULE-EFF-FROM ', AFTER '
045836         EU01-CLN-TONIGHT ' -- REPLAYED WITH THE VERSION LAST '
045837         'RUN ON ' EU01-CLN-PRIOR-DATE.

045838     MOVE EU01-RULE-NAME TO EU01-CLN-EVT-RULE.
045839     MOVE 'EU01C-0022' TO EU01-CLN-EVT-CODE.
045840     MOVE 'I' TO EU01-CLN-EVT-SEV.
045841     MOVE 'REPLAYED WITH THE VERSION LAST RUN ON'
045842         TO EU01-CLN-EVT-TEXT.
045843     MOVE EU01-CLN-PRIOR-DATE TO EU01-CLN-EVT-TEXT(39:8).
045844     PERFORM 8900-WRITE-EVENT
045845         THRU 8900-EXIT.

045846     GO TO 3310-EXIT.

045847 3310-EXIT.
045848     EXIT.

045849******************************************************************
045850*    3320-USE-ONE-PRIOR-DIVISOR                                  *
045851*        Copy one recovered divisor and one recovered exclusion  *
045852*        divisor into the parameter record (all ten of each, so  *
045853*        the current version's entries cannot linger).           *
045854******************************************************************
045855 3320-USE-ONE-PRIOR-DIVISOR.
045856     MOVE EU01-CLN-PRIOR-DIV-TABLE(EU01-CLN-DVX)
045857         TO EU01-PARM-DIVISOR(EU01-CLN-DVX).
045858     MOVE EU01-CLN-PRIOR-EXCL-TABLE(EU01-CLN-DVX)
045859         TO EU01-PARM-EXCL-TABLE(EU01-CLN-DVX).

045860     GO TO 3320-EXIT.

045861 3320-EXIT.
045862     EXIT.

045863******************************************************************
045864*    3330-CHECK-ONE-PRIOR-ROW                                    *
045865*        Read the next run-history row and hold it when it is    *
045866*        the rule set's latest nightly run so far before the     *
045867*        replayed night.                                         *
045868******************************************************************
045869 3330-CHECK-ONE-PRIOR-ROW.
045870     READ HIST-FILE
045871         AT END
045872             SET EU01-CLN-HIST-EOF TO TRUE
045873             GO TO 3330-EXIT
045874     END-READ.

045875     IF EU01-HIST-JOB-ID NOT EQUAL EU01-CLN-NIGHTLY-JOB-ID
045876             OR EU01-HIST-RULE-NAME NOT EQUAL EU01-RULE-NAME
045877             OR EU01-HIST-RUN-DATE IS NOT LESS THAN
045878                 EU01-CLN-TONIGHT
045879         GO TO 3330-EXIT
045880     END-IF.

045881     IF EU01-CLN-PRIOR-FOUND
045882         IF EU01-HIST-RUN-DATE IS LESS THAN EU01-CLN-PRIOR-DATE
045883             GO TO 3330-EXIT
045884         END-IF
045885         IF EU01-HIST-RUN-DATE IS EQUAL TO EU01-CLN-PRIOR-DATE
045886                 AND EU01-HIST-RUN-TIME IS LESS THAN
045887                     EU01-CLN-PRIOR-TIME
045888             GO TO 3330-EXIT
045889         END-IF
045890     END-IF.

045891     SET EU01-CLN-PRIOR-FOUND TO TRUE.
045892     MOVE EU01-HIST-RUN-DATE       TO EU01-CLN-PRIOR-DATE.
045893     MOVE EU01-HIST-RUN-TIME       TO EU01-CLN-PRIOR-TIME.
045894     MOVE EU01-HIST-CEILING        TO EU01-CLN-PRIOR-CEILING.
045895     MOVE EU01-HIST-FLOOR          TO EU01-CLN-PRIOR-FLOOR.
045896     MOVE EU01-HIST-DIVISOR-COUNT  TO EU01-CLN-PRIOR-DIV-COUNT.
045897     MOVE EU01-HIST-EXCL-COUNT     TO EU01-CLN-PRIOR-EXCL-COUNT.
045898     MOVE EU01-HIST-TOLERANCE-PCT  TO EU01-CLN-PRIOR-TOLERANCE.

045899     PERFORM 3340-HOLD-ONE-PRIOR-DIVISOR
045900         THRU 3340-EXIT
045901         VARYING EU01-CLN-DVX FROM 1 BY 1
045902             UNTIL EU01-CLN-DVX > 10.

045903     GO TO 3330-EXIT.

045904 3330-EXIT.
045905     EXIT.

045906******************************************************************
045907*    3340-HOLD-ONE-PRIOR-DIVISOR                                 *
045908*        Hold one divisor and one exclusion divisor from the     *
045909*        run-history row.                                        *
045910******************************************************************
045911 3340-HOLD-ONE-PRIOR-DIVISOR.
045912     MOVE EU01-HIST-DIVISOR-TABLE(EU01-CLN-DVX)
045913         TO EU01-CLN-PRIOR-DIV-TABLE(EU01-CLN-DVX).
045914     MOVE EU01-HIST-EXCL-TABLE(EU01-CLN-DVX)
045915         TO EU01-CLN-PRIOR-EXCL-TABLE(EU01-CLN-DVX).

045916     GO TO 3340-EXIT.

045917 3340-EXIT.
045918     EXIT.

045919******************************************************************
045920*    3400-NOT-IN-FORCE                                           *
045921*        Catch-up mode, no version recoverable: the rule set     *
045922*        took effect after the replayed night and never ran      *
045923*        before it.  An extra selected rule set was simply not   *
045924*        in force that night and is left off the file; the       *
045925*        calendar's own rule set must be, so the stream holds.   *
045926******************************************************************
045927 3400-NOT-IN-FORCE.
045928     IF EU01-RULE-NAME IS EQUAL TO EU01-CLN-RULE-NAME
045929         DISPLAY 'EU01C-0023 CALENDAR RULE SET ' EU01-RULE-NAME
045930             ' TOOK EFFECT ON ' EU01-RULE-EFF-FROM ', AFTER '
045931             EU01-CLN-TONIGHT ', AND NEVER RAN BEFORE IT -- '
045932             'STREAM HELD'
045933         MOVE EU01-RULE-NAME TO EU01-CLN-EVT-RULE
045934         MOVE 'EU01C-0023' TO EU01-CLN-EVT-CODE
045935         MOVE 'E' TO EU01-CLN-EVT-SEV
045936         MOVE 'NO VERSION IN EFFECT ON THE REPLAYED NIGHT'
045937             TO EU01-CLN-EVT-TEXT
045938         PERFORM 8900-WRITE-EVENT
045939             THRU 8900-EXIT
045940         MOVE 16 TO RETURN-CODE
045941         GO TO 9999-TERMINATE
045942     END-IF.

045943     SET EU01-CLN-PARM-SKIPPED TO TRUE.

045944     DISPLAY 'EU01C-0024 ' EU01-RULE-NAME ' TOOK EFFECT ON '
045945         EU01-RULE-EFF-FROM ', AFTER ' EU01-CLN-TONIGHT
045946         ' -- NOT IN FORCE THAT NIGHT, NOT REPLAYED'.

045947     MOVE EU01-RULE-NAME TO EU01-CLN-EVT-RULE.
045948     MOVE 'EU01C-0024' TO EU01-CLN-EVT-CODE.
045949     MOVE 'W' TO EU01-CLN-EVT-SEV.
045950     MOVE 'NOT IN FORCE ON THE REPLAYED NIGHT -- NOT REPLAYED'
045951         TO EU01-CLN-EVT-TEXT.
045952     PERFORM 8900-WRITE-EVENT
045953         THRU 8900-EXIT.

045954     GO TO 3400-EXIT.

045955 3400-EXIT.
045956     EXIT.

045957******************************************************************
045958*    3500-NOTE-AWAITING-CHANGE                                   *
045959*        Report the rule set just written to EU01PARM when it    *
045960*        has a change on the change file still awaiting          *
045961*        approval.  The parameters written are the approved      *
045962*        ones on the master; the notice tells the morning        *
045963*        status report so.                                       *
045964******************************************************************
045965 3500-NOTE-AWAITING-CHANGE.
045966     IF EU01-CLN-CHG-UNAVAILABLE
045967         GO TO 3500-EXIT
045968     END-IF.

045969     SET EU01-CLN-NONE-AWAITING TO TRUE.
045970     SET EU01-CLN-CHK-NOT-DONE TO TRUE.

045971     MOVE SPACES TO EU01-CHG-RECORD.
045972     MOVE EU01-RULE-NAME TO EU01-CHG-RULE-NAME.
045973     MOVE 0 TO EU01-CHG-REQ-DATE.
045974     MOVE 0 TO EU01-CHG-REQ-TIME.

045975     START CHG-FILE KEY IS NOT LESS THAN EU01-CHG-KEY
045976         INVALID KEY
045977             GO TO 3500-EXIT
045978     END-START.

045979     PERFORM 3510-CHECK-ONE-CHANGE
045980         THRU 3510-EXIT
045981         UNTIL EU01-CLN-CHK-DONE.

045982     IF EU01-CLN-NONE-AWAITING
045983         GO TO 3500-EXIT
045984     END-IF.

045985     DISPLAY 'EU01C-0028 ' EU01-RULE-NAME ' HAS A CHANGE '
045986         'AWAITING APPROVAL -- APPROVED VALUES USED'.

045987     MOVE EU01-RULE-NAME TO EU01-CLN-EVT-RULE.
045988     MOVE 'EU01C-0028' TO EU01-CLN-EVT-CODE.
045989     MOVE 'W' TO EU01-CLN-EVT-SEV.
045990     MOVE 'CHANGE AWAITING APPROVAL -- APPROVED VALUES USED'
045991         TO EU01-CLN-EVT-TEXT.
045992     PERFORM 8900-WRITE-EVENT
045993         THRU 8900-EXIT.

045994     GO TO 3500-EXIT.

045995 3500-EXIT.
045996     EXIT.

045997******************************************************************
045998*    3510-CHECK-ONE-CHANGE                                       *
045999*        Read the next held change for the rule set being        *
046000*        checked; stop at the first one awaiting approval, or    *
046001*        at the first change for another rule set.               *
046002******************************************************************
046003 3510-CHECK-ONE-CHANGE.
046004     READ CHG-FILE NEXT RECORD
046005         AT END
046006             SET EU01-CLN-CHK-DONE TO TRUE
046007             GO TO 3510-EXIT
046008     END-READ.

046009     IF EU01-CHG-RULE-NAME NOT EQUAL EU01-RULE-NAME
046010         SET EU01-CLN-CHK-DONE TO TRUE
046011         GO TO 3510-EXIT
046012     END-IF.

046013     IF EU01-CHG-AWAITING
046014         SET EU01-CLN-CHG-AWAITING TO TRUE
046015         SET EU01-CLN-CHK-DONE TO TRUE
046016     END-IF.

046017     GO TO 3510-EXIT.

046018 3510-EXIT.
046019     EXIT.

046020******************************************************************
046021*    3700-FORECAST-RUNTIME                                       *
046022*        Forecast tonight's EUL01 run time from tonight's        *
046023*        workload -- numbers to walk times enumeration rule      *
046024*        sets, one divisibility test each -- at the throughput   *
046025*        of the last EU01-CLN-THR-NIGHTS nights on THRHIST.      *
046026*        The expected finish adds the usual lag from this step   *
046027*        to the EUL01 start; a finish past the batch window end  *
046028*        is a warning, printed with the enumeration rule sets    *
046029*        so the shift can move one or start the stream early.    *
046030******************************************************************
046031 3700-FORECAST-RUNTIME.
046032     MOVE 0 TO EU01-CLN-WALK-COUNT.
046033     IF EU01-CLN-ENUM-COUNT IS GREATER THAN 0
046034             AND EU01-CLN-ENUM-HIGH IS GREATER THAN
046035                 EU01-CLN-ENUM-LOW
046036         COMPUTE EU01-CLN-WALK-COUNT =
046037             EU01-CLN-ENUM-HIGH - EU01-CLN-ENUM-LOW
046038     END-IF.
046039     COMPUTE EU01-CLN-WORK =
046040         EU01-CLN-WALK-COUNT * EU01-CLN-ENUM-COUNT.

046041     DISPLAY 'EU01C-0030 TONIGHT ' EU01-CLN-ENUM-COUNT
046042         ' RULE SET(S) BY ENUMERATION, ' EU01-CLN-CF-COUNT
046043         ' BY CLOSED FORM, ' EU01-CLN-WALK-COUNT
046044         ' NUMBER(S) TO WALK'.

046045     PERFORM 3710-LOAD-THROUGHPUT
046046         THRU 3710-EXIT.

046047     IF EU01-CLN-THR-USED IS EQUAL TO 0
046048             AND EU01-CLN-WORK IS GREATER THAN 0
046049         DISPLAY 'EU01C-0034 NO THROUGHPUT HISTORY YET -- '
046050             'EUL01 RUN TIME NOT FORECAST'
046051         MOVE SPACES TO EU01-CLN-EVT-RULE
046052         MOVE 'EU01C-0034' TO EU01-CLN-EVT-CODE
046053         MOVE 'I' TO EU01-CLN-EVT-SEV
046054         MOVE 'NO THROUGHPUT HISTORY YET -- RUN TIME NOT '
046055             TO EU01-CLN-EVT-TEXT
046056         MOVE 'FORECAST' TO EU01-CLN-EVT-TEXT(43:8)
046057         PERFORM 8900-WRITE-EVENT
046058             THRU 8900-EXIT
046059         GO TO 3700-EXIT
046060     END-IF.

046061     MOVE 0 TO EU01-CLN-SUM-WORK.
046062     MOVE 0 TO EU01-CLN-SUM-SECS.
046063     MOVE 0 TO EU01-CLN-LAG-SUM.
046064     MOVE 0 TO EU01-CLN-LAG-COUNT.

046065     PERFORM 3730-SUM-ONE-NIGHT
046066         THRU 3730-EXIT
046067         VARYING EU01-CLN-TX FROM 1 BY 1
046068             UNTIL EU01-CLN-TX > EU01-CLN-THR-USED.

046069     MOVE 0 TO EU01-CLN-RATE.
046070     MOVE 0 TO EU01-CLN-FCST-SECS.
046071     IF EU01-CLN-SUM-SECS IS GREATER THAN 0
046072         COMPUTE EU01-CLN-RATE =
046073             EU01-CLN-SUM-WORK / EU01-CLN-SUM-SECS
046074     END-IF.
046075     IF EU01-CLN-WORK IS GREATER THAN 0
046076         COMPUTE EU01-CLN-FCST-SECS ROUNDED =
046077             EU01-CLN-WORK * EU01-CLN-SUM-SECS
046078                 / EU01-CLN-SUM-WORK
046079             ON SIZE ERROR
046080                 MOVE 9999999 TO EU01-CLN-FCST-SECS
046081         END-COMPUTE
046082     END-IF.

046083     MOVE 0 TO EU01-CLN-AVG-LAG.
046084     IF EU01-CLN-LAG-COUNT IS GREATER THAN 0
046085         COMPUTE EU01-CLN-AVG-LAG ROUNDED =
046086             EU01-CLN-LAG-SUM / EU01-CLN-LAG-COUNT
046087     END-IF.

046088*    Seconds from now to the window end -- the window closes
046089*    at the next EU01-CLN-WINDOW-END, today or tomorrow.
046090     ACCEPT EU01-CLN-CLK-TIME FROM TIME.
046091     COMPUTE EU01-CLN-NOW-SECS = EU01-CLN-CLK-HH * 3600
046092         + EU01-CLN-CLK-MM * 60 + EU01-CLN-CLK-SS.
046093     COMPUTE EU01-CLN-WINDOW-SECS = EU01-CLN-WINDOW-HH * 3600
046094         + EU01-CLN-WINDOW-MM * 60.
046095     IF EU01-CLN-NOW-SECS IS LESS THAN EU01-CLN-WINDOW-SECS
046096         COMPUTE EU01-CLN-REMAIN-SECS =
046097             EU01-CLN-WINDOW-SECS - EU01-CLN-NOW-SECS
046098     ELSE
046099         COMPUTE EU01-CLN-REMAIN-SECS = 86400
046100             - EU01-CLN-NOW-SECS + EU01-CLN-WINDOW-SECS
046101     END-IF.

046102     COMPUTE EU01-CLN-FINISH-OFFSET =
046103         EU01-CLN-AVG-LAG + EU01-CLN-FCST-SECS.
046104     COMPUTE EU01-CLN-FINISH-SECS =
046105         EU01-CLN-NOW-SECS + EU01-CLN-FINISH-OFFSET.
046106     DIVIDE EU01-CLN-FINISH-SECS BY 86400
046107         GIVING EU01-CLN-QUOTIENT
046108         REMAINDER EU01-CLN-DAY-SECS.
046109     DIVIDE EU01-CLN-DAY-SECS BY 3600
046110         GIVING EU01-CLN-FINISH-HH
046111         REMAINDER EU01-CLN-HOUR-SECS.
046112     DIVIDE EU01-CLN-HOUR-SECS BY 60
046113         GIVING EU01-CLN-FINISH-MM.

046114     DISPLAY 'EU01C-0031 EUL01 RUN TIME FORECAST '
046115         EU01-CLN-FCST-SECS ' SECOND(S) AT ' EU01-CLN-RATE
046116         ' TESTS/SECOND (' EU01-CLN-THR-USED ' NIGHT(S)) -- '
046117         'FINISH ' EU01-CLN-FINISH-HH ':' EU01-CLN-FINISH-MM
046118         ', WINDOW ENDS ' EU01-CLN-WINDOW-HH ':'
046119         EU01-CLN-WINDOW-MM.

046120     MOVE SPACES TO EU01-CLN-EVT-RULE.
046121     MOVE 'EUL01 FORECAST' TO EU01-CLN-EVT-TEXT.
046122     MOVE EU01-CLN-FCST-SECS TO EU01-CLN-EVT-TEXT(16:7).
046123     MOVE ' SECS, FINISH' TO EU01-CLN-EVT-TEXT(23:14).
046124     MOVE EU01-CLN-FINISH-HHMM TO EU01-CLN-EVT-TEXT(37:4).
046125     MOVE ', WINDOW' TO EU01-CLN-EVT-TEXT(41:9).
046126     MOVE EU01-CLN-WINDOW-HHMM TO EU01-CLN-EVT-TEXT(50:4).

046127     IF EU01-CLN-FINISH-OFFSET IS NOT GREATER THAN
046128             EU01-CLN-REMAIN-SECS
046129         MOVE 'EU01C-0031' TO EU01-CLN-EVT-CODE
046130         MOVE 'I' TO EU01-CLN-EVT-SEV
046131         PERFORM 8900-WRITE-EVENT
046132             THRU 8900-EXIT
046133         GO TO 3700-EXIT
046134     END-IF.

046135     DISPLAY 'EU01C-0032 *** FORECAST FINISH BREACHES THE BATCH '
046136         'WINDOW -- MOVE A RULE SET OR START THE STREAM EARLY'.

046137     PERFORM 3740-SHOW-ONE-ENUM-RULE-SET
046138         THRU 3740-EXIT
046139         VARYING EU01-CLN-EX FROM 1 BY 1
046140             UNTIL EU01-CLN-EX > EU01-CLN-ENUM-COUNT.

046141     MOVE 'EU01C-0032' TO EU01-CLN-EVT-CODE.
046142     MOVE 'W' TO EU01-CLN-EVT-SEV.
046143     PERFORM 8900-WRITE-EVENT
046144         THRU 8900-EXIT.

046145     GO TO 3700-EXIT.

046146 3700-EXIT.
046147     EXIT.

046148******************************************************************
046149*    3710-LOAD-THROUGHPUT                                        *
046150*        Read the throughput history and hold its most recent    *
046151*        EU01-CLN-THR-NIGHTS usable nights (work done in a       *
046152*        measured time) in a rotating table.  No history, or no  *
046153*        THRHIST at all, leaves the table empty.                 *
046154******************************************************************
046155 3710-LOAD-THROUGHPUT.
046156     MOVE 0 TO EU01-CLN-THR-READ.
046157     MOVE 0 TO EU01-CLN-THR-USED.
046158     INITIALIZE EU01-CLN-THR-TABLE.
046159     SET EU01-CLN-THR-NOT-EOF TO TRUE.

046160     OPEN INPUT THR-FILE.

046161     IF NOT EU01-THR-OK
046162         GO TO 3710-EXIT
046163     END-IF.

046164     PERFORM 3720-READ-ONE-THROUGHPUT
046165         THRU 3720-EXIT
046166         UNTIL EU01-CLN-THR-EOF.

046167     CLOSE THR-FILE.

046168     GO TO 3710-EXIT.

046169 3710-EXIT.
046170     EXIT.

046171******************************************************************
046172*    3720-READ-ONE-THROUGHPUT                                    *
046173*        Read the next throughput history record and, when it    *
046174*        measured any work, hold it in the next slot of the      *
046175*        rotating table.                                         *
046176******************************************************************
046177 3720-READ-ONE-THROUGHPUT.
046178     READ THR-FILE
046179         AT END
046180             SET EU01-CLN-THR-EOF TO TRUE
046181             GO TO 3720-EXIT
046182     END-READ.

046183     IF EU01-THR-WORK IS EQUAL TO 0
046184             OR EU01-THR-ELAPSED-SECS IS EQUAL TO 0
046185         GO TO 3720-EXIT
046186     END-IF.

046187     ADD 1 TO EU01-CLN-THR-READ.
046188     DIVIDE EU01-CLN-THR-READ BY EU01-CLN-THR-NIGHTS
046189         GIVING EU01-CLN-QUOTIENT
046190         REMAINDER EU01-CLN-THR-SLOT.
046191     IF EU01-CLN-THR-SLOT IS EQUAL TO 0
046192         MOVE EU01-CLN-THR-NIGHTS TO EU01-CLN-THR-SLOT
046193     END-IF.
046194     IF EU01-CLN-THR-USED IS LESS THAN EU01-CLN-THR-NIGHTS
046195         ADD 1 TO EU01-CLN-THR-USED
046196     END-IF.

046197     MOVE EU01-THR-WORK
046198         TO EU01-CLN-TE-WORK(EU01-CLN-THR-SLOT).
046199     MOVE EU01-THR-ELAPSED-SECS
046200         TO EU01-CLN-TE-SECS(EU01-CLN-THR-SLOT).
046201     MOVE EU01-THR-LAG-SW
046202         TO EU01-CLN-TE-LAG-SW(EU01-CLN-THR-SLOT).
046203     MOVE EU01-THR-LAG-SECS
046204         TO EU01-CLN-TE-LAG-SECS(EU01-CLN-THR-SLOT).

046205     GO TO 3720-EXIT.

046206 3720-EXIT.
046207     EXIT.

046208******************************************************************
046209*    3730-SUM-ONE-NIGHT                                          *
046210*        Add one held night to the work, elapsed-time and lag    *
046211*        totals.                                                 *
046212******************************************************************
046213 3730-SUM-ONE-NIGHT.
046214     ADD EU01-CLN-TE-WORK(EU01-CLN-TX) TO EU01-CLN-SUM-WORK.
046215     ADD EU01-CLN-TE-SECS(EU01-CLN-TX) TO EU01-CLN-SUM-SECS.

046216     IF EU01-CLN-TE-LAG-KNOWN(EU01-CLN-TX)
046217         ADD EU01-CLN-TE-LAG-SECS(EU01-CLN-TX)
046218             TO EU01-CLN-LAG-SUM
046219         ADD 1 TO EU01-CLN-LAG-COUNT
046220     END-IF.

046221     GO TO 3730-EXIT.

046222 3730-EXIT.
046223     EXIT.

046224******************************************************************
046225*    3740-SHOW-ONE-ENUM-RULE-SET                                 *
046226*        Print one of tonight's enumeration rule sets under the  *
046227*        window-breach warning.                                  *
046228******************************************************************
046229 3740-SHOW-ONE-ENUM-RULE-SET.
046230     DISPLAY 'EU01C-0033 ENUMERATION RULE SET '
046231         EU01-CLN-EN-RULE-NAME(EU01-CLN-EX) ' FLOOR '
046232         EU01-CLN-EN-FLOOR(EU01-CLN-EX) ' CEILING '
046233         EU01-CLN-EN-CEILING(EU01-CLN-EX).

046234     GO TO 3740-EXIT.

046235 3740-EXIT.
046236     EXIT.

046237******************************************************************
046238*    8500-KEEP-EVENT-HISTORY                                     *
046239*        Append every event on the outgoing log to the           *
046240*        permanent event history, stamped with the business      *
046241*        date of the night it belongs to.  No outgoing log       *
046242*        means nothing to keep.  A history that cannot be        *
046243*        opened is reported and flagged for a warning on the     *
046244*        new log -- it never fails the run.                      *
046245******************************************************************
046246 8500-KEEP-EVENT-HISTORY.
046247     MOVE 0 TO EU01-CLN-EVH-COUNT.
046248     SET EU01-CLN-EVT-NOT-EOF TO TRUE.

046249     OPEN INPUT EVT-FILE.

046250     IF NOT EU01-EVT-OK
046251         GO TO 8500-EXIT
046252     END-IF.

046253     OPEN EXTEND EVH-FILE.
046254     IF EU01-EVH-NOT-FOUND
046255         OPEN OUTPUT EVH-FILE
046256     END-IF.

046257     IF NOT EU01-EVH-OK
046258         CLOSE EVT-FILE
046259         DISPLAY 'EU01C-0037 EVENT HISTORY UNAVAILABLE, STATUS '
046260             EU01-EVH-STATUS ' -- LAST NIGHT''S EVENTS NOT KEPT'
046261         SET EU01-CLN-EVH-LOST TO TRUE
046262         GO TO 8500-EXIT
046263     END-IF.

046264     PERFORM 8510-KEEP-ONE-EVENT
046265         THRU 8510-EXIT
046266         UNTIL EU01-CLN-EVT-EOF.

046267     CLOSE EVT-FILE.
046268     CLOSE EVH-FILE.

046269     DISPLAY 'EU01C-0038 ' EU01-CLN-EVH-COUNT ' EVENT(S) OF '
046270         EU01-CLN-LOG-NIGHT ' KEPT ON THE EVENT HISTORY'.

046271     GO TO 8500-EXIT.

046272 8500-EXIT.
046273     EXIT.

046274******************************************************************
046275*    8510-KEEP-ONE-EVENT                                         *
046276*        Copy the next event on the outgoing log to the event    *
046277*        history.  Without a ledger date for the night the       *
046278*        event's own date stands in.                             *
046279******************************************************************
046280 8510-KEEP-ONE-EVENT.
046281     READ EVT-FILE
046282         AT END
046283             SET EU01-CLN-EVT-EOF TO TRUE
046284             GO TO 8510-EXIT
046285     END-READ.

046286     INITIALIZE EU01-EVH-RECORD.
046287     MOVE EU01-CLN-LOG-NIGHT TO EU01-EVH-BUSINESS-DATE.
046288     IF EU01-CLN-LOG-NIGHT IS EQUAL TO 0
046289         MOVE EU01-EVT-DATE TO EU01-EVH-BUSINESS-DATE
046290     END-IF.
046291     MOVE EU01-EVT-RECORD TO EU01-EVH-EVENT.

046292     WRITE EU01-EVH-RECORD.

046293     ADD 1 TO EU01-CLN-EVH-COUNT.

046294     GO TO 8510-EXIT.

046295 8510-EXIT.
046296     EXIT.

046297******************************************************************
046298*    8600-KEEP-THROUGHPUT                                        *
046299*        Before the event log is started fresh, keep the last    *
046300*        night's EUL01 throughput on THRHIST: the last EUL01     *
046301*        run on the log that started (EU01-0027) and completed   *
046302*        (EU01-0000), its workload and elapsed time, the lag     *
046303*        from this step's forecast to the start and the          *
046304*        forecast itself.  A night already kept is not kept      *
046305*        twice.  Best effort -- a dataset problem is reported    *
046306*        and never fails the run.                                *
046307******************************************************************
046308 8600-KEEP-THROUGHPUT.
046309     SET EU01-CLN-EVT-NOT-EOF TO TRUE.
046310     SET EU01-CLN-START-NOT-SEEN TO TRUE.
046311     SET EU01-CLN-PAIR-NOT-SEEN TO TRUE.
046312     SET EU01-CLN-FCST-NOT-SEEN TO TRUE.
046313     MOVE 0 TO EU01-CLN-RUN-COUNT.

046314     OPEN INPUT EVT-FILE.

046315     IF NOT EU01-EVT-OK
046316         GO TO 8600-EXIT
046317     END-IF.

046318     PERFORM 8610-SCAN-ONE-EVENT
046319         THRU 8610-EXIT
046320         UNTIL EU01-CLN-EVT-EOF.

046321     CLOSE EVT-FILE.

046322     IF EU01-CLN-PAIR-NOT-SEEN
046323         GO TO 8600-EXIT
046324     END-IF.

046325     INITIALIZE EU01-THR-RECORD.
046326     MOVE EU01-CLN-KR-BUS-DATE   TO EU01-THR-BUSINESS-DATE.
046327     MOVE EU01-CLN-KR-DATE       TO EU01-THR-START-DATE.
046328     MOVE EU01-CLN-KR-TIME       TO EU01-THR-START-TIME.
046329     MOVE EU01-CLN-KR-END-DATE   TO EU01-THR-END-DATE.
046330     MOVE EU01-CLN-KR-END-TIME   TO EU01-THR-END-TIME.
046331     MOVE EU01-CLN-KR-SETS       TO EU01-THR-ENUM-SETS.
046332     MOVE EU01-CLN-KR-NUMBERS    TO EU01-THR-NUMBERS.
046333     MOVE EU01-CLN-RUN-COUNT     TO EU01-THR-RUN-COUNT.
046334     COMPUTE EU01-THR-WORK =
046335         EU01-CLN-KR-NUMBERS * EU01-CLN-KR-SETS.

046336     MOVE EU01-CLN-KR-DATE TO EU01-CLN-CLK-DATE.
046337     MOVE EU01-CLN-KR-TIME TO EU01-CLN-CLK-TIME.
046338     PERFORM 8650-CLOCK-SECONDS
046339         THRU 8650-EXIT.
046340     MOVE EU01-CLN-CLK-SECS TO EU01-CLN-START-SECS.

046341     MOVE EU01-CLN-KR-END-DATE TO EU01-CLN-CLK-DATE.
046342     MOVE EU01-CLN-KR-END-TIME TO EU01-CLN-CLK-TIME.
046343     PERFORM 8650-CLOCK-SECONDS
046344         THRU 8650-EXIT.
046345     MOVE EU01-CLN-CLK-SECS TO EU01-CLN-END-SECS.

046346     MOVE 0 TO EU01-THR-ELAPSED-SECS.
046347     IF EU01-CLN-END-SECS IS GREATER THAN EU01-CLN-START-SECS
046348         COMPUTE EU01-THR-ELAPSED-SECS =
046349             EU01-CLN-END-SECS - EU01-CLN-START-SECS
046350     END-IF.

046351     SET EU01-THR-NO-FORECAST TO TRUE.
046352     SET EU01-THR-LAG-UNKNOWN TO TRUE.
046353     IF EU01-CLN-FCST-SEEN
046354         SET EU01-THR-FORECAST-MADE TO TRUE
046355         MOVE EU01-CLN-FCST-WAS TO EU01-THR-FCST-SECS
046356         MOVE EU01-CLN-FCST-DATE TO EU01-CLN-CLK-DATE
046357         MOVE EU01-CLN-FCST-TIME TO EU01-CLN-CLK-TIME
046358         PERFORM 8650-CLOCK-SECONDS
046359             THRU 8650-EXIT
046360         MOVE EU01-CLN-CLK-SECS TO EU01-CLN-FCST-AT-SECS
046361     END-IF.

046362*    The lag only means something when EUL01 started once,
046363*    after the forecast.
046364     IF EU01-CLN-FCST-SEEN
046365             AND EU01-CLN-RUN-COUNT IS EQUAL TO 1
046366             AND EU01-CLN-START-SECS IS NOT LESS THAN
046367                 EU01-CLN-FCST-AT-SECS
046368         SET EU01-THR-LAG-KNOWN TO TRUE
046369         COMPUTE EU01-THR-LAG-SECS =
046370             EU01-CLN-START-SECS - EU01-CLN-FCST-AT-SECS
046371             ON SIZE ERROR
046372                 SET EU01-THR-LAG-UNKNOWN TO TRUE
046373                 MOVE 0 TO EU01-THR-LAG-SECS
046374         END-COMPUTE
046375     END-IF.

046376     MOVE EU01-THR-RECORD TO EU01-CLN-THR-KEEP.

046377*    A night already on the history -- the log was not reset
046378*    after it was kept -- is not kept again.
046379     SET EU01-CLN-NIGHT-NOT-KEPT TO TRUE.

046380     OPEN INPUT THR-FILE.

046381     IF EU01-THR-OK
046382         SET EU01-CLN-THR-NOT-EOF TO TRUE
046383         PERFORM 8620-CHECK-ONE-KEPT-NIGHT
046384             THRU 8620-EXIT
046385             UNTIL EU01-CLN-THR-EOF
046386                 OR EU01-CLN-NIGHT-KEPT
046387         CLOSE THR-FILE
046388     END-IF.

046389     IF EU01-CLN-NIGHT-KEPT
046390         GO TO 8600-EXIT
046391     END-IF.

046392     OPEN EXTEND THR-FILE.
046393     IF EU01-THR-NOT-FOUND
046394         OPEN OUTPUT THR-FILE
046395     END-IF.

046396     IF NOT EU01-THR-OK
046397         DISPLAY 'EU01C-0035 THROUGHPUT HISTORY UNAVAILABLE, '
046398             'STATUS ' EU01-THR-STATUS ' -- LAST NIGHT NOT KEPT'
046399         GO TO 8600-EXIT
046400     END-IF.

046401     MOVE EU01-CLN-THR-KEEP TO EU01-THR-RECORD.
046402     WRITE EU01-THR-RECORD.

046403     CLOSE THR-FILE.

046404     DISPLAY 'EU01C-0036 EUL01 THROUGHPUT KEPT FOR '
046405         EU01-THR-BUSINESS-DATE ': ' EU01-THR-WORK
046406         ' TEST(S) IN ' EU01-THR-ELAPSED-SECS ' SECOND(S)'.

046407     GO TO 8600-EXIT.

046408 8600-EXIT.
046409     EXIT.

046410******************************************************************
046411*    8610-SCAN-ONE-EVENT                                         *
046412*        Read the next event on the outgoing log and note it     *
046413*        when it is this step's runtime forecast, an EUL01       *
046414*        start, or the completion of the EUL01 run last          *
046415*        started.                                                *
046416******************************************************************
046417 8610-SCAN-ONE-EVENT.
046418     READ EVT-FILE
046419         AT END
046420             SET EU01-CLN-EVT-EOF TO TRUE
046421             GO TO 8610-EXIT
046422     END-READ.

046423     IF EU01-EVT-PROGRAM IS EQUAL TO 'EUL01CAL'
046424             AND (EU01-EVT-MSG-CODE IS EQUAL TO 'EU01C-0031'
046425                 OR EU01-EVT-MSG-CODE IS EQUAL TO 'EU01C-0032')
046426             AND EU01-EVT-FCST-SECS IS NUMERIC
046427         SET EU01-CLN-FCST-SEEN TO TRUE
046428         MOVE EU01-EVT-DATE      TO EU01-CLN-FCST-DATE
046429         MOVE EU01-EVT-TIME      TO EU01-CLN-FCST-TIME
046430         MOVE EU01-EVT-FCST-SECS TO EU01-CLN-FCST-WAS
046431         GO TO 8610-EXIT
046432     END-IF.

046433     IF EU01-EVT-PROGRAM NOT EQUAL 'EUL01'
046434         GO TO 8610-EXIT
046435     END-IF.

046436     IF EU01-EVT-MSG-CODE IS EQUAL TO 'EU01-0027'
046437             AND EU01-EVT-START-BUS-DATE IS NUMERIC
046438             AND EU01-EVT-START-SETS IS NUMERIC
046439             AND EU01-EVT-START-NUMBERS IS NUMERIC
046440         SET EU01-CLN-START-SEEN TO TRUE
046441         ADD 1 TO EU01-CLN-RUN-COUNT
046442         MOVE EU01-EVT-START-BUS-DATE TO EU01-CLN-RS-BUS-DATE
046443         MOVE EU01-EVT-DATE           TO EU01-CLN-RS-DATE
046444         MOVE EU01-EVT-TIME           TO EU01-CLN-RS-TIME
046445         MOVE EU01-EVT-START-SETS     TO EU01-CLN-RS-SETS
046446         MOVE EU01-EVT-START-NUMBERS  TO EU01-CLN-RS-NUMBERS
046447         GO TO 8610-EXIT
046448     END-IF.

046449     IF EU01-EVT-MSG-CODE IS EQUAL TO 'EU01-0000'
046450             AND EU01-CLN-START-SEEN
046451         SET EU01-CLN-PAIR-SEEN TO TRUE
046452         SET EU01-CLN-START-NOT-SEEN TO TRUE
046453         MOVE EU01-CLN-RUN-START TO EU01-CLN-KEPT-RUN
046454         MOVE EU01-EVT-DATE TO EU01-CLN-KR-END-DATE
046455         MOVE EU01-EVT-TIME TO EU01-CLN-KR-END-TIME
046456     END-IF.

046457     GO TO 8610-EXIT.

046458 8610-EXIT.
046459     EXIT.

046460******************************************************************
046461*    8620-CHECK-ONE-KEPT-NIGHT                                   *
046462*        Read the next throughput history record and note        *
046463*        whether it is the run about to be kept.                 *
046464******************************************************************
046465 8620-CHECK-ONE-KEPT-NIGHT.
046466     READ THR-FILE
046467         AT END
046468             SET EU01-CLN-THR-EOF TO TRUE
046469             GO TO 8620-EXIT
046470     END-READ.

046471     IF EU01-THR-RECORD(1:32) IS EQUAL TO
046472             EU01-CLN-THR-KEEP(1:32)
046473         SET EU01-CLN-NIGHT-KEPT TO TRUE
046474     END-IF.

046475     GO TO 8620-EXIT.

046476 8620-EXIT.
046477     EXIT.

046478******************************************************************
046479*    8650-CLOCK-SECONDS                                          *
046480*        Convert EU01-CLN-CLK-DATE and EU01-CLN-CLK-TIME to      *
046481*        seconds on one continuous count, so times either side   *
046482*        of midnight subtract cleanly.                           *
046483******************************************************************
046484 8650-CLOCK-SECONDS.
046485     COMPUTE EU01-CLN-CLK-SECS =
046486         FUNCTION INTEGER-OF-DATE(EU01-CLN-CLK-DATE) * 86400
046487         + EU01-CLN-CLK-HH * 3600
046488         + EU01-CLN-CLK-MM * 60
046489         + EU01-CLN-CLK-SS.

046490     GO TO 8650-EXIT.

046491 8650-EXIT.
046492     EXIT.

046493******************************************************************
046494*    8700-LEDGER-START                                           *
046495*        Open the night on the run-control ledger.  Once EUL01   *
046496*        has started for the date the night can only be          *
046497*        restarted, not resubmitted -- the second submission is  *
046498*        refused before the event log is reset or EU01PARM is    *
046499*        touched.  A catch-up pass is the exception: a missed    *
046500*        night whose EUL01 started and was abandoned (it never   *
046501*        reached RUNHIST) has its later steps and scratch        *
046502*        clearance reset, so it replays as a fresh night from    *
046503*        the DTLPRIOR cut on; the run counts are kept.  Then     *
046504*        record this step as started and point the stream        *
046505*        control record at the date, which every later step of   *
046506*        the stream then runs for.                               *
046507******************************************************************
046508 8700-LEDGER-START.
046509     OPEN I-O RCL-FILE.

046510     IF NOT EU01-RCL-OK
046511         DISPLAY 'EU01C-0025 UNABLE TO OPEN RUN-CONTROL LEDGER, '
046512             'STATUS ' EU01-RCL-STATUS
046513         MOVE 16 TO RETURN-CODE
046514         GO TO 9999-TERMINATE
046515     END-IF.

046516     SET EU01-CLN-RCL-ON-FILE TO TRUE.
046517     MOVE EU01-CLN-TONIGHT TO EU01-RCL-BUSINESS-DATE.
046518     READ RCL-FILE
046519         INVALID KEY
046520             SET EU01-CLN-RCL-NEW TO TRUE
046521             INITIALIZE EU01-RCL-RECORD
046522             MOVE EU01-CLN-TONIGHT TO EU01-RCL-BUSINESS-DATE
046523     END-READ.

046524     SET EU01-CLN-NIGHT-NOT-RESET TO TRUE.

046525     IF EU01-CLN-CATCH-UP
046526             AND EU01-RCL-STARTED(EU01-CLN-RCL-EUL01)
046527         PERFORM 8710-RESET-ONE-STEP
046528             THRU 8710-EXIT
046529             VARYING EU01-CLN-RCL-SX FROM 2 BY 1
046530                 UNTIL EU01-CLN-RCL-SX > EU01-CLN-RCL-LAST
046531         SET EU01-RCL-NOT-SCRATCHED TO TRUE
046532         SET EU01-CLN-NIGHT-RESET TO TRUE
046533         DISPLAY 'EU01C-0041 EUL01 STARTED BUSINESS DATE '
046534             EU01-CLN-TONIGHT ' AND WAS ABANDONED -- ITS STEPS '
046535             'FROM THE DTLPRIOR CUT ON AND THE SCRATCH CLEARANCE '
046536             'RESET FOR THIS CATCH-UP PASS'
046537     END-IF.

046538     IF NOT EU01-RCL-NOT-STARTED(EU01-CLN-RCL-EUL01)
046539         CLOSE RCL-FILE
046540         DISPLAY 'EU01C-0026 THE NIGHTLY STREAM FOR '
046541             EU01-CLN-TONIGHT ' HAS ALREADY REACHED EUL01 -- '
046542             'SECOND SUBMISSION REFUSED, EU01PARM AND THE EVENT '
046543             'LOG LEFT UNTOUCHED'
046544         MOVE SPACES TO EU01-CLN-EVT-RULE
046545         MOVE 'EU01C-0026' TO EU01-CLN-EVT-CODE
046546         MOVE 'E' TO EU01-CLN-EVT-SEV
046547         MOVE 'SECOND SUBMISSION REFUSED -- STREAM PAST EUL01CAL'
046548             TO EU01-CLN-EVT-TEXT
046549         PERFORM 8900-WRITE-EVENT
046550             THRU 8900-EXIT
046551         MOVE 16 TO RETURN-CODE
046552         GO TO 9999-TERMINATE
046553     END-IF.

046554     SET EU01-RCL-STARTED(EU01-CLN-RCL-SELF) TO TRUE.
046555     ADD 1 TO EU01-RCL-RUN-COUNT(EU01-CLN-RCL-SELF).
046556     ACCEPT EU01-RCL-START-DATE(EU01-CLN-RCL-SELF)
046557         FROM DATE YYYYMMDD.
046558     ACCEPT EU01-RCL-START-TIME(EU01-CLN-RCL-SELF) FROM TIME.
046559     MOVE 0 TO EU01-RCL-END-DATE(EU01-CLN-RCL-SELF).
046560     MOVE 0 TO EU01-RCL-END-TIME(EU01-CLN-RCL-SELF).

046561     PERFORM 8720-PUT-LEDGER-RECORD
046562         THRU 8720-EXIT.

046563*    The stream control record.
046564     SET EU01-CLN-RCL-ON-FILE TO TRUE.
046565     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
046566     READ RCL-FILE
046567         INVALID KEY
046568             SET EU01-CLN-RCL-NEW TO TRUE
046569             INITIALIZE EU01-RCL-RECORD
046570             MOVE 0 TO EU01-RCL-BUSINESS-DATE
046571     END-READ.

046572*    The date it pointed at is the night the event log now
046573*    holds -- kept with the events when the log is reset.
046574     MOVE EU01-RCL-CURRENT-DATE TO EU01-CLN-LOG-NIGHT.
046575     MOVE EU01-CLN-TONIGHT TO EU01-RCL-CURRENT-DATE.

046576     PERFORM 8720-PUT-LEDGER-RECORD
046577         THRU 8720-EXIT.

046578     CLOSE RCL-FILE.

046579     SET EU01-CLN-RCL-KEPT TO TRUE.

046580     GO TO 8700-EXIT.

046581 8700-EXIT.
046582     EXIT.

046583******************************************************************
046584*    8710-RESET-ONE-STEP                                         *
046585*        Take one step of an abandoned night back to not         *
046586*        started.  Its run count is history and is kept.         *
046587******************************************************************
046588 8710-RESET-ONE-STEP.
046589     SET EU01-RCL-NOT-STARTED(EU01-CLN-RCL-SX) TO TRUE.
046590     MOVE 0 TO EU01-RCL-START-DATE(EU01-CLN-RCL-SX).
046591     MOVE 0 TO EU01-RCL-START-TIME(EU01-CLN-RCL-SX).
046592     MOVE 0 TO EU01-RCL-END-DATE(EU01-CLN-RCL-SX).
046593     MOVE 0 TO EU01-RCL-END-TIME(EU01-CLN-RCL-SX).

046594     GO TO 8710-EXIT.

046595 8710-EXIT.
046596     EXIT.

046597******************************************************************
046598*    8720-PUT-LEDGER-RECORD                                      *
046599*        Write a new ledger record or rewrite the one just       *
046600*        read.  A ledger that cannot be updated holds the        *
046601*        stream.                                                 *
046602******************************************************************
046603 8720-PUT-LEDGER-RECORD.
046604     IF EU01-CLN-RCL-NEW
046605         WRITE EU01-RCL-RECORD
046606     ELSE
046607         REWRITE EU01-RCL-RECORD
046608     END-IF.

046609     IF NOT EU01-RCL-OK
046610         DISPLAY 'EU01C-0027 RUN-CONTROL LEDGER NOT UPDATED, '
046611             'STATUS ' EU01-RCL-STATUS
046612         CLOSE RCL-FILE
046613         MOVE 16 TO RETURN-CODE
046614         GO TO 9999-TERMINATE
046615     END-IF.

046616     GO TO 8720-EXIT.

046617 8720-EXIT.
046618     EXIT.

046619******************************************************************
046620*    8750-LEDGER-COMPLETE                                        *
046621*        Record this step as complete for the date on the        *
046622*        run-control ledger.  A ledger that cannot be updated    *
046623*        fails the run, so the stream does not run on past an    *
046624*        unrecorded completion.                                  *
046625******************************************************************
046626 8750-LEDGER-COMPLETE.
046627     IF EU01-CLN-RCL-NOT-KEPT
046628         GO TO 8750-EXIT
046629     END-IF.

046630     OPEN I-O RCL-FILE.

046631     IF NOT EU01-RCL-OK
046632         DISPLAY 'EU01C-0027 RUN-CONTROL LEDGER NOT UPDATED, '
046633             'STATUS ' EU01-RCL-STATUS
046634         MOVE 16 TO RETURN-CODE
046635         GO TO 8750-EXIT
046636     END-IF.

046637     MOVE EU01-CLN-TONIGHT TO EU01-RCL-BUSINESS-DATE.
046638     READ RCL-FILE
046639         INVALID KEY
046640             DISPLAY 'EU01C-0027 RUN-CONTROL LEDGER NOT UPDATED, '
046641                 'STATUS ' EU01-RCL-STATUS
046642             CLOSE RCL-FILE
046643             MOVE 16 TO RETURN-CODE
046644             GO TO 8750-EXIT
046645     END-READ.

046646     SET EU01-RCL-COMPLETE(EU01-CLN-RCL-SELF) TO TRUE.
046647     ACCEPT EU01-RCL-END-DATE(EU01-CLN-RCL-SELF)
046648         FROM DATE YYYYMMDD.
046649     ACCEPT EU01-RCL-END-TIME(EU01-CLN-RCL-SELF) FROM TIME.

046650     REWRITE EU01-RCL-RECORD.

046651     IF NOT EU01-RCL-OK
046652         DISPLAY 'EU01C-0027 RUN-CONTROL LEDGER NOT UPDATED, '
046653             'STATUS ' EU01-RCL-STATUS
046654         MOVE 16 TO RETURN-CODE
046655     END-IF.

046656     CLOSE RCL-FILE.

046657     GO TO 8750-EXIT.

046658 8750-EXIT.
046659     EXIT.

046660******************************************************************
046661*    8800-RESET-EVENT-LOG                                        *
046662*        Start the night's event log fresh, once the outgoing    *
046663*        night's events are on the permanent event history and   *
046664*        its EUL01 throughput has been kept.  The log is         *
046665*        best-effort -- a dataset problem is reported and the    *
046666*        writes are skipped, never failing the run.              *
046667******************************************************************
046668 8800-RESET-EVENT-LOG.
046669     PERFORM 8500-KEEP-EVENT-HISTORY
046670         THRU 8500-EXIT.

046671     PERFORM 8600-KEEP-THROUGHPUT
046672         THRU 8600-EXIT.

046673     SET EU01-CLN-EVT-WRITE TO TRUE.

046700     OPEN OUTPUT EVT-FILE.

047300         SET EU01-CLN-EVT-SKIP TO TRUE
047400     END-IF.

047410     IF EU01-CLN-EVH-LOST
047420         MOVE SPACES TO EU01-CLN-EVT-RULE
047430         MOVE 'EU01C-0037' TO EU01-CLN-EVT-CODE
047440         MOVE 'W' TO EU01-CLN-EVT-SEV
047450         MOVE 'EVENT HISTORY UNAVAILABLE -- LAST NIGHT NOT KEPT'
047460             TO EU01-CLN-EVT-TEXT
047470         PERFORM 8900-WRITE-EVENT
047480             THRU 8900-EXIT
047490     END-IF.

047499     IF EU01-CLN-NIGHT-RESET
047508         MOVE SPACES TO EU01-CLN-EVT-RULE
047517         MOVE 'EU01C-0041' TO EU01-CLN-EVT-CODE
047526         MOVE 'W' TO EU01-CLN-EVT-SEV
047535         MOVE 'ABANDONED NIGHT RESET FOR CATCH-UP REPLAY --'
047544             TO EU01-CLN-EVT-TEXT
047553         MOVE EU01-CLN-TONIGHT TO EU01-CLN-EVT-TEXT(46:8)
047562         PERFORM 8900-WRITE-EVENT
047571             THRU 8900-EXIT
047580     END-IF.

047589     GO TO 8800-EXIT.

047600 8800-EXIT.
047700     EXIT.
051300******************************************************************
051400 9999-TERMINATE.
051500     CLOSE RULE-FILE.
051520     IF EU01-CLN-CHG-AVAILABLE
051540         CLOSE CHG-FILE
051560     END-IF.
051600     STOP RUN.

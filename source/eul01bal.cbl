004500*                        morning status report.  An unavailable  *
004600*                        event log is reported and skipped --    *
004700*                        it never fails the run.                 *
004710*       2026-10-15  DOB  The program now consults the nightly    *
004720*                        run-control ledger (RCLFILE, EU01RCL    *
004730*                        layout): it refuses to run until EUL01  *
004740*                        has completed the stream's current      *
004750*                        business date, and records its own step *
004760*                        as started and as complete.             *
004800*                                                                *
004900******************************************************************
005000 IDENTIFICATION DIVISION.
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS EU01-EVT-STATUS.

006710     SELECT RCL-FILE ASSIGN TO RCLFILE
006720         ORGANIZATION IS INDEXED
006730         ACCESS MODE IS RANDOM
006740         RECORD KEY IS EU01-RCL-BUSINESS-DATE
006750         FILE STATUS IS EU01-RCL-STATUS.

006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  SUM-FILE
007700     RECORDING MODE IS F.
007800 COPY EU01EVT.

007820 FD  RCL-FILE
007840     RECORDING MODE IS F.
007860 COPY EU01RCL.

007900 WORKING-STORAGE SECTION.
008000*----------------------------------------------------------------
008100*    FILE STATUS SWITCHES
008800     05  EU01-EVT-STATUS         PIC X(02).
008900         88  EU01-EVT-OK                 VALUE '00'.
009000         88  EU01-EVT-NOT-FOUND          VALUE '35'.
009030     05  EU01-RCL-STATUS         PIC X(02).
009060         88  EU01-RCL-OK                 VALUE '00'.

009100*----------------------------------------------------------------
009200*    EVENT-LOG STAGING FIELDS -- 8900-WRITE-EVENT picks these
014100     88  EU01-BAL-OUT-OF-BALANCE     VALUE 'Y'.
014200     88  EU01-BAL-IN-BALANCE         VALUE 'N'.

014210*----------------------------------------------------------------
014220*    RUN-CONTROL LEDGER (EU01RCL) -- this program's step, the
014230*    step that must have completed before it, and the business
014240*    date the stream is on.
014250*----------------------------------------------------------------
014260 01  EU01-BAL-RCL-SELF       PIC 9(01) VALUE 5.
014270 01  EU01-BAL-RCL-PRED       PIC 9(01) VALUE 3.
014280 01  EU01-BAL-RCL-DATE       PIC 9(08).

014300 PROCEDURE DIVISION.

014400******************************************************************
014600*        Top-level control paragraph.                            *
014700******************************************************************
014800 0000-MAINLINE.
014830     PERFORM 8700-LEDGER-START
014860         THRU 8700-EXIT.

014900     PERFORM 1000-INITIALIZE
015000         THRU 1000-EXIT.

018800     PERFORM 8900-WRITE-EVENT
018900         THRU 8900-EXIT.

018930     PERFORM 8750-LEDGER-COMPLETE
018960         THRU 8750-EXIT.

019000     GO TO 9999-TERMINATE.

019100******************************************************************
046200 3100-EXIT.
046300     EXIT.

046301******************************************************************
046302*    8700-LEDGER-START                                           *
046303*        Look the stream's current business date up on the       *
046304*        run-control ledger.  EUL01 must have completed it --    *
046305*        otherwise the datasets this step reads are not that     *
046306*        night's and the step refuses to run.  Record the step   *
046307*        as started; a rerun of a step already complete for the  *
046308*        date is allowed and noted.                              *
046309******************************************************************
046310 8700-LEDGER-START.
046311     OPEN I-O RCL-FILE.

046312     IF NOT EU01-RCL-OK
046313         DISPLAY 'EU01B-0020 UNABLE TO OPEN RUN-CONTROL LEDGER, '
046314             'STATUS ' EU01-RCL-STATUS
046315         MOVE 16 TO RETURN-CODE
046316         GO TO 9999-TERMINATE
046317     END-IF.

046318     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
046319     READ RCL-FILE
046320         INVALID KEY
046321             MOVE 0 TO EU01-RCL-CURRENT-DATE
046322     END-READ.
046323     MOVE EU01-RCL-CURRENT-DATE TO EU01-BAL-RCL-DATE.

046324     MOVE EU01-BAL-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
046325     READ RCL-FILE
046326         INVALID KEY
046327             INITIALIZE EU01-RCL-RECORD
046328     END-READ.

046329     IF NOT EU01-RCL-COMPLETE(EU01-BAL-RCL-PRED)
046330         CLOSE RCL-FILE
046331         DISPLAY 'EU01B-0021 EUL01 HAS NOT COMPLETED BUSINESS '
046332             'DATE ' EU01-BAL-RCL-DATE ' -- NOT RUN'
046333         MOVE SPACES TO EU01-BAL-EVT-RULE
046334         MOVE 'EU01B-0021' TO EU01-BAL-EVT-CODE
046335         MOVE 'E' TO EU01-BAL-EVT-SEV
046336         MOVE 'REFUSED -- EUL01 NOT COMPLETE FOR THE DATE'
046337             TO EU01-BAL-EVT-TEXT
046338         PERFORM 8900-WRITE-EVENT
046339             THRU 8900-EXIT
046340         MOVE 16 TO RETURN-CODE
046341         GO TO 9999-TERMINATE
046342     END-IF.

046343     IF EU01-RCL-COMPLETE(EU01-BAL-RCL-SELF)
046344         DISPLAY 'EU01B-0022 ALREADY COMPLETED FOR BUSINESS DATE '
046345             EU01-BAL-RCL-DATE ' -- RUNNING AGAIN'
046346         MOVE SPACES TO EU01-BAL-EVT-RULE
046347         MOVE 'EU01B-0022' TO EU01-BAL-EVT-CODE
046348         MOVE 'W' TO EU01-BAL-EVT-SEV
046349         MOVE 'RERUN -- ALREADY COMPLETE FOR THE BUSINESS DATE'
046350             TO EU01-BAL-EVT-TEXT
046351         PERFORM 8900-WRITE-EVENT
046352             THRU 8900-EXIT
046353     END-IF.

046354     SET EU01-RCL-STARTED(EU01-BAL-RCL-SELF) TO TRUE.
046355     ADD 1 TO EU01-RCL-RUN-COUNT(EU01-BAL-RCL-SELF).
046356     ACCEPT EU01-RCL-START-DATE(EU01-BAL-RCL-SELF)
046357         FROM DATE YYYYMMDD.
046358     ACCEPT EU01-RCL-START-TIME(EU01-BAL-RCL-SELF) FROM TIME.
046359     MOVE 0 TO EU01-RCL-END-DATE(EU01-BAL-RCL-SELF).
046360     MOVE 0 TO EU01-RCL-END-TIME(EU01-BAL-RCL-SELF).

046361     REWRITE EU01-RCL-RECORD.

046362     IF NOT EU01-RCL-OK
046363         DISPLAY 'EU01B-0023 RUN-CONTROL LEDGER NOT UPDATED, '
046364             'STATUS ' EU01-RCL-STATUS
046365         CLOSE RCL-FILE
046366         MOVE 16 TO RETURN-CODE
046367         GO TO 9999-TERMINATE
046368     END-IF.

046369     CLOSE RCL-FILE.

046370     GO TO 8700-EXIT.

046371 8700-EXIT.
046372     EXIT.

046373******************************************************************
046374*    8750-LEDGER-COMPLETE                                        *
046375*        Record the step as complete for the business date on    *
046376*        the run-control ledger.  A ledger that cannot be        *
046377*        updated fails the step, so the stream does not run on   *
046378*        past an unrecorded completion.                          *
046379******************************************************************
046380 8750-LEDGER-COMPLETE.
046381     OPEN I-O RCL-FILE.

046382     IF NOT EU01-RCL-OK
046383         DISPLAY 'EU01B-0023 RUN-CONTROL LEDGER NOT UPDATED, '
046384             'STATUS ' EU01-RCL-STATUS
046385         MOVE 16 TO RETURN-CODE
046386         GO TO 8750-EXIT
046387     END-IF.

046388     MOVE EU01-BAL-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
046389     READ RCL-FILE
046390         INVALID KEY
046391             DISPLAY 'EU01B-0023 RUN-CONTROL LEDGER NOT UPDATED, '
046392                 'STATUS ' EU01-RCL-STATUS
046393             CLOSE RCL-FILE
046394             MOVE 16 TO RETURN-CODE
046395             GO TO 8750-EXIT
046396     END-READ.

046397     SET EU01-RCL-COMPLETE(EU01-BAL-RCL-SELF) TO TRUE.
046398     ACCEPT EU01-RCL-END-DATE(EU01-BAL-RCL-SELF)
046399         FROM DATE YYYYMMDD.
046400     ACCEPT EU01-RCL-END-TIME(EU01-BAL-RCL-SELF) FROM TIME.

046401     REWRITE EU01-RCL-RECORD.

046402     IF NOT EU01-RCL-OK
046403         DISPLAY 'EU01B-0023 RUN-CONTROL LEDGER NOT UPDATED, '
046404             'STATUS ' EU01-RCL-STATUS
046405         MOVE 16 TO RETURN-CODE
046406     END-IF.

046407     CLOSE RCL-FILE.

046408     GO TO 8750-EXIT.

046409 8750-EXIT.
046410     EXIT.

046411******************************************************************
046500*    8900-WRITE-EVENT                                            *
046600*        Append one standardized event record built from the     *
046700*        staging fields to the common nightly event dataset.     *

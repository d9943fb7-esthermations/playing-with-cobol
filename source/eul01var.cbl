003800*                        morning status report.  An unavailable  *
003900*                        event log is reported and skipped --    *
004000*                        it never fails the run.                 *
004010*       2026-10-15  DOB  The program now consults the nightly    *
004020*                        run-control ledger (RCLFILE, EU01RCL    *
004030*                        layout): it refuses to run until EUL01  *
004040*                        has completed the stream's current      *
004050*                        business date, and records its own step *
004060*                        as started and as complete.             *
004100*                                                                *
004200******************************************************************
004300 IDENTIFICATION DIVISION.
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS EU01-EVT-STATUS.

006010     SELECT RCL-FILE ASSIGN TO RCLFILE
006020         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS RANDOM
006040         RECORD KEY IS EU01-RCL-BUSINESS-DATE
006050         FILE STATUS IS EU01-RCL-STATUS.

006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SUM-FILE
007000     RECORDING MODE IS F.
007100 COPY EU01EVT.

007120 FD  RCL-FILE
007140     RECORDING MODE IS F.
007160 COPY EU01RCL.

007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
007400*    FILE STATUS SWITCHES
008100     05  EU01-EVT-STATUS         PIC X(02).
008200         88  EU01-EVT-OK                 VALUE '00'.
008300         88  EU01-EVT-NOT-FOUND          VALUE '35'.
008330     05  EU01-RCL-STATUS         PIC X(02).
008360         88  EU01-RCL-OK                 VALUE '00'.

008400*----------------------------------------------------------------
008500*    EVENT-LOG STAGING FIELDS -- 8900-WRITE-EVENT picks these
015500     88  EU01-VAR-ENTRY-EXCEEDED     VALUE 'Y'.
015600     88  EU01-VAR-ENTRY-WITHIN       VALUE 'N'.

015610*----------------------------------------------------------------
015620*    RUN-CONTROL LEDGER (EU01RCL) -- this program's step, the
015630*    step that must have completed before it, and the business
015640*    date the stream is on.
015650*----------------------------------------------------------------
015660 01  EU01-VAR-RCL-SELF       PIC 9(01) VALUE 4.
015670 01  EU01-VAR-RCL-PRED       PIC 9(01) VALUE 3.
015680 01  EU01-VAR-RCL-DATE       PIC 9(08).

015700 PROCEDURE DIVISION.

015800******************************************************************
016000*        Top-level control paragraph.                            *
016100******************************************************************
016200 0000-MAINLINE.
016230     PERFORM 8700-LEDGER-START
016260         THRU 8700-EXIT.

016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-EXIT.

018900     PERFORM 8900-WRITE-EVENT
019000         THRU 8900-EXIT.

019030     PERFORM 8750-LEDGER-COMPLETE
019060         THRU 8750-EXIT.

019100     GO TO 9999-TERMINATE.

019200******************************************************************
048300 3000-EXIT.
048400     EXIT.

048401******************************************************************
048402*    8700-LEDGER-START                                           *
048403*        Look the stream's current business date up on the       *
048404*        run-control ledger.  EUL01 must have completed it --    *
048405*        otherwise the datasets this step reads are not that     *
048406*        night's and the step refuses to run.  Record the step   *
048407*        as started; a rerun of a step already complete for the  *
048408*        date is allowed and noted.                              *
048409******************************************************************
048410 8700-LEDGER-START.
048411     OPEN I-O RCL-FILE.

048412     IF NOT EU01-RCL-OK
048413         DISPLAY 'EU01V-0013 UNABLE TO OPEN RUN-CONTROL LEDGER, '
048414             'STATUS ' EU01-RCL-STATUS
048415         MOVE 16 TO RETURN-CODE
048416         GO TO 9999-TERMINATE
048417     END-IF.

048418     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
048419     READ RCL-FILE
048420         INVALID KEY
048421             MOVE 0 TO EU01-RCL-CURRENT-DATE
048422     END-READ.
048423     MOVE EU01-RCL-CURRENT-DATE TO EU01-VAR-RCL-DATE.

048424     MOVE EU01-VAR-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
048425     READ RCL-FILE
048426         INVALID KEY
048427             INITIALIZE EU01-RCL-RECORD
048428     END-READ.

048429     IF NOT EU01-RCL-COMPLETE(EU01-VAR-RCL-PRED)
048430         CLOSE RCL-FILE
048431         DISPLAY 'EU01V-0014 EUL01 HAS NOT COMPLETED BUSINESS '
048432             'DATE ' EU01-VAR-RCL-DATE ' -- NOT RUN'
048433         MOVE SPACES TO EU01-VAR-EVT-RULE
048434         MOVE 'EU01V-0014' TO EU01-VAR-EVT-CODE
048435         MOVE 'E' TO EU01-VAR-EVT-SEV
048436         MOVE 'REFUSED -- EUL01 NOT COMPLETE FOR THE DATE'
048437             TO EU01-VAR-EVT-TEXT
048438         PERFORM 8900-WRITE-EVENT
048439             THRU 8900-EXIT
048440         MOVE 16 TO RETURN-CODE
048441         GO TO 9999-TERMINATE
048442     END-IF.

048443     IF EU01-RCL-COMPLETE(EU01-VAR-RCL-SELF)
048444         DISPLAY 'EU01V-0015 ALREADY COMPLETED FOR BUSINESS DATE '
048445             EU01-VAR-RCL-DATE ' -- RUNNING AGAIN'
048446         MOVE SPACES TO EU01-VAR-EVT-RULE
048447         MOVE 'EU01V-0015' TO EU01-VAR-EVT-CODE
048448         MOVE 'W' TO EU01-VAR-EVT-SEV
048449         MOVE 'RERUN -- ALREADY COMPLETE FOR THE BUSINESS DATE'
048450             TO EU01-VAR-EVT-TEXT
048451         PERFORM 8900-WRITE-EVENT
048452             THRU 8900-EXIT
048453     END-IF.

048454     SET EU01-RCL-STARTED(EU01-VAR-RCL-SELF) TO TRUE.
048455     ADD 1 TO EU01-RCL-RUN-COUNT(EU01-VAR-RCL-SELF).
048456     ACCEPT EU01-RCL-START-DATE(EU01-VAR-RCL-SELF)
048457         FROM DATE YYYYMMDD.
048458     ACCEPT EU01-RCL-START-TIME(EU01-VAR-RCL-SELF) FROM TIME.
048459     MOVE 0 TO EU01-RCL-END-DATE(EU01-VAR-RCL-SELF).
048460     MOVE 0 TO EU01-RCL-END-TIME(EU01-VAR-RCL-SELF).

048461     REWRITE EU01-RCL-RECORD.

048462     IF NOT EU01-RCL-OK
048463         DISPLAY 'EU01V-0016 RUN-CONTROL LEDGER NOT UPDATED, '
048464             'STATUS ' EU01-RCL-STATUS
048465         CLOSE RCL-FILE
048466         MOVE 16 TO RETURN-CODE
048467         GO TO 9999-TERMINATE
048468     END-IF.

048469     CLOSE RCL-FILE.

048470     GO TO 8700-EXIT.

048471 8700-EXIT.
048472     EXIT.

048473******************************************************************
048474*    8750-LEDGER-COMPLETE                                        *
048475*        Record the step as complete for the business date on    *
048476*        the run-control ledger.  A ledger that cannot be        *
048477*        updated fails the step, so the stream does not run on   *
048478*        past an unrecorded completion.                          *
048479******************************************************************
048480 8750-LEDGER-COMPLETE.
048481     OPEN I-O RCL-FILE.

048482     IF NOT EU01-RCL-OK
048483         DISPLAY 'EU01V-0016 RUN-CONTROL LEDGER NOT UPDATED, '
048484             'STATUS ' EU01-RCL-STATUS
048485         MOVE 16 TO RETURN-CODE
048486         GO TO 8750-EXIT
048487     END-IF.

048488     MOVE EU01-VAR-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
048489     READ RCL-FILE
048490         INVALID KEY
048491             DISPLAY 'EU01V-0016 RUN-CONTROL LEDGER NOT UPDATED, '
048492                 'STATUS ' EU01-RCL-STATUS
048493             CLOSE RCL-FILE
048494             MOVE 16 TO RETURN-CODE
048495             GO TO 8750-EXIT
048496     END-READ.

048497     SET EU01-RCL-COMPLETE(EU01-VAR-RCL-SELF) TO TRUE.
048498     ACCEPT EU01-RCL-END-DATE(EU01-VAR-RCL-SELF)
048499         FROM DATE YYYYMMDD.
048500     ACCEPT EU01-RCL-END-TIME(EU01-VAR-RCL-SELF) FROM TIME.

048501     REWRITE EU01-RCL-RECORD.

048502     IF NOT EU01-RCL-OK
048503         DISPLAY 'EU01V-0016 RUN-CONTROL LEDGER NOT UPDATED, '
048504             'STATUS ' EU01-RCL-STATUS
048505         MOVE 16 TO RETURN-CODE
048506     END-IF.

048507     CLOSE RCL-FILE.

048508     GO TO 8750-EXIT.

048509 8750-EXIT.
048510     EXIT.

048511******************************************************************
048600*    8900-WRITE-EVENT                                            *
048700*        Append one standardized event record built from the     *
048800*        staging fields to the common nightly event dataset.     *

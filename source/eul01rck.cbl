000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01RCK                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Run-control gate for the EUL01 job.  Reads the nightly   *
001200*       run-control ledger (RCLFILE, EU01RCL layout) for the     *
001300*       business date the stream is on -- the date EUL01CAL last *
001400*       opened -- and decides whether the job's DTLPRIOR cut and *
001500*       dataset scratch may run, so a resubmission can never cut *
001600*       a partial DTLFILE over last night's real detail or       *
001700*       scratch an in-flight pass.  The JCL PARM names the gate: *
001800*                                                                *
001900*       COLD -- STEP001, ahead of the cut.  Refuses a second cold*
002000*       submission once EUL01 has started for the date, naming   *
002100*       the valid restart point.  Ends RC 4 when the cut was     *
002200*       already taken, so STEP003 is bypassed; otherwise records *
002300*       the cut as started.                                      *
002400*                                                                *
002500*       CUT -- STEP004, after a clean REPRO.  Records the cut    *
002600*       complete.                                                *
002700*                                                                *
002800*       SCRATCH -- STEP005, ahead of the dataset scratch.  Clears*
002900*       the scratch only when the cut is complete, EUL01 has not *
003000*       completed and no checkpoint is on file; EUL01 consumes   *
003100*       the clearance.                                           *
003200*                                                                *
003300*       Any refusal ends RC 16 with the reason on SYSOUT.        *
003400*                                                                *
003500*   MODIFICATION HISTORY.                                        *
003600*       2026-10-15  DOB  Original coding.                        *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.     EUL01RCK.
004100 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004200 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
004300 DATE-WRITTEN.   2026-10-15.
004400 DATE-COMPILED.

004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT RCL-FILE ASSIGN TO RCLFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS EU01-RCL-BUSINESS-DATE
005200         FILE STATUS IS EU01-RCL-STATUS.

005300     SELECT CKPT-FILE ASSIGN TO CKPTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS EU01-CKPT-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RCL-FILE
005900     RECORDING MODE IS F.
006000 COPY EU01RCL.

006100 FD  CKPT-FILE
006200     RECORDING MODE IS F.
006300 COPY EU01CKPT.

006400 WORKING-STORAGE SECTION.
006500*----------------------------------------------------------------
006600*    FILE STATUS SWITCHES
006700*----------------------------------------------------------------
006800 01  EU01-RCK-FILE-STATUSES.
006900     05  EU01-RCL-STATUS         PIC X(02).
007000         88  EU01-RCL-OK                 VALUE '00'.
007100     05  EU01-CKPT-STATUS        PIC X(02).
007200         88  EU01-CKPT-OK                VALUE '00'.

007300*----------------------------------------------------------------
007400*    LEDGER STEPS (see EU01RCL)
007500*----------------------------------------------------------------
007600 01  EU01-RCK-CAL            PIC 9(01) VALUE 1.
007700 01  EU01-RCK-CUT            PIC 9(01) VALUE 2.
007800 01  EU01-RCK-EUL01          PIC 9(01) VALUE 3.

007900 01  EU01-RCK-DATE           PIC 9(08).
008000 01  EU01-RCK-RESTART-STEP   PIC X(07).

008100 01  EU01-RCK-MODE           PIC X(08).
008200     88  EU01-RCK-COLD               VALUE 'COLD'.
008300     88  EU01-RCK-CUT-DONE           VALUE 'CUT'.
008400     88  EU01-RCK-SCRATCH            VALUE 'SCRATCH'.

008500 01  EU01-RCK-CKPT-SW        PIC X(01).
008600     88  EU01-RCK-CKPT-ON-FILE       VALUE 'Y'.
008700     88  EU01-RCK-CKPT-NOT-ON-FILE   VALUE 'N'.

008800 LINKAGE SECTION.
008900*----------------------------------------------------------------
009000*    JCL EXEC PARM -- COLD, CUT or SCRATCH.
009100*----------------------------------------------------------------
009200 01  EU01-RCK-JCL-PARM.
009300     05  EU01-RCK-PARM-LEN       PIC S9(04) COMP.
009400     05  EU01-RCK-PARM-TEXT      PIC X(08).

009500 PROCEDURE DIVISION USING EU01-RCK-JCL-PARM.

009600******************************************************************
009700*    0000-MAINLINE                                               *
009800*        Top-level control paragraph.                            *
009900******************************************************************
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE
010200         THRU 1000-EXIT.

010300     IF EU01-RCK-COLD
010400         PERFORM 2000-COLD-SUBMISSION
010500             THRU 2000-EXIT
010600     END-IF.

010700     IF EU01-RCK-CUT-DONE
010800         PERFORM 3000-CUT-COMPLETE
010900             THRU 3000-EXIT
011000     END-IF.

011100     IF EU01-RCK-SCRATCH
011200         PERFORM 4000-CLEAR-SCRATCH
011300             THRU 4000-EXIT
011400     END-IF.

011500     CLOSE RCL-FILE.

011600     GO TO 9999-TERMINATE.

011700******************************************************************
011800*    1000-INITIALIZE                                             *
011900*        Validate the PARM, open the ledger and read the record  *
012000*        for the business date the stream is on.  EUL01CAL must  *
012100*        have completed that date before any part of the EUL01   *
012200*        job may run.                                            *
012300******************************************************************
012400 1000-INITIALIZE.
012500     MOVE SPACES TO EU01-RCK-MODE.

012600     IF EU01-RCK-PARM-LEN IS GREATER THAN 0
012700         MOVE EU01-RCK-PARM-TEXT(1:EU01-RCK-PARM-LEN)
012800             TO EU01-RCK-MODE
012900     END-IF.

013000     IF NOT EU01-RCK-COLD
013100             AND NOT EU01-RCK-CUT-DONE
013200             AND NOT EU01-RCK-SCRATCH
013300         DISPLAY 'EU01Z-0001 PARM MUST BE COLD, CUT OR SCRATCH, '
013400             'FOUND ''' EU01-RCK-MODE ''''
013500         MOVE 16 TO RETURN-CODE
013600         GO TO 9999-TERMINATE
013700     END-IF.

013800     OPEN I-O RCL-FILE.

013900     IF NOT EU01-RCL-OK
014000         DISPLAY 'EU01Z-0002 UNABLE TO OPEN RUN-CONTROL LEDGER, '
014100             'STATUS ' EU01-RCL-STATUS
014200         MOVE 16 TO RETURN-CODE
014300         GO TO 9999-TERMINATE
014400     END-IF.

014500     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
014600     READ RCL-FILE
014700         INVALID KEY
014800             MOVE 0 TO EU01-RCL-CURRENT-DATE
014900     END-READ.
015000     MOVE EU01-RCL-CURRENT-DATE TO EU01-RCK-DATE.

015100     MOVE EU01-RCK-DATE TO EU01-RCL-BUSINESS-DATE.
015200     READ RCL-FILE
015300         INVALID KEY
015400             INITIALIZE EU01-RCL-RECORD
015500     END-READ.

015600     IF NOT EU01-RCL-COMPLETE(EU01-RCK-CAL)
015700         CLOSE RCL-FILE
015800         DISPLAY 'EU01Z-0003 EUL01CAL HAS NOT COMPLETED BUSINESS '
015900             'DATE ' EU01-RCK-DATE ' -- EUL01 NOT RUN'
016000         MOVE 16 TO RETURN-CODE
016100         GO TO 9999-TERMINATE
016200     END-IF.

016300     GO TO 1000-EXIT.

016400 1000-EXIT.
016500     EXIT.

016600******************************************************************
016700*    2000-COLD-SUBMISSION                                        *
016800*        STEP001.  A cold submission is only valid until EUL01   *
016900*        starts for the date.  After that the night is           *
017000*        restarted, never resubmitted: from STEP010 when a       *
017100*        checkpoint is on file, otherwise from STEP005.  A cut   *
017200*        already taken for the date (an earlier submission that  *
017300*        failed between the cut and EUL01) is bypassed with RC   *
017400*        4.                                                      *
017500******************************************************************
017600 2000-COLD-SUBMISSION.
017700     IF EU01-RCL-COMPLETE(EU01-RCK-EUL01)
017800         CLOSE RCL-FILE
017900         DISPLAY 'EU01Z-0004 EUL01 ALREADY COMPLETED BUSINESS '
018000             'DATE ' EU01-RCK-DATE ' -- SECOND COLD SUBMISSION '
018100             'REFUSED'
018200         MOVE 16 TO RETURN-CODE
018300         GO TO 9999-TERMINATE
018400     END-IF.

018500     IF EU01-RCL-STARTED(EU01-RCK-EUL01)
018600         PERFORM 8000-CHECK-CHECKPOINT
018700             THRU 8000-EXIT
018800         MOVE 'STEP005' TO EU01-RCK-RESTART-STEP
018900         IF EU01-RCK-CKPT-ON-FILE
019000             MOVE 'STEP010' TO EU01-RCK-RESTART-STEP
019100         END-IF
019200         CLOSE RCL-FILE
019300         DISPLAY 'EU01Z-0005 EUL01 STARTED BUSINESS DATE '
019400             EU01-RCK-DATE ' AND DID NOT COMPLETE -- COLD '
019500             'SUBMISSION REFUSED, RESUBMIT WITH RESTART='
019600             EU01-RCK-RESTART-STEP
019700         MOVE 16 TO RETURN-CODE
019800         GO TO 9999-TERMINATE
019900     END-IF.

020000     IF EU01-RCL-COMPLETE(EU01-RCK-CUT)
020100         DISPLAY 'EU01Z-0006 DTLPRIOR CUT ALREADY TAKEN FOR '
020200             'BUSINESS DATE ' EU01-RCK-DATE ' -- STEP003 '
020300             'BYPASSED'
020400         MOVE 4 TO RETURN-CODE
020500         GO TO 2000-EXIT
020600     END-IF.

020700     SET EU01-RCL-STARTED(EU01-RCK-CUT) TO TRUE.
020800     ADD 1 TO EU01-RCL-RUN-COUNT(EU01-RCK-CUT).
020900     ACCEPT EU01-RCL-START-DATE(EU01-RCK-CUT)
021000         FROM DATE YYYYMMDD.
021100     ACCEPT EU01-RCL-START-TIME(EU01-RCK-CUT) FROM TIME.
021200     MOVE 0 TO EU01-RCL-END-DATE(EU01-RCK-CUT).
021300     MOVE 0 TO EU01-RCL-END-TIME(EU01-RCK-CUT).

021400     PERFORM 8100-REWRITE-LEDGER
021500         THRU 8100-EXIT.

021600     DISPLAY 'EU01Z-0007 COLD SUBMISSION ACCEPTED FOR BUSINESS '
021700         'DATE ' EU01-RCK-DATE.

021800     GO TO 2000-EXIT.

021900 2000-EXIT.
022000     EXIT.

022100******************************************************************
022200*    3000-CUT-COMPLETE                                           *
022300*        STEP004, after a clean REPRO.  Record the DTLPRIOR cut  *
022400*        complete; a cut already recorded (STEP003 bypassed) is  *
022500*        left as it stands.                                      *
022600******************************************************************
022700 3000-CUT-COMPLETE.
022800     IF EU01-RCL-COMPLETE(EU01-RCK-CUT)
022900         DISPLAY 'EU01Z-0009 DTLPRIOR CUT FOR BUSINESS DATE '
023000             EU01-RCK-DATE ' WAS ALREADY RECORDED'
023100         GO TO 3000-EXIT
023200     END-IF.

023300     SET EU01-RCL-COMPLETE(EU01-RCK-CUT) TO TRUE.
023400     ACCEPT EU01-RCL-END-DATE(EU01-RCK-CUT)
023500         FROM DATE YYYYMMDD.
023600     ACCEPT EU01-RCL-END-TIME(EU01-RCK-CUT) FROM TIME.

023700     PERFORM 8100-REWRITE-LEDGER
023800         THRU 8100-EXIT.

023900     DISPLAY 'EU01Z-0008 DTLPRIOR CUT RECORDED COMPLETE FOR '
024000         'BUSINESS DATE ' EU01-RCK-DATE.

024100     GO TO 3000-EXIT.

024200 3000-EXIT.
024300     EXIT.

024400******************************************************************
024500*    4000-CLEAR-SCRATCH                                          *
024600*        STEP005, ahead of the dataset scratch.  Scratching is   *
024700*        only safe when the cut has preserved last night's       *
024800*        detail, EUL01 has not completed the date (its outputs   *
024900*        are the night's record) and no checkpoint is on file    *
025000*        (the in-flight DTLWORK would be lost).  Clear it on     *
025100*        the ledger so EUL01 knows its datasets start empty.     *
025200******************************************************************
025300 4000-CLEAR-SCRATCH.
025400     IF EU01-RCL-COMPLETE(EU01-RCK-EUL01)
025500         CLOSE RCL-FILE
025600         DISPLAY 'EU01Z-0010 EUL01 ALREADY COMPLETED BUSINESS '
025700             'DATE ' EU01-RCK-DATE ' -- SCRATCH REFUSED, '
025800             'OUTPUTS UNTOUCHED'
025900         MOVE 16 TO RETURN-CODE
026000         GO TO 9999-TERMINATE
026100     END-IF.

026200     IF NOT EU01-RCL-COMPLETE(EU01-RCK-CUT)
026300         CLOSE RCL-FILE
026400         DISPLAY 'EU01Z-0011 DTLPRIOR CUT NOT TAKEN FOR BUSINESS '
026500             'DATE ' EU01-RCK-DATE ' -- SCRATCH REFUSED, '
026600             'RESUBMIT COLD'
026700         MOVE 16 TO RETURN-CODE
026800         GO TO 9999-TERMINATE
026900     END-IF.

027000     PERFORM 8000-CHECK-CHECKPOINT
027100         THRU 8000-EXIT.

027200     IF EU01-RCK-CKPT-ON-FILE
027300         CLOSE RCL-FILE
027400         DISPLAY 'EU01Z-0012 CHECKPOINT ON FILE FOR BUSINESS '
027500             'DATE ' EU01-RCK-DATE ' -- SCRATCH REFUSED, '
027600             'RESUBMIT WITH RESTART=STEP010'
027700         MOVE 16 TO RETURN-CODE
027800         GO TO 9999-TERMINATE
027900     END-IF.

028000     SET EU01-RCL-SCRATCHED TO TRUE.

028100     PERFORM 8100-REWRITE-LEDGER
028200         THRU 8100-EXIT.

028300     DISPLAY 'EU01Z-0013 DATASET SCRATCH CLEARED FOR BUSINESS '
028400         'DATE ' EU01-RCK-DATE.

028500     GO TO 4000-EXIT.

028600 4000-EXIT.
028700     EXIT.

028800******************************************************************
028900*    8000-CHECK-CHECKPOINT                                       *
029000*        Is an enumeration pass in flight? EUL01 clears          *
029100*        CKPTFILE the moment its pass completes, so any record   *
029200*        on it is a pass to resume.  A dataset never yet         *
029300*        allocated holds no checkpoint.                          *
029400******************************************************************
029500 8000-CHECK-CHECKPOINT.
029600     SET EU01-RCK-CKPT-NOT-ON-FILE TO TRUE.

029700     OPEN INPUT CKPT-FILE.

029800     IF NOT EU01-CKPT-OK
029900         GO TO 8000-EXIT
030000     END-IF.

030100     READ CKPT-FILE
030200         AT END
030300             CLOSE CKPT-FILE
030400             GO TO 8000-EXIT
030500     END-READ.

030600     IF EU01-CKPT-OK
030700         SET EU01-RCK-CKPT-ON-FILE TO TRUE
030800     END-IF.

030900     CLOSE CKPT-FILE.

031000     GO TO 8000-EXIT.

031100 8000-EXIT.
031200     EXIT.

031300******************************************************************
031400*    8100-REWRITE-LEDGER                                         *
031500*        Rewrite the date's ledger record.  A ledger that        *
031600*        cannot be updated holds the job.                        *
031700******************************************************************
031800 8100-REWRITE-LEDGER.
031900     REWRITE EU01-RCL-RECORD.

032000     IF NOT EU01-RCL-OK
032100         DISPLAY 'EU01Z-0014 RUN-CONTROL LEDGER NOT UPDATED, '
032200             'STATUS ' EU01-RCL-STATUS
032300         CLOSE RCL-FILE
032400         MOVE 16 TO RETURN-CODE
032500         GO TO 9999-TERMINATE
032600     END-IF.

032700     GO TO 8100-EXIT.

032800 8100-EXIT.
032900     EXIT.

033000******************************************************************
033100*    9999-TERMINATE                                              *
033200*        Common end-of-job paragraph.                            *
033300******************************************************************
033400 9999-TERMINATE.
033500     STOP RUN.

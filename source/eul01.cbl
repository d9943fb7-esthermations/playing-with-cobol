017700*                        a RESTART=STEP010 resume there would    *
017800*                        have appended duplicate work, summary   *
017900*                        and history records.                    *
017910*       2026-10-15  DOB  The summary and run-history records     *
017920*                        are now stamped with the business date  *
017930*                        the run represents (carried on the      *
017940*                        parameter records by EUL01CAL) instead  *
017950*                        of the system date, so a catch-up       *
017960*                        replay of a missed night lands in the   *
017970*                        history as that night.  A zero business *
017974*                        date (the EUL01MNT operator selection)  *
017978*                        means the current date on the           *
017982*                        run-control ledger, or the system date  *
017986*                        where there is no ledger (an ad-hoc     *
017990*                        run).  The run-history time stays the   *
017994*                        wall clock.                             *
018000*       2026-10-15  DOB  The nightly stream's run (PARM          *
018010*                        EUL01NGT) now consults the run-control  *
018020*                        ledger (RCLFILE, EU01RCL layout) before *
018030*                        the pass.  It refuses to run for a      *
018040*                        business date other than the one the    *
018050*                        stream is on, before EUL01CAL and the   *
018060*                        DTLPRIOR cut have completed it, or      *
018070*                        after it has already completed; a fresh *
018080*                        pass with no checkpoint on file also    *
018090*                        requires the EUL01RCK gate to have      *
018100*                        cleared the dataset scratch since the   *
018110*                        last attempt, so a RESTART=STEP010 with *
018120*                        nothing to resume is refused and        *
018130*                        pointed at STEP005.  The step is        *
018140*                        recorded as started and as complete.    *
018150*                        Ad-hoc runs do not touch the ledger.    *
018160*       2026-10-15  DOB  Logs a run-started event (EU01-0027)    *
018170*                        once the run is accepted, carrying the  *
018180*                        business date, the number of rule sets  *
018190*                        summed by enumeration and the count of  *
018200*                        numbers the pass still has to walk (the *
018210*                        remainder on a resume), so EUL01CAL can *
018220*                        measure the night's throughput from the *
018230*                        event log and forecast the next night's *
018240*                        run time.                               *
018250*       2026-10-15  DOB  Carries the legal-entity code of each   *
018260*                        rule set from the parameter record onto *
018270*                        its summary and run-history records; a  *
018280*                        parameter record with no entity fails   *
018290*                        the job (EU01-0028).                    *
018300*                                                                *
018310******************************************************************
018320 IDENTIFICATION DIVISION.
018330 PROGRAM-ID.     PROJECT-EULER-01.
018400 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
018500 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
018600 DATE-WRITTEN.   2019-02-11.
021000         ORGANIZATION IS SEQUENTIAL
021100         FILE STATUS IS EU01-EVT-STATUS.

021110     SELECT RCL-FILE ASSIGN TO RCLFILE
021120         ORGANIZATION IS INDEXED
021130         ACCESS MODE IS RANDOM
021140         RECORD KEY IS EU01-RCL-BUSINESS-DATE
021150         FILE STATUS IS EU01-RCL-STATUS.

021200 DATA DIVISION.
021300 FILE SECTION.
021400 FD  PARM-FILE
024100     RECORDING MODE IS F.
024200 COPY EU01EVT.

024220 FD  RCL-FILE
024240     RECORDING MODE IS F.
024260 COPY EU01RCL.

024300 WORKING-STORAGE SECTION.
024400*----------------------------------------------------------------
024500*    FILE STATUS SWITCHES
026300     05  EU01-EVT-STATUS         PIC X(02).
026400         88  EU01-EVT-OK                 VALUE '00'.
026500         88  EU01-EVT-NOT-FOUND          VALUE '35'.
026530     05  EU01-RCL-STATUS         PIC X(02).
026560         88  EU01-RCL-OK                 VALUE '00'.

026600*----------------------------------------------------------------
026700*    RULE-SET TABLE -- EVERY PARAMETER RECORD, LOADED UP FRONT.
027300 01  EU01-RS-TABLE.
027400     05  EU01-RS-ENTRY       OCCURS 50 TIMES.
027500         10  EU01-RS-RULE-NAME       PIC X(08).
027550         10  EU01-RS-ENTITY          PIC X(04).
027600         10  EU01-RS-CEILING         PIC 9(10).
027700         10  EU01-RS-FLOOR           PIC 9(10).
027800         10  EU01-RS-TOLERANCE-PCT   PIC 9(03).
029500 01  EU01-ENUM-COUNT         PIC 9(02).
029600 01  EU01-ENUM-LOW           PIC 9(10).
029700 01  EU01-ENUM-HIGH          PIC 9(10).
029750 01  EU01-WALK-COUNT         PIC 9(10).

029800*----------------------------------------------------------------
029900*    CURRENT-RULE-SET STAGING FIELDS.  1300-STAGE-RULE-SET and
030200*    one rule set at a time exactly as they always have.
030300*----------------------------------------------------------------
030400 01  EU01-RULE-NAME-WK       PIC X(08).
030410 01  EU01-ENTITY-WK          PIC X(04).

030420*    The business date the run represents -- the date stamped
030440*    on every summary and run-history record.
030460 01  EU01-BUSINESS-DATE      PIC 9(08).

030500 01  EU01-PARM-EOF-SW        PIC X(01).
030600     88  EU01-PARM-FILE-EOF          VALUE 'Y'.
034500     88  EU01-RESTART-FOUND          VALUE 'Y'.
034600     88  EU01-RESTART-NOT-FOUND      VALUE 'N'.

034610*    Any checkpoint record at all means the abend was inside
034620*    the pass, before a summary or history record was written.
034630 01  EU01-CKPT-FILE-SW       PIC X(01).
034640     88  EU01-CKPT-ON-FILE           VALUE 'Y'.
034650     88  EU01-CKPT-NOT-ON-FILE       VALUE 'N'.

034700 01  EU01-CKPT-PARMS-SW      PIC X(01).
034800     88  EU01-CKPT-PARMS-MATCH       VALUE 'Y'.
034900     88  EU01-CKPT-PARMS-DIFFER      VALUE 'N'.
036400*----------------------------------------------------------------
036500 01  EU01-HIST-JOB-ID-WK     PIC X(08).

036510*----------------------------------------------------------------
036520*    RUN-CONTROL LEDGER (EU01RCL) -- kept by the nightly stream's
036530*    run only.  EUL01 is step 3; EUL01CAL (1) and the DTLPRIOR
036540*    cut (2) must have completed the business date first.
036550*----------------------------------------------------------------
036560 01  EU01-NIGHTLY-JOB-ID     PIC X(08) VALUE 'EUL01NGT'.
036570 01  EU01-RCL-SELF           PIC 9(01) VALUE 3.
036580 01  EU01-RCL-CAL            PIC 9(01) VALUE 1.
036590 01  EU01-RCL-CUT            PIC 9(01) VALUE 2.

036600 01  EU01-RCL-SW             PIC X(01) VALUE 'N'.
036610     88  EU01-RCL-KEPT               VALUE 'Y'.
036620     88  EU01-RCL-NOT-KEPT           VALUE 'N'.

036630*----------------------------------------------------------------
036700*    CLOSED-FORM (LARGE-CEILING) WORKING FIELDS
036800*----------------------------------------------------------------
036900 01  EU01-CLOSED-FORM-LIMIT  PIC 9(10) VALUE 100000.
045100     PERFORM 5000-WRITE-OUTPUTS
045200         THRU 5000-EXIT.

045220     IF EU01-RCL-KEPT
045240         PERFORM 8750-LEDGER-COMPLETE
045260             THRU 8750-EXIT
045280     END-IF.

045300     GO TO 9999-TERMINATE.

045400******************************************************************
048000             GO TO 9999-TERMINATE
048100     END-READ.

048110*    EUL01CAL stamps the business date on every parameter
048120*    record -- tonight, or the missed night on a catch-up
048130*    replay.  A file without one (the EUL01MNT operator
048140*    selection) runs as the night the stream is on.
048150     MOVE EU01-PARM-BUSINESS-DATE TO EU01-BUSINESS-DATE.

048160     IF EU01-PARM-BUSINESS-DATE IS NOT NUMERIC
048170             OR EU01-PARM-BUSINESS-DATE IS EQUAL TO 0
048176         PERFORM 1050-TAKE-LEDGER-DATE
048182             THRU 1050-EXIT
048190     ELSE
048200         DISPLAY 'EU01-0020 RUNNING FOR BUSINESS DATE '
048210             EU01-BUSINESS-DATE
048220     END-IF.

048230     PERFORM 1200-LOAD-ONE-RULE-SET
048300         THRU 1200-EXIT
048400         UNTIL EU01-PARM-FILE-EOF.

048700     PERFORM 1800-CHECK-RESTART
048800         THRU 1800-EXIT.

048810*    The ledger is consulted before the work file is opened --
048820*    a refused run must not truncate an in-flight DTLWORK.
048830     IF EU01-JCL-PARM-LEN IS GREATER THAN 0
048840             AND EU01-JCL-PARM-TEXT IS EQUAL TO
048850                 EU01-NIGHTLY-JOB-ID
048860         PERFORM 8700-LEDGER-START
048870             THRU 8700-EXIT
048880     END-IF.

048900*    On a resume the work records already written survive and
049000*    the pass extends them; a fresh start (or a checkpoint
049100*    whose parameters no longer match) rewrites the work file
050500         GO TO 9999-TERMINATE
050600     END-IF.

050604*    The start is logged with the work still ahead of the pass
050608*    -- numbers to walk times enumeration rule sets -- which
050612*    EUL01CAL turns into the night's measured throughput.
050616     MOVE 0 TO EU01-WALK-COUNT.
050620     IF EU01-ENUM-COUNT IS GREATER THAN 0
050624             AND EU01-ENUM-HIGH IS GREATER THAN CURRENT-NUMBER
050628         COMPUTE EU01-WALK-COUNT =
050632             EU01-ENUM-HIGH - CURRENT-NUMBER
050636     END-IF.

050640     DISPLAY 'EU01-0027 RUN STARTED FOR ' EU01-BUSINESS-DATE
050644         ' -- ' EU01-ENUM-COUNT ' RULE SET(S) BY ENUMERATION, '
050648         EU01-WALK-COUNT ' NUMBER(S) TO WALK'.

050652     MOVE SPACES TO EU01-EVENT-RULE.
050656     MOVE 'EU01-0027' TO EU01-EVENT-CODE.
050660     MOVE 'I' TO EU01-EVENT-SEV.
050664     MOVE 'RUN STARTED FOR' TO EU01-EVENT-TEXT.
050668     MOVE EU01-BUSINESS-DATE TO EU01-EVENT-TEXT(17:8).
050672     MOVE ', ENUM SETS' TO EU01-EVENT-TEXT(25:12).
050676     MOVE EU01-ENUM-COUNT TO EU01-EVENT-TEXT(37:2).
050680     MOVE ', NUMBERS' TO EU01-EVENT-TEXT(39:10).
050684     MOVE EU01-WALK-COUNT TO EU01-EVENT-TEXT(49:10).
050688     PERFORM 8900-WRITE-EVENT
050692         THRU 8900-EXIT.

050700     GO TO 1000-EXIT.

050800 1000-EXIT.
050803     EXIT.

050806******************************************************************
050809*    1050-TAKE-LEDGER-DATE                                       *
050812*        The parameter file carries no business date.  Run as    *
050815*        the night the stream is on -- the current date on the   *
050818*        run-control ledger's control record -- so a file        *
050821*        written by the operator selection before midnight and   *
050824*        run after it is still tonight's.  An ad-hoc run with    *
050827*        no ledger falls back to the system date.  The ledger    *
050830*        is only read here.                                      *
050833******************************************************************
050836 1050-TAKE-LEDGER-DATE.
050839     OPEN INPUT RCL-FILE.

050842     IF NOT EU01-RCL-OK
050845         ACCEPT EU01-BUSINESS-DATE FROM DATE YYYYMMDD
050848         GO TO 1050-EXIT
050851     END-IF.

050854     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
050857     READ RCL-FILE
050860         INVALID KEY
050863             MOVE 0 TO EU01-RCL-CURRENT-DATE
050866     END-READ.

050869     CLOSE RCL-FILE.

050872     IF EU01-RCL-CURRENT-DATE IS EQUAL TO 0
050875         ACCEPT EU01-BUSINESS-DATE FROM DATE YYYYMMDD
050878         GO TO 1050-EXIT
050881     END-IF.

050884     MOVE EU01-RCL-CURRENT-DATE TO EU01-BUSINESS-DATE.

050887     DISPLAY 'EU01-0029 PARAMETER FILE CARRIES NO BUSINESS DATE '
050890         '-- RUNNING FOR THE STREAM DATE ' EU01-BUSINESS-DATE.

050893     GO TO 1050-EXIT.

050896 1050-EXIT.
050900     EXIT.

051000******************************************************************
054600     INITIALIZE EU01-EXCLUSION-TABLE.

054700     MOVE EU01-PARM-RULE-NAME     TO EU01-RULE-NAME-WK.
054750     MOVE EU01-PARM-ENTITY        TO EU01-ENTITY-WK.
054800     MOVE EU01-PARM-CEILING       TO EU01-CEILING.
054900     MOVE EU01-PARM-FLOOR         TO EU01-FLOOR.
055000     MOVE EU01-PARM-TOLERANCE-PCT TO EU01-TOLERANCE-PCT.
061300******************************************************************
061400 1300-STAGE-RULE-SET.
061500     MOVE EU01-RS-RULE-NAME(EU01-RX)     TO EU01-RULE-NAME-WK.
061550     MOVE EU01-RS-ENTITY(EU01-RX)        TO EU01-ENTITY-WK.
061600     MOVE EU01-RS-CEILING(EU01-RX)       TO EU01-CEILING.
061700     MOVE EU01-RS-FLOOR(EU01-RX)         TO EU01-FLOOR.
061800     MOVE EU01-RS-TOLERANCE-PCT(EU01-RX) TO EU01-TOLERANCE-PCT.
065100******************************************************************
065200 1400-UNSTAGE-RULE-SET.
065300     MOVE EU01-RULE-NAME-WK   TO EU01-RS-RULE-NAME(EU01-RX).
065350     MOVE EU01-ENTITY-WK      TO EU01-RS-ENTITY(EU01-RX).
065400     MOVE EU01-CEILING        TO EU01-RS-CEILING(EU01-RX).
065500     MOVE EU01-FLOOR          TO EU01-RS-FLOOR(EU01-RX).
065600     MOVE EU01-TOLERANCE-PCT  TO EU01-RS-TOLERANCE-PCT(EU01-RX).
070700         GO TO 9999-TERMINATE
070800     END-IF.

070810*    Every total downstream is known by entity and rule set, so
070820*    a rule set with no legal entity cannot be reconciled.
070830     IF EU01-ENTITY-WK IS EQUAL TO SPACES
070840         DISPLAY 'EU01-0028 NO LEGAL ENTITY CODE '
070850             '-- RULE SET ' EU01-RULE-NAME-WK
070860         MOVE 16 TO RETURN-CODE
070870         GO TO 9999-TERMINATE
070880     END-IF.

070900     GO TO 1500-EXIT.

071000 1500-EXIT.
077500******************************************************************
077600 1800-CHECK-RESTART.
077700     SET EU01-RESTART-NOT-FOUND TO TRUE.
077750     SET EU01-CKPT-NOT-ON-FILE TO TRUE.

077800     OPEN INPUT CKPT-FILE.

078900         GO TO 1800-EXIT
079000     END-IF.

079050     SET EU01-CKPT-ON-FILE TO TRUE.

079100     PERFORM 1820-CHECK-CHECKPOINT-PARMS
079200         THRU 1820-EXIT.

153400 6000-WRITE-SUMMARY.
153500     INITIALIZE EU01-SUM-RECORD.

153600     MOVE EU01-BUSINESS-DATE TO EU01-SUM-RUN-DATE.

153700     MOVE EU01-RULE-NAME-WK  TO EU01-SUM-RULE-NAME.
153800     MOVE EU01-CEILING       TO EU01-SUM-CEILING.
155100     MOVE RUNNING-SUM        TO EU01-SUM-RUNNING-SUM.
155200     MOVE EU01-CLOSED-FORM-SW TO EU01-SUM-CLOSED-FORM-SW.
155300     MOVE EU01-MATCH-COUNT   TO EU01-SUM-RECORD-COUNT.
155350     MOVE EU01-ENTITY-WK     TO EU01-SUM-ENTITY.

155400     WRITE EU01-SUM-RECORD.

158900         OPEN OUTPUT HIST-FILE
159000     END-IF.

159100     MOVE EU01-BUSINESS-DATE TO EU01-HIST-RUN-DATE.
159200     ACCEPT EU01-HIST-RUN-TIME FROM TIME.

159300     IF EU01-JCL-PARM-LEN IS EQUAL TO 0

161300     MOVE RUNNING-SUM        TO EU01-HIST-RUNNING-SUM.
161400     MOVE EU01-CLOSED-FORM-SW TO EU01-HIST-CLOSED-FORM-SW.
161450     MOVE EU01-ENTITY-WK     TO EU01-HIST-ENTITY.

161500     WRITE EU01-HIST-RECORD.

164000     EXIT.

164100******************************************************************
164101******************************************************************
164102*    8700-LEDGER-START                                           *
164103*        Nightly stream only.  Consult the run-control ledger    *
164104*        before the pass: the parameter file must be for the     *
164105*        business date the stream is on, EUL01CAL and the        *
164106*        DTLPRIOR cut must have completed it, and EUL01 must     *
164107*        not have.  A pass starting fresh (no checkpoint on      *
164108*        file) also needs the EUL01RCK gate to have cleared the  *
164109*        dataset scratch since the last attempt -- without it    *
164110*        the MOD datasets may still hold the abended attempt's   *
164111*        records.  Record the step as started and consume the    *
164112*        scratch clearance.                                      *
164113******************************************************************
164114 8700-LEDGER-START.
164115     OPEN I-O RCL-FILE.

164116     IF NOT EU01-RCL-OK
164117         DISPLAY 'EU01-0021 UNABLE TO OPEN RUN-CONTROL LEDGER, '
164118             'STATUS ' EU01-RCL-STATUS
164119         MOVE 16 TO RETURN-CODE
164120         GO TO 9999-TERMINATE
164121     END-IF.

164122     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
164123     READ RCL-FILE
164124         INVALID KEY
164125             MOVE 0 TO EU01-RCL-CURRENT-DATE
164126     END-READ.

164127     IF EU01-RCL-CURRENT-DATE NOT EQUAL EU01-BUSINESS-DATE
164128         CLOSE RCL-FILE
164129         DISPLAY 'EU01-0022 PARAMETER FILE IS FOR BUSINESS DATE '
164130             EU01-BUSINESS-DATE ' BUT THE STREAM IS ON '
164131             EU01-RCL-CURRENT-DATE ' -- NOT RUN'
164132         MOVE 16 TO RETURN-CODE
164133         GO TO 9999-TERMINATE
164134     END-IF.

164135     MOVE EU01-BUSINESS-DATE TO EU01-RCL-BUSINESS-DATE.
164136     READ RCL-FILE
164137         INVALID KEY
164138             INITIALIZE EU01-RCL-RECORD
164139     END-READ.

164140     IF NOT EU01-RCL-COMPLETE(EU01-RCL-CAL)
164141             OR NOT EU01-RCL-COMPLETE(EU01-RCL-CUT)
164142         CLOSE RCL-FILE
164143         DISPLAY 'EU01-0023 EUL01CAL AND THE DTLPRIOR CUT '
164144             'HAVE NOT BOTH COMPLETED BUSINESS DATE '
164145             EU01-BUSINESS-DATE
164146             ' -- NOT RUN'
164147         MOVE 16 TO RETURN-CODE
164148         GO TO 9999-TERMINATE
164149     END-IF.

164150     IF EU01-RCL-COMPLETE(EU01-RCL-SELF)
164151         CLOSE RCL-FILE
164152         DISPLAY 'EU01-0024 EUL01 ALREADY COMPLETED BUSINESS '
164153             'DATE ' EU01-BUSINESS-DATE ' -- RESUBMISSION '
164154             'REFUSED, OUTPUTS UNTOUCHED'
164156         MOVE 16 TO RETURN-CODE
164157         GO TO 9999-TERMINATE
164158     END-IF.

164159     IF EU01-CKPT-NOT-ON-FILE
164160             AND NOT EU01-RCL-SCRATCHED
164161         CLOSE RCL-FILE
164162         DISPLAY 'EU01-0025 NO CHECKPOINT TO RESUME AND THE '
164163             'DATASETS HAVE NOT BEEN SCRATCHED SINCE THE LAST '
164164             'ATTEMPT -- RESUBMIT WITH RESTART=STEP005'
164165         MOVE 16 TO RETURN-CODE
164166         GO TO 9999-TERMINATE
164167     END-IF.

164168     SET EU01-RCL-NOT-SCRATCHED TO TRUE.
164169     SET EU01-RCL-STARTED(EU01-RCL-SELF) TO TRUE.
164170     ADD 1 TO EU01-RCL-RUN-COUNT(EU01-RCL-SELF).
164171     ACCEPT EU01-RCL-START-DATE(EU01-RCL-SELF)
164172         FROM DATE YYYYMMDD.
164173     ACCEPT EU01-RCL-START-TIME(EU01-RCL-SELF) FROM TIME.
164174     MOVE 0 TO EU01-RCL-END-DATE(EU01-RCL-SELF).
164175     MOVE 0 TO EU01-RCL-END-TIME(EU01-RCL-SELF).

164176     REWRITE EU01-RCL-RECORD.

164177     IF NOT EU01-RCL-OK
164178         DISPLAY 'EU01-0026 RUN-CONTROL LEDGER NOT UPDATED, '
164179             'STATUS ' EU01-RCL-STATUS
164180         CLOSE RCL-FILE
164181         MOVE 16 TO RETURN-CODE
164182         GO TO 9999-TERMINATE
164183     END-IF.

164184     CLOSE RCL-FILE.

164185     SET EU01-RCL-KEPT TO TRUE.

164186     GO TO 8700-EXIT.

164187 8700-EXIT.
164188     EXIT.

164189******************************************************************
164190*    8750-LEDGER-COMPLETE                                        *
164191*        Record EUL01 as complete for the business date on the   *
164192*        run-control ledger.  A ledger that cannot be updated    *
164193*        fails the run, so the stream does not run on past an    *
164194*        unrecorded completion.                                  *
164195******************************************************************
164196 8750-LEDGER-COMPLETE.
164197     OPEN I-O RCL-FILE.

164198     IF NOT EU01-RCL-OK
164199         DISPLAY 'EU01-0026 RUN-CONTROL LEDGER NOT UPDATED, '
164200             'STATUS ' EU01-RCL-STATUS
164201         MOVE 16 TO RETURN-CODE
164202         GO TO 8750-EXIT
164203     END-IF.

164204     MOVE EU01-BUSINESS-DATE TO EU01-RCL-BUSINESS-DATE.
164205     READ RCL-FILE
164206         INVALID KEY
164207             DISPLAY 'EU01-0026 RUN-CONTROL LEDGER NOT UPDATED, '
164208                 'STATUS ' EU01-RCL-STATUS
164209             CLOSE RCL-FILE
164210             MOVE 16 TO RETURN-CODE
164211             GO TO 8750-EXIT
164212     END-READ.

164213     SET EU01-RCL-COMPLETE(EU01-RCL-SELF) TO TRUE.
164214     ACCEPT EU01-RCL-END-DATE(EU01-RCL-SELF)
164215         FROM DATE YYYYMMDD.
164216     ACCEPT EU01-RCL-END-TIME(EU01-RCL-SELF) FROM TIME.

164217     REWRITE EU01-RCL-RECORD.

164218     IF NOT EU01-RCL-OK
164219         DISPLAY 'EU01-0026 RUN-CONTROL LEDGER NOT UPDATED, '
164220             'STATUS ' EU01-RCL-STATUS
164221         MOVE 16 TO RETURN-CODE
164222     END-IF.

164223     CLOSE RCL-FILE.

164224     GO TO 8750-EXIT.

164225 8750-EXIT.
164226     EXIT.

164227******************************************************************
164300*    8900-WRITE-EVENT                                            *
164400*        Append one standardized event record built from the     *
164500*        staging fields to the common nightly event dataset.     *

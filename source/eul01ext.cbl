003900*                        abended reads as "no verdict" and the   *
004000*                        extract refuses, as the backstop        *
004100*                        intends.                                *
004110*       2026-10-15  DOB  Every record transmitted is also        *
004120*                        appended to the cumulative transmission *
004130*                        history (XMTHIST), from which EUL01RSX  *
004140*                        re-sends a prior night, and the night   *
004150*                        is recorded as sent on the transmission *
004160*                        status file (XSTFILE, EU01XST layout)   *
004170*                        with the trailer's detail count and     *
004180*                        hash total, for EUL01ACK to match the   *
004190*                        hub's acknowledgment against.           *
004200*       2026-10-15  DOB  The program now consults the nightly    *
004210*                        run-control ledger (RCLFILE, EU01RCL    *
004220*                        layout): it refuses to run until        *
004230*                        RECONRPT has completed the stream's     *
004236*                        current business date, posting the      *
004242*                        refusal to the event log as an error,   *
004248*                        and records its own step as started and *
004254*                        as complete.                            *
004260*       2026-10-15  DOB  Each detail record now carries the rule *
004270*                        set's legal entity code from the        *
004280*                        summary, so the hub can tell the        *
004290*                        entities apart; the history record      *
004300*                        widens to match (LRECL 168).            *
004310*                                                                *
004320******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID.     EUL01EXT.
004600 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS EU01-XMT-STATUS.

006110     SELECT XMH-FILE ASSIGN TO XMTHIST
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS EU01-XMH-STATUS.

006140     SELECT XST-FILE ASSIGN TO XSTFILE
006150         ORGANIZATION IS INDEXED
006160         ACCESS MODE IS DYNAMIC
006170         RECORD KEY IS EU01-XST-RUN-DATE
006180         FILE STATUS IS EU01-XST-STATUS.

006190     SELECT RCL-FILE ASSIGN TO RCLFILE
006200         ORGANIZATION IS INDEXED
006210         ACCESS MODE IS RANDOM
006220         RECORD KEY IS EU01-RCL-BUSINESS-DATE
006230         FILE STATUS IS EU01-RCL-STATUS.

006240 DATA DIVISION.
006300 FILE SECTION.
006400 FD  SUM-FILE
006500     RECORDING MODE IS F.
007100     RECORDING MODE IS F.
007200 COPY EU01XMT.

007210 FD  XMH-FILE
007220     RECORDING MODE IS F.
007230 01  EU01-XMH-RECORD             PIC X(168).

007240 FD  XST-FILE
007250     RECORDING MODE IS F.
007260 COPY EU01XST.

007270 FD  RCL-FILE
007280     RECORDING MODE IS F.
007290 COPY EU01RCL.

007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
007500*    FILE STATUS SWITCHES
007900         88  EU01-SUM-OK                 VALUE '00'.
008000     05  EU01-EVT-STATUS         PIC X(02).
008100         88  EU01-EVT-OK                 VALUE '00'.
008110         88  EU01-EVT-NOT-FOUND          VALUE '35'.
008200     05  EU01-XMT-STATUS         PIC X(02).
008300         88  EU01-XMT-OK                 VALUE '00'.
008310     05  EU01-XMH-STATUS         PIC X(02).
008320         88  EU01-XMH-OK                 VALUE '00'.
008330         88  EU01-XMH-NOT-FOUND          VALUE '35'.
008340     05  EU01-XST-STATUS         PIC X(02).
008350         88  EU01-XST-OK                 VALUE '00'.
008360     05  EU01-RCL-STATUS         PIC X(02).
008370         88  EU01-RCL-OK                 VALUE '00'.

008400*----------------------------------------------------------------
008500*    GATE-VERDICT SWITCHES FROM THE NIGHT'S EVENT LOG

010800 01  EU01-EXT-SYSTEM-ID      PIC X(08) VALUE 'EUL01RCN'.

010830 01  EU01-EXT-SENT-DATE      PIC 9(08).
010860 01  EU01-EXT-SENT-TIME      PIC 9(08).

010870*----------------------------------------------------------------
010880*    RUN-CONTROL LEDGER (EU01RCL) -- this program's step, the
010890*    step that must have completed before it, and the business
010900*    date the stream is on.
010910*----------------------------------------------------------------
010920 01  EU01-EXT-RCL-SELF       PIC 9(01) VALUE 7.
010930 01  EU01-EXT-RCL-PRED       PIC 9(01) VALUE 6.
010940 01  EU01-EXT-RCL-DATE       PIC 9(08).

010941*----------------------------------------------------------------
010942*    EVENT-LOG STAGING FIELDS -- 8900-WRITE-EVENT picks these
010943*    up; the log is best-effort and never fails the run.
010944*----------------------------------------------------------------
010945 01  EU01-EXT-EVT-FIELDS.
010946     05  EU01-EXT-EVT-RULE       PIC X(08).
010947     05  EU01-EXT-EVT-CODE       PIC X(10).
010948     05  EU01-EXT-EVT-SEV        PIC X(01).
010949     05  EU01-EXT-EVT-TEXT       PIC X(60).

010950 PROCEDURE DIVISION.

011000******************************************************************
011100*    0000-MAINLINE                                               *
011200*        Top-level control paragraph.                            *
011300******************************************************************
011400 0000-MAINLINE.
011430     PERFORM 8700-LEDGER-START
011460         THRU 8700-EXIT.

011500     PERFORM 1000-CHECK-THE-GATES
011600         THRU 1000-EXIT.

011700     PERFORM 2000-WRITE-EXTRACT
011800         THRU 2000-EXIT.

011830     PERFORM 3000-RECORD-SENT
011860         THRU 3000-EXIT.

011900     DISPLAY 'EU01X-0010 TRANSMISSION FILE WRITTEN -- '
012000         EU01-EXT-DETAIL-COUNT ' DETAIL RECORD(S), HASH '
012100         EU01-EXT-HASH-TOTAL.

012130     PERFORM 8750-LEDGER-COMPLETE
012160         THRU 8750-EXIT.

012200     GO TO 9999-TERMINATE.

012300******************************************************************
023700         GO TO 9999-TERMINATE
023800     END-IF.

023810     OPEN EXTEND XMH-FILE.

023820     IF EU01-XMH-NOT-FOUND
023830         OPEN OUTPUT XMH-FILE
023840     END-IF.

023850     IF NOT EU01-XMH-OK
023860         DISPLAY 'EU01X-0011 UNABLE TO OPEN TRANSMISSION '
023870             'HISTORY, STATUS ' EU01-XMH-STATUS
023880         MOVE 16 TO RETURN-CODE
023890         GO TO 9999-TERMINATE
023900     END-IF.

023910     MOVE EU01-SUM-RUN-DATE TO EU01-EXT-RUN-DATE.

024000     INITIALIZE EU01-XMT-HEADER.
024100     MOVE 'H'                 TO EU01-XMT-H-TYPE.
024200     MOVE EU01-EXT-RUN-DATE   TO EU01-XMT-H-RUN-DATE.
024300     MOVE EU01-EXT-SYSTEM-ID  TO EU01-XMT-H-SYSTEM-ID.
024400     WRITE EU01-XMT-HEADER.
024450     WRITE EU01-XMH-RECORD FROM EU01-XMT-HEADER.

024500     PERFORM 2100-WRITE-ONE-DETAIL
024600         THRU 2100-EXIT
025000     MOVE EU01-EXT-DETAIL-COUNT   TO EU01-XMT-T-DETAIL-COUNT.
025100     MOVE EU01-EXT-HASH-TOTAL     TO EU01-XMT-T-HASH-TOTAL.
025200     WRITE EU01-XMT-TRAILER.
025250     WRITE EU01-XMH-RECORD FROM EU01-XMT-TRAILER.

025300     CLOSE XMT-FILE.
025350     CLOSE XMH-FILE.
025400     CLOSE SUM-FILE.

025500     GO TO 2000-EXIT.
027200     MOVE EU01-SUM-TOLERANCE-PCT TO EU01-XMT-D-TOLERANCE-PCT.
027300     MOVE EU01-SUM-RUNNING-SUM   TO EU01-XMT-D-RUNNING-SUM.
027400     MOVE EU01-SUM-RECORD-COUNT  TO EU01-XMT-D-RECORD-COUNT.
027450     MOVE EU01-SUM-ENTITY        TO EU01-XMT-D-ENTITY.

027500     PERFORM 2110-MOVE-ONE-DIVISOR
027600         THRU 2110-EXIT
028600     ADD 1 TO EU01-EXT-DETAIL-COUNT.

028700     WRITE EU01-XMT-DETAIL.
028750     WRITE EU01-XMH-RECORD FROM EU01-XMT-DETAIL.

028800     READ SUM-FILE
028900         AT END
030700 2110-EXIT.
030800     EXIT.

030801******************************************************************
030802*    3000-RECORD-SENT                                            *
030803*        Record the night as sent on the transmission status     *
030804*        file, with the trailer's detail count and hash total    *
030805*        for EUL01ACK to match the hub's acknowledgment against. *
030806*        A night already on file (a rerun of the extract) is     *
030807*        put back to sent and any earlier acknowledgment or      *
030808*        reject is cleared -- the hub must acknowledge the file  *
030809*        it now holds.                                           *
030810******************************************************************
030811 3000-RECORD-SENT.
030812     ACCEPT EU01-EXT-SENT-DATE FROM DATE YYYYMMDD.
030813     ACCEPT EU01-EXT-SENT-TIME FROM TIME.

030814     OPEN I-O XST-FILE.

030815     IF NOT EU01-XST-OK
030816         DISPLAY 'EU01X-0012 UNABLE TO OPEN TRANSMISSION STATUS '
030817             'FILE, STATUS ' EU01-XST-STATUS
030818         MOVE 16 TO RETURN-CODE
030819         GO TO 9999-TERMINATE
030820     END-IF.

030821     MOVE EU01-EXT-RUN-DATE TO EU01-XST-RUN-DATE.

030822     READ XST-FILE
030823         INVALID KEY
030824             INITIALIZE EU01-XST-RECORD
030825             MOVE EU01-EXT-RUN-DATE TO EU01-XST-RUN-DATE
030826     END-READ.

030827     SET EU01-XST-SENT TO TRUE.
030828     MOVE EU01-EXT-DETAIL-COUNT TO EU01-XST-DETAIL-COUNT.
030829     MOVE EU01-EXT-HASH-TOTAL   TO EU01-XST-HASH-TOTAL.
030830     MOVE EU01-EXT-SENT-DATE    TO EU01-XST-SENT-DATE.
030831     MOVE EU01-EXT-SENT-TIME    TO EU01-XST-SENT-TIME.
030832     MOVE 0                     TO EU01-XST-ACK-DATE.
030833     MOVE 0                     TO EU01-XST-ACK-TIME.
030834     MOVE SPACES                TO EU01-XST-REASON-CODE.
030835     MOVE SPACES                TO EU01-XST-REASON-TEXT.
030836     ADD 1 TO EU01-XST-SEND-COUNT.

030837     IF EU01-XST-SEND-COUNT IS EQUAL TO 1
030838         WRITE EU01-XST-RECORD
030839     ELSE
030840         REWRITE EU01-XST-RECORD
030841     END-IF.

030842     IF NOT EU01-XST-OK
030843         DISPLAY 'EU01X-0013 UNABLE TO RECORD TRANSMISSION '
030844             'STATUS, STATUS ' EU01-XST-STATUS
030845         MOVE 16 TO RETURN-CODE
030846         GO TO 9999-TERMINATE
030847     END-IF.

030848     CLOSE XST-FILE.

030849     GO TO 3000-EXIT.

030850 3000-EXIT.
030851     EXIT.

030852******************************************************************
030853*    8700-LEDGER-START                                           *
030854*        Look the stream's current business date up on the       *
030855*        run-control ledger.  RECONRPT must have completed it    *
030856*        -- otherwise the datasets this step reads are not that  *
030857*        night's and the step refuses to run.  Record the step   *
030858*        as started; a rerun of a step already complete for the  *
030859*        date is allowed and noted.                              *
030860******************************************************************
030861 8700-LEDGER-START.
030862     OPEN I-O RCL-FILE.

030863     IF NOT EU01-RCL-OK
030864         DISPLAY 'EU01X-0014 UNABLE TO OPEN RUN-CONTROL LEDGER, '
030865             'STATUS ' EU01-RCL-STATUS
030866         MOVE 16 TO RETURN-CODE
030867         GO TO 9999-TERMINATE
030868     END-IF.

030869     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
030870     READ RCL-FILE
030871         INVALID KEY
030872             MOVE 0 TO EU01-RCL-CURRENT-DATE
030873     END-READ.
030874     MOVE EU01-RCL-CURRENT-DATE TO EU01-EXT-RCL-DATE.

030875     MOVE EU01-EXT-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
030876     READ RCL-FILE
030877         INVALID KEY
030878             INITIALIZE EU01-RCL-RECORD
030879     END-READ.

030880     IF NOT EU01-RCL-COMPLETE(EU01-EXT-RCL-PRED)
030881         CLOSE RCL-FILE
030882         DISPLAY 'EU01X-0015 RECONRPT HAS NOT COMPLETED BUSINESS '
030883             'DATE ' EU01-EXT-RCL-DATE ' -- NOT RUN'
030884         MOVE SPACES TO EU01-EXT-EVT-RULE
030885         MOVE 'EU01X-0015' TO EU01-EXT-EVT-CODE
030886         MOVE 'E' TO EU01-EXT-EVT-SEV
030887         MOVE 'REFUSED -- RECONRPT NOT COMPLETE FOR THE DATE'
030888             TO EU01-EXT-EVT-TEXT
030889         PERFORM 8900-WRITE-EVENT
030890             THRU 8900-EXIT
030891         MOVE 16 TO RETURN-CODE
030892         GO TO 9999-TERMINATE
030893     END-IF.

030894     IF EU01-RCL-COMPLETE(EU01-EXT-RCL-SELF)
030895         DISPLAY 'EU01X-0016 ALREADY COMPLETED FOR BUSINESS DATE '
030896             EU01-EXT-RCL-DATE ' -- RUNNING AGAIN'
030897     END-IF.

030898     SET EU01-RCL-STARTED(EU01-EXT-RCL-SELF) TO TRUE.
030899     ADD 1 TO EU01-RCL-RUN-COUNT(EU01-EXT-RCL-SELF).
030900     ACCEPT EU01-RCL-START-DATE(EU01-EXT-RCL-SELF)
030901         FROM DATE YYYYMMDD.
030902     ACCEPT EU01-RCL-START-TIME(EU01-EXT-RCL-SELF) FROM TIME.
030903     MOVE 0 TO EU01-RCL-END-DATE(EU01-EXT-RCL-SELF).
030904     MOVE 0 TO EU01-RCL-END-TIME(EU01-EXT-RCL-SELF).

030905     REWRITE EU01-RCL-RECORD.

030906     IF NOT EU01-RCL-OK
030907         DISPLAY 'EU01X-0017 RUN-CONTROL LEDGER NOT UPDATED, '
030908             'STATUS ' EU01-RCL-STATUS
030909         CLOSE RCL-FILE
030910         MOVE 16 TO RETURN-CODE
030911         GO TO 9999-TERMINATE
030912     END-IF.

030913     CLOSE RCL-FILE.

030914     GO TO 8700-EXIT.

030915 8700-EXIT.
030916     EXIT.

030917******************************************************************
030918*    8750-LEDGER-COMPLETE                                        *
030919*        Record the step as complete for the business date on    *
030920*        the run-control ledger.  A ledger that cannot be        *
030921*        updated fails the step, so the stream does not run on   *
030922*        past an unrecorded completion.                          *
030923******************************************************************
030924 8750-LEDGER-COMPLETE.
030925     OPEN I-O RCL-FILE.

030926     IF NOT EU01-RCL-OK
030927         DISPLAY 'EU01X-0017 RUN-CONTROL LEDGER NOT UPDATED, '
030928             'STATUS ' EU01-RCL-STATUS
030929         MOVE 16 TO RETURN-CODE
030930         GO TO 8750-EXIT
030931     END-IF.

030932     MOVE EU01-EXT-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
030933     READ RCL-FILE
030934         INVALID KEY
030935             DISPLAY 'EU01X-0017 RUN-CONTROL LEDGER NOT UPDATED, '
030936                 'STATUS ' EU01-RCL-STATUS
030937             CLOSE RCL-FILE
030938             MOVE 16 TO RETURN-CODE
030939             GO TO 8750-EXIT
030940     END-READ.

030941     SET EU01-RCL-COMPLETE(EU01-EXT-RCL-SELF) TO TRUE.
030942     ACCEPT EU01-RCL-END-DATE(EU01-EXT-RCL-SELF)
030943         FROM DATE YYYYMMDD.
030944     ACCEPT EU01-RCL-END-TIME(EU01-EXT-RCL-SELF) FROM TIME.

030945     REWRITE EU01-RCL-RECORD.

030946     IF NOT EU01-RCL-OK
030947         DISPLAY 'EU01X-0017 RUN-CONTROL LEDGER NOT UPDATED, '
030948             'STATUS ' EU01-RCL-STATUS
030949         MOVE 16 TO RETURN-CODE
030950     END-IF.

030951     CLOSE RCL-FILE.

030952     GO TO 8750-EXIT.

030953 8750-EXIT.
030954     EXIT.

030955******************************************************************
030956*    8900-WRITE-EVENT                                            *
030957*        Append one record to the night's event log from the     *
030958*        staging fields.  A log that cannot be opened is noted   *
030959*        and the event dropped -- it never fails the run.        *
030960******************************************************************
030961 8900-WRITE-EVENT.
030962     OPEN EXTEND EVT-FILE.
030963     IF EU01-EVT-NOT-FOUND
030964         OPEN OUTPUT EVT-FILE
030965     END-IF.

030966     IF NOT EU01-EVT-OK
030967         DISPLAY 'EU01X-0018 EVENT LOG UNAVAILABLE, STATUS '
030968             EU01-EVT-STATUS ' -- EVENT NOT LOGGED'
030969         GO TO 8900-EXIT
030970     END-IF.

030971     INITIALIZE EU01-EVT-RECORD.
030972     ACCEPT EU01-EVT-DATE FROM DATE YYYYMMDD.
030973     ACCEPT EU01-EVT-TIME FROM TIME.
030974     MOVE 'EUL01EXT'         TO EU01-EVT-PROGRAM.
030975     MOVE EU01-EXT-EVT-RULE  TO EU01-EVT-RULE-NAME.
030976     MOVE EU01-EXT-EVT-CODE  TO EU01-EVT-MSG-CODE.
030977     MOVE EU01-EXT-EVT-SEV   TO EU01-EVT-SEVERITY.
030978     MOVE EU01-EXT-EVT-TEXT  TO EU01-EVT-TEXT.

030979     WRITE EU01-EVT-RECORD.

030980     CLOSE EVT-FILE.

030981     GO TO 8900-EXIT.

030982 8900-EXIT.
030983     EXIT.

030984******************************************************************
031000*    9999-TERMINATE                                              *
031100*        Common end-of-job paragraph.                            *
031200******************************************************************

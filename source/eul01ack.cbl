000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01ACK                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Inbound acknowledgment processing for the corporate      *
001200*       reconciliation hub.  Reads the acknowledgment / reject   *
001300*       file the hub returns (EU01ACK layout) and matches each   *
001400*       of our records, by the header run date, against the      *
001500*       transmission status file (XSTFILE, EU01XST layout) that  *
001600*       EUL01EXT and EUL01RSX record every send on:              *
001700*                                                                *
001800*         - an acknowledgment whose detail count and hash total  *
001900*           agree with the trailer we sent marks the night       *
002000*           acknowledged;                                        *
002100*         - a reject marks it rejected with the hub's reason;    *
002200*         - an acknowledgment OR reject whose totals disagree    *
002300*           with ours marks it rejected on our own reason --     *
002400*           the hub did not receive the file we sent;            *
002500*         - an acknowledgment received before the night's        *
002600*           latest send (it answers an earlier transmission),    *
002700*           or one already applied, is ignored.                  *
002800*                                                                *
002900*       Then every night still waiting on the hub is checked     *
003000*       against the acknowledgment cutoff (JCL PARM, HHMM): a    *
003100*       night sent before the cutoff is due by that cutoff the   *
003200*       same day, one sent after it by the cutoff the next day.  *
003300*       A night past due is marked unacknowledged.               *
003400*                                                                *
003500*       Every night this run marks rejected or unacknowledged    *
003600*       posts an E event to the night's event log, so the        *
003700*       EUL01STA morning status report shows it; such a night    *
003800*       is re-sent with EUL01RSX once the cause is understood.   *
003900*       The report lists the transmission status of every night  *
004000*       sent in the last EU01-HUB-WINDOW-DAYS days.              *
004100*                                                                *
004200*   MODIFICATION HISTORY.                                        *
004300*       2026-10-15  DOB  Original coding.                        *
004400*                                                                *
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.     EUL01ACK.
004800 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004900 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
005000 DATE-WRITTEN.   2026-10-15.
005100 DATE-COMPILED.

005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ACK-FILE ASSIGN TO ACKFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS EU01-ACK-STATUS.

005800     SELECT XST-FILE ASSIGN TO XSTFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS EU01-XST-RUN-DATE
006200         FILE STATUS IS EU01-XST-STATUS.

006300     SELECT EVT-FILE ASSIGN TO EVTFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS EU01-EVT-STATUS.

006600     SELECT REPORT-FILE ASSIGN TO RPTFILE
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS EU01-RPT-STATUS.

006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  ACK-FILE
007200     RECORDING MODE IS F.
007300 COPY EU01ACK.

007400 FD  XST-FILE
007500     RECORDING MODE IS F.
007600 COPY EU01XST.

007700 FD  EVT-FILE
007800     RECORDING MODE IS F.
007900 COPY EU01EVT.

008000 FD  REPORT-FILE
008100     RECORDING MODE IS F.
008200 01  EU01-HUB-PRINT-LINE         PIC X(132).

008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500*    FILE STATUS SWITCHES
008600*----------------------------------------------------------------
008700 01  EU01-HUB-FILE-STATUSES.
008800     05  EU01-ACK-STATUS         PIC X(02).
008900         88  EU01-ACK-OK                 VALUE '00'.
009000         88  EU01-ACK-NOT-FOUND          VALUE '35'.
009100     05  EU01-XST-STATUS         PIC X(02).
009200         88  EU01-XST-OK                 VALUE '00'.
009300     05  EU01-EVT-STATUS         PIC X(02).
009400         88  EU01-EVT-OK                 VALUE '00'.
009500         88  EU01-EVT-NOT-FOUND          VALUE '35'.
009600     05  EU01-RPT-STATUS         PIC X(02).
009700         88  EU01-RPT-OK                 VALUE '00'.

009800 01  EU01-HUB-ACK-EOF-SW     PIC X(01).
009900     88  EU01-HUB-ACK-EOF            VALUE 'Y'.
010000     88  EU01-HUB-ACK-NOT-EOF        VALUE 'N'.

010100 01  EU01-HUB-XST-EOF-SW     PIC X(01).
010200     88  EU01-HUB-XST-EOF            VALUE 'Y'.
010300     88  EU01-HUB-XST-NOT-EOF        VALUE 'N'.

010400 01  EU01-HUB-EVT-SKIP-SW    PIC X(01) VALUE 'N'.
010500     88  EU01-HUB-EVT-SKIP           VALUE 'Y'.
010600     88  EU01-HUB-EVT-WRITE          VALUE 'N'.

010700 01  EU01-HUB-EVT-FIELDS.
010800     05  EU01-HUB-EVT-CODE       PIC X(10).
010900     05  EU01-HUB-EVT-SEV        PIC X(01).
011000     05  EU01-HUB-EVT-TEXT       PIC X(60).

011100*----------------------------------------------------------------
011200*    CUTOFF, WINDOW AND MATCHING WORKING FIELDS
011300*----------------------------------------------------------------
011400 01  EU01-HUB-SYSTEM-ID      PIC X(08) VALUE 'EUL01RCN'.

011500*    Nights sent within this many days are listed on the report.
011600 01  EU01-HUB-WINDOW-DAYS    PIC 9(03) VALUE 31.

011700 01  EU01-HUB-CUTOFF-X.
011800     05  EU01-HUB-CUTOFF-HH      PIC 9(02).
011900     05  EU01-HUB-CUTOFF-MM      PIC 9(02).
012000 01  EU01-HUB-CUTOFF-TIME    PIC 9(08).

012100 01  EU01-HUB-TODAY          PIC 9(08).
012200 01  EU01-HUB-NOW            PIC 9(08).
012300 01  EU01-HUB-TODAY-INT      PIC 9(08) COMP.
012400 01  EU01-HUB-WINDOW-DATE    PIC 9(08).
012500 01  EU01-HUB-DUE-DATE       PIC 9(08).
012600 01  EU01-HUB-DUE-INT        PIC 9(08) COMP.

012700 01  EU01-HUB-READ-COUNT     PIC 9(05).
012800 01  EU01-HUB-APPLIED-COUNT  PIC 9(05).
012900 01  EU01-HUB-IGNORED-COUNT  PIC 9(05).
013000 01  EU01-HUB-UNKNOWN-COUNT  PIC 9(05).
013100 01  EU01-HUB-REJECT-COUNT   PIC 9(05).
013200 01  EU01-HUB-NOACK-COUNT    PIC 9(05).
013300 01  EU01-HUB-LISTED-COUNT   PIC 9(05).

013400*----------------------------------------------------------------
013500*    REPORT LINES
013600*----------------------------------------------------------------
013700 01  EU01-HUB-HDR1.
013800     05  FILLER              PIC X(10) VALUE 'EUL01ACK'.
013900     05  FILLER              PIC X(42) VALUE
014000         'HUB TRANSMISSION STATUS'.
014100     05  FILLER              PIC X(10) VALUE 'AS OF'.
014200     05  EU01-HUB-HDR1-DATE  PIC 9(08).
014300     05  FILLER              PIC X(10) VALUE '  CUTOFF'.
014400     05  EU01-HUB-HDR1-CUTOFF PIC X(04).
014500     05  FILLER              PIC X(48) VALUE SPACES.

014600 01  EU01-HUB-HDR2.
014700     05  FILLER              PIC X(78) VALUE ALL '-'.
014800     05  FILLER              PIC X(54) VALUE SPACES.

014900 01  EU01-HUB-COL-HDR.
015000     05  FILLER              PIC X(04) VALUE SPACES.
015100     05  FILLER              PIC X(10) VALUE 'RUN DATE'.
015200     05  FILLER              PIC X(14) VALUE 'STATE'.
015300     05  FILLER              PIC X(06) VALUE 'SENDS'.
015400     05  FILLER              PIC X(15) VALUE 'LAST SENT'.
015500     05  FILLER              PIC X(15) VALUE 'HUB RECEIVED'.
015600     05  FILLER              PIC X(12) VALUE '   DETAILS'.
015700     05  FILLER              PIC X(06) VALUE 'REASON'.
015800     05  FILLER              PIC X(50) VALUE SPACES.

015900 01  EU01-HUB-DETAIL-LINE.
016000     05  FILLER              PIC X(04) VALUE SPACES.
016100     05  EU01-HUB-DTL-DATE   PIC 9(08).
016200     05  FILLER              PIC X(02) VALUE SPACES.
016300     05  EU01-HUB-DTL-STATE  PIC X(12).
016400     05  FILLER              PIC X(02) VALUE SPACES.
016500     05  EU01-HUB-DTL-SENDS  PIC ZZ9.
016600     05  FILLER              PIC X(03) VALUE SPACES.
016700     05  EU01-HUB-DTL-SENT-DATE PIC 9(08).
016800     05  FILLER              PIC X(01) VALUE SPACES.
016900     05  EU01-HUB-DTL-SENT-TIME PIC X(04).
017000     05  FILLER              PIC X(02) VALUE SPACES.
017100     05  EU01-HUB-DTL-ACK-DATE PIC X(08).
017200     05  FILLER              PIC X(01) VALUE SPACES.
017300     05  EU01-HUB-DTL-ACK-TIME PIC X(04).
017400     05  FILLER              PIC X(02) VALUE SPACES.
017500     05  EU01-HUB-DTL-COUNT  PIC Z(09)9.
017600     05  FILLER              PIC X(02) VALUE SPACES.
017700     05  EU01-HUB-DTL-REASON-CODE PIC X(04).
017800     05  FILLER              PIC X(01) VALUE SPACES.
017900     05  EU01-HUB-DTL-REASON-TEXT PIC X(46).

018000 01  EU01-HUB-TIME-X         PIC 9(08).
018100 01  EU01-HUB-TIME-R REDEFINES EU01-HUB-TIME-X.
018200     05  EU01-HUB-TIME-HHMM      PIC X(04).
018300     05  FILLER                  PIC X(04).

018400 01  EU01-HUB-PARM-LINE.
018500     05  FILLER              PIC X(04) VALUE SPACES.
018600     05  EU01-HUB-PARM-LABEL PIC X(32).
018700     05  EU01-HUB-PARM-VALUE PIC Z(04)9.
018800     05  FILLER              PIC X(91) VALUE SPACES.

018900 01  EU01-HUB-NOTE-LINE.
019000     05  FILLER              PIC X(04) VALUE SPACES.
019100     05  EU01-HUB-NOTE-TEXT  PIC X(70).
019200     05  FILLER              PIC X(58) VALUE SPACES.

019300 01  EU01-HUB-BLANK-LINE     PIC X(132) VALUE SPACES.

019400 LINKAGE SECTION.
019500*----------------------------------------------------------------
019600*    JCL EXEC PARM -- the acknowledgment cutoff, HHMM on the
019700*    24-hour clock, exactly four digits (e.g. PARM='0600').
019800*----------------------------------------------------------------
019900 01  EU01-HUB-JCL-PARM.
020000     05  EU01-HUB-PARM-LEN       PIC S9(04) COMP.
020100     05  EU01-HUB-PARM-TEXT      PIC X(04).

020200 PROCEDURE DIVISION USING EU01-HUB-JCL-PARM.

020300******************************************************************
020400*    0000-MAINLINE                                               *
020500*        Top-level control paragraph.                            *
020600******************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE
020900         THRU 1000-EXIT.

021000     PERFORM 2000-MATCH-ONE-ACK
021100         THRU 2000-EXIT
021200         UNTIL EU01-HUB-ACK-EOF.

021300     PERFORM 3000-START-STATUS-PASS
021400         THRU 3000-EXIT.

021500     PERFORM 3100-CHECK-ONE-NIGHT
021600         THRU 3100-EXIT
021700         UNTIL EU01-HUB-XST-EOF.

021800     PERFORM 4000-PRINT-TOTALS
021900         THRU 4000-EXIT.

022000     CLOSE XST-FILE REPORT-FILE.

022100     IF EU01-HUB-REJECT-COUNT > 0
022200             OR EU01-HUB-NOACK-COUNT > 0
022300         DISPLAY 'EU01T-0010 ' EU01-HUB-REJECT-COUNT
022400             ' NIGHT(S) REJECTED, ' EU01-HUB-NOACK-COUNT
022500             ' NIGHT(S) UNACKNOWLEDGED -- RE-SEND WITH EUL01RSX'
022600         MOVE 4 TO RETURN-CODE
022700     END-IF.

022800     GO TO 9999-TERMINATE.

022900******************************************************************
023000*    1000-INITIALIZE                                             *
023100*        Validate the cutoff parameter and open the files.  No   *
023200*        acknowledgment file from the hub is not a failure --    *
023300*        there is nothing to match, and the cutoff check will    *
023400*        catch any night the hub has gone quiet on.              *
023500******************************************************************
023600 1000-INITIALIZE.
023700     MOVE 0 TO EU01-HUB-READ-COUNT.
023800     MOVE 0 TO EU01-HUB-APPLIED-COUNT.
023900     MOVE 0 TO EU01-HUB-IGNORED-COUNT.
024000     MOVE 0 TO EU01-HUB-UNKNOWN-COUNT.
024100     MOVE 0 TO EU01-HUB-REJECT-COUNT.
024200     MOVE 0 TO EU01-HUB-NOACK-COUNT.
024300     MOVE 0 TO EU01-HUB-LISTED-COUNT.
024400     SET EU01-HUB-ACK-NOT-EOF TO TRUE.
024500     SET EU01-HUB-XST-NOT-EOF TO TRUE.

024600     IF EU01-HUB-PARM-LEN IS NOT EQUAL TO 4
024700             OR EU01-HUB-PARM-TEXT IS NOT NUMERIC
024800         DISPLAY 'EU01T-0001 CUTOFF PARM MUST BE EXACTLY FOUR '
024900             'DIGITS, HHMM, E.G. 0600'
025000         MOVE 16 TO RETURN-CODE
025100         GO TO 9999-TERMINATE
025200     END-IF.

025300     MOVE EU01-HUB-PARM-TEXT TO EU01-HUB-CUTOFF-X.

025400     IF EU01-HUB-CUTOFF-HH > 23
025500             OR EU01-HUB-CUTOFF-MM > 59
025600         DISPLAY 'EU01T-0002 CUTOFF PARM ' EU01-HUB-PARM-TEXT
025700             ' IS NOT A VALID TIME OF DAY'
025800         MOVE 16 TO RETURN-CODE
025900         GO TO 9999-TERMINATE
026000     END-IF.

026100     COMPUTE EU01-HUB-CUTOFF-TIME =
026200         EU01-HUB-CUTOFF-HH * 1000000
026300         + EU01-HUB-CUTOFF-MM * 10000.

026400     ACCEPT EU01-HUB-TODAY FROM DATE YYYYMMDD.
026500     ACCEPT EU01-HUB-NOW FROM TIME.

026600     COMPUTE EU01-HUB-TODAY-INT =
026700         FUNCTION INTEGER-OF-DATE(EU01-HUB-TODAY).
026800     COMPUTE EU01-HUB-WINDOW-DATE =
026900         FUNCTION DATE-OF-INTEGER(EU01-HUB-TODAY-INT
027000             - EU01-HUB-WINDOW-DAYS).

027100     OPEN I-O XST-FILE.

027200     IF NOT EU01-XST-OK
027300         DISPLAY 'EU01T-0003 UNABLE TO OPEN TRANSMISSION STATUS '
027400             'FILE, STATUS ' EU01-XST-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 9999-TERMINATE
027700     END-IF.

027800     OPEN OUTPUT REPORT-FILE.

027900     IF NOT EU01-RPT-OK
028000         DISPLAY 'EU01T-0004 UNABLE TO OPEN REPORT FILE, '
028100             'STATUS ' EU01-RPT-STATUS
028200         MOVE 16 TO RETURN-CODE
028300         GO TO 9999-TERMINATE
028400     END-IF.

028500     MOVE EU01-HUB-TODAY TO EU01-HUB-HDR1-DATE.
028600     MOVE EU01-HUB-PARM-TEXT TO EU01-HUB-HDR1-CUTOFF.
028700     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-HDR1
028800         AFTER ADVANCING PAGE.
028900     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-HDR2
029000         AFTER ADVANCING 1 LINE.
029100     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-COL-HDR
029200         AFTER ADVANCING 1 LINE.

029300     OPEN INPUT ACK-FILE.

029400     IF EU01-ACK-NOT-FOUND
029500         DISPLAY 'EU01T-0005 NO ACKNOWLEDGMENT FILE FROM THE HUB'
029600         SET EU01-HUB-ACK-EOF TO TRUE
029700         GO TO 1000-EXIT
029800     END-IF.

029900     IF NOT EU01-ACK-OK
030000         DISPLAY 'EU01T-0006 UNABLE TO OPEN ACKNOWLEDGMENT FILE, '
030100             'STATUS ' EU01-ACK-STATUS
030200         MOVE 16 TO RETURN-CODE
030300         GO TO 9999-TERMINATE
030400     END-IF.

030500     GO TO 1000-EXIT.

030600 1000-EXIT.
030700     EXIT.

030800******************************************************************
030900*    2000-MATCH-ONE-ACK                                          *
031000*        Read the next acknowledgment record and apply it to the *
031100*        night it answers.  Another system's record, a night we  *
031200*        never sent, an acknowledgment older than the night's    *
031300*        latest send and one already applied are all left        *
031400*        alone; the status file is rewritten only for a genuine  *
031500*        answer to the file the hub now holds.                   *
031600******************************************************************
031700 2000-MATCH-ONE-ACK.
031800     READ ACK-FILE
031900         AT END
032000             SET EU01-HUB-ACK-EOF TO TRUE
032100             CLOSE ACK-FILE
032200             GO TO 2000-EXIT
032300     END-READ.

032400     ADD 1 TO EU01-HUB-READ-COUNT.

032500     IF EU01-ACK-SYSTEM-ID IS NOT EQUAL TO EU01-HUB-SYSTEM-ID
032600         ADD 1 TO EU01-HUB-IGNORED-COUNT
032700         GO TO 2000-EXIT
032800     END-IF.

032900     MOVE EU01-ACK-RUN-DATE TO EU01-XST-RUN-DATE.

033000     READ XST-FILE
033100         INVALID KEY
033200             ADD 1 TO EU01-HUB-UNKNOWN-COUNT
033300             DISPLAY 'EU01T-0007 HUB ANSWERED NIGHT '
033400                 EU01-ACK-RUN-DATE ' WHICH WAS NEVER SENT'
033500             MOVE 'EU01T-0007' TO EU01-HUB-EVT-CODE
033600             MOVE 'W' TO EU01-HUB-EVT-SEV
033700             MOVE 'HUB ANSWERED A NIGHT NEVER SENT:'
033800                 TO EU01-HUB-EVT-TEXT
033900             MOVE EU01-ACK-RUN-DATE
034000                 TO EU01-HUB-EVT-TEXT(34:8)
034100             PERFORM 8900-WRITE-EVENT
034200                 THRU 8900-EXIT
034300             GO TO 2000-EXIT
034400     END-READ.

034500     IF EU01-ACK-RECV-DATE < EU01-XST-SENT-DATE
034600             OR (EU01-ACK-RECV-DATE = EU01-XST-SENT-DATE
034700                 AND EU01-ACK-RECV-TIME < EU01-XST-SENT-TIME)
034800         ADD 1 TO EU01-HUB-IGNORED-COUNT
034900         GO TO 2000-EXIT
035000     END-IF.

035100     IF EU01-ACK-RECV-DATE = EU01-XST-ACK-DATE
035200             AND EU01-ACK-RECV-TIME = EU01-XST-ACK-TIME
035300         ADD 1 TO EU01-HUB-IGNORED-COUNT
035400         GO TO 2000-EXIT
035500     END-IF.

035600     ADD 1 TO EU01-HUB-APPLIED-COUNT.
035700     MOVE EU01-ACK-RECV-DATE TO EU01-XST-ACK-DATE.
035800     MOVE EU01-ACK-RECV-TIME TO EU01-XST-ACK-TIME.

035900     IF EU01-ACK-DETAIL-COUNT IS NOT EQUAL TO
036000             EU01-XST-DETAIL-COUNT
036100             OR EU01-ACK-HASH-TOTAL IS NOT EQUAL TO
036200             EU01-XST-HASH-TOTAL
036300         SET EU01-XST-REJECTED TO TRUE
036400         MOVE 'TOTL' TO EU01-XST-REASON-CODE
036500         MOVE 'HUB COUNT OR HASH DOES NOT MATCH THE TRAILER SENT'
036600             TO EU01-XST-REASON-TEXT
036700     ELSE
036800         IF EU01-ACK-ACCEPTED
036900             SET EU01-XST-ACKNOWLEDGED TO TRUE
037000             MOVE SPACES TO EU01-XST-REASON-CODE
037100             MOVE SPACES TO EU01-XST-REASON-TEXT
037200         ELSE
037300             SET EU01-XST-REJECTED TO TRUE
037400             MOVE EU01-ACK-REASON-CODE TO EU01-XST-REASON-CODE
037500             MOVE EU01-ACK-REASON-TEXT TO EU01-XST-REASON-TEXT
037600         END-IF
037700     END-IF.

037800     REWRITE EU01-XST-RECORD.

037900     IF NOT EU01-XST-OK
038000         DISPLAY 'EU01T-0008 UNABLE TO UPDATE TRANSMISSION '
038100             'STATUS FOR ' EU01-XST-RUN-DATE ', STATUS '
038200             EU01-XST-STATUS
038300         MOVE 16 TO RETURN-CODE
038400         GO TO 9999-TERMINATE
038500     END-IF.

038600     IF EU01-XST-REJECTED
038700         ADD 1 TO EU01-HUB-REJECT-COUNT
038800         DISPLAY 'EU01T-0009 HUB REJECTED NIGHT '
038900             EU01-XST-RUN-DATE ': ' EU01-XST-REASON-CODE ' '
039000             EU01-XST-REASON-TEXT
039100         MOVE 'EU01T-0009' TO EU01-HUB-EVT-CODE
039200         MOVE 'E' TO EU01-HUB-EVT-SEV
039300         MOVE 'HUB REJECTED NIGHT' TO EU01-HUB-EVT-TEXT
039400         MOVE EU01-XST-RUN-DATE TO EU01-HUB-EVT-TEXT(20:8)
039500         MOVE EU01-XST-REASON-CODE TO EU01-HUB-EVT-TEXT(29:4)
039600         MOVE EU01-XST-REASON-TEXT TO EU01-HUB-EVT-TEXT(34:27)
039700         PERFORM 8900-WRITE-EVENT
039800             THRU 8900-EXIT
039900     END-IF.

040000     GO TO 2000-EXIT.

040100 2000-EXIT.
040200     EXIT.

040300******************************************************************
040400*    3000-START-STATUS-PASS                                      *
040500*        Position at the first night on the status file for the  *
040600*        cutoff check and the report.                            *
040700******************************************************************
040800 3000-START-STATUS-PASS.
040900     MOVE 0 TO EU01-XST-RUN-DATE.

041000     START XST-FILE
041100         KEY IS NOT LESS THAN EU01-XST-RUN-DATE
041200         INVALID KEY
041300             SET EU01-HUB-XST-EOF TO TRUE
041400     END-START.

041500     GO TO 3000-EXIT.

041600 3000-EXIT.
041700     EXIT.

041800******************************************************************
041900*    3100-CHECK-ONE-NIGHT                                        *
042000*        Read the next night on the status file.  A night still  *
042100*        waiting on the hub past its cutoff is marked            *
042200*        unacknowledged; a night inside the report window is     *
042300*        printed.                                                *
042400******************************************************************
042500 3100-CHECK-ONE-NIGHT.
042600     READ XST-FILE NEXT RECORD
042700         AT END
042800             SET EU01-HUB-XST-EOF TO TRUE
042900             GO TO 3100-EXIT
043000     END-READ.

043100     IF EU01-XST-SENT
043200         PERFORM 3200-CHECK-THE-CUTOFF
043300             THRU 3200-EXIT
043400     END-IF.

043500     IF EU01-XST-RUN-DATE < EU01-HUB-WINDOW-DATE
043600         GO TO 3100-EXIT
043700     END-IF.

043800     ADD 1 TO EU01-HUB-LISTED-COUNT.

043900     MOVE EU01-XST-RUN-DATE     TO EU01-HUB-DTL-DATE.
044000     MOVE EU01-XST-STATE TO EU01-HUB-DTL-STATE.
044100     IF EU01-XST-SENT
044200         MOVE 'SENT'         TO EU01-HUB-DTL-STATE
044300     END-IF.
044400     IF EU01-XST-ACKNOWLEDGED
044500         MOVE 'ACKNOWLEDGED' TO EU01-HUB-DTL-STATE
044600     END-IF.
044700     IF EU01-XST-REJECTED
044800         MOVE 'REJECTED'     TO EU01-HUB-DTL-STATE
044900     END-IF.
045000     IF EU01-XST-NO-ACK
045100         MOVE 'NO ACK'       TO EU01-HUB-DTL-STATE
045200     END-IF.
045300     MOVE EU01-XST-SEND-COUNT   TO EU01-HUB-DTL-SENDS.
045400     MOVE EU01-XST-SENT-DATE    TO EU01-HUB-DTL-SENT-DATE.
045500     MOVE EU01-XST-SENT-TIME    TO EU01-HUB-TIME-X.
045600     MOVE EU01-HUB-TIME-HHMM    TO EU01-HUB-DTL-SENT-TIME.
045700     IF EU01-XST-ACK-DATE IS EQUAL TO 0
045800         MOVE SPACES TO EU01-HUB-DTL-ACK-DATE
045900         MOVE SPACES TO EU01-HUB-DTL-ACK-TIME
046000     ELSE
046100         MOVE EU01-XST-ACK-DATE TO EU01-HUB-DTL-ACK-DATE
046200         MOVE EU01-XST-ACK-TIME TO EU01-HUB-TIME-X
046300         MOVE EU01-HUB-TIME-HHMM TO EU01-HUB-DTL-ACK-TIME
046400     END-IF.
046500     MOVE EU01-XST-DETAIL-COUNT TO EU01-HUB-DTL-COUNT.
046600     MOVE EU01-XST-REASON-CODE  TO EU01-HUB-DTL-REASON-CODE.
046700     MOVE EU01-XST-REASON-TEXT  TO EU01-HUB-DTL-REASON-TEXT.
046800     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-DETAIL-LINE
046900         AFTER ADVANCING 1 LINE.

047000     GO TO 3100-EXIT.

047100 3100-EXIT.
047200     EXIT.

047300******************************************************************
047400*    3200-CHECK-THE-CUTOFF                                       *
047500*        A night sent before the cutoff time is due by the       *
047600*        cutoff that same day; one sent at or after it, by the   *
047700*        cutoff the next day.  Past due with no answer, it is    *
047800*        marked unacknowledged and an E event is posted.         *
047900******************************************************************
048000 3200-CHECK-THE-CUTOFF.
048100     IF EU01-XST-SENT-TIME < EU01-HUB-CUTOFF-TIME
048200         MOVE EU01-XST-SENT-DATE TO EU01-HUB-DUE-DATE
048300     ELSE
048400         COMPUTE EU01-HUB-DUE-INT =
048500             FUNCTION INTEGER-OF-DATE(EU01-XST-SENT-DATE) + 1
048600         COMPUTE EU01-HUB-DUE-DATE =
048700             FUNCTION DATE-OF-INTEGER(EU01-HUB-DUE-INT)
048800     END-IF.

048900     IF EU01-HUB-TODAY < EU01-HUB-DUE-DATE
049000         GO TO 3200-EXIT
049100     END-IF.

049200     IF EU01-HUB-TODAY = EU01-HUB-DUE-DATE
049300             AND EU01-HUB-NOW < EU01-HUB-CUTOFF-TIME
049400         GO TO 3200-EXIT
049500     END-IF.

049600     SET EU01-XST-NO-ACK TO TRUE.
049700     MOVE 'NACK' TO EU01-XST-REASON-CODE.
049800     MOVE 'NO ACKNOWLEDGMENT FROM THE HUB BY THE CUTOFF'
049900         TO EU01-XST-REASON-TEXT.

050000     REWRITE EU01-XST-RECORD.

050100     IF NOT EU01-XST-OK
050200         DISPLAY 'EU01T-0008 UNABLE TO UPDATE TRANSMISSION '
050300             'STATUS FOR ' EU01-XST-RUN-DATE ', STATUS '
050400             EU01-XST-STATUS
050500         MOVE 16 TO RETURN-CODE
050600         GO TO 9999-TERMINATE
050700     END-IF.

050800     ADD 1 TO EU01-HUB-NOACK-COUNT.
050900     DISPLAY 'EU01T-0011 NO ACKNOWLEDGMENT FROM THE HUB FOR '
051000         'NIGHT ' EU01-XST-RUN-DATE ' BY THE ' EU01-HUB-PARM-TEXT
051100         ' CUTOFF'.
051200     MOVE 'EU01T-0011' TO EU01-HUB-EVT-CODE.
051300     MOVE 'E' TO EU01-HUB-EVT-SEV.
051400     MOVE 'NO HUB ACK BY CUTOFF FOR NIGHT' TO EU01-HUB-EVT-TEXT.
051500     MOVE EU01-XST-RUN-DATE TO EU01-HUB-EVT-TEXT(32:8).
051600     PERFORM 8900-WRITE-EVENT
051700         THRU 8900-EXIT.

051800     GO TO 3200-EXIT.

051900 3200-EXIT.
052000     EXIT.

052100******************************************************************
052200*    4000-PRINT-TOTALS                                           *
052300*        Print the acknowledgment-file counts and tonight's      *
052400*        rejected and unacknowledged nights.                     *
052500******************************************************************
052600 4000-PRINT-TOTALS.
052700     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-BLANK-LINE
052800         AFTER ADVANCING 1 LINE.

052900     IF EU01-HUB-LISTED-COUNT IS EQUAL TO 0
053000         MOVE 'NO NIGHTS SENT IN THE REPORT WINDOW'
053100             TO EU01-HUB-NOTE-TEXT
053200         WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-NOTE-LINE
053300             AFTER ADVANCING 1 LINE
053400     END-IF.

053500     MOVE 'ACKNOWLEDGMENT RECORDS READ' TO EU01-HUB-PARM-LABEL.
053600     MOVE EU01-HUB-READ-COUNT TO EU01-HUB-PARM-VALUE.
053700     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-PARM-LINE
053800         AFTER ADVANCING 1 LINE.

053900     MOVE '  APPLIED' TO EU01-HUB-PARM-LABEL.
054000     MOVE EU01-HUB-APPLIED-COUNT TO EU01-HUB-PARM-VALUE.
054100     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-PARM-LINE
054200         AFTER ADVANCING 1 LINE.

054300     MOVE '  IGNORED (STALE OR REPEATED)' TO EU01-HUB-PARM-LABEL.
054400     MOVE EU01-HUB-IGNORED-COUNT TO EU01-HUB-PARM-VALUE.
054500     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-PARM-LINE
054600         AFTER ADVANCING 1 LINE.

054700     MOVE '  FOR A NIGHT NEVER SENT' TO EU01-HUB-PARM-LABEL.
054800     MOVE EU01-HUB-UNKNOWN-COUNT TO EU01-HUB-PARM-VALUE.
054900     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-PARM-LINE
055000         AFTER ADVANCING 1 LINE.

055100     MOVE 'NIGHTS REJECTED THIS RUN' TO EU01-HUB-PARM-LABEL.
055200     MOVE EU01-HUB-REJECT-COUNT TO EU01-HUB-PARM-VALUE.
055300     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-PARM-LINE
055400         AFTER ADVANCING 1 LINE.

055500     MOVE 'NIGHTS PAST THE CUTOFF THIS RUN'
055600           TO EU01-HUB-PARM-LABEL.
055700     MOVE EU01-HUB-NOACK-COUNT TO EU01-HUB-PARM-VALUE.
055800     WRITE EU01-HUB-PRINT-LINE FROM EU01-HUB-PARM-LINE
055900         AFTER ADVANCING 1 LINE.

056000     GO TO 4000-EXIT.

056100 4000-EXIT.
056200     EXIT.

056300******************************************************************
056400*    8900-WRITE-EVENT                                            *
056500*        Append one event record to the night's event log.       *
056600*        Best effort: an unavailable log is reported once and    *
056700*        then skipped -- it never fails the run.                 *
056800******************************************************************
056900 8900-WRITE-EVENT.
057000     IF EU01-HUB-EVT-SKIP
057100         GO TO 8900-EXIT
057200     END-IF.

057300     OPEN EXTEND EVT-FILE.
057400     IF EU01-EVT-NOT-FOUND
057500         OPEN OUTPUT EVT-FILE
057600     END-IF.

057700     IF NOT EU01-EVT-OK
057800         DISPLAY 'EU01T-0012 EVENT LOG UNAVAILABLE, STATUS '
057900             EU01-EVT-STATUS ' -- EVENTS WILL NOT BE LOGGED'
058000         SET EU01-HUB-EVT-SKIP TO TRUE
058100         GO TO 8900-EXIT
058200     END-IF.

058300     INITIALIZE EU01-EVT-RECORD.
058400     ACCEPT EU01-EVT-DATE FROM DATE YYYYMMDD.
058500     ACCEPT EU01-EVT-TIME FROM TIME.
058600     MOVE 'EUL01ACK'         TO EU01-EVT-PROGRAM.
058700     MOVE SPACES             TO EU01-EVT-RULE-NAME.
058800     MOVE EU01-HUB-EVT-CODE  TO EU01-EVT-MSG-CODE.
058900     MOVE EU01-HUB-EVT-SEV   TO EU01-EVT-SEVERITY.
059000     MOVE EU01-HUB-EVT-TEXT  TO EU01-EVT-TEXT.

059100     WRITE EU01-EVT-RECORD.

059200     CLOSE EVT-FILE.

059300     GO TO 8900-EXIT.

059400 8900-EXIT.
059500     EXIT.

059600******************************************************************
059700*    9999-TERMINATE                                              *
059800*        Common end-of-job paragraph.                            *
059900******************************************************************
060000 9999-TERMINATE.
060100     STOP RUN.

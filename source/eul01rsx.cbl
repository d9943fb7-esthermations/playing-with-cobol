000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01RSX                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Controlled re-send of a prior night's transmission to    *
001200*       the corporate reconciliation hub, without rerunning      *
001300*       EUL01 or the extract.  The night to re-send is given on  *
001400*       the JCL PARM.  The program finds the last complete       *
001500*       header-to-trailer set EUL01EXT wrote for that run date   *
001600*       on the cumulative transmission history (XMTHIST), proves *
001700*       it -- the detail count and the hash total of its         *
001800*       Running-Sums must agree with its own trailer AND with    *
001900*       the totals on the transmission status file (XSTFILE) --  *
002000*       and writes it, byte for byte, to the transmission file   *
002100*       the hub pulls.  The night goes back to sent on XSTFILE   *
002200*       with its send count raised, and EUL01ACK matches the     *
002300*       hub's answer as for any send.                            *
002320*       Records are the 168-byte EU01XMT layout, each detail     *
002340*       carrying its rule set's legal-entity code.               *
002400*                                                                *
002466*       Refusals (RETURN-CODE 8; the transmission file is never  *
002532*       opened, so whatever it holds is left for the hub):       *
002600*         - the night was never sent;                            *
002700*         - the hub has already acknowledged it;                 *
002800*         - a later night is still waiting on the hub, whose     *
002900*           file this send would replace before it is pulled;    *
003000*         - no complete, self-consistent set for the night is    *
003100*           on the history, or its totals disagree with XSTFILE. *
003200*       The second and third can be overridden with ',FORCE' on  *
003300*       the PARM once the desk has agreed it with the hub; the   *
003400*       others never can -- a set that does not prove is never   *
003500*       sent.                                                    *
003600*                                                                *
003700*   MODIFICATION HISTORY.                                        *
003800*       2026-10-15  DOB  Original coding.                        *
003900*                                                                *
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.     EUL01RSX.
004300 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004400 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
004500 DATE-WRITTEN.   2026-10-15.
004600 DATE-COMPILED.

004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT XMH-FILE ASSIGN TO XMTHIST
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS EU01-XMH-STATUS.

005300     SELECT XMT-FILE ASSIGN TO XMTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS EU01-XMT-STATUS.

005600     SELECT XST-FILE ASSIGN TO XSTFILE
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS EU01-XST-RUN-DATE
006000         FILE STATUS IS EU01-XST-STATUS.

006100     SELECT EVT-FILE ASSIGN TO EVTFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS EU01-EVT-STATUS.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  XMH-FILE
006700     RECORDING MODE IS F.
006800 COPY EU01XMT.

006900 FD  XMT-FILE
007000     RECORDING MODE IS F.
007100 01  EU01-RSX-XMT-RECORD         PIC X(168).

007200 FD  XST-FILE
007300     RECORDING MODE IS F.
007400 COPY EU01XST.

007500 FD  EVT-FILE
007600     RECORDING MODE IS F.
007700 COPY EU01EVT.

007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
008000*    FILE STATUS SWITCHES
008100*----------------------------------------------------------------
008200 01  EU01-RSX-FILE-STATUSES.
008300     05  EU01-XMH-STATUS         PIC X(02).
008400         88  EU01-XMH-OK                 VALUE '00'.
008500     05  EU01-XMT-STATUS         PIC X(02).
008600         88  EU01-XMT-OK                 VALUE '00'.
008700     05  EU01-XST-STATUS         PIC X(02).
008800         88  EU01-XST-OK                 VALUE '00'.
008900     05  EU01-EVT-STATUS         PIC X(02).
009000         88  EU01-EVT-OK                 VALUE '00'.
009100         88  EU01-EVT-NOT-FOUND          VALUE '35'.

009200 01  EU01-RSX-XMH-EOF-SW     PIC X(01).
009300     88  EU01-RSX-XMH-EOF            VALUE 'Y'.
009400     88  EU01-RSX-XMH-NOT-EOF        VALUE 'N'.

009500 01  EU01-RSX-XST-EOF-SW     PIC X(01).
009600     88  EU01-RSX-XST-EOF            VALUE 'Y'.
009700     88  EU01-RSX-XST-NOT-EOF        VALUE 'N'.

009800 01  EU01-RSX-CAPTURE-SW     PIC X(01).
009900     88  EU01-RSX-CAPTURING          VALUE 'Y'.
010000     88  EU01-RSX-NOT-CAPTURING      VALUE 'N'.

010100 01  EU01-RSX-FORCE-SW       PIC X(01).
010200     88  EU01-RSX-FORCED             VALUE 'Y'.
010300     88  EU01-RSX-NOT-FORCED         VALUE 'N'.

010400 01  EU01-RSX-EVT-SKIP-SW    PIC X(01) VALUE 'N'.
010500     88  EU01-RSX-EVT-SKIP           VALUE 'Y'.
010600     88  EU01-RSX-EVT-WRITE          VALUE 'N'.

010700*----------------------------------------------------------------
010800*    RE-SEND WORKING FIELDS
010900*----------------------------------------------------------------
011000 01  EU01-RSX-RUN-DATE       PIC 9(08).
011100 01  EU01-RSX-SENT-DATE      PIC 9(08).
011200 01  EU01-RSX-SENT-TIME      PIC 9(08).
011300 01  EU01-RSX-PENDING-DATE   PIC 9(08).
011400 01  EU01-RSX-SEND-COUNT     PIC 9(03).

011500*    The set being gathered from the history, and the last
011600*    complete set found for the night.  Header, up to fifty
011700*    details (the EUL01 rule-set table limit) and trailer.
011800 01  EU01-RSX-WORK-SET.
011900     05  EU01-RSX-WORK-COUNT     PIC 9(03).
012000     05  EU01-RSX-WORK-DETAILS   PIC 9(10).
012100     05  EU01-RSX-WORK-HASH      PIC 9(18).
012200     05  EU01-RSX-WORK-ENTRY     OCCURS 52 TIMES
012300                                 PIC X(168).

012400 01  EU01-RSX-SAVED-SET.
012500     05  EU01-RSX-SAVED-COUNT    PIC 9(03).
012600     05  EU01-RSX-SAVED-DETAILS  PIC 9(10).
012700     05  EU01-RSX-SAVED-HASH     PIC 9(18).
012800     05  EU01-RSX-SAVED-ENTRY    OCCURS 52 TIMES
012900                                 PIC X(168).

013000 01  EU01-RSX-MAX-ENTRIES    PIC 9(03) VALUE 52.
013100 01  EU01-RSX-SX             PIC 9(03).
013200 01  EU01-RSX-SETS-FOUND     PIC 9(05).
013300 01  EU01-RSX-SETS-BAD       PIC 9(05).

013400 01  EU01-RSX-EVT-FIELDS.
013500     05  EU01-RSX-EVT-CODE       PIC X(10).
013600     05  EU01-RSX-EVT-SEV        PIC X(01).
013700     05  EU01-RSX-EVT-TEXT       PIC X(60).

013800 LINKAGE SECTION.
013900*----------------------------------------------------------------
014000*    JCL EXEC PARM -- the run date to re-send, YYYYMMDD, and
014100*    optionally ',FORCE' (e.g. PARM='20261014' or
014200*    PARM='20261014,FORCE').
014300*----------------------------------------------------------------
014400 01  EU01-RSX-JCL-PARM.
014500     05  EU01-RSX-PARM-LEN       PIC S9(04) COMP.
014600     05  EU01-RSX-PARM-TEXT.
014700         10  EU01-RSX-PARM-DATE      PIC X(08).
014800         10  EU01-RSX-PARM-OPTION    PIC X(06).

014900 PROCEDURE DIVISION USING EU01-RSX-JCL-PARM.

015000******************************************************************
015100*    0000-MAINLINE                                               *
015200*        Top-level control paragraph.                            *
015300******************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE
015600         THRU 1000-EXIT.

015700     PERFORM 1500-CHECK-PENDING-NIGHT
015800         THRU 1500-EXIT
015900         UNTIL EU01-RSX-XST-EOF.

016000     IF EU01-RSX-PENDING-DATE IS NOT EQUAL TO 0
016100             AND EU01-RSX-NOT-FORCED
016200         DISPLAY 'EU01Y-0006 NIGHT ' EU01-RSX-PENDING-DATE
016300             ' IS STILL WAITING ON THE HUB -- A RE-SEND NOW '
016400             'WOULD REPLACE ITS FILE.  USE ,FORCE ONLY IF '
016500             'THE HUB HAS PULLED IT'
016600         MOVE 8 TO RETURN-CODE
016700         GO TO 9999-TERMINATE
016800     END-IF.

016900     PERFORM 2000-FIND-ONE-RECORD
017000         THRU 2000-EXIT
017100         UNTIL EU01-RSX-XMH-EOF.

017200     CLOSE XMH-FILE.

017300     PERFORM 3000-PROVE-THE-SET
017400         THRU 3000-EXIT.

017500     PERFORM 4000-RESEND-THE-SET
017600         THRU 4000-EXIT.

017700     DISPLAY 'EU01Y-0012 NIGHT ' EU01-RSX-RUN-DATE
017800         ' RE-SENT -- ' EU01-RSX-SAVED-DETAILS
017900         ' DETAIL RECORD(S), HASH ' EU01-RSX-SAVED-HASH
018000         ', SEND ' EU01-RSX-SEND-COUNT.

018100     GO TO 9999-TERMINATE.

018200******************************************************************
018300*    1000-INITIALIZE                                             *
018400*        Validate the parameter, open the status file and        *
018500*        check that the night may be re-sent, then open the      *
018600*        history.                                                *
018700******************************************************************
018800 1000-INITIALIZE.
018900     MOVE 0 TO EU01-RSX-SETS-FOUND.
019000     MOVE 0 TO EU01-RSX-SETS-BAD.
019100     MOVE 0 TO EU01-RSX-SAVED-COUNT.
019200     MOVE 0 TO EU01-RSX-PENDING-DATE.
019300     SET EU01-RSX-NOT-CAPTURING TO TRUE.
019400     SET EU01-RSX-NOT-FORCED TO TRUE.
019500     SET EU01-RSX-XMH-NOT-EOF TO TRUE.
019600     SET EU01-RSX-XST-NOT-EOF TO TRUE.

019700     IF EU01-RSX-PARM-LEN IS EQUAL TO 14
019800             AND EU01-RSX-PARM-OPTION IS EQUAL TO ',FORCE'
019900         SET EU01-RSX-FORCED TO TRUE
020000     ELSE
020100         IF EU01-RSX-PARM-LEN IS NOT EQUAL TO 8
020200             DISPLAY 'EU01Y-0001 PARM MUST BE THE RUN DATE, '
020300                 'YYYYMMDD, OPTIONALLY FOLLOWED BY ,FORCE'
020400             MOVE 16 TO RETURN-CODE
020500             GO TO 9999-TERMINATE
020600         END-IF
020700     END-IF.

020800     IF EU01-RSX-PARM-DATE IS NOT NUMERIC
020900         DISPLAY 'EU01Y-0001 PARM MUST BE THE RUN DATE, '
021000             'YYYYMMDD, OPTIONALLY FOLLOWED BY ,FORCE'
021100         MOVE 16 TO RETURN-CODE
021200         GO TO 9999-TERMINATE
021300     END-IF.

021400     MOVE EU01-RSX-PARM-DATE TO EU01-RSX-RUN-DATE.

021500     OPEN I-O XST-FILE.

021600     IF NOT EU01-XST-OK
021700         DISPLAY 'EU01Y-0002 UNABLE TO OPEN TRANSMISSION STATUS '
021800             'FILE, STATUS ' EU01-XST-STATUS
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 9999-TERMINATE
022100     END-IF.

022200     MOVE EU01-RSX-RUN-DATE TO EU01-XST-RUN-DATE.

022300     READ XST-FILE
022400         INVALID KEY
022500             DISPLAY 'EU01Y-0003 NIGHT ' EU01-RSX-RUN-DATE
022600                 ' WAS NEVER SENT -- NOTHING TO RE-SEND'
022700             MOVE 8 TO RETURN-CODE
022800             GO TO 9999-TERMINATE
022900     END-READ.

023000     IF EU01-XST-ACKNOWLEDGED
023100             AND EU01-RSX-NOT-FORCED
023200         DISPLAY 'EU01Y-0004 THE HUB HAS ALREADY ACKNOWLEDGED '
023300             'NIGHT ' EU01-RSX-RUN-DATE ' -- USE ,FORCE ONLY '
023400             'IF THE HUB HAS ASKED FOR IT AGAIN'
023500         MOVE 8 TO RETURN-CODE
023600         GO TO 9999-TERMINATE
023700     END-IF.

023800     MOVE 0 TO EU01-XST-RUN-DATE.

023900     START XST-FILE
024000         KEY IS NOT LESS THAN EU01-XST-RUN-DATE
024100         INVALID KEY
024200             SET EU01-RSX-XST-EOF TO TRUE
024300     END-START.

024400     OPEN INPUT XMH-FILE.

024500     IF NOT EU01-XMH-OK
024600         DISPLAY 'EU01Y-0005 UNABLE TO OPEN TRANSMISSION '
024700             'HISTORY, STATUS ' EU01-XMH-STATUS
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 9999-TERMINATE
025000     END-IF.

025100     GO TO 1000-EXIT.

025200 1000-EXIT.
025300     EXIT.

025400******************************************************************
025500*    1500-CHECK-PENDING-NIGHT                                    *
025600*        Read the next night on the status file and remember     *
025700*        any OTHER night still sent and unanswered -- its file   *
025800*        may not have been pulled yet, and this send would       *
025900*        replace it.                                             *
026000******************************************************************
026100 1500-CHECK-PENDING-NIGHT.
026200     READ XST-FILE NEXT RECORD
026300         AT END
026400             SET EU01-RSX-XST-EOF TO TRUE
026500             GO TO 1500-EXIT
026600     END-READ.

026700     IF EU01-XST-SENT
026800             AND EU01-XST-RUN-DATE IS NOT EQUAL TO
026900                 EU01-RSX-RUN-DATE
027000         MOVE EU01-XST-RUN-DATE TO EU01-RSX-PENDING-DATE
027100     END-IF.

027200     GO TO 1500-EXIT.

027300 1500-EXIT.
027400     EXIT.

027500******************************************************************
027600*    2000-FIND-ONE-RECORD                                        *
027700*        Read the next history record.  A header for the night   *
027800*        starts a fresh set; its details are gathered with a     *
027900*        running count and hash; its trailer completes the set,  *
028000*        which then replaces any earlier one found -- the last   *
028100*        complete set is the one the hub last received.  A       *
028200*        header for another night abandons a set left without    *
028300*        its trailer.                                            *
028400******************************************************************
028500 2000-FIND-ONE-RECORD.
028600     READ XMH-FILE
028700         AT END
028800             SET EU01-RSX-XMH-EOF TO TRUE
028900             GO TO 2000-EXIT
029000     END-READ.

029100     IF EU01-XMT-H-IS-HEADER
029200         SET EU01-RSX-NOT-CAPTURING TO TRUE
029300         IF EU01-XMT-H-RUN-DATE IS EQUAL TO EU01-RSX-RUN-DATE
029400             SET EU01-RSX-CAPTURING TO TRUE
029500             MOVE 0 TO EU01-RSX-WORK-COUNT
029600             MOVE 0 TO EU01-RSX-WORK-DETAILS
029700             MOVE 0 TO EU01-RSX-WORK-HASH
029800         END-IF
029900     END-IF.

030000     IF EU01-RSX-NOT-CAPTURING
030100         GO TO 2000-EXIT
030200     END-IF.

030300     IF EU01-RSX-WORK-COUNT IS NOT LESS THAN EU01-RSX-MAX-ENTRIES
030400         DISPLAY 'EU01Y-0007 A SET FOR NIGHT ' EU01-RSX-RUN-DATE
030500             ' ON THE HISTORY HAS MORE RECORDS THAN ANY '
030600             'EXTRACT WRITES -- SET IGNORED'
030700         ADD 1 TO EU01-RSX-SETS-BAD
030800         SET EU01-RSX-NOT-CAPTURING TO TRUE
030900         GO TO 2000-EXIT
031000     END-IF.

031100     ADD 1 TO EU01-RSX-WORK-COUNT.
031200     MOVE EU01-XMT-HEADER
031300         TO EU01-RSX-WORK-ENTRY(EU01-RSX-WORK-COUNT).

031400     IF EU01-XMT-D-IS-DETAIL
031500         ADD 1 TO EU01-RSX-WORK-DETAILS
031600         ADD EU01-XMT-D-RUNNING-SUM TO EU01-RSX-WORK-HASH
031700             ON SIZE ERROR
031800                 DISPLAY 'EU01Y-0008 A SET FOR NIGHT '
031900                     EU01-RSX-RUN-DATE ' ON THE HISTORY '
032000                     'OVERFLOWS THE HASH TOTAL -- SET IGNORED'
032100                 ADD 1 TO EU01-RSX-SETS-BAD
032200                 SET EU01-RSX-NOT-CAPTURING TO TRUE
032300         END-ADD
032400     END-IF.

032500     IF EU01-XMT-T-IS-TRAILER
032600         SET EU01-RSX-NOT-CAPTURING TO TRUE
032700         IF EU01-XMT-T-DETAIL-COUNT IS EQUAL TO
032800                 EU01-RSX-WORK-DETAILS
032900                 AND EU01-XMT-T-HASH-TOTAL IS EQUAL TO
033000                 EU01-RSX-WORK-HASH
033100             ADD 1 TO EU01-RSX-SETS-FOUND
033200             MOVE EU01-RSX-WORK-SET TO EU01-RSX-SAVED-SET
033300         ELSE
033400             DISPLAY 'EU01Y-0008 A SET FOR NIGHT '
033500                 EU01-RSX-RUN-DATE ' ON THE HISTORY DOES NOT '
033600                 'AGREE WITH ITS OWN TRAILER -- SET IGNORED'
033700             ADD 1 TO EU01-RSX-SETS-BAD
033800         END-IF
033900     END-IF.

034000     GO TO 2000-EXIT.

034100 2000-EXIT.
034200     EXIT.

034300******************************************************************
034400*    3000-PROVE-THE-SET                                          *
034500*        There must be a complete set for the night, and its     *
034600*        totals must be the ones recorded when it was sent.      *
034700******************************************************************
034800 3000-PROVE-THE-SET.
034900     IF EU01-RSX-SETS-FOUND IS EQUAL TO 0
035000         DISPLAY 'EU01Y-0009 NO COMPLETE SET FOR NIGHT '
035100             EU01-RSX-RUN-DATE ' ON THE TRANSMISSION HISTORY '
035200             '(' EU01-RSX-SETS-BAD ' UNUSABLE) -- NOTHING SENT'
035300         MOVE 8 TO RETURN-CODE
035400         GO TO 9999-TERMINATE
035500     END-IF.

035600     MOVE EU01-RSX-RUN-DATE TO EU01-XST-RUN-DATE.

035700     READ XST-FILE
035800         INVALID KEY
035900             DISPLAY 'EU01Y-0003 NIGHT ' EU01-RSX-RUN-DATE
036000                 ' WAS NEVER SENT -- NOTHING TO RE-SEND'
036100             MOVE 8 TO RETURN-CODE
036200             GO TO 9999-TERMINATE
036300     END-READ.

036400     IF EU01-RSX-SAVED-DETAILS IS NOT EQUAL TO
036500             EU01-XST-DETAIL-COUNT
036600             OR EU01-RSX-SAVED-HASH IS NOT EQUAL TO
036700             EU01-XST-HASH-TOTAL
036800         DISPLAY 'EU01Y-0010 HISTORY SET FOR NIGHT '
036900             EU01-RSX-RUN-DATE ' (' EU01-RSX-SAVED-DETAILS
037000             ' DETAILS, HASH ' EU01-RSX-SAVED-HASH
037100             ') DOES NOT MATCH THE TOTALS SENT ('
037200             EU01-XST-DETAIL-COUNT ', ' EU01-XST-HASH-TOTAL
037300             ') -- NOTHING SENT'
037400         MOVE 8 TO RETURN-CODE
037500         GO TO 9999-TERMINATE
037600     END-IF.

037700     GO TO 3000-EXIT.

037800 3000-EXIT.
037900     EXIT.

038000******************************************************************
038100*    4000-RESEND-THE-SET                                         *
038200*        Write the proven set to the transmission file and put   *
038300*        the night back to sent, with the earlier answer from    *
038400*        the hub cleared.                                        *
038500******************************************************************
038600 4000-RESEND-THE-SET.
038700     OPEN OUTPUT XMT-FILE.

038800     IF NOT EU01-XMT-OK
038900         DISPLAY 'EU01Y-0011 UNABLE TO OPEN TRANSMISSION FILE, '
039000             'STATUS ' EU01-XMT-STATUS
039100         MOVE 16 TO RETURN-CODE
039200         GO TO 9999-TERMINATE
039300     END-IF.

039400     PERFORM 4100-WRITE-ONE-RECORD
039500         THRU 4100-EXIT
039600         VARYING EU01-RSX-SX FROM 1 BY 1
039700             UNTIL EU01-RSX-SX > EU01-RSX-SAVED-COUNT.

039800     CLOSE XMT-FILE.

039900     ACCEPT EU01-RSX-SENT-DATE FROM DATE YYYYMMDD.
040000     ACCEPT EU01-RSX-SENT-TIME FROM TIME.

040100     SET EU01-XST-SENT TO TRUE.
040200     MOVE EU01-RSX-SENT-DATE    TO EU01-XST-SENT-DATE.
040300     MOVE EU01-RSX-SENT-TIME    TO EU01-XST-SENT-TIME.
040400     MOVE 0                     TO EU01-XST-ACK-DATE.
040500     MOVE 0                     TO EU01-XST-ACK-TIME.
040600     MOVE SPACES                TO EU01-XST-REASON-CODE.
040700     MOVE SPACES                TO EU01-XST-REASON-TEXT.
040800     ADD 1 TO EU01-XST-SEND-COUNT.
040900     MOVE EU01-XST-SEND-COUNT   TO EU01-RSX-SEND-COUNT.

041000     REWRITE EU01-XST-RECORD.

041100     IF NOT EU01-XST-OK
041200         DISPLAY 'EU01Y-0013 FILE RE-SENT BUT THE TRANSMISSION '
041300             'STATUS COULD NOT BE UPDATED, STATUS '
041400             EU01-XST-STATUS
041500         MOVE 16 TO RETURN-CODE
041600         GO TO 9999-TERMINATE
041700     END-IF.

041800     CLOSE XST-FILE.

041900     MOVE 'EU01Y-0012' TO EU01-RSX-EVT-CODE.
042000     MOVE 'I' TO EU01-RSX-EVT-SEV.
042100     MOVE 'NIGHT RE-SENT TO THE HUB:' TO EU01-RSX-EVT-TEXT.
042200     MOVE EU01-RSX-RUN-DATE TO EU01-RSX-EVT-TEXT(27:8).
042300     IF EU01-RSX-FORCED
042400         MOVE '(FORCED)' TO EU01-RSX-EVT-TEXT(36:8)
042500     END-IF.
042600     PERFORM 8900-WRITE-EVENT
042700         THRU 8900-EXIT.

042800     GO TO 4000-EXIT.

042900 4000-EXIT.
043000     EXIT.

043100******************************************************************
043200*    4100-WRITE-ONE-RECORD                                       *
043300*        Write one record of the proven set, exactly as it was   *
043400*        first sent.                                             *
043500******************************************************************
043600 4100-WRITE-ONE-RECORD.
043700     WRITE EU01-RSX-XMT-RECORD
043800         FROM EU01-RSX-SAVED-ENTRY(EU01-RSX-SX).

043900     GO TO 4100-EXIT.

044000 4100-EXIT.
044100     EXIT.

044200******************************************************************
044300*    8900-WRITE-EVENT                                            *
044400*        Append one event record to the night's event log.       *
044500*        Best effort: an unavailable log is reported and then    *
044600*        skipped -- it never fails the run.                      *
044700******************************************************************
044800 8900-WRITE-EVENT.
044900     IF EU01-RSX-EVT-SKIP
045000         GO TO 8900-EXIT
045100     END-IF.

045200     OPEN EXTEND EVT-FILE.
045300     IF EU01-EVT-NOT-FOUND
045400         OPEN OUTPUT EVT-FILE
045500     END-IF.

045600     IF NOT EU01-EVT-OK
045700         DISPLAY 'EU01Y-0014 EVENT LOG UNAVAILABLE, STATUS '
045800             EU01-EVT-STATUS ' -- EVENTS WILL NOT BE LOGGED'
045900         SET EU01-RSX-EVT-SKIP TO TRUE
046000         GO TO 8900-EXIT
046100     END-IF.

046200     INITIALIZE EU01-EVT-RECORD.
046300     ACCEPT EU01-EVT-DATE FROM DATE YYYYMMDD.
046400     ACCEPT EU01-EVT-TIME FROM TIME.
046500     MOVE 'EUL01RSX'         TO EU01-EVT-PROGRAM.
046600     MOVE SPACES             TO EU01-EVT-RULE-NAME.
046700     MOVE EU01-RSX-EVT-CODE  TO EU01-EVT-MSG-CODE.
046800     MOVE EU01-RSX-EVT-SEV   TO EU01-EVT-SEVERITY.
046900     MOVE EU01-RSX-EVT-TEXT  TO EU01-EVT-TEXT.

047000     WRITE EU01-EVT-RECORD.

047100     CLOSE EVT-FILE.

047200     GO TO 8900-EXIT.

047300 8900-EXIT.
047400     EXIT.

047500******************************************************************
047600*    9999-TERMINATE                                              *
047700*        Common end-of-job paragraph.                            *
047800******************************************************************
047900 9999-TERMINATE.
048000     STOP RUN.

000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01BRK                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Online break-resolution transaction for the              *
001200*       reconciliation breaks RECONRPT opens on the BRKFILE KSDS *
001300*       (EU01BRK layout), one per unreconciled entity and rule   *
001400*       set per night.  Until now a break lived only as an RC=8  *
001500*       and an exception block on that night's report, and       *
001600*       nothing recorded who chased it or why it happened.  An   *
001700*       operator can:                                            *
001800*         - list the breaks still open, oldest night first;      *
001900*         - show one break in full;                              *
002000*         - assign a break to an analyst;                        *
002100*         - record its root-cause code and a comment;            *
002200*         - resolve it, or write it off.                         *
002300*       A break must carry a root cause before it can be         *
002400*       closed either way, and a closed break is final -- no     *
002500*       function here touches it again.  Every update stamps     *
002600*       the signed-on operator and today's date on the record.   *
002700*       The EUL01BAG nightly report ages every break still       *
002800*       open.                                                    *
002820*       A break is keyed by run date, rule set and legal         *
002840*       entity; the entity is asked for with the other two       *
002860*       whenever a break is named, and is shown on the list      *
002880*       and the full display.                                    *
002900*                                                                *
003000*       Authority (SECFILE):  listing and showing need view      *
003100*       authority (1); assigning, recording the root cause and   *
003200*       resolving need update authority (2); writing a break     *
003300*       off -- accepting a difference that will never be         *
003400*       cleared -- needs full authority (3).                     *
003500*                                                                *
003600*   MODIFICATION HISTORY.                                        *
003700*       2026-10-15  DOB  Original coding.                        *
003800*                                                                *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.     EUL01BRK.
004200 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004300 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
004400 DATE-WRITTEN.   2026-10-15.
004500 DATE-COMPILED.

004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT BRK-FILE ASSIGN TO BRKFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EU01-BRK-KEY
005300         FILE STATUS IS EU01-BRK-STATUS.

005400     SELECT SEC-FILE ASSIGN TO SECFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS EU01-SEC-OPER-ID
005800         FILE STATUS IS EU01-SEC-STATUS.

005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BRK-FILE
006200     RECORDING MODE IS F.
006300 COPY EU01BRK.

006400 FD  SEC-FILE
006500     RECORDING MODE IS F.
006600 COPY EU01SEC.

006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------
006900*    FILE STATUS SWITCHES
007000*----------------------------------------------------------------
007100 01  EU01-BKM-FILE-STATUSES.
007200     05  EU01-BRK-STATUS         PIC X(02).
007300         88  EU01-BRK-OK                 VALUE '00'.
007400         88  EU01-BRK-EOF                VALUE '10'.
007500     05  EU01-SEC-STATUS         PIC X(02).
007600         88  EU01-SEC-OK                 VALUE '00'.

007700*----------------------------------------------------------------
007800*    SIGN-ON AND AUTHORITY WORKING FIELDS
007900*----------------------------------------------------------------
008000 01  EU01-BKM-OPER-ID        PIC X(08).
008100 01  EU01-BKM-OPER-AUTH      PIC 9(01).
008200 01  EU01-BKM-PASSWORD       PIC X(08).
008300 01  EU01-BKM-REQ-AUTH       PIC 9(01).

008400 01  EU01-BKM-AUTH-SW        PIC X(01).
008500     88  EU01-BKM-AUTH-OK            VALUE 'Y'.
008600     88  EU01-BKM-AUTH-DENIED        VALUE 'N'.

008700*----------------------------------------------------------------
008800*    MENU AND CONTROL SWITCHES
008900*----------------------------------------------------------------
009000 01  EU01-BKM-CHOICE         PIC 9(01).
009100     88  EU01-BKM-LIST               VALUE 1.
009200     88  EU01-BKM-SHOW               VALUE 2.
009300     88  EU01-BKM-ASSIGN             VALUE 3.
009400     88  EU01-BKM-ROOT-CAUSE         VALUE 4.
009500     88  EU01-BKM-RESOLVE            VALUE 5.
009600     88  EU01-BKM-WRITE-OFF          VALUE 6.
009700     88  EU01-BKM-QUIT               VALUE 7.

009800 01  EU01-BKM-DONE-SW        PIC X(01).
009900     88  EU01-BKM-DONE               VALUE 'Y'.
010000     88  EU01-BKM-NOT-DONE           VALUE 'N'.

010100*    Outcome of the last 8000-READ-OPEN-BREAK -- the update
010200*    functions only go on when the break is on file and open.
010300 01  EU01-BKM-FOUND-SW       PIC X(01).
010400     88  EU01-BKM-FOUND              VALUE 'Y'.
010500     88  EU01-BKM-NOT-FOUND          VALUE 'N'.

010600*----------------------------------------------------------------
010700*    ENTRY/EDIT WORKING FIELDS
010800*----------------------------------------------------------------
010900 01  EU01-BKM-WORK-DATE      PIC 9(08).
011000 01  EU01-BKM-WORK-RULE      PIC X(08).
011050 01  EU01-BKM-WORK-ENTITY    PIC X(04).
011100 01  EU01-BKM-WORK-OPER      PIC X(08).
011200 01  EU01-BKM-WORK-CAUSE     PIC X(02).
011300 01  EU01-BKM-WORK-COMMENT   PIC X(60).
011400 01  EU01-BKM-CONFIRM        PIC X(01).
011500     88  EU01-BKM-CONFIRMED          VALUE 'Y'.

011600 01  EU01-BKM-TODAY          PIC 9(08).
011700 01  EU01-BKM-LISTED         PIC 9(05).

011800 01  EU01-BKM-DIFF-EDIT      PIC -(18)9.

011900 PROCEDURE DIVISION.

012000******************************************************************
012100*    0000-MAINLINE                                               *
012200*        Top-level control paragraph.                            *
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE
012600         THRU 1000-EXIT.

012700     MOVE 'N' TO EU01-BKM-DONE-SW.
012800     PERFORM 2000-MAIN-MENU
012900         THRU 2000-EXIT
013000         UNTIL EU01-BKM-DONE.

013100     GO TO 9999-TERMINATE.

013200******************************************************************
013300*    1000-INITIALIZE                                             *
013400*        Sign the operator on and open the break file for the    *
013500*        session.                                                *
013600******************************************************************
013700 1000-INITIALIZE.
013800     PERFORM 1500-SIGN-ON
013900         THRU 1500-EXIT.

014000     ACCEPT EU01-BKM-TODAY FROM DATE YYYYMMDD.

014100     OPEN I-O BRK-FILE.

014200     IF NOT EU01-BRK-OK
014300         DISPLAY 'EU01K-0001 UNABLE TO OPEN BREAK FILE, STATUS '
014400             EU01-BRK-STATUS
014500         MOVE 16 TO RETURN-CODE
014600         GO TO 9999-TERMINATE
014700     END-IF.

014800     GO TO 1000-EXIT.

014900 1000-EXIT.
015000     EXIT.

015100******************************************************************
015200*    1500-SIGN-ON                                                *
015300*        Sign the operator on against the SECFILE security       *
015400*        profile file and hold the profile's authority level     *
015500*        for the session.  A bad operator ID or password, or a   *
015600*        missing profile file, refuses the session outright.     *
015700******************************************************************
015800 1500-SIGN-ON.
015900     OPEN INPUT SEC-FILE.

016000     IF NOT EU01-SEC-OK
016100         DISPLAY 'EU01K-0002 UNABLE TO OPEN SECURITY PROFILE '
016200             'FILE, STATUS ' EU01-SEC-STATUS
016300         MOVE 16 TO RETURN-CODE
016400         GO TO 9999-TERMINATE
016500     END-IF.

016600     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
016700     ACCEPT EU01-BKM-OPER-ID.

016800     DISPLAY 'PASSWORD: ' WITH NO ADVANCING.
016900     ACCEPT EU01-BKM-PASSWORD.

017000     MOVE EU01-BKM-OPER-ID TO EU01-SEC-OPER-ID.

017100     READ SEC-FILE
017200         INVALID KEY
017300             DISPLAY 'EU01K-0003 SIGN-ON REFUSED'
017400             CLOSE SEC-FILE
017500             MOVE 8 TO RETURN-CODE
017600             GO TO 9999-TERMINATE
017700     END-READ.

017800     IF EU01-SEC-PASSWORD NOT EQUAL EU01-BKM-PASSWORD
017900             OR NOT EU01-SEC-AUTH-VALID
018000         DISPLAY 'EU01K-0003 SIGN-ON REFUSED'
018100         CLOSE SEC-FILE
018200         MOVE 8 TO RETURN-CODE
018300         GO TO 9999-TERMINATE
018400     END-IF.

018500     MOVE EU01-SEC-AUTHORITY TO EU01-BKM-OPER-AUTH.

018600     CLOSE SEC-FILE.

018700     DISPLAY 'SIGNED ON: ' EU01-SEC-OPER-NAME
018800         ' (AUTHORITY ' EU01-BKM-OPER-AUTH ')'.

018900     GO TO 1500-EXIT.

019000 1500-EXIT.
019100     EXIT.

019200******************************************************************
019300*    1600-CHECK-AUTHORITY                                        *
019400*        Refuse the requested function when the operator's       *
019500*        authority level is below EU01-BKM-REQ-AUTH.             *
019600******************************************************************
019700 1600-CHECK-AUTHORITY.
019800     IF EU01-BKM-OPER-AUTH IS LESS THAN EU01-BKM-REQ-AUTH
019900         DISPLAY 'EU01K-0004 AUTHORITY LEVEL ' EU01-BKM-REQ-AUTH
020000             ' REQUIRED -- REQUEST DENIED'
020100         SET EU01-BKM-AUTH-DENIED TO TRUE
020200     ELSE
020300         SET EU01-BKM-AUTH-OK TO TRUE
020400     END-IF.

020500     GO TO 1600-EXIT.

020600 1600-EXIT.
020700     EXIT.

020800******************************************************************
020900*    2000-MAIN-MENU                                              *
021000*        Display the menu, accept the operator's choice, and     *
021100*        dispatch to the paragraph for that function.            *
021200******************************************************************
021300 2000-MAIN-MENU.
021400     DISPLAY ' '.
021500     DISPLAY 'PROJECT-EULER-01 RECONCILIATION BREAKS'.
021600     DISPLAY '1.  LIST OPEN BREAKS'.
021700     DISPLAY '2.  SHOW ONE BREAK'.
021800     DISPLAY '3.  ASSIGN A BREAK'.
021900     DISPLAY '4.  RECORD ROOT CAUSE AND COMMENT'.
022000     DISPLAY '5.  RESOLVE A BREAK'.
022100     DISPLAY '6.  WRITE OFF A BREAK'.
022200     DISPLAY '7.  EXIT'.
022300     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
022400     ACCEPT EU01-BKM-CHOICE.

022500*    Authority: list and show need view authority (1);
022600*    assign, root cause and resolve need update authority (2);
022700*    a write-off needs full authority (3).
022800     MOVE 1 TO EU01-BKM-REQ-AUTH.
022900     IF EU01-BKM-ASSIGN OR EU01-BKM-ROOT-CAUSE
023000             OR EU01-BKM-RESOLVE
023100         MOVE 2 TO EU01-BKM-REQ-AUTH
023200     END-IF.
023300     IF EU01-BKM-WRITE-OFF
023400         MOVE 3 TO EU01-BKM-REQ-AUTH
023500     END-IF.

023600     PERFORM 1600-CHECK-AUTHORITY
023700         THRU 1600-EXIT.
023800     IF EU01-BKM-AUTH-DENIED
023900         GO TO 2000-EXIT
024000     END-IF.

024100     IF EU01-BKM-LIST
024200         PERFORM 3000-LIST-OPEN-BREAKS THRU 3000-EXIT
024300     ELSE IF EU01-BKM-SHOW
024400         PERFORM 4000-SHOW-BREAK THRU 4000-EXIT
024500     ELSE IF EU01-BKM-ASSIGN
024600         PERFORM 5000-ASSIGN-BREAK THRU 5000-EXIT
024700     ELSE IF EU01-BKM-ROOT-CAUSE
024800         PERFORM 6000-RECORD-ROOT-CAUSE THRU 6000-EXIT
024900     ELSE IF EU01-BKM-RESOLVE OR EU01-BKM-WRITE-OFF
025000         PERFORM 7000-CLOSE-BREAK THRU 7000-EXIT
025100     ELSE IF EU01-BKM-QUIT
025200         MOVE 'Y' TO EU01-BKM-DONE-SW
025300     ELSE
025400         DISPLAY 'EU01K-0005 INVALID CHOICE, TRY AGAIN'
025500     END-IF.

025600     GO TO 2000-EXIT.

025700 2000-EXIT.
025800     EXIT.

025900******************************************************************
026000*    3000-LIST-OPEN-BREAKS                                       *
026100*        Browse the break file in key order -- oldest night      *
026200*        first -- and list every break still open.               *
026300******************************************************************
026400 3000-LIST-OPEN-BREAKS.
026500     MOVE LOW-VALUES TO EU01-BRK-KEY.
026600     MOVE 0 TO EU01-BKM-LISTED.

026700     START BRK-FILE KEY IS GREATER THAN EU01-BRK-KEY
026800         INVALID KEY
026900             DISPLAY 'NO BREAKS ON FILE'
027000             GO TO 3000-EXIT
027100     END-START.

027200     PERFORM 3100-LIST-ONE-BREAK
027300         THRU 3100-EXIT
027400         UNTIL EU01-BRK-EOF.

027500     IF EU01-BKM-LISTED IS EQUAL TO 0
027600         DISPLAY 'NO OPEN BREAKS'
027700     ELSE
027800         DISPLAY 'EU01K-0006 ' EU01-BKM-LISTED
027900             ' OPEN BREAK(S) LISTED'
028000     END-IF.

028100     GO TO 3000-EXIT.

028200 3000-EXIT.
028300     EXIT.

028400******************************************************************
028500*    3100-LIST-ONE-BREAK                                         *
028600*        Read the next break in key sequence and display it      *
028700*        when it is still open.                                  *
028800******************************************************************
028900 3100-LIST-ONE-BREAK.
029000     READ BRK-FILE NEXT RECORD
029100         AT END
029200             SET EU01-BRK-EOF TO TRUE
029300             GO TO 3100-EXIT
029400     END-READ.

029500     IF NOT EU01-BRK-OPEN
029600         GO TO 3100-EXIT
029700     END-IF.

029800     MOVE EU01-BRK-DIFFERENCE TO EU01-BKM-DIFF-EDIT.
029900     DISPLAY EU01-BRK-RUN-DATE ' ' EU01-BRK-RULE-NAME
029950         ' ENTITY=' EU01-BRK-ENTITY
030000         ' TYPE=' EU01-BRK-EXC-TYPE
030100         ' DIFF=' EU01-BKM-DIFF-EDIT
030200         ' ASSIGNED=' EU01-BRK-ASSIGNED-TO
030300         ' CAUSE=' EU01-BRK-ROOT-CAUSE.

030400     ADD 1 TO EU01-BKM-LISTED.

030500     GO TO 3100-EXIT.

030600 3100-EXIT.
030700     EXIT.

030800******************************************************************
030900*    4000-SHOW-BREAK                                             *
031000*        Display one break in full, open or closed.              *
031100******************************************************************
031200 4000-SHOW-BREAK.
031300     PERFORM 8100-ACCEPT-BREAK-KEY
031400         THRU 8100-EXIT.

031500     READ BRK-FILE
031600         INVALID KEY
031700             DISPLAY 'EU01K-0007 NO BREAK FOR RULE SET '
031766                 EU01-BKM-WORK-RULE ' ENTITY '
031832                 EU01-BKM-WORK-ENTITY ' ON ' EU01-BKM-WORK-DATE
031900             GO TO 4000-EXIT
032000     END-READ.

032100     DISPLAY 'RUN DATE      ' EU01-BRK-RUN-DATE.
032200     DISPLAY 'RULE SET      ' EU01-BRK-RULE-NAME.
032250     DISPLAY 'LEGAL ENTITY  ' EU01-BRK-ENTITY.
032300     DISPLAY 'EXCEPTION     ' EU01-BRK-EXC-TYPE
032400         '  (B=OUT OF BALANCE, G=NO GL RECORD, '
032500         'S=NO SUMMARY RECORD)'.
032600     DISPLAY 'CONTROL TOTAL ' EU01-BRK-SUM-TOTAL.
032700     DISPLAY 'GL TOTAL      ' EU01-BRK-GL-TOTAL.
032800     MOVE EU01-BRK-DIFFERENCE TO EU01-BKM-DIFF-EDIT.
032900     DISPLAY 'DIFFERENCE    ' EU01-BKM-DIFF-EDIT.
033000     DISPLAY 'STATE         ' EU01-BRK-STATE
033100         '  (O=OPEN, R=RESOLVED, W=WRITTEN OFF)'.
033200     DISPLAY 'ASSIGNED TO   ' EU01-BRK-ASSIGNED-TO.
033300     DISPLAY 'ROOT CAUSE    ' EU01-BRK-ROOT-CAUSE.
033400     DISPLAY 'COMMENT       ' EU01-BRK-COMMENT.
033500     DISPLAY 'CLOSED ON     ' EU01-BRK-CLOSED-DATE.
033600     DISPLAY 'LAST UPDATE   ' EU01-BRK-UPDATED-BY ' '
033700         EU01-BRK-UPDATED-DATE.

033800     GO TO 4000-EXIT.

033900 4000-EXIT.
034000     EXIT.

034100******************************************************************
034200*    5000-ASSIGN-BREAK                                           *
034300*        Assign an open break to an analyst.  The assignee must  *
034400*        hold a SECFILE profile -- a break parked on an ID       *
034500*        nobody signs on with is never worked.                   *
034600******************************************************************
034700 5000-ASSIGN-BREAK.
034800     PERFORM 8000-READ-OPEN-BREAK
034900         THRU 8000-EXIT.

035000     IF EU01-BKM-NOT-FOUND
035100         GO TO 5000-EXIT
035200     END-IF.

035300     DISPLAY 'ASSIGN TO OPERATOR ID: ' WITH NO ADVANCING.
035400     ACCEPT EU01-BKM-WORK-OPER.

035500     OPEN INPUT SEC-FILE.

035600     IF NOT EU01-SEC-OK
035700         DISPLAY 'EU01K-0002 UNABLE TO OPEN SECURITY PROFILE '
035800             'FILE, STATUS ' EU01-SEC-STATUS
035900         GO TO 5000-EXIT
036000     END-IF.

036100     MOVE EU01-BKM-WORK-OPER TO EU01-SEC-OPER-ID.

036200     READ SEC-FILE
036300         INVALID KEY
036400             DISPLAY 'EU01K-0008 OPERATOR ' EU01-BKM-WORK-OPER
036500                 ' HAS NO SECURITY PROFILE'
036600             CLOSE SEC-FILE
036700             GO TO 5000-EXIT
036800     END-READ.

036900     CLOSE SEC-FILE.

037000     MOVE EU01-BKM-WORK-OPER TO EU01-BRK-ASSIGNED-TO.

037100     PERFORM 8200-REWRITE-BREAK
037200         THRU 8200-EXIT.

037300     DISPLAY 'EU01K-0009 BREAK ASSIGNED TO ' EU01-BKM-WORK-OPER.

037400     GO TO 5000-EXIT.

037500 5000-EXIT.
037600     EXIT.

037700******************************************************************
037800*    6000-RECORD-ROOT-CAUSE                                      *
037900*        Record an open break's root-cause code and comment.     *
038000******************************************************************
038100 6000-RECORD-ROOT-CAUSE.
038200     PERFORM 8000-READ-OPEN-BREAK
038300         THRU 8000-EXIT.

038400     IF EU01-BKM-NOT-FOUND
038500         GO TO 6000-EXIT
038600     END-IF.

038700     DISPLAY 'ROOT CAUSE (GT=GL TIMING, GE=GL EXTRACT ERROR, '
038800         'PE=PARAMETER ERROR,'.
038900     DISPLAY '            DE=DATA ERROR, RR=RERUN REQUIRED, '
039000         'OT=OTHER): ' WITH NO ADVANCING.
039100     ACCEPT EU01-BKM-WORK-CAUSE.

039200     MOVE EU01-BKM-WORK-CAUSE TO EU01-BRK-ROOT-CAUSE.

039300     IF NOT EU01-BRK-CAUSE-VALID
039400         DISPLAY 'EU01K-0010 ROOT CAUSE MUST BE GT, GE, PE, DE, '
039500             'RR OR OT'
039600         GO TO 6000-EXIT
039700     END-IF.

039800     DISPLAY 'COMMENT: ' WITH NO ADVANCING.
039900     ACCEPT EU01-BKM-WORK-COMMENT.

040000     IF EU01-BKM-WORK-COMMENT IS EQUAL TO SPACES
040100         DISPLAY 'EU01K-0011 A COMMENT IS REQUIRED'
040200         GO TO 6000-EXIT
040300     END-IF.

040400     MOVE EU01-BKM-WORK-COMMENT TO EU01-BRK-COMMENT.

040500     PERFORM 8200-REWRITE-BREAK
040600         THRU 8200-EXIT.

040700     DISPLAY 'EU01K-0012 ROOT CAUSE RECORDED'.

040800     GO TO 6000-EXIT.

040900 6000-EXIT.
041000     EXIT.

041100******************************************************************
041200*    7000-CLOSE-BREAK                                            *
041300*        Resolve an open break, or write it off, after the       *
041400*        operator confirms.  The root cause must be on record    *
041500*        first, so every closed break says why it happened.      *
041600******************************************************************
041700 7000-CLOSE-BREAK.
041800     PERFORM 8000-READ-OPEN-BREAK
041900         THRU 8000-EXIT.

042000     IF EU01-BKM-NOT-FOUND
042100         GO TO 7000-EXIT
042200     END-IF.

042300     IF NOT EU01-BRK-CAUSE-VALID
042400         DISPLAY 'EU01K-0013 RECORD THE ROOT CAUSE (OPTION 4) '
042500             'BEFORE CLOSING THE BREAK'
042600         GO TO 7000-EXIT
042700     END-IF.

042800     MOVE EU01-BRK-DIFFERENCE TO EU01-BKM-DIFF-EDIT.
042900     IF EU01-BKM-WRITE-OFF
043000         DISPLAY 'WRITE OFF A DIFFERENCE OF ' EU01-BKM-DIFF-EDIT
043100             ' (Y/N)? ' WITH NO ADVANCING
043200     ELSE
043300         DISPLAY 'RESOLVE -- DIFFERENCE OF ' EU01-BKM-DIFF-EDIT
043400             ' (Y/N)? ' WITH NO ADVANCING
043500     END-IF.
043600     ACCEPT EU01-BKM-CONFIRM.

043700     IF NOT EU01-BKM-CONFIRMED
043800         DISPLAY 'EU01K-0014 BREAK LEFT OPEN'
043900         GO TO 7000-EXIT
044000     END-IF.

044100     IF EU01-BKM-WRITE-OFF
044200         SET EU01-BRK-WRITTEN-OFF TO TRUE
044300     ELSE
044400         SET EU01-BRK-RESOLVED TO TRUE
044500     END-IF.
044600     MOVE EU01-BKM-TODAY TO EU01-BRK-CLOSED-DATE.

044700     PERFORM 8200-REWRITE-BREAK
044800         THRU 8200-EXIT.

044900     IF EU01-BRK-WRITTEN-OFF
045000         DISPLAY 'EU01K-0015 BREAK WRITTEN OFF'
045100     ELSE
045200         DISPLAY 'EU01K-0016 BREAK RESOLVED'
045300     END-IF.

045400     GO TO 7000-EXIT.

045500 7000-EXIT.
045600     EXIT.

045700******************************************************************
045800*    8000-READ-OPEN-BREAK                                        *
045900*        Accept a break's key and read it for update.  Only an   *
046000*        open break may be updated -- a closed one is final.     *
046100******************************************************************
046200 8000-READ-OPEN-BREAK.
046300     SET EU01-BKM-NOT-FOUND TO TRUE.

046400     PERFORM 8100-ACCEPT-BREAK-KEY
046500         THRU 8100-EXIT.

046600     READ BRK-FILE
046700         INVALID KEY
046800             DISPLAY 'EU01K-0007 NO BREAK FOR RULE SET '
046866                 EU01-BKM-WORK-RULE ' ENTITY '
046932                 EU01-BKM-WORK-ENTITY ' ON ' EU01-BKM-WORK-DATE
047000             GO TO 8000-EXIT
047100     END-READ.

047200     IF NOT EU01-BRK-OPEN
047300         DISPLAY 'EU01K-0017 BREAK IS ALREADY CLOSED ('
047400             EU01-BRK-STATE ' ON ' EU01-BRK-CLOSED-DATE
047500             ') -- NO CHANGE ALLOWED'
047600         GO TO 8000-EXIT
047700     END-IF.

047800     SET EU01-BKM-FOUND TO TRUE.

047900     GO TO 8000-EXIT.

048000 8000-EXIT.
048100     EXIT.

048200******************************************************************
048300*    8100-ACCEPT-BREAK-KEY                                       *
048400*        Accept the run date, rule-set name and legal entity of  *
048500*        a break into the record key.                            *
048600******************************************************************
048700 8100-ACCEPT-BREAK-KEY.
048800     DISPLAY 'RUN DATE (YYYYMMDD): ' WITH NO ADVANCING.
048900     ACCEPT EU01-BKM-WORK-DATE.

049000     DISPLAY 'RULE SET: ' WITH NO ADVANCING.
049100     ACCEPT EU01-BKM-WORK-RULE.

049150     DISPLAY 'LEGAL ENTITY: ' WITH NO ADVANCING.
049200     ACCEPT EU01-BKM-WORK-ENTITY.

049250     MOVE EU01-BKM-WORK-DATE   TO EU01-BRK-RUN-DATE.
049300     MOVE EU01-BKM-WORK-RULE   TO EU01-BRK-RULE-NAME.
049350     MOVE EU01-BKM-WORK-ENTITY TO EU01-BRK-ENTITY.

049400     GO TO 8100-EXIT.

049500 8100-EXIT.
049600     EXIT.

049700******************************************************************
049800*    8200-REWRITE-BREAK                                          *
049900*        Stamp the operator and date on the break in the record  *
050000*        area and rewrite it.                                    *
050100******************************************************************
050200 8200-REWRITE-BREAK.
050300     MOVE EU01-BKM-OPER-ID TO EU01-BRK-UPDATED-BY.
050400     MOVE EU01-BKM-TODAY   TO EU01-BRK-UPDATED-DATE.

050500     REWRITE EU01-BRK-RECORD
050600         INVALID KEY
050700             DISPLAY 'EU01K-0018 UNABLE TO REWRITE BREAK, STATUS '
050800                 EU01-BRK-STATUS
050900             MOVE 16 TO RETURN-CODE
051000             GO TO 9999-TERMINATE
051100     END-REWRITE.

051200     GO TO 8200-EXIT.

051300 8200-EXIT.
051400     EXIT.

051500******************************************************************
051600*    9999-TERMINATE                                              *
051700*        Close the break file and end the session.               *
051800******************************************************************
051900 9999-TERMINATE.
052000     CLOSE BRK-FILE.
052100     STOP RUN.

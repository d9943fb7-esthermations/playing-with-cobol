001700*       for its next batch run -- selecting a rule set rewrites  *
001800*       the EU01PARM parameter dataset that Project-Euler-01     *
001900*       reads, so nobody has to hand-edit that dataset again.    *
001920*       Every change to a rule set's values is held for          *
001940*       approval by a second level-3 operator before it          *
001960*       reaches the rule master (see EU01CHG).                   *
002000*                                                                *
002100*   MODIFICATION HISTORY.                                        *
002200*       2026-08-09  DOB  Original coding.                        *
008700*                        message.  Option 8 maintains the        *
008800*                        profile file itself, under level 3      *
008900*                        only.                                   *
008909*       2026-10-15  DOB  Rule-set changes now need a second pair *
008918*                        of eyes.  Add, update and               *
008927*                        pending-version entry or cancel no      *
008936*                        longer touch the rule master: each is   *
008945*                        held on the CHGFILE change file with    *
008954*                        the rule set's before and after values, *
008963*                        awaiting approval.  New option 0 lists  *
008972*                        the changes awaiting approval; a        *
008981*                        level-3 operator other than the one who *
008990*                        keyed a change approves it (applying it *
008999*                        to the rule master) or rejects it with  *
009008*                        a reason.  A rule set already carrying  *
009017*                        a change awaiting approval takes no     *
009026*                        second one, and a change whose before   *
009035*                        values no longer match the master is    *
009044*                        refused on approval.  The nightly       *
009053*                        parameter file is written from the      *
009062*                        master, so it only ever carries         *
009071*                        approved values.                        *
009081*       2026-10-15  DOB  Add and update now ask for the rule     *
009091*                        set's legal-entity code (spaces         *
009101*                        refused, EU01M-0036); it is held and    *
009111*                        approved with the other values, shown   *
009121*                        on the rule list and the change review, *
009131*                        and written to the parameter file.      *
009141*                                                                *
009151******************************************************************
009200 IDENTIFICATION DIVISION.
009300 PROGRAM-ID.     EUL01MNT.
009400 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
011200         RECORD KEY IS EU01-SEC-OPER-ID
011300         FILE STATUS IS EU01-SEC-STATUS.

011310     SELECT CHG-FILE ASSIGN TO CHGFILE
011320         ORGANIZATION IS INDEXED
011330         ACCESS MODE IS DYNAMIC
011340         RECORD KEY IS EU01-CHG-KEY
011350         FILE STATUS IS EU01-CHG-STATUS.

011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  RULE-FILE
012300     RECORDING MODE IS F.
012400 COPY EU01SEC.

012420 FD  CHG-FILE
012440     RECORDING MODE IS F.
012460 COPY EU01CHG.

012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------------
012700*    FILE STATUS SWITCHES
013600     05  EU01-SEC-STATUS         PIC X(02).
013700         88  EU01-SEC-OK                 VALUE '00'.
013800         88  EU01-SEC-EOF                VALUE '10'.
013820     05  EU01-CHG-STATUS         PIC X(02).
013840         88  EU01-CHG-OK                 VALUE '00'.
013860         88  EU01-CHG-EOF                VALUE '10'.

013900*----------------------------------------------------------------
014000*    MENU AND CONTROL SWITCHES
014900     88  EU01-MNT-PENDING            VALUE 7.
015000     88  EU01-MNT-PROFILES           VALUE 8.
015100     88  EU01-MNT-QUIT               VALUE 9.
015150     88  EU01-MNT-REVIEW             VALUE 0.

015200 01  EU01-MNT-DONE-SW        PIC X(01).
015300     88  EU01-MNT-DONE               VALUE 'Y'.
018200     88  EU01-MNT-PROF-DELETE        VALUE 'D' 'd'.
018300     88  EU01-MNT-PROF-LIST          VALUE 'L' 'l'.

018304*----------------------------------------------------------------
018308*    HELD-CHANGE (MAKER-CHECKER) WORKING FIELDS
018312*----------------------------------------------------------------
018316 01  EU01-MNT-CHG-TYPE       PIC X(01).
018320 01  EU01-MNT-CHG-TEXT       PIC X(14).
018330 01  EU01-MNT-BEFORE         PIC X(283).
018340 01  EU01-MNT-CHK-NAME       PIC X(08).
018350 01  EU01-MNT-REVIEW-COUNT   PIC 9(05).

018360 01  EU01-MNT-AWAIT-SW       PIC X(01).
018370     88  EU01-MNT-CHG-AWAITING       VALUE 'Y'.
018380     88  EU01-MNT-NONE-AWAITING      VALUE 'N'.

018390 01  EU01-MNT-CHK-SW         PIC X(01).
018400     88  EU01-MNT-CHK-DONE           VALUE 'Y'.
018410     88  EU01-MNT-CHK-NOT-DONE       VALUE 'N'.

018420 01  EU01-MNT-APPLY-SW       PIC X(01).
018430     88  EU01-MNT-APPLIED            VALUE 'Y'.
018440     88  EU01-MNT-NOT-APPLIED        VALUE 'N'.

018450 01  EU01-MNT-DECISION       PIC X(01).
018460     88  EU01-MNT-APPROVE            VALUE 'A' 'a'.
018470     88  EU01-MNT-REJECT             VALUE 'R' 'r'.

018480 PROCEDURE DIVISION.

018500******************************************************************
018600*    0000-MAINLINE                                               *

019700******************************************************************
019800*    1000-INITIALIZE                                             *
019900*        Open the rule-set master file and the held-change       *
019950*        file for the session.                                   *
020000******************************************************************
020100 1000-INITIALIZE.
020200     PERFORM 1500-SIGN-ON
020800         GO TO 9999-TERMINATE
020900     END-IF.

020910     OPEN I-O CHG-FILE.

020920     IF NOT EU01-CHG-OK
020930         DISPLAY 'EU01M-0023 UNABLE TO OPEN CHANGE FILE, '
020940             'STATUS ' EU01-CHG-STATUS
020950         MOVE 16 TO RETURN-CODE
020960         GO TO 9999-TERMINATE
020970     END-IF.

021000     GO TO 1000-EXIT.

021100 1000-EXIT.
028400     DISPLAY '6.  WRITE NIGHTLY PARAMETER FILE'.
028500     DISPLAY '7.  ENTER/CANCEL PENDING VERSION'.
028600     DISPLAY '8.  OPERATOR PROFILES'.
028650     DISPLAY '0.  REVIEW CHANGES AWAITING APPROVAL'.
028700     DISPLAY '9.  EXIT'.
028800     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
028900     ACCEPT EU01-MNT-CHOICE.

029000*    Authority: 1 = view only, 2 = rule-set update, 3 =
029100*    selection/activation, profile maintenance and approval
029150*    of held rule-set changes.
029200     MOVE 1 TO EU01-MNT-REQ-AUTH.
029300     IF EU01-MNT-ADD OR EU01-MNT-UPDATE OR EU01-MNT-PENDING
029400         MOVE 2 TO EU01-MNT-REQ-AUTH
029500     END-IF.
029600     IF EU01-MNT-SELECT OR EU01-MNT-TOGGLE
029700             OR EU01-MNT-WRITE-NIGHTLY OR EU01-MNT-PROFILES
029750             OR EU01-MNT-REVIEW
029800         MOVE 3 TO EU01-MNT-REQ-AUTH
029900     END-IF.

031800         PERFORM 8500-PENDING-VERSION THRU 8500-EXIT
031900     ELSE IF EU01-MNT-PROFILES
032000         PERFORM 8600-OPERATOR-PROFILES THRU 8600-EXIT
032030     ELSE IF EU01-MNT-REVIEW
032060         PERFORM 8800-REVIEW-CHANGES THRU 8800-EXIT
032100     ELSE IF EU01-MNT-QUIT
032200         MOVE 'Y' TO EU01-MNT-DONE-SW
032300     ELSE
036100         ' ACTIVE=' EU01-RULE-ACTIVE-FLAG
036200         ' NIGHTLY=' EU01-RULE-SELECT-FLAG
036300         ' EFF-FROM=' EU01-RULE-EFF-FROM
036360         ' EFF-TO=' EU01-RULE-EFF-TO
036420         ' ENTITY=' EU01-RULE-ENTITY.

036500     IF EU01-RULE-PEND-PRESENT
036600         DISPLAY '         PENDING FROM '

037700******************************************************************
037800*    4000-ADD-RULE                                               *
037900*        Accept a new rule set from the operator and hold it     *
037950*        on the change file awaiting approval.                   *
038000******************************************************************
038100 4000-ADD-RULE.
038300     DISPLAY 'RULE-SET NAME: ' WITH NO ADVANCING.
038400     ACCEPT EU01-MNT-TARGET-NAME.

038404*    A rule set already on file, or already awaiting approval
038408*    as an add, cannot be added again.
038412     MOVE EU01-MNT-TARGET-NAME TO EU01-RULE-NAME.

038416     READ RULE-FILE
038420         INVALID KEY
038424             MOVE SPACES TO EU01-MNT-BEFORE
038428     END-READ.

038432     IF EU01-RULE-OK
038436         DISPLAY 'EU01M-0003 RULE SET ALREADY EXISTS'
038440         GO TO 4000-EXIT
038444     END-IF.

038448     MOVE EU01-MNT-TARGET-NAME TO EU01-MNT-CHK-NAME.
038452     PERFORM 8750-CHECK-AWAITING
038456         THRU 8750-EXIT.

038460     IF EU01-MNT-CHG-AWAITING
038464         DISPLAY 'EU01M-0024 A CHANGE TO ' EU01-MNT-TARGET-NAME
038468             ' IS ALREADY AWAITING APPROVAL'
038472         GO TO 4000-EXIT
038476     END-IF.

038480     INITIALIZE EU01-RULE-RECORD.
038484     MOVE EU01-MNT-TARGET-NAME TO EU01-RULE-NAME.

038500     DISPLAY 'CEILING: ' WITH NO ADVANCING.
038600     ACCEPT EU01-RULE-CEILING.
042800         WITH NO ADVANCING.
042900     ACCEPT EU01-RULE-TOLERANCE-PCT.

042910     DISPLAY 'LEGAL ENTITY CODE: ' WITH NO ADVANCING.
042920     ACCEPT EU01-RULE-ENTITY.

042930     IF EU01-RULE-ENTITY IS EQUAL TO SPACES
042940         DISPLAY 'EU01M-0036 LEGAL ENTITY CODE IS REQUIRED'
042950         GO TO 4000-EXIT
042960     END-IF.

043000*    A new rule set takes effect open-ended, with no pending
043100*    version, the day it is approved (8830 stamps it again).
043200     ACCEPT EU01-MNT-TODAY FROM DATE YYYYMMDD.
043300     MOVE EU01-MNT-TODAY TO EU01-RULE-EFF-FROM.
043400     MOVE 0 TO EU01-RULE-EFF-TO.
043500     MOVE 'N' TO EU01-RULE-PEND-SW.

043600     MOVE 'A' TO EU01-MNT-CHG-TYPE.
043700     MOVE SPACES TO EU01-MNT-BEFORE.
043800     PERFORM 8700-HOLD-CHANGE
043900         THRU 8700-EXIT.

044000     GO TO 4000-EXIT.


047200******************************************************************
047300*    5000-UPDATE-RULE                                            *
047400*        Accept a rule-set name and newly-entered values for     *
047500*        its ceiling and divisor table, and hold them on the     *
047550*        change file awaiting approval.                          *
047600******************************************************************
047700 5000-UPDATE-RULE.
047800     DISPLAY 'RULE-SET NAME TO UPDATE: ' WITH NO ADVANCING.
048300             GO TO 5000-EXIT
048400     END-READ.

048410     MOVE EU01-RULE-NAME TO EU01-MNT-CHK-NAME.
048420     PERFORM 8750-CHECK-AWAITING
048430         THRU 8750-EXIT.

048440     IF EU01-MNT-CHG-AWAITING
048450         DISPLAY 'EU01M-0024 A CHANGE TO ' EU01-RULE-NAME
048460             ' IS ALREADY AWAITING APPROVAL'
048470         GO TO 5000-EXIT
048480     END-IF.

048490     MOVE EU01-RULE-VALUES TO EU01-MNT-BEFORE.

048500     DISPLAY 'CEILING: ' WITH NO ADVANCING.
048600     ACCEPT EU01-RULE-CEILING.

052600         WITH NO ADVANCING.
052700     ACCEPT EU01-RULE-TOLERANCE-PCT.

052710     DISPLAY 'LEGAL ENTITY CODE: ' WITH NO ADVANCING.
052720     ACCEPT EU01-RULE-ENTITY.

052730     IF EU01-RULE-ENTITY IS EQUAL TO SPACES
052740         DISPLAY 'EU01M-0036 LEGAL ENTITY CODE IS REQUIRED'
052750         GO TO 5000-EXIT
052760     END-IF.

052800*    An update takes effect the day it is approved.  Any
052900*    pending version is left in place -- it still supersedes
053000*    these parameters on its own effective date.
053100     ACCEPT EU01-MNT-TODAY FROM DATE YYYYMMDD.
053200     MOVE EU01-MNT-TODAY TO EU01-RULE-EFF-FROM.

053320     MOVE 'U' TO EU01-MNT-CHG-TYPE.
053440     PERFORM 8700-HOLD-CHANGE
053560         THRU 8700-EXIT.

053700     GO TO 5000-EXIT.

063200             UNTIL EU01-MNT-DVX > EU01-PARM-EXCL-COUNT.

063300     MOVE EU01-RULE-TOLERANCE-PCT    TO EU01-PARM-TOLERANCE-PCT.
063350     MOVE EU01-RULE-ENTITY           TO EU01-PARM-ENTITY.

063400     OPEN OUTPUT PARM-FILE.


064000     CLOSE PARM-FILE.

064030     PERFORM 8780-NOTE-AWAITING
064060         THRU 8780-EXIT.

064100     GO TO 6200-EXIT.

064200 6200-EXIT.
081500             UNTIL EU01-MNT-DVX > EU01-PARM-EXCL-COUNT.

081600     MOVE EU01-RULE-TOLERANCE-PCT    TO EU01-PARM-TOLERANCE-PCT.
081650     MOVE EU01-RULE-ENTITY           TO EU01-PARM-ENTITY.

081700     WRITE EU01-PARM-RECORD.

081800     ADD 1 TO EU01-MNT-PARM-COUNT.

081830     PERFORM 8780-NOTE-AWAITING
081860         THRU 8780-EXIT.

081900     GO TO 8300-EXIT.

082000 8300-EXIT.
082600*        effective-from date; EUL01CAL promotes it into the      *
082700*        current parameters the first night that date arrives,   *
082800*        so the change needs nobody at a terminal that evening.  *
082830*        Entry and cancellation are both held on the change      *
082860*        file awaiting approval, like any other change.          *
082900******************************************************************
083000 8500-PENDING-VERSION.
083100     DISPLAY 'RULE-SET NAME: ' WITH NO ADVANCING.
083600             GO TO 8500-EXIT
083700     END-READ.

083710     MOVE EU01-RULE-NAME TO EU01-MNT-CHK-NAME.
083720     PERFORM 8750-CHECK-AWAITING
083730         THRU 8750-EXIT.

083740     IF EU01-MNT-CHG-AWAITING
083750         DISPLAY 'EU01M-0024 A CHANGE TO ' EU01-RULE-NAME
083760             ' IS ALREADY AWAITING APPROVAL'
083770         GO TO 8500-EXIT
083780     END-IF.

083790     MOVE EU01-RULE-VALUES TO EU01-MNT-BEFORE.

083800     IF EU01-RULE-PEND-PRESENT
083900         DISPLAY 'PENDING VERSION ON FILE, EFFECTIVE '
084000             EU01-RULE-PEND-EFF-FROM
084600     ACCEPT EU01-MNT-PEND-REPLY.

084700     IF EU01-MNT-PEND-CANCEL
084720         IF EU01-RULE-PEND-NONE
084740             DISPLAY 'EU01M-0034 NO PENDING VERSION TO CANCEL'
084760             GO TO 8500-EXIT
084780         END-IF
084800         MOVE 'N' TO EU01-RULE-PEND-SW
084900         INITIALIZE EU01-RULE-PEND
085000         MOVE 0 TO EU01-RULE-EFF-TO
085170         MOVE 'C' TO EU01-MNT-CHG-TYPE
085340         PERFORM 8700-HOLD-CHANGE
085510             THRU 8700-EXIT
085700         GO TO 8500-EXIT
085800     END-IF.

091800*    ceiling.
091900     MOVE EU01-RULE-PEND-EFF-FROM TO EU01-RULE-EFF-TO.

092100     MOVE 'P' TO EU01-MNT-CHG-TYPE.
092300     PERFORM 8700-HOLD-CHANGE
092500         THRU 8700-EXIT.

092700     GO TO 8500-EXIT.

110500 8650-EXIT.
110600     EXIT.

110601******************************************************************
110602*    8700-HOLD-CHANGE                                            *
110603*        Hold the change just keyed on the change file,          *
110604*        awaiting approval: the rule set's values before the     *
110605*        change (EU01-MNT-BEFORE, spaces for an add) and after   *
110606*        it (the record buffer).  The rule master itself is not  *
110607*        touched.                                                *
110608******************************************************************
110609 8700-HOLD-CHANGE.
110610     MOVE SPACES TO EU01-CHG-RECORD.
110611     MOVE EU01-RULE-NAME TO EU01-CHG-RULE-NAME.
110612     ACCEPT EU01-CHG-REQ-DATE FROM DATE YYYYMMDD.
110613     ACCEPT EU01-CHG-REQ-TIME FROM TIME.
110614     MOVE EU01-MNT-CHG-TYPE TO EU01-CHG-TYPE.
110615     SET EU01-CHG-AWAITING TO TRUE.
110616     MOVE EU01-MNT-OPER-ID TO EU01-CHG-MAKER-ID.
110617     MOVE 0 TO EU01-CHG-DEC-DATE.
110618     MOVE 0 TO EU01-CHG-DEC-TIME.
110619     MOVE EU01-MNT-BEFORE TO EU01-CHG-BEFORE.
110620     MOVE EU01-RULE-VALUES TO EU01-CHG-AFTER.

110621     WRITE EU01-CHG-RECORD
110622         INVALID KEY
110623             DISPLAY 'EU01M-0026 CHANGE NOT HELD, STATUS '
110624                 EU01-CHG-STATUS ' -- NOTHING WAS CHANGED'
110625             GO TO 8700-EXIT
110626     END-WRITE.

110627     DISPLAY 'EU01M-0025 CHANGE TO ' EU01-RULE-NAME
110628         ' HELD AWAITING APPROVAL -- ANOTHER LEVEL-3 '
110629         'OPERATOR MUST APPROVE IT (OPTION 0)'.

110630     GO TO 8700-EXIT.

110631 8700-EXIT.
110632     EXIT.

110633******************************************************************
110634*    8750-CHECK-AWAITING                                         *
110635*        Set EU01-MNT-CHG-AWAITING when the rule set named in    *
110636*        EU01-MNT-CHK-NAME has a change on file still awaiting   *
110637*        approval.                                               *
110638******************************************************************
110639 8750-CHECK-AWAITING.
110640     SET EU01-MNT-NONE-AWAITING TO TRUE.
110641     SET EU01-MNT-CHK-NOT-DONE TO TRUE.

110642     MOVE SPACES TO EU01-CHG-RECORD.
110643     MOVE EU01-MNT-CHK-NAME TO EU01-CHG-RULE-NAME.
110644     MOVE 0 TO EU01-CHG-REQ-DATE.
110645     MOVE 0 TO EU01-CHG-REQ-TIME.

110646     START CHG-FILE KEY IS NOT LESS THAN EU01-CHG-KEY
110647         INVALID KEY
110648             GO TO 8750-EXIT
110649     END-START.

110650     PERFORM 8760-CHECK-ONE-CHANGE
110651         THRU 8760-EXIT
110652         UNTIL EU01-MNT-CHK-DONE.

110653     GO TO 8750-EXIT.

110654 8750-EXIT.
110655     EXIT.

110656******************************************************************
110657*    8760-CHECK-ONE-CHANGE                                       *
110658*        Read the next change for the rule set being checked;    *
110659*        stop at the first one awaiting approval, or at the      *
110660*        first change for another rule set.                      *
110661******************************************************************
110662 8760-CHECK-ONE-CHANGE.
110663     READ CHG-FILE NEXT RECORD
110664         AT END
110665             SET EU01-MNT-CHK-DONE TO TRUE
110666             GO TO 8760-EXIT
110667     END-READ.

110668     IF EU01-CHG-RULE-NAME NOT EQUAL EU01-MNT-CHK-NAME
110669         SET EU01-MNT-CHK-DONE TO TRUE
110670         GO TO 8760-EXIT
110671     END-IF.

110672     IF EU01-CHG-AWAITING
110673         SET EU01-MNT-CHG-AWAITING TO TRUE
110674         SET EU01-MNT-CHK-DONE TO TRUE
110675     END-IF.

110676     GO TO 8760-EXIT.

110677 8760-EXIT.
110678     EXIT.

110679******************************************************************
110680*    8780-NOTE-AWAITING                                          *
110681*        Warn the operator when the rule set just written to     *
110682*        the parameter file has a change still awaiting          *
110683*        approval -- the file carries the approved values on     *
110684*        the master, not the held ones.                          *
110685******************************************************************
110686 8780-NOTE-AWAITING.
110687     MOVE EU01-RULE-NAME TO EU01-MNT-CHK-NAME.
110688     PERFORM 8750-CHECK-AWAITING
110689         THRU 8750-EXIT.

110690     IF EU01-MNT-CHG-AWAITING
110691         DISPLAY 'EU01M-0033 ' EU01-RULE-NAME
110692             ' HAS A CHANGE AWAITING APPROVAL -- ITS APPROVED '
110693             'VALUES WERE WRITTEN'
110694     END-IF.

110695     GO TO 8780-EXIT.

110696 8780-EXIT.
110697     EXIT.

110698******************************************************************
110699*    8800-REVIEW-CHANGES                                         *
110700*        Present every change awaiting approval, oldest first    *
110701*        within rule set, with its before and after values.  A   *
110702*        level-3 operator other than the one who keyed it may    *
110703*        approve it (applying it to the rule master), reject it  *
110704*        with a reason, or leave it awaiting.                    *
110705******************************************************************
110706 8800-REVIEW-CHANGES.
110707     MOVE 0 TO EU01-MNT-REVIEW-COUNT.
110708     MOVE LOW-VALUES TO EU01-CHG-KEY.

110709     START CHG-FILE KEY IS GREATER THAN EU01-CHG-KEY
110710         INVALID KEY
110711             DISPLAY 'EU01M-0032 NO CHANGES AWAITING APPROVAL'
110712             GO TO 8800-EXIT
110713     END-START.

110714     PERFORM 8810-REVIEW-ONE-CHANGE
110715         THRU 8810-EXIT
110716         UNTIL EU01-CHG-EOF.

110717     IF EU01-MNT-REVIEW-COUNT IS EQUAL TO 0
110718         DISPLAY 'EU01M-0032 NO CHANGES AWAITING APPROVAL'
110719     END-IF.

110720     GO TO 8800-EXIT.

110721 8800-EXIT.
110722     EXIT.

110723******************************************************************
110724*    8810-REVIEW-ONE-CHANGE                                      *
110725*        Read the next change in key sequence and, when it is    *
110726*        still awaiting approval, show it and take the           *
110727*        operator's decision.  The decision is stamped with the  *
110728*        checker and the date and time and rewritten to the      *
110729*        change file.                                            *
110730******************************************************************
110731 8810-REVIEW-ONE-CHANGE.
110732     READ CHG-FILE NEXT RECORD
110733         AT END
110734             SET EU01-CHG-EOF TO TRUE
110735             GO TO 8810-EXIT
110736     END-READ.

110737     IF NOT EU01-CHG-AWAITING
110738         GO TO 8810-EXIT
110739     END-IF.

110740     ADD 1 TO EU01-MNT-REVIEW-COUNT.

110741     PERFORM 8820-SHOW-CHANGE
110742         THRU 8820-EXIT.

110743     IF EU01-CHG-MAKER-ID IS EQUAL TO EU01-MNT-OPER-ID
110744         DISPLAY 'EU01M-0027 YOU KEYED THIS CHANGE -- ANOTHER '
110745             'OPERATOR MUST APPROVE OR REJECT IT'
110746         GO TO 8810-EXIT
110747     END-IF.

110748     DISPLAY 'A=APPROVE, R=REJECT, OTHER=LEAVE AWAITING: '
110749         WITH NO ADVANCING.
110750     ACCEPT EU01-MNT-DECISION.

110751     IF EU01-MNT-APPROVE
110752         PERFORM 8830-APPLY-CHANGE THRU 8830-EXIT
110753         IF EU01-MNT-NOT-APPLIED
110754             GO TO 8810-EXIT
110755         END-IF
110756         SET EU01-CHG-APPROVED TO TRUE
110757     ELSE IF EU01-MNT-REJECT
110758         DISPLAY 'REASON FOR REJECTION: ' WITH NO ADVANCING
110759         ACCEPT EU01-CHG-REASON
110760         SET EU01-CHG-REJECTED TO TRUE
110761     ELSE
110762         GO TO 8810-EXIT
110763     END-IF.

110764     MOVE EU01-MNT-OPER-ID TO EU01-CHG-CHECKER-ID.
110765     ACCEPT EU01-CHG-DEC-DATE FROM DATE YYYYMMDD.
110766     ACCEPT EU01-CHG-DEC-TIME FROM TIME.

110767     REWRITE EU01-CHG-RECORD
110768         INVALID KEY
110769             DISPLAY 'EU01M-0035 DECISION NOT RECORDED ON THE '
110770                 'CHANGE FILE, STATUS ' EU01-CHG-STATUS
110771             GO TO 8810-EXIT
110772     END-REWRITE.

110773     IF EU01-CHG-APPROVED
110774         DISPLAY 'EU01M-0029 CHANGE TO ' EU01-CHG-RULE-NAME
110775             ' APPROVED AND APPLIED'
110776     ELSE
110777         DISPLAY 'EU01M-0030 CHANGE TO ' EU01-CHG-RULE-NAME
110778             ' REJECTED'
110779     END-IF.

110780     GO TO 8810-EXIT.

110781 8810-EXIT.
110782     EXIT.

110783******************************************************************
110784*    8820-SHOW-CHANGE                                            *
110785*        Display the change in the record buffer: what it is,    *
110786*        who keyed it and when, and the rule set's values        *
110787*        before and after it.                                    *
110788******************************************************************
110789 8820-SHOW-CHANGE.
110790     MOVE 'ADD' TO EU01-MNT-CHG-TEXT.
110791     IF EU01-CHG-UPDATE
110792         MOVE 'UPDATE' TO EU01-MNT-CHG-TEXT
110793     END-IF.
110794     IF EU01-CHG-PEND-ENTER
110795         MOVE 'PENDING ENTRY' TO EU01-MNT-CHG-TEXT
110796     END-IF.
110797     IF EU01-CHG-PEND-CANCEL
110798         MOVE 'PENDING CANCEL' TO EU01-MNT-CHG-TEXT
110799     END-IF.

110800     DISPLAY ' '.
110801     DISPLAY EU01-CHG-RULE-NAME ' ' EU01-MNT-CHG-TEXT
110802         ' KEYED BY ' EU01-CHG-MAKER-ID
110803         ' ON ' EU01-CHG-REQ-DATE
110804         ' AT ' EU01-CHG-REQ-TIME.

110805     IF EU01-CHG-ADD
110806         DISPLAY '  BEFORE: NEW RULE SET'
110807     ELSE
110808         DISPLAY '  BEFORE:'
110809         MOVE EU01-CHG-BEFORE TO EU01-RULE-VALUES
110810         PERFORM 8840-SHOW-VALUES THRU 8840-EXIT
110811     END-IF.

110812     DISPLAY '  AFTER:'.
110813     MOVE EU01-CHG-AFTER TO EU01-RULE-VALUES.
110814     PERFORM 8840-SHOW-VALUES
110815         THRU 8840-EXIT.

110816     GO TO 8820-EXIT.

110817 8820-EXIT.
110818     EXIT.

110819******************************************************************
110820*    8830-APPLY-CHANGE                                           *
110821*        Apply the approved change in the record buffer to the   *
110822*        rule master.  The master's values must still be the     *
110823*        before values the change was keyed against --           *
110824*        otherwise the change is refused and left awaiting, to   *
110825*        be rejected and rekeyed.  EU01-MNT-APPLIED is set only  *
110826*        when the master was written.                            *
110827******************************************************************
110828 8830-APPLY-CHANGE.
110829     SET EU01-MNT-NOT-APPLIED TO TRUE.
110830     ACCEPT EU01-MNT-TODAY FROM DATE YYYYMMDD.
110831     MOVE EU01-CHG-RULE-NAME TO EU01-RULE-NAME.

110832     IF EU01-CHG-ADD
110833         PERFORM 8835-APPLY-ADD THRU 8835-EXIT
110834         GO TO 8830-EXIT
110835     END-IF.

110836     READ RULE-FILE
110837         INVALID KEY
110838             DISPLAY 'EU01M-0004 RULE SET NOT FOUND'
110839             GO TO 8830-EXIT
110840     END-READ.

110841     IF EU01-RULE-VALUES IS NOT EQUAL TO EU01-CHG-BEFORE
110842         DISPLAY 'EU01M-0028 ' EU01-RULE-NAME ' HAS CHANGED '
110843             'SINCE THIS CHANGE WAS KEYED -- NOT APPLIED, '
110844             'REJECT IT AND REKEY'
110845         GO TO 8830-EXIT
110846     END-IF.

110847     MOVE EU01-CHG-AFTER TO EU01-RULE-VALUES.

110848*    An update takes effect the day it is approved; a pending
110849*    version must still lie in the future when it is approved.
110850     IF EU01-CHG-UPDATE
110851         MOVE EU01-MNT-TODAY TO EU01-RULE-EFF-FROM
110852     END-IF.

110853     IF EU01-CHG-PEND-ENTER
110854             AND EU01-RULE-PEND-EFF-FROM
110855                 IS NOT GREATER THAN EU01-MNT-TODAY
110856         DISPLAY 'EU01M-0031 PENDING VERSION EFFECTIVE '
110857             EU01-RULE-PEND-EFF-FROM ' IS NO LONGER A FUTURE '
110858             'DATE -- NOT APPLIED, REJECT IT AND REKEY'
110859         GO TO 8830-EXIT
110860     END-IF.

110861     REWRITE EU01-RULE-RECORD
110862         INVALID KEY
110863             DISPLAY 'EU01M-0005 REWRITE FAILED'
110864             GO TO 8830-EXIT
110865     END-REWRITE.

110866     SET EU01-MNT-APPLIED TO TRUE.

110867     IF EU01-CHG-PEND-ENTER
110868         DISPLAY 'EU01M-0015 PENDING VERSION OF '
110869             EU01-RULE-NAME ' WILL TAKE EFFECT '
110870             EU01-RULE-PEND-EFF-FROM
110871     END-IF.

110872     IF EU01-CHG-PEND-CANCEL
110873         DISPLAY 'EU01M-0013 PENDING VERSION CANCELLED'
110874     END-IF.

110875     GO TO 8830-EXIT.

110876 8830-EXIT.
110877     EXIT.

110878******************************************************************
110879*    8835-APPLY-ADD                                              *
110880*        Write the approved new rule set to the rule master,     *
110881*        effective from today, neither active nor selected for   *
110882*        the nightly run.                                        *
110883******************************************************************
110884 8835-APPLY-ADD.
110885     READ RULE-FILE
110886         INVALID KEY
110887             INITIALIZE EU01-RULE-RECORD
110888     END-READ.

110889     IF EU01-RULE-OK
110890         DISPLAY 'EU01M-0003 RULE SET ALREADY EXISTS'
110891         GO TO 8835-EXIT
110892     END-IF.

110893     MOVE EU01-CHG-RULE-NAME TO EU01-RULE-NAME.
110894     MOVE 'N' TO EU01-RULE-ACTIVE-FLAG.
110895     MOVE 'N' TO EU01-RULE-SELECT-FLAG.
110896     MOVE EU01-CHG-AFTER TO EU01-RULE-VALUES.
110897     MOVE EU01-MNT-TODAY TO EU01-RULE-EFF-FROM.

110898     WRITE EU01-RULE-RECORD
110899         INVALID KEY
110900             DISPLAY 'EU01M-0003 RULE SET ALREADY EXISTS'
110901             GO TO 8835-EXIT
110902     END-WRITE.

110903     SET EU01-MNT-APPLIED TO TRUE.

110904     GO TO 8835-EXIT.

110905 8835-EXIT.
110906     EXIT.

110907******************************************************************
110908*    8840-SHOW-VALUES                                            *
110909*        Display the rule-set values in the record buffer: the   *
110910*        current parameters with their divisor and exclusion     *
110911*        tables, then the pending version if there is one.       *
110912******************************************************************
110913 8840-SHOW-VALUES.
110914     DISPLAY '    CEILING=' EU01-RULE-CEILING
110915         ' FLOOR=' EU01-RULE-FLOOR
110916         ' TOLERANCE=' EU01-RULE-TOLERANCE-PCT
110917         ' EFF-FROM=' EU01-RULE-EFF-FROM
110918         ' EFF-TO=' EU01-RULE-EFF-TO
110919         ' ENTITY=' EU01-RULE-ENTITY.

110920     DISPLAY '    DIVISORS:' WITH NO ADVANCING.
110921     PERFORM 8850-SHOW-ONE-DIVISOR
110922         THRU 8850-EXIT
110923         VARYING EU01-MNT-DVX FROM 1 BY 1
110924             UNTIL EU01-MNT-DVX > EU01-RULE-DIVISOR-COUNT.
110925     DISPLAY '  EXCLUSIONS:' WITH NO ADVANCING.
110926     PERFORM 8855-SHOW-ONE-EXCLUSION
110927         THRU 8855-EXIT
110928         VARYING EU01-MNT-DVX FROM 1 BY 1
110929             UNTIL EU01-MNT-DVX > EU01-RULE-EXCL-COUNT.
110930     DISPLAY ' '.

110931     IF EU01-RULE-PEND-NONE
110932         DISPLAY '    NO PENDING VERSION'
110933         GO TO 8840-EXIT
110934     END-IF.

110935     DISPLAY '    PENDING FROM ' EU01-RULE-PEND-EFF-FROM
110936         ' CEILING=' EU01-RULE-PEND-CEILING
110937         ' FLOOR=' EU01-RULE-PEND-FLOOR
110938         ' TOLERANCE=' EU01-RULE-PEND-TOLERANCE.

110939     DISPLAY '    PENDING DIVISORS:' WITH NO ADVANCING.
110940     PERFORM 8860-SHOW-ONE-PEND-DIV
110941         THRU 8860-EXIT
110942         VARYING EU01-MNT-DVX FROM 1 BY 1
110943             UNTIL EU01-MNT-DVX > EU01-RULE-PEND-DIV-COUNT.
110944     DISPLAY '  EXCLUSIONS:' WITH NO ADVANCING.
110945     PERFORM 8865-SHOW-ONE-PEND-EXCL
110946         THRU 8865-EXIT
110947         VARYING EU01-MNT-DVX FROM 1 BY 1
110948             UNTIL EU01-MNT-DVX > EU01-RULE-PEND-EXCL-COUNT.
110949     DISPLAY ' '.

110950     GO TO 8840-EXIT.

110951 8840-EXIT.
110952     EXIT.

110953******************************************************************
110954*    8850-SHOW-ONE-DIVISOR                                       *
110955*        Display one divisor of the current parameters.          *
110956******************************************************************
110957 8850-SHOW-ONE-DIVISOR.
110958     DISPLAY ' ' EU01-RULE-DIVISOR-TABLE(EU01-MNT-DVX)
110959         WITH NO ADVANCING.

110960     GO TO 8850-EXIT.

110961 8850-EXIT.
110962     EXIT.

110963******************************************************************
110964*    8855-SHOW-ONE-EXCLUSION                                     *
110965*        Display one exclusion divisor of the current            *
110966*        parameters.                                             *
110967******************************************************************
110968 8855-SHOW-ONE-EXCLUSION.
110969     DISPLAY ' ' EU01-RULE-EXCL-TABLE(EU01-MNT-DVX)
110970         WITH NO ADVANCING.

110971     GO TO 8855-EXIT.

110972 8855-EXIT.
110973     EXIT.

110974******************************************************************
110975*    8860-SHOW-ONE-PEND-DIV                                      *
110976*        Display one divisor of the pending version.             *
110977******************************************************************
110978 8860-SHOW-ONE-PEND-DIV.
110979     DISPLAY ' ' EU01-RULE-PEND-DIV-TABLE(EU01-MNT-DVX)
110980         WITH NO ADVANCING.

110981     GO TO 8860-EXIT.

110982 8860-EXIT.
110983     EXIT.

110984******************************************************************
110985*    8865-SHOW-ONE-PEND-EXCL                                     *
110986*        Display one exclusion divisor of the pending version.   *
110987******************************************************************
110988 8865-SHOW-ONE-PEND-EXCL.
110989     DISPLAY ' ' EU01-RULE-PEND-EXCL-TABLE(EU01-MNT-DVX)
110990         WITH NO ADVANCING.

110991     GO TO 8865-EXIT.

110992 8865-EXIT.
110993     EXIT.

110994******************************************************************
110995*    9999-TERMINATE                                              *
110996*        Close the rule and change files and end the session.    *
111000******************************************************************
111100 9999-TERMINATE.
111200     CLOSE RULE-FILE.
111250     CLOSE CHG-FILE.
111300     STOP RUN.

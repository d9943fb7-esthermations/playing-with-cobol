000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01CV3                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       One-time conversion of the datasets that carry the       *
001200*       legal-entity code to the widened record layouts: the     *
001300*       rule master (289 -> 293 bytes), the run history (178 ->  *
001400*       182), the period summary (130 -> 134) and the            *
001500*       transmission history (164 -> 168).  Run once at install, *
001600*       after a clean night, from the EUL01CV3 job, which REPROs *
001700*       the rule KSDS to a flat file first and installs every    *
001800*       output afterward.  The change file and the break file    *
001900*       are not touched: the EUL01CDF and EUL01BDF jobs define   *
002000*       them at their present layouts.                           *
002100*                                                                *
002200*       Every record already on file belongs to the one legal    *
002300*       entity the system has served so far, so each is          *
002400*       stamped with the default entity code given on the JCL    *
002500*       PARM (one to four characters, required).  Every other    *
002600*       field is carried over unchanged.  On the transmission    *
002700*       history only detail records carry the entity; headers    *
002800*       and trailers are padded.                                 *
002900*                                                                *
003200*       Counts of records converted are displayed so the         *
003300*       install can be reconciled record for record.             *
003400*                                                                *
003500*   MODIFICATION HISTORY.                                        *
003600*       2026-10-15  DOB  Original coding.                        *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.     EUL01CV3.
004100 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004200 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
004300 DATE-WRITTEN.   2026-10-15.
004400 DATE-COMPILED.

004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT OLDR-FILE ASSIGN TO OLDRULE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS EU01-OLDR-STATUS.

005100     SELECT NEWR-FILE ASSIGN TO NEWRULE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS EU01-NEWR-STATUS.

005400     SELECT OLDH-FILE ASSIGN TO OLDHIST
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS EU01-OLDH-STATUS.

005700     SELECT NEWH-FILE ASSIGN TO NEWHIST
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS EU01-NEWH-STATUS.

006000     SELECT OLDP-FILE ASSIGN TO OLDPSUM
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS EU01-OLDP-STATUS.

006300     SELECT NEWP-FILE ASSIGN TO NEWPSUM
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS EU01-NEWP-STATUS.

007200     SELECT OLDX-FILE ASSIGN TO OLDXMTH
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS EU01-OLDX-STATUS.

007500     SELECT NEWX-FILE ASSIGN TO NEWXMTH
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS EU01-NEWX-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000*    Old 289-byte rule record, as REPROed off the KSDS.  The
008100*    entity code is added at the end, so the old record is the
008200*    front of the new one.
008300 FD  OLDR-FILE
008400     RECORDING MODE IS F.
008500 01  EU01-CV3-OLD-RULE           PIC X(289).

008600 FD  NEWR-FILE
008700     RECORDING MODE IS F.
008800 COPY EU01RULE.

008900*    Old 178-byte run-history row.
009000 FD  OLDH-FILE
009100     RECORDING MODE IS F.
009200 01  EU01-CV3-OLD-HIST           PIC X(178).

009300 FD  NEWH-FILE
009400     RECORDING MODE IS F.
009500 COPY EU01HIST.

009600*    Old 130-byte period-summary record.
009700 FD  OLDP-FILE
009800     RECORDING MODE IS F.
009900 01  EU01-CV3-OLD-PSUM           PIC X(130).

010000 FD  NEWP-FILE
010100     RECORDING MODE IS F.
010200 COPY EU01PSUM.

011500*    Old 164-byte transmission-history record, any type.
011600 FD  OLDX-FILE
011700     RECORDING MODE IS F.
011800 01  EU01-CV3-OLD-XMT.
011900     05  EU01-CV3-OX-TYPE            PIC X(01).
012000         88  EU01-CV3-OX-IS-DETAIL           VALUE 'D'.
012100     05  FILLER                      PIC X(163).

012200 FD  NEWX-FILE
012300     RECORDING MODE IS F.
012400 COPY EU01XMT.

012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------------
012700*    FILE STATUS SWITCHES
012800*----------------------------------------------------------------
012900 01  EU01-CV3-FILE-STATUSES.
013000     05  EU01-OLDR-STATUS        PIC X(02).
013100         88  EU01-OLDR-OK                VALUE '00'.
013200     05  EU01-NEWR-STATUS        PIC X(02).
013300         88  EU01-NEWR-OK                VALUE '00'.
013400     05  EU01-OLDH-STATUS        PIC X(02).
013500         88  EU01-OLDH-OK                VALUE '00'.
013600     05  EU01-NEWH-STATUS        PIC X(02).
013700         88  EU01-NEWH-OK                VALUE '00'.
013800     05  EU01-OLDP-STATUS        PIC X(02).
013900         88  EU01-OLDP-OK                VALUE '00'.
014000     05  EU01-NEWP-STATUS        PIC X(02).
014100         88  EU01-NEWP-OK                VALUE '00'.
014600     05  EU01-OLDX-STATUS        PIC X(02).
014700         88  EU01-OLDX-OK                VALUE '00'.
014800     05  EU01-NEWX-STATUS        PIC X(02).
014900         88  EU01-NEWX-OK                VALUE '00'.

015000*----------------------------------------------------------------
015100*    DEFAULT LEGAL ENTITY
015200*----------------------------------------------------------------
015300 01  EU01-CV3-ENTITY         PIC X(04).

015700*----------------------------------------------------------------
015800*    CONVERSION COUNTERS AND SWITCHES
015900*----------------------------------------------------------------
016000 01  EU01-CV3-RULES-READ     PIC 9(05).
016100 01  EU01-CV3-HIST-READ      PIC 9(10).
016200 01  EU01-CV3-PSUM-READ      PIC 9(10).
016400 01  EU01-CV3-XMT-READ       PIC 9(10).
016500 01  EU01-CV3-XMT-DETAILS    PIC 9(10).

016600 01  EU01-CV3-EOF-SW         PIC X(01).
016700     88  EU01-CV3-EOF                VALUE 'Y'.
016800     88  EU01-CV3-NOT-EOF            VALUE 'N'.

016900 LINKAGE SECTION.
017000*----------------------------------------------------------------
017100*    JCL EXEC PARM -- the default legal-entity code for every
017200*    record already on file.
017300*----------------------------------------------------------------
017400 01  EU01-CV3-JCL-PARM.
017500     05  EU01-CV3-PARM-LEN       PIC S9(04) COMP.
017600     05  EU01-CV3-PARM-TEXT      PIC X(04).

017700 PROCEDURE DIVISION USING EU01-CV3-JCL-PARM.

017800******************************************************************
017900*    0000-MAINLINE                                               *
018000*        Top-level control paragraph.                            *
018100******************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE
018400         THRU 1000-EXIT.

018500     SET EU01-CV3-NOT-EOF TO TRUE.
018600     PERFORM 2000-CONVERT-ONE-RULE
018700         THRU 2000-EXIT
018800         UNTIL EU01-CV3-EOF.

018900     SET EU01-CV3-NOT-EOF TO TRUE.
019000     PERFORM 3000-CONVERT-ONE-HIST-ROW
019100         THRU 3000-EXIT
019200         UNTIL EU01-CV3-EOF.

019300     SET EU01-CV3-NOT-EOF TO TRUE.
019400     PERFORM 4000-CONVERT-ONE-PSUM
019500         THRU 4000-EXIT
019600         UNTIL EU01-CV3-EOF.

020100     SET EU01-CV3-NOT-EOF TO TRUE.
020200     PERFORM 5000-CONVERT-ONE-XMT
020300         THRU 5000-EXIT
020400         UNTIL EU01-CV3-EOF.

020500     CLOSE OLDR-FILE NEWR-FILE.
020600     CLOSE OLDH-FILE NEWH-FILE.
020700     CLOSE OLDP-FILE NEWP-FILE.
020900     CLOSE OLDX-FILE NEWX-FILE.

021000     DISPLAY 'EU01I-0011 RULE RECORDS CONVERTED '
021100         EU01-CV3-RULES-READ.
021200     DISPLAY 'EU01I-0012 HISTORY ROWS CONVERTED '
021300         EU01-CV3-HIST-READ.
021400     DISPLAY 'EU01I-0013 PERIOD-SUMMARY RECORDS CONVERTED '
021500         EU01-CV3-PSUM-READ.
021800     DISPLAY 'EU01I-0014 TRANSMISSION-HISTORY RECORDS '
021900         'CONVERTED ' EU01-CV3-XMT-READ ' (' EU01-CV3-XMT-DETAILS
022000         ' DETAILS)'.
022100     DISPLAY 'EU01I-0015 EVERY RECORD STAMPED WITH LEGAL '
022200         'ENTITY ' EU01-CV3-ENTITY.

022300     GO TO 9999-TERMINATE.

022400******************************************************************
022500*    1000-INITIALIZE                                             *
022600*        Check the default entity on the PARM and open the old   *
022700*        and new datasets.                                       *
022800******************************************************************
022900 1000-INITIALIZE.
023000     MOVE 0 TO EU01-CV3-RULES-READ.
023100     MOVE 0 TO EU01-CV3-HIST-READ.
023200     MOVE 0 TO EU01-CV3-PSUM-READ.
023400     MOVE 0 TO EU01-CV3-XMT-READ.
023500     MOVE 0 TO EU01-CV3-XMT-DETAILS.

023600     IF EU01-CV3-PARM-LEN IS LESS THAN 1
023700             OR EU01-CV3-PARM-LEN IS GREATER THAN 4
023800         DISPLAY 'EU01I-0001 PARM MUST BE THE DEFAULT LEGAL '
023900             'ENTITY CODE, ONE TO FOUR CHARACTERS'
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 9999-TERMINATE
024200     END-IF.

024300     MOVE SPACES TO EU01-CV3-ENTITY.
024400     MOVE EU01-CV3-PARM-TEXT(1:EU01-CV3-PARM-LEN)
024500         TO EU01-CV3-ENTITY.

024600     IF EU01-CV3-ENTITY IS EQUAL TO SPACES
024700         DISPLAY 'EU01I-0001 PARM MUST BE THE DEFAULT LEGAL '
024800             'ENTITY CODE, ONE TO FOUR CHARACTERS'
024900         MOVE 16 TO RETURN-CODE
025000         GO TO 9999-TERMINATE
025100     END-IF.

025200     OPEN INPUT OLDR-FILE.

025300     IF NOT EU01-OLDR-OK
025400         DISPLAY 'EU01I-0002 UNABLE TO OPEN OLD RULE FILE, '
025500             'STATUS ' EU01-OLDR-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 9999-TERMINATE
025800     END-IF.

025900     OPEN OUTPUT NEWR-FILE.

026000     IF NOT EU01-NEWR-OK
026100         DISPLAY 'EU01I-0003 UNABLE TO OPEN NEW RULE FILE, '
026200             'STATUS ' EU01-NEWR-STATUS
026300         MOVE 16 TO RETURN-CODE
026400         GO TO 9999-TERMINATE
026500     END-IF.

026600     OPEN INPUT OLDH-FILE.

026700     IF NOT EU01-OLDH-OK
026800         DISPLAY 'EU01I-0004 UNABLE TO OPEN OLD HISTORY FILE, '
026900             'STATUS ' EU01-OLDH-STATUS
027000         MOVE 16 TO RETURN-CODE
027100         GO TO 9999-TERMINATE
027200     END-IF.

027300     OPEN OUTPUT NEWH-FILE.

027400     IF NOT EU01-NEWH-OK
027500         DISPLAY 'EU01I-0005 UNABLE TO OPEN NEW HISTORY FILE, '
027600             'STATUS ' EU01-NEWH-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         GO TO 9999-TERMINATE
027900     END-IF.

028000     OPEN INPUT OLDP-FILE.

028100     IF NOT EU01-OLDP-OK
028200         DISPLAY 'EU01I-0006 UNABLE TO OPEN OLD PERIOD-SUMMARY '
028300             'FILE, STATUS ' EU01-OLDP-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 9999-TERMINATE
028600     END-IF.

028700     OPEN OUTPUT NEWP-FILE.

028800     IF NOT EU01-NEWP-OK
028900         DISPLAY 'EU01I-0007 UNABLE TO OPEN NEW PERIOD-SUMMARY '
029000             'FILE, STATUS ' EU01-NEWP-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         GO TO 9999-TERMINATE
029300     END-IF.

030800     OPEN INPUT OLDX-FILE.

030900     IF NOT EU01-OLDX-OK
031000         DISPLAY 'EU01I-0008 UNABLE TO OPEN OLD TRANSMISSION '
031100             'HISTORY, STATUS ' EU01-OLDX-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 9999-TERMINATE
031400     END-IF.

031500     OPEN OUTPUT NEWX-FILE.

031600     IF NOT EU01-NEWX-OK
031700         DISPLAY 'EU01I-0009 UNABLE TO OPEN NEW TRANSMISSION '
031800             'HISTORY, STATUS ' EU01-NEWX-STATUS
031806         MOVE 16 TO RETURN-CODE
031812         GO TO 9999-TERMINATE
031818     END-IF.

032200     DISPLAY 'EU01I-0010 CONVERTING TO DEFAULT LEGAL ENTITY '
032300         EU01-CV3-ENTITY.

032400     GO TO 1000-EXIT.

032500 1000-EXIT.
032600     EXIT.

032700******************************************************************
032800*    2000-CONVERT-ONE-RULE                                       *
032900*        Read one old rule record and write it in the new        *
033000*        layout with the default entity.                         *
033100******************************************************************
033200 2000-CONVERT-ONE-RULE.
033300     READ OLDR-FILE
033400         AT END
033500             SET EU01-CV3-EOF TO TRUE
033600             GO TO 2000-EXIT
033700     END-READ.

033800     ADD 1 TO EU01-CV3-RULES-READ.

033900     MOVE EU01-CV3-OLD-RULE TO EU01-RULE-RECORD.
034000     MOVE EU01-CV3-ENTITY TO EU01-RULE-ENTITY.

034100     WRITE EU01-RULE-RECORD.

034200     GO TO 2000-EXIT.

034300 2000-EXIT.
034400     EXIT.

034500******************************************************************
034600*    3000-CONVERT-ONE-HIST-ROW                                   *
034700*        Read one old history row and write it in the new        *
034800*        layout with the default entity.                         *
034900******************************************************************
035000 3000-CONVERT-ONE-HIST-ROW.
035100     READ OLDH-FILE
035200         AT END
035300             SET EU01-CV3-EOF TO TRUE
035400             GO TO 3000-EXIT
035500     END-READ.

035600     ADD 1 TO EU01-CV3-HIST-READ.

035700     MOVE EU01-CV3-OLD-HIST TO EU01-HIST-RECORD.
035800     MOVE EU01-CV3-ENTITY TO EU01-HIST-ENTITY.

035900     WRITE EU01-HIST-RECORD.

036000     GO TO 3000-EXIT.

036100 3000-EXIT.
036200     EXIT.

036300******************************************************************
036400*    4000-CONVERT-ONE-PSUM                                       *
036500*        Read one old period-summary record and write it in the  *
036600*        new layout with the default entity.                     *
036700******************************************************************
036800 4000-CONVERT-ONE-PSUM.
036900     READ OLDP-FILE
037000         AT END
037100             SET EU01-CV3-EOF TO TRUE
037200             GO TO 4000-EXIT
037300     END-READ.

037400     ADD 1 TO EU01-CV3-PSUM-READ.

037500     MOVE EU01-CV3-OLD-PSUM TO EU01-PS-RECORD.
037600     MOVE EU01-CV3-ENTITY TO EU01-PS-ENTITY.

037700     WRITE EU01-PS-RECORD.

037800     GO TO 4000-EXIT.

037900 4000-EXIT.
038000     EXIT.

041000******************************************************************
041100*    5000-CONVERT-ONE-XMT                                        *
041200*        Read one old transmission-history record and write it   *
041300*        in the new layout -- a detail record gets the default   *
041400*        entity, a header or trailer is padded.                  *
041500******************************************************************
041600 5000-CONVERT-ONE-XMT.
041700     READ OLDX-FILE
041800         AT END
041900             SET EU01-CV3-EOF TO TRUE
042000             GO TO 5000-EXIT
042100     END-READ.

042200     ADD 1 TO EU01-CV3-XMT-READ.

042300     MOVE EU01-CV3-OLD-XMT TO EU01-XMT-DETAIL.

042400     IF EU01-CV3-OX-IS-DETAIL
042500         MOVE EU01-CV3-ENTITY TO EU01-XMT-D-ENTITY
042600         ADD 1 TO EU01-CV3-XMT-DETAILS
042700     END-IF.

042800     WRITE EU01-XMT-DETAIL.

042900     GO TO 5000-EXIT.

043000 5000-EXIT.
043100     EXIT.

043280******************************************************************
043300*    9999-TERMINATE                                              *
043400*        Common end-of-job paragraph.                            *
043500******************************************************************
043600 9999-TERMINATE.
043700     STOP RUN.

000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01FEX                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Delimited export for Finance, run at the tail of the     *
001200*       nightly stream.  Writes a comma-delimited file with a    *
001300*       header row that opens directly in a spreadsheet, so the  *
001400*       figures on the RECONRPT and EUL01PCL reports need never  *
001500*       be rekeyed.                                              *
001600*                                                                *
001700*       PARM omitted (or NIGHT) -- the nightly file: one row     *
001800*       per rule set on the summary file, with the run date,     *
001900*       legal entity, rule-set name, parameters, Running-Sum,    *
002000*       GL control total, difference, reconciliation status      *
002100*       and closed-form flag, matched against the GL control     *
002200*       file on entity and rule set as RECONRPT matches them.    *
002300*                                                                *
002400*       PARM=PERIOD -- the month-end file: one row per period    *
002500*       summary record (EU01PSUM layout) for the month of the    *
002600*       stream's business date, with the nights run and the      *
002700*       first, last, high, low and average Running-Sums.  Only   *
002800*       on a month-end business day on the processing calendar   *
002900*       and after EUL01PCL has closed the period; otherwise the  *
003000*       run ends RETURN-CODE 4 and the JCL does not copy the     *
003100*       file to the transfer area.                               *
003200*                                                                *
003300*       Either way the stream's business date is taken from the  *
003400*       run-control ledger (read only -- the export is not a     *
003500*       stream step), which must show EUL01BAL and RECONRPT      *
003600*       complete, and the night's event log is checked exactly   *
003700*       as EUL01EXT checks it: unless both gates posted a clean  *
003800*       verdict the export refuses (RETURN-CODE 8, nothing       *
003900*       written) -- a total the stream could not prove is never  *
004000*       handed to Finance.                                       *
004100*                                                                *
004120*       Text columns are enclosed in double quotes, and a double *
004140*       quote inside one is doubled.  A row that would pass 400  *
004160*       characters stops the export (RETURN-CODE 16).            *
004180*                                                                *
004200*   MODIFICATION HISTORY.                                        *
004300*       2026-10-15  DOB  Original coding.                        *
004400*                                                                *
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.     EUL01FEX.
004800 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
004900 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
005000 DATE-WRITTEN.   2026-10-15.
005100 DATE-COMPILED.

005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT SUM-FILE ASSIGN TO SUMFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS EU01-SUM-STATUS.

005800     SELECT GL-FILE ASSIGN TO GLCTLIN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS EU01-GL-STATUS.

006100     SELECT PSUM-FILE ASSIGN TO PSUMFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS EU01-PSUM-STATUS.

006400     SELECT CAL-FILE ASSIGN TO CALFILE
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS EU01-CAL-STATUS.

006700     SELECT EVT-FILE ASSIGN TO EVTFILE
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS EU01-EVT-STATUS.

007000     SELECT RCL-FILE ASSIGN TO RCLFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS EU01-RCL-BUSINESS-DATE
007400         FILE STATUS IS EU01-RCL-STATUS.

007500     SELECT CSV-FILE ASSIGN TO FINCSV
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS EU01-CSV-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  SUM-FILE
008100     RECORDING MODE IS F.
008200 COPY EU01SUM.

008300 FD  GL-FILE
008400     RECORDING MODE IS F.
008500 COPY EU01GLCT.

008600 FD  PSUM-FILE
008700     RECORDING MODE IS F.
008800 COPY EU01PSUM.

008900 FD  CAL-FILE
009000     RECORDING MODE IS F.
009100 COPY EU01CAL.

009200 FD  EVT-FILE
009300     RECORDING MODE IS F.
009400 COPY EU01EVT.

009500 FD  RCL-FILE
009600     RECORDING MODE IS F.
009700 COPY EU01RCL.

009800*----------------------------------------------------------------
009900*    THE DELIMITED FILE -- variable-length records, so no row
010000*    carries trailing blanks into the spreadsheet.
010100*----------------------------------------------------------------
010200 FD  CSV-FILE
010300     RECORDING MODE IS V
010400     RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
010500         DEPENDING ON EU01-FEX-ROW-LEN.
010600 01  EU01-CSV-RECORD             PIC X(400).

010700 WORKING-STORAGE SECTION.
010800*----------------------------------------------------------------
010900*    FILE STATUS SWITCHES
011000*----------------------------------------------------------------
011100 01  EU01-FEX-FILE-STATUSES.
011200     05  EU01-SUM-STATUS         PIC X(02).
011300         88  EU01-SUM-OK                 VALUE '00'.
011400     05  EU01-GL-STATUS          PIC X(02).
011500         88  EU01-GL-OK                  VALUE '00'.
011600     05  EU01-PSUM-STATUS        PIC X(02).
011700         88  EU01-PSUM-OK                VALUE '00'.
011800         88  EU01-PSUM-NOT-FOUND         VALUE '35'.
011900     05  EU01-CAL-STATUS         PIC X(02).
012000         88  EU01-CAL-OK                 VALUE '00'.
012100     05  EU01-EVT-STATUS         PIC X(02).
012200         88  EU01-EVT-OK                 VALUE '00'.
012300     05  EU01-RCL-STATUS         PIC X(02).
012400         88  EU01-RCL-OK                 VALUE '00'.
012500     05  EU01-CSV-STATUS         PIC X(02).
012600         88  EU01-CSV-OK                 VALUE '00'.

012700*----------------------------------------------------------------
012800*    RUN MODE FROM THE JCL PARM
012900*----------------------------------------------------------------
013000 01  EU01-FEX-MODE-SW        PIC X(01).
013100     88  EU01-FEX-NIGHT-MODE         VALUE 'N'.
013200     88  EU01-FEX-PERIOD-MODE        VALUE 'P'.

013300*----------------------------------------------------------------
013400*    GATE-VERDICT SWITCHES FROM THE NIGHT'S EVENT LOG
013500*----------------------------------------------------------------
013600 01  EU01-FEX-EVT-EOF-SW     PIC X(01).
013700     88  EU01-FEX-EVT-EOF            VALUE 'Y'.
013800     88  EU01-FEX-EVT-NOT-EOF        VALUE 'N'.

013900 01  EU01-FEX-BAL-SW         PIC X(01).
014000     88  EU01-FEX-BAL-PASSED         VALUE 'P'.
014100     88  EU01-FEX-BAL-FAILED         VALUE 'F'.
014200     88  EU01-FEX-BAL-MISSING        VALUE ' '.

014300 01  EU01-FEX-RCN-SW         PIC X(01).
014400     88  EU01-FEX-RCN-PASSED         VALUE 'P'.
014500     88  EU01-FEX-RCN-FAILED         VALUE 'F'.
014600     88  EU01-FEX-RCN-MISSING        VALUE ' '.

014700*----------------------------------------------------------------
014800*    RUN-CONTROL LEDGER (EU01RCL) -- the steps that must have
014900*    completed before the export, and the business date the
015000*    stream is on.
015100*----------------------------------------------------------------
015200 01  EU01-FEX-RCL-BAL        PIC 9(01) VALUE 5.
015300 01  EU01-FEX-RCL-RCN        PIC 9(01) VALUE 6.
015400 01  EU01-FEX-RCL-DATE       PIC 9(08).
015500 01  EU01-FEX-RCL-DATE-X     REDEFINES EU01-FEX-RCL-DATE.
015600     05  EU01-FEX-RCL-PERIOD     PIC 9(06).
015700     05  FILLER                  PIC 9(02).

015800*----------------------------------------------------------------
015900*    GL CONTROL TOTALS, AS RECONRPT HOLDS THEM
016000*----------------------------------------------------------------
016100 01  EU01-FEX-GL-LIMIT       PIC 9(02) VALUE 50.
016200 01  EU01-FEX-GL-COUNT       PIC 9(02).
016300 01  EU01-FEX-GX             PIC 9(02).
016400 01  EU01-FEX-MATCH-GX       PIC 9(02).

016500 01  EU01-FEX-GL-TABLE.
016600     05  EU01-FEX-GL-ENTRY   OCCURS 50 TIMES.
016700         10  EU01-FEX-GL-RULE        PIC X(08).
016800         10  EU01-FEX-GL-ENTITY      PIC X(04).
016900         10  EU01-FEX-GL-TOTAL       PIC 9(18).

017000 01  EU01-FEX-DIFFERENCE     PIC S9(18).

017100*----------------------------------------------------------------
017200*    EXPORT WORKING FIELDS
017300*----------------------------------------------------------------
017400 01  EU01-FEX-SUM-EOF-SW     PIC X(01).
017500     88  EU01-FEX-SUM-EOF            VALUE 'Y'.
017600     88  EU01-FEX-SUM-NOT-EOF        VALUE 'N'.

017700 01  EU01-FEX-GL-EOF-SW      PIC X(01).
017800     88  EU01-FEX-GL-EOF             VALUE 'Y'.
017900     88  EU01-FEX-GL-NOT-EOF         VALUE 'N'.

018000 01  EU01-FEX-PSUM-EOF-SW    PIC X(01).
018100     88  EU01-FEX-PSUM-EOF           VALUE 'Y'.
018200     88  EU01-FEX-PSUM-NOT-EOF       VALUE 'N'.

018300 01  EU01-FEX-CAL-EOF-SW     PIC X(01).
018400     88  EU01-FEX-CAL-EOF            VALUE 'Y'.
018500     88  EU01-FEX-CAL-NOT-EOF        VALUE 'N'.

018600 01  EU01-FEX-DATE-FOUND-SW  PIC X(01).
018700     88  EU01-FEX-DATE-FOUND         VALUE 'Y'.
018800     88  EU01-FEX-DATE-NOT-FOUND     VALUE 'N'.

018900 01  EU01-FEX-DAY-TYPE       PIC X(01).

019000 01  EU01-FEX-ROW-COUNT      PIC 9(07).
019100 01  EU01-FEX-DVX            PIC 9(02).

019200*----------------------------------------------------------------
019210*    ROW BUILDING -- the row, its length so far and the room the
019220*    next column needs, a text field on its way into the row a
019230*    character at a time, and the editing areas numbers and
019240*    dates pass through.
019600*----------------------------------------------------------------
019700 01  EU01-FEX-ROW            PIC X(400).
019800 01  EU01-FEX-ROW-LEN        PIC 9(04).
019810 01  EU01-FEX-ROW-NEED       PIC 9(04).
019820 01  EU01-FEX-CHAR           PIC X(01).

019900 01  EU01-FEX-FIELD          PIC X(60).
020000 01  EU01-FEX-FIELD-LEN      PIC 9(02).
020100 01  EU01-FEX-FX             PIC 9(02).

020200 01  EU01-FEX-NUM-EDIT       PIC -(18)9.
020300 01  EU01-FEX-NUM-TEXT       REDEFINES EU01-FEX-NUM-EDIT
020400                             PIC X(19).
020500 01  EU01-FEX-NUM-START      PIC 9(02).
020600 01  EU01-FEX-NUM-LEN        PIC 9(02).

020700 01  EU01-FEX-DATE-IN        PIC 9(08).
020800 01  EU01-FEX-DATE-IN-X      REDEFINES EU01-FEX-DATE-IN.
020900     05  EU01-FEX-DATE-IN-CCYY   PIC 9(04).
021000     05  EU01-FEX-DATE-IN-MM     PIC 9(02).
021100     05  EU01-FEX-DATE-IN-DD     PIC 9(02).

021200 01  EU01-FEX-PERIOD-IN      PIC 9(06).
021300 01  EU01-FEX-PERIOD-IN-X    REDEFINES EU01-FEX-PERIOD-IN.
021400     05  EU01-FEX-PERIOD-IN-CCYY PIC 9(04).
021500     05  EU01-FEX-PERIOD-IN-MM   PIC 9(02).

021600 01  EU01-FEX-DATE-OUT.
021700     05  EU01-FEX-DATE-OUT-CCYY  PIC 9(04).
021800     05  FILLER                  PIC X(01) VALUE '-'.
021900     05  EU01-FEX-DATE-OUT-MM    PIC 9(02).
022000     05  FILLER                  PIC X(01) VALUE '-'.
022100     05  EU01-FEX-DATE-OUT-DD    PIC 9(02).

022200 LINKAGE SECTION.
022300*----------------------------------------------------------------
022400*    JCL EXEC PARM -- none (or NIGHT) for the nightly file,
022500*    PERIOD for the month-end file.
022600*----------------------------------------------------------------
022700 01  EU01-FEX-JCL-PARM.
022800     05  EU01-FEX-PARM-LEN       PIC S9(04) COMP.
022900     05  EU01-FEX-PARM-TEXT      PIC X(06).

023000 PROCEDURE DIVISION USING EU01-FEX-JCL-PARM.

023100******************************************************************
023200*    0000-MAINLINE                                               *
023300*        Top-level control paragraph.                            *
023400******************************************************************
023500 0000-MAINLINE.
023600     PERFORM 1000-CHECK-THE-PARM
023700         THRU 1000-EXIT.

023800     PERFORM 1100-CHECK-THE-LEDGER
023900         THRU 1100-EXIT.

024000     PERFORM 1200-CHECK-THE-GATES
024100         THRU 1200-EXIT.

024200     IF EU01-FEX-PERIOD-MODE
024300         PERFORM 3000-EXPORT-THE-PERIOD
024400             THRU 3000-EXIT
024500     ELSE
024600         PERFORM 2000-EXPORT-THE-NIGHT
024700             THRU 2000-EXIT
024800     END-IF.

024900     GO TO 9999-TERMINATE.

025000******************************************************************
025100*    1000-CHECK-THE-PARM                                         *
025200*        No PARM, or NIGHT, exports the night's reconciliation   *
025300*        results; PERIOD exports the month-end period summary.   *
025400******************************************************************
025500 1000-CHECK-THE-PARM.
025600     SET EU01-FEX-NIGHT-MODE TO TRUE.

025700     IF EU01-FEX-PARM-LEN IS EQUAL TO 0
025800         GO TO 1000-EXIT
025900     END-IF.

026000     IF EU01-FEX-PARM-LEN IS EQUAL TO 5
026100             AND EU01-FEX-PARM-TEXT(1:5) IS EQUAL TO 'NIGHT'
026200         GO TO 1000-EXIT
026300     END-IF.

026400     IF EU01-FEX-PARM-LEN IS EQUAL TO 6
026500             AND EU01-FEX-PARM-TEXT IS EQUAL TO 'PERIOD'
026600         SET EU01-FEX-PERIOD-MODE TO TRUE
026700         GO TO 1000-EXIT
026800     END-IF.

026900     DISPLAY 'EU01FX-0001 PARM MUST BE NIGHT OR PERIOD -- '
027000         'NOTHING EXPORTED'.
027100     MOVE 16 TO RETURN-CODE.
027200     GO TO 9999-TERMINATE.

027300 1000-EXIT.
027400     EXIT.

027500******************************************************************
027600*    1100-CHECK-THE-LEDGER                                       *
027700*        Look the stream's current business date up on the       *
027800*        run-control ledger.  EUL01BAL and RECONRPT must both    *
027900*        have completed it -- otherwise the summary and the      *
028000*        event log are not that night's and nothing is           *
028100*        exported.  The export only reads the ledger; it is not  *
028200*        a stream step and records nothing there.                *
028300******************************************************************
028400 1100-CHECK-THE-LEDGER.
028500     OPEN INPUT RCL-FILE.

028600     IF NOT EU01-RCL-OK
028700         DISPLAY 'EU01FX-0002 UNABLE TO OPEN RUN-CONTROL LEDGER, '
028800             'STATUS ' EU01-RCL-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         GO TO 9999-TERMINATE
029100     END-IF.

029200     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
029300     READ RCL-FILE
029400         INVALID KEY
029500             MOVE 0 TO EU01-RCL-CURRENT-DATE
029600     END-READ.
029700     MOVE EU01-RCL-CURRENT-DATE TO EU01-FEX-RCL-DATE.

029800     MOVE EU01-FEX-RCL-DATE TO EU01-RCL-BUSINESS-DATE.
029900     READ RCL-FILE
030000         INVALID KEY
030100             INITIALIZE EU01-RCL-RECORD
030200     END-READ.

030300     CLOSE RCL-FILE.

030400     IF NOT EU01-RCL-COMPLETE(EU01-FEX-RCL-BAL)
030500         DISPLAY 'EU01FX-0003 EUL01BAL HAS NOT COMPLETED '
030600             'BUSINESS DATE ' EU01-FEX-RCL-DATE
030700             ' -- NOTHING EXPORTED'
030800         MOVE 16 TO RETURN-CODE
030900         GO TO 9999-TERMINATE
031000     END-IF.

031100     IF NOT EU01-RCL-COMPLETE(EU01-FEX-RCL-RCN)
031200         DISPLAY 'EU01FX-0004 RECONRPT HAS NOT COMPLETED '
031300             'BUSINESS DATE ' EU01-FEX-RCL-DATE
031400             ' -- NOTHING EXPORTED'
031500         MOVE 16 TO RETURN-CODE
031600         GO TO 9999-TERMINATE
031700     END-IF.

031800     GO TO 1100-EXIT.

031900 1100-EXIT.
032000     EXIT.

032100******************************************************************
032200*    1200-CHECK-THE-GATES                                        *
032300*        Scan the night's event log for EUL01BAL's and           *
032400*        RECONRPT's verdicts, by the same rule as EUL01EXT.  An  *
032500*        error event from either, or a missing verdict, refuses  *
032600*        the export -- a total the stream could not prove is     *
032700*        never handed to Finance.                                *
032800******************************************************************
032900 1200-CHECK-THE-GATES.
033000     SET EU01-FEX-BAL-MISSING TO TRUE.
033100     SET EU01-FEX-RCN-MISSING TO TRUE.
033200     SET EU01-FEX-EVT-NOT-EOF TO TRUE.

033300     OPEN INPUT EVT-FILE.

033400     IF NOT EU01-EVT-OK
033500         DISPLAY 'EU01FX-0005 UNABLE TO OPEN EVENT LOG, STATUS '
033600             EU01-EVT-STATUS ' -- NOTHING EXPORTED'
033700         MOVE 8 TO RETURN-CODE
033800         GO TO 9999-TERMINATE
033900     END-IF.

034000     PERFORM 1210-CHECK-ONE-EVENT
034100         THRU 1210-EXIT
034200         UNTIL EU01-FEX-EVT-EOF.

034300     CLOSE EVT-FILE.

034400     IF EU01-FEX-BAL-FAILED
034500             OR EU01-FEX-RCN-FAILED
034600         DISPLAY 'EU01FX-0006 A BALANCE GATE ENDED OUT OF '
034700             'BALANCE TONIGHT -- NOTHING EXPORTED'
034800         MOVE 8 TO RETURN-CODE
034900         GO TO 9999-TERMINATE
035000     END-IF.

035100     IF EU01-FEX-BAL-MISSING
035200             OR EU01-FEX-RCN-MISSING
035300         DISPLAY 'EU01FX-0007 EUL01BAL OR RECONRPT POSTED NO '
035400             'VERDICT TONIGHT -- NOTHING EXPORTED'
035500         MOVE 8 TO RETURN-CODE
035600         GO TO 9999-TERMINATE
035700     END-IF.

035800     GO TO 1200-EXIT.

035900 1200-EXIT.
036000     EXIT.

036100******************************************************************
036200*    1210-CHECK-ONE-EVENT                                        *
036300*        Read the next event record and fold it into the gate    *
036400*        verdicts.  Only each gate's FINAL-verdict message       *
036500*        codes count, and a failed verdict sticks, exactly as    *
036600*        in EUL01EXT.                                            *
036700*                                                                *
036800*            EUL01BAL:  EU01B-0012 passed, EU01B-0011 failed.    *
036900*            RECONRPT:  EU01R-0000 passed, EU01R-0007 passed,    *
037000*                       EU01R-0003 failed.                       *
037100******************************************************************
037200 1210-CHECK-ONE-EVENT.
037300     READ EVT-FILE
037400         AT END
037500             SET EU01-FEX-EVT-EOF TO TRUE
037600             GO TO 1210-EXIT
037700     END-READ.

037800     IF EU01-EVT-PROGRAM IS EQUAL TO 'EUL01BAL'
037900         IF EU01-EVT-MSG-CODE IS EQUAL TO 'EU01B-0011'
038000             SET EU01-FEX-BAL-FAILED TO TRUE
038100         ELSE
038200             IF EU01-EVT-MSG-CODE IS EQUAL TO 'EU01B-0012'
038300                     AND EU01-FEX-BAL-MISSING
038400                 SET EU01-FEX-BAL-PASSED TO TRUE
038500             END-IF
038600         END-IF
038700     END-IF.

038800     IF EU01-EVT-PROGRAM IS EQUAL TO 'RECONRPT'
038900         IF EU01-EVT-MSG-CODE IS EQUAL TO 'EU01R-0003'
039000             SET EU01-FEX-RCN-FAILED TO TRUE
039100         ELSE
039200             IF (EU01-EVT-MSG-CODE IS EQUAL TO 'EU01R-0000'
039300                     OR EU01-EVT-MSG-CODE
039400                         IS EQUAL TO 'EU01R-0007')
039500                     AND EU01-FEX-RCN-MISSING
039600                 SET EU01-FEX-RCN-PASSED TO TRUE
039700             END-IF
039800         END-IF
039900     END-IF.

040000     GO TO 1210-EXIT.

040100 1210-EXIT.
040200     EXIT.

040300******************************************************************
040400*    2000-EXPORT-THE-NIGHT                                       *
040500*        Load the GL control totals, then write the header row   *
040600*        and one row per rule set on the summary file.           *
040700******************************************************************
040800 2000-EXPORT-THE-NIGHT.
040900     MOVE 0 TO EU01-FEX-GL-COUNT.
041000     MOVE 0 TO EU01-FEX-ROW-COUNT.
041100     INITIALIZE EU01-FEX-GL-TABLE.
041200     SET EU01-FEX-GL-NOT-EOF TO TRUE.
041300     SET EU01-FEX-SUM-NOT-EOF TO TRUE.

041400     OPEN INPUT SUM-FILE.

041500     IF NOT EU01-SUM-OK
041600         DISPLAY 'EU01FX-0008 UNABLE TO OPEN SUMMARY FILE, '
041700             'STATUS ' EU01-SUM-STATUS
041800         MOVE 16 TO RETURN-CODE
041900         GO TO 9999-TERMINATE
042000     END-IF.

042100     READ SUM-FILE
042200         AT END
042300             DISPLAY 'EU01FX-0009 SUMMARY FILE IS EMPTY -- '
042400                 'NOTHING TO EXPORT'
042500             MOVE 8 TO RETURN-CODE
042600             GO TO 9999-TERMINATE
042700     END-READ.

042800     OPEN INPUT GL-FILE.

042900     IF NOT EU01-GL-OK
043000         DISPLAY 'EU01FX-0010 UNABLE TO OPEN GL CONTROL FILE, '
043100             'STATUS ' EU01-GL-STATUS
043200         MOVE 16 TO RETURN-CODE
043300         GO TO 9999-TERMINATE
043400     END-IF.

043500     PERFORM 2050-LOAD-ONE-GL-RECORD
043600         THRU 2050-EXIT
043700         UNTIL EU01-FEX-GL-EOF.

043800     CLOSE GL-FILE.

043900     OPEN OUTPUT CSV-FILE.

044000     IF NOT EU01-CSV-OK
044100         DISPLAY 'EU01FX-0012 UNABLE TO OPEN EXPORT FILE, '
044200             'STATUS ' EU01-CSV-STATUS
044300         MOVE 16 TO RETURN-CODE
044400         GO TO 9999-TERMINATE
044500     END-IF.

044600     PERFORM 2010-WRITE-NIGHT-HEADER
044700         THRU 2010-EXIT.

044800     PERFORM 2100-EXPORT-ONE-RULE-SET
044900         THRU 2100-EXIT
045000         UNTIL EU01-FEX-SUM-EOF.

045100     CLOSE CSV-FILE.
045200     CLOSE SUM-FILE.

045300     DISPLAY 'EU01FX-0013 NIGHTLY EXPORT WRITTEN FOR BUSINESS '
045400         'DATE ' EU01-FEX-RCL-DATE ' -- ' EU01-FEX-ROW-COUNT
045500         ' RULE SET ROW(S)'.

045600     GO TO 2000-EXIT.

045700 2000-EXIT.
045800     EXIT.

045900******************************************************************
046000*    2010-WRITE-NIGHT-HEADER                                     *
046100*        Write the column-heading row of the nightly file.       *
046200******************************************************************
046300 2010-WRITE-NIGHT-HEADER.
046400     PERFORM 8000-START-ROW
046500         THRU 8000-EXIT.

046600     MOVE 'RUN DATE' TO EU01-FEX-FIELD.
046700     PERFORM 8100-ADD-TEXT
046800         THRU 8100-EXIT.
046900     MOVE 'LEGAL ENTITY' TO EU01-FEX-FIELD.
047000     PERFORM 8100-ADD-TEXT
047100         THRU 8100-EXIT.
047200     MOVE 'RULE SET' TO EU01-FEX-FIELD.
047300     PERFORM 8100-ADD-TEXT
047400         THRU 8100-EXIT.
047500     MOVE 'CEILING' TO EU01-FEX-FIELD.
047600     PERFORM 8100-ADD-TEXT
047700         THRU 8100-EXIT.
047800     MOVE 'FLOOR' TO EU01-FEX-FIELD.
047900     PERFORM 8100-ADD-TEXT
048000         THRU 8100-EXIT.
048100     MOVE 'DIVISORS' TO EU01-FEX-FIELD.
048200     PERFORM 8100-ADD-TEXT
048300         THRU 8100-EXIT.
048400     MOVE 'EXCLUSIONS' TO EU01-FEX-FIELD.
048500     PERFORM 8100-ADD-TEXT
048600         THRU 8100-EXIT.
048700     MOVE 'TOLERANCE PCT' TO EU01-FEX-FIELD.
048800     PERFORM 8100-ADD-TEXT
048900         THRU 8100-EXIT.
049000     MOVE 'RUNNING-SUM' TO EU01-FEX-FIELD.
049100     PERFORM 8100-ADD-TEXT
049200         THRU 8100-EXIT.
049300     MOVE 'GL CONTROL TOTAL' TO EU01-FEX-FIELD.
049400     PERFORM 8100-ADD-TEXT
049500         THRU 8100-EXIT.
049600     MOVE 'DIFFERENCE' TO EU01-FEX-FIELD.
049700     PERFORM 8100-ADD-TEXT
049800         THRU 8100-EXIT.
049900     MOVE 'RECONCILIATION STATUS' TO EU01-FEX-FIELD.
050000     PERFORM 8100-ADD-TEXT
050100         THRU 8100-EXIT.
050200     MOVE 'CLOSED FORM' TO EU01-FEX-FIELD.
050300     PERFORM 8100-ADD-TEXT
050400         THRU 8100-EXIT.

050500     PERFORM 8600-WRITE-ROW
050600         THRU 8600-EXIT.

050700     GO TO 2010-EXIT.

050800 2010-EXIT.
050900     EXIT.

051000******************************************************************
051100*    2050-LOAD-ONE-GL-RECORD                                     *
051200*        Read the next GL control record into the GL table --    *
051300*        one entry per legal entity and rule set.                *
051400******************************************************************
051500 2050-LOAD-ONE-GL-RECORD.
051600     READ GL-FILE
051700         AT END
051800             SET EU01-FEX-GL-EOF TO TRUE
051900             GO TO 2050-EXIT
052000     END-READ.

052100     IF EU01-FEX-GL-COUNT IS EQUAL TO EU01-FEX-GL-LIMIT
052200         DISPLAY 'EU01FX-0011 MORE THAN ' EU01-FEX-GL-LIMIT
052300             ' RECORDS ON THE GL CONTROL FILE'
052400         MOVE 16 TO RETURN-CODE
052500         GO TO 9999-TERMINATE
052600     END-IF.

052700     ADD 1 TO EU01-FEX-GL-COUNT.
052800     MOVE EU01-GL-RULE-NAME
052900         TO EU01-FEX-GL-RULE(EU01-FEX-GL-COUNT).
053000     MOVE EU01-GL-ENTITY
053100         TO EU01-FEX-GL-ENTITY(EU01-FEX-GL-COUNT).
053200     MOVE EU01-GL-CONTROL-TOTAL
053300         TO EU01-FEX-GL-TOTAL(EU01-FEX-GL-COUNT).

053400     GO TO 2050-EXIT.

053500 2050-EXIT.
053600     EXIT.

053700******************************************************************
053800*    2100-EXPORT-ONE-RULE-SET                                    *
053900*        Write one row from the summary record in the buffer,    *
054000*        with its GL control total and difference, and read the  *
054100*        next summary record.  A rule set with no GL control     *
054200*        record gets empty GL and difference columns.            *
054300******************************************************************
054400 2100-EXPORT-ONE-RULE-SET.
054500     MOVE 0 TO EU01-FEX-MATCH-GX.

054600     PERFORM 2110-MATCH-ONE-GL-ENTRY
054700         THRU 2110-EXIT
054800         VARYING EU01-FEX-GX FROM 1 BY 1
054900             UNTIL EU01-FEX-GX > EU01-FEX-GL-COUNT
055000                 OR EU01-FEX-MATCH-GX > 0.

055100     PERFORM 8000-START-ROW
055200         THRU 8000-EXIT.

055300     MOVE EU01-SUM-RUN-DATE TO EU01-FEX-DATE-IN.
055400     PERFORM 8300-ADD-DATE
055500         THRU 8300-EXIT.

055600     MOVE EU01-SUM-ENTITY TO EU01-FEX-FIELD.
055700     PERFORM 8100-ADD-TEXT
055800         THRU 8100-EXIT.

055900     MOVE EU01-SUM-RULE-NAME TO EU01-FEX-FIELD.
056000     PERFORM 8100-ADD-TEXT
056100         THRU 8100-EXIT.

056200     MOVE EU01-SUM-CEILING TO EU01-FEX-NUM-EDIT.
056300     PERFORM 8200-ADD-NUMBER
056400         THRU 8200-EXIT.

056500     MOVE EU01-SUM-FLOOR TO EU01-FEX-NUM-EDIT.
056600     PERFORM 8200-ADD-NUMBER
056700         THRU 8200-EXIT.

056800     MOVE SPACES TO EU01-FEX-FIELD.
056900     MOVE 0 TO EU01-FEX-FIELD-LEN.
057000     PERFORM 2120-LIST-ONE-DIVISOR
057100         THRU 2120-EXIT
057200         VARYING EU01-FEX-DVX FROM 1 BY 1
057300             UNTIL EU01-FEX-DVX > EU01-SUM-DIVISOR-COUNT.
057400     PERFORM 8100-ADD-TEXT
057500         THRU 8100-EXIT.

057600     MOVE SPACES TO EU01-FEX-FIELD.
057700     MOVE 0 TO EU01-FEX-FIELD-LEN.
057800     PERFORM 2130-LIST-ONE-EXCLUSION
057900         THRU 2130-EXIT
058000         VARYING EU01-FEX-DVX FROM 1 BY 1
058100             UNTIL EU01-FEX-DVX > EU01-SUM-EXCL-COUNT.
058200     PERFORM 8100-ADD-TEXT
058300         THRU 8100-EXIT.

058400     MOVE EU01-SUM-TOLERANCE-PCT TO EU01-FEX-NUM-EDIT.
058500     PERFORM 8200-ADD-NUMBER
058600         THRU 8200-EXIT.

058700     MOVE EU01-SUM-RUNNING-SUM TO EU01-FEX-NUM-EDIT.
058800     PERFORM 8200-ADD-NUMBER
058900         THRU 8200-EXIT.

059000     IF EU01-FEX-MATCH-GX IS EQUAL TO 0
059100         PERFORM 8400-ADD-EMPTY
059200             THRU 8400-EXIT
059300         PERFORM 8400-ADD-EMPTY
059400             THRU 8400-EXIT
059500         MOVE 'NO GL RECORD' TO EU01-FEX-FIELD
059600     ELSE
059700         COMPUTE EU01-FEX-DIFFERENCE =
059800             EU01-SUM-RUNNING-SUM
059900             - EU01-FEX-GL-TOTAL(EU01-FEX-MATCH-GX)
060000         MOVE EU01-FEX-GL-TOTAL(EU01-FEX-MATCH-GX)
060100             TO EU01-FEX-NUM-EDIT
060200         PERFORM 8200-ADD-NUMBER
060300             THRU 8200-EXIT
060400         MOVE EU01-FEX-DIFFERENCE TO EU01-FEX-NUM-EDIT
060500         PERFORM 8200-ADD-NUMBER
060600             THRU 8200-EXIT
060700         IF EU01-FEX-DIFFERENCE IS EQUAL TO 0
060800             MOVE 'BALANCED' TO EU01-FEX-FIELD
060900         ELSE
061000             MOVE 'OUT OF BALANCE' TO EU01-FEX-FIELD
061100         END-IF
061200     END-IF.
061300     PERFORM 8100-ADD-TEXT
061400         THRU 8100-EXIT.

061500     IF EU01-SUM-CLOSED-FORM-USED
061600         MOVE 'Y' TO EU01-FEX-FIELD
061700     ELSE
061800         MOVE 'N' TO EU01-FEX-FIELD
061900     END-IF.
062000     PERFORM 8100-ADD-TEXT
062100         THRU 8100-EXIT.

062200     PERFORM 8600-WRITE-ROW
062300         THRU 8600-EXIT.

062400     ADD 1 TO EU01-FEX-ROW-COUNT.

062500     READ SUM-FILE
062600         AT END
062700             SET EU01-FEX-SUM-EOF TO TRUE
062800     END-READ.

062900     GO TO 2100-EXIT.

063000 2100-EXIT.
063100     EXIT.

063200******************************************************************
063300*    2110-MATCH-ONE-GL-ENTRY                                     *
063400*        Match the summary record's legal entity and rule-set    *
063500*        name against one GL table entry.                        *
063600******************************************************************
063700 2110-MATCH-ONE-GL-ENTRY.
063800     IF EU01-FEX-GL-RULE(EU01-FEX-GX)
063900             IS EQUAL TO EU01-SUM-RULE-NAME
064000             AND EU01-FEX-GL-ENTITY(EU01-FEX-GX)
064100                 IS EQUAL TO EU01-SUM-ENTITY
064200         MOVE EU01-FEX-GX TO EU01-FEX-MATCH-GX
064300     END-IF.

064400     GO TO 2110-EXIT.

064500 2110-EXIT.
064600     EXIT.

064700******************************************************************
064800*    2120-LIST-ONE-DIVISOR                                       *
064900*        Add one divisor to the space-separated divisor list.    *
065000******************************************************************
065100 2120-LIST-ONE-DIVISOR.
065200     MOVE EU01-SUM-DIVISOR-TABLE(EU01-FEX-DVX)
065300         TO EU01-FEX-NUM-EDIT.
065400     PERFORM 8500-LIST-ONE-VALUE
065500         THRU 8500-EXIT.

065600     GO TO 2120-EXIT.

065700 2120-EXIT.
065800     EXIT.

065900******************************************************************
066000*    2130-LIST-ONE-EXCLUSION                                     *
066100*        Add one exclusion to the space-separated exclusion      *
066200*        list.                                                   *
066300******************************************************************
066400 2130-LIST-ONE-EXCLUSION.
066500     MOVE EU01-SUM-EXCL-TABLE(EU01-FEX-DVX)
066600         TO EU01-FEX-NUM-EDIT.
066700     PERFORM 8500-LIST-ONE-VALUE
066800         THRU 8500-EXIT.

066900     GO TO 2130-EXIT.

067000 2130-EXIT.
067100     EXIT.

067200******************************************************************
067300*    3000-EXPORT-THE-PERIOD                                      *
067400*        Only on a month-end business day: write the header row  *
067500*        and one row per period summary record for the month of  *
067600*        the business date.  No rows for the month means         *
067700*        EUL01PCL has not closed it yet -- RETURN-CODE 4, and    *
067800*        the JCL leaves the transfer area alone.                 *
067900******************************************************************
068000 3000-EXPORT-THE-PERIOD.
068100     PERFORM 3010-CHECK-THE-CALENDAR
068200         THRU 3010-EXIT.

068300     MOVE 0 TO EU01-FEX-ROW-COUNT.
068400     SET EU01-FEX-PSUM-NOT-EOF TO TRUE.

068500     OPEN INPUT PSUM-FILE.

068600     IF EU01-PSUM-NOT-FOUND
068700         DISPLAY 'EU01FX-0017 NO PERIOD SUMMARY FOR PERIOD '
068800             EU01-FEX-RCL-PERIOD ' -- RUN EUL01PCL FIRST'
068900         MOVE 4 TO RETURN-CODE
069000         GO TO 9999-TERMINATE
069100     END-IF.

069200     IF NOT EU01-PSUM-OK
069300         DISPLAY 'EU01FX-0018 UNABLE TO OPEN PERIOD SUMMARY '
069400             'FILE, STATUS ' EU01-PSUM-STATUS
069500         MOVE 16 TO RETURN-CODE
069600         GO TO 9999-TERMINATE
069700     END-IF.

069800     OPEN OUTPUT CSV-FILE.

069900     IF NOT EU01-CSV-OK
070000         DISPLAY 'EU01FX-0012 UNABLE TO OPEN EXPORT FILE, '
070100             'STATUS ' EU01-CSV-STATUS
070200         MOVE 16 TO RETURN-CODE
070300         GO TO 9999-TERMINATE
070400     END-IF.

070500     PERFORM 3020-WRITE-PERIOD-HEADER
070600         THRU 3020-EXIT.

070700     PERFORM 3100-EXPORT-ONE-PERIOD-ROW
070800         THRU 3100-EXIT
070900         UNTIL EU01-FEX-PSUM-EOF.

071000     CLOSE CSV-FILE.
071100     CLOSE PSUM-FILE.

071200     IF EU01-FEX-ROW-COUNT IS EQUAL TO 0
071300         DISPLAY 'EU01FX-0017 NO PERIOD SUMMARY FOR PERIOD '
071400             EU01-FEX-RCL-PERIOD ' -- RUN EUL01PCL FIRST'
071500         MOVE 4 TO RETURN-CODE
071600         GO TO 3000-EXIT
071700     END-IF.

071800     DISPLAY 'EU01FX-0019 MONTH-END EXPORT WRITTEN FOR PERIOD '
071900         EU01-FEX-RCL-PERIOD ' -- ' EU01-FEX-ROW-COUNT
072000         ' ENTITY/RULE SET ROW(S)'.

072100     GO TO 3000-EXIT.

072200 3000-EXIT.
072300     EXIT.

072400******************************************************************
072500*    3010-CHECK-THE-CALENDAR                                     *
072600*        Look the business date up on the processing calendar.   *
072700*        Anything but a month-end day ends the run RETURN-CODE   *
072800*        4 with nothing written.                                 *
072900******************************************************************
073000 3010-CHECK-THE-CALENDAR.
073100     SET EU01-FEX-CAL-NOT-EOF TO TRUE.
073200     SET EU01-FEX-DATE-NOT-FOUND TO TRUE.
073300     MOVE SPACES TO EU01-FEX-DAY-TYPE.

073400     OPEN INPUT CAL-FILE.

073500     IF NOT EU01-CAL-OK
073600         DISPLAY 'EU01FX-0014 UNABLE TO OPEN CALENDAR FILE, '
073700             'STATUS ' EU01-CAL-STATUS
073800         MOVE 16 TO RETURN-CODE
073900         GO TO 9999-TERMINATE
074000     END-IF.

074100     PERFORM 3050-CHECK-ONE-CAL-RECORD
074200         THRU 3050-EXIT
074300         UNTIL EU01-FEX-CAL-EOF
074400             OR EU01-FEX-DATE-FOUND.

074500     CLOSE CAL-FILE.

074600     IF EU01-FEX-DATE-NOT-FOUND
074700         DISPLAY 'EU01FX-0015 NO CALENDAR RECORD FOR BUSINESS '
074800             'DATE ' EU01-FEX-RCL-DATE ' -- NOTHING EXPORTED'
074900         MOVE 4 TO RETURN-CODE
075000         GO TO 9999-TERMINATE
075100     END-IF.

075200     IF EU01-FEX-DAY-TYPE IS NOT EQUAL TO 'M'
075300         DISPLAY 'EU01FX-0016 BUSINESS DATE ' EU01-FEX-RCL-DATE
075400             ' IS NOT A MONTH-END -- NOTHING EXPORTED'
075500         MOVE 4 TO RETURN-CODE
075600         GO TO 9999-TERMINATE
075700     END-IF.

075800     GO TO 3010-EXIT.

075900 3010-EXIT.
076000     EXIT.

076100******************************************************************
076200*    3020-WRITE-PERIOD-HEADER                                    *
076300*        Write the column-heading row of the month-end file.     *
076400******************************************************************
076500 3020-WRITE-PERIOD-HEADER.
076600     PERFORM 8000-START-ROW
076700         THRU 8000-EXIT.

076800     MOVE 'PERIOD' TO EU01-FEX-FIELD.
076900     PERFORM 8100-ADD-TEXT
077000         THRU 8100-EXIT.
077100     MOVE 'LEGAL ENTITY' TO EU01-FEX-FIELD.
077200     PERFORM 8100-ADD-TEXT
077300         THRU 8100-EXIT.
077400     MOVE 'RULE SET' TO EU01-FEX-FIELD.
077500     PERFORM 8100-ADD-TEXT
077600         THRU 8100-EXIT.
077700     MOVE 'NIGHTS RUN' TO EU01-FEX-FIELD.
077800     PERFORM 8100-ADD-TEXT
077900         THRU 8100-EXIT.
078000     MOVE 'FIRST NIGHT' TO EU01-FEX-FIELD.
078100     PERFORM 8100-ADD-TEXT
078200         THRU 8100-EXIT.
078300     MOVE 'FIRST SUM' TO EU01-FEX-FIELD.
078400     PERFORM 8100-ADD-TEXT
078500         THRU 8100-EXIT.
078600     MOVE 'LAST NIGHT' TO EU01-FEX-FIELD.
078700     PERFORM 8100-ADD-TEXT
078800         THRU 8100-EXIT.
078900     MOVE 'LAST SUM' TO EU01-FEX-FIELD.
079000     PERFORM 8100-ADD-TEXT
079100         THRU 8100-EXIT.
079200     MOVE 'HIGH SUM' TO EU01-FEX-FIELD.
079300     PERFORM 8100-ADD-TEXT
079400         THRU 8100-EXIT.
079500     MOVE 'LOW SUM' TO EU01-FEX-FIELD.
079600     PERFORM 8100-ADD-TEXT
079700         THRU 8100-EXIT.
079800     MOVE 'AVERAGE SUM' TO EU01-FEX-FIELD.
079900     PERFORM 8100-ADD-TEXT
080000         THRU 8100-EXIT.
080100     MOVE 'CLOSED-FORM NIGHTS' TO EU01-FEX-FIELD.
080200     PERFORM 8100-ADD-TEXT
080300         THRU 8100-EXIT.

080400     PERFORM 8600-WRITE-ROW
080500         THRU 8600-EXIT.

080600     GO TO 3020-EXIT.

080700 3020-EXIT.
080800     EXIT.

080900******************************************************************
081000*    3050-CHECK-ONE-CAL-RECORD                                   *
081100*        Read the next calendar record and test it against the   *
081200*        business date.                                          *
081300******************************************************************
081400 3050-CHECK-ONE-CAL-RECORD.
081500     READ CAL-FILE
081600         AT END
081700             SET EU01-FEX-CAL-EOF TO TRUE
081800             GO TO 3050-EXIT
081900     END-READ.

082000     IF EU01-CAL-DATE IS EQUAL TO EU01-FEX-RCL-DATE
082100         SET EU01-FEX-DATE-FOUND TO TRUE
082200         MOVE EU01-CAL-DAY-TYPE TO EU01-FEX-DAY-TYPE
082300     END-IF.

082400     GO TO 3050-EXIT.

082500 3050-EXIT.
082600     EXIT.

082700******************************************************************
082800*    3100-EXPORT-ONE-PERIOD-ROW                                  *
082900*        Read the next period summary record and, when it is     *
083000*        the business date's month, write its row.               *
083100******************************************************************
083200 3100-EXPORT-ONE-PERIOD-ROW.
083300     READ PSUM-FILE
083400         AT END
083500             SET EU01-FEX-PSUM-EOF TO TRUE
083600             GO TO 3100-EXIT
083700     END-READ.

083800     IF EU01-PS-PERIOD IS NOT EQUAL TO EU01-FEX-RCL-PERIOD
083900         GO TO 3100-EXIT
084000     END-IF.

084100     PERFORM 8000-START-ROW
084200         THRU 8000-EXIT.

084300     MOVE EU01-PS-PERIOD TO EU01-FEX-PERIOD-IN.
084400     PERFORM 8350-ADD-PERIOD
084500         THRU 8350-EXIT.

084600     MOVE EU01-PS-ENTITY TO EU01-FEX-FIELD.
084700     PERFORM 8100-ADD-TEXT
084800         THRU 8100-EXIT.

084900     MOVE EU01-PS-RULE-NAME TO EU01-FEX-FIELD.
085000     PERFORM 8100-ADD-TEXT
085100         THRU 8100-EXIT.

085200     MOVE EU01-PS-NIGHTS-RUN TO EU01-FEX-NUM-EDIT.
085300     PERFORM 8200-ADD-NUMBER
085400         THRU 8200-EXIT.

085500     MOVE EU01-PS-FIRST-DATE TO EU01-FEX-DATE-IN.
085600     PERFORM 8300-ADD-DATE
085700         THRU 8300-EXIT.

085800     MOVE EU01-PS-FIRST-SUM TO EU01-FEX-NUM-EDIT.
085900     PERFORM 8200-ADD-NUMBER
086000         THRU 8200-EXIT.

086100     MOVE EU01-PS-LAST-DATE TO EU01-FEX-DATE-IN.
086200     PERFORM 8300-ADD-DATE
086300         THRU 8300-EXIT.

086400     MOVE EU01-PS-LAST-SUM TO EU01-FEX-NUM-EDIT.
086500     PERFORM 8200-ADD-NUMBER
086600         THRU 8200-EXIT.

086700     MOVE EU01-PS-HIGH-SUM TO EU01-FEX-NUM-EDIT.
086800     PERFORM 8200-ADD-NUMBER
086900         THRU 8200-EXIT.

087000     MOVE EU01-PS-LOW-SUM TO EU01-FEX-NUM-EDIT.
087100     PERFORM 8200-ADD-NUMBER
087200         THRU 8200-EXIT.

087300     MOVE EU01-PS-AVG-SUM TO EU01-FEX-NUM-EDIT.
087400     PERFORM 8200-ADD-NUMBER
087500         THRU 8200-EXIT.

087600     MOVE EU01-PS-CF-NIGHTS TO EU01-FEX-NUM-EDIT.
087700     PERFORM 8200-ADD-NUMBER
087800         THRU 8200-EXIT.

087900     PERFORM 8600-WRITE-ROW
088000         THRU 8600-EXIT.

088100     ADD 1 TO EU01-FEX-ROW-COUNT.

088200     GO TO 3100-EXIT.

088300 3100-EXIT.
088400     EXIT.

088500******************************************************************
088600*    8000-START-ROW                                              *
088700*        Clear the row being built.                              *
088800******************************************************************
088900 8000-START-ROW.
089000     MOVE SPACES TO EU01-FEX-ROW.
089100     MOVE 0 TO EU01-FEX-ROW-LEN.

089200     GO TO 8000-EXIT.

089300 8000-EXIT.
089400     EXIT.

089500******************************************************************
089600*    8050-ADD-COMMA                                              *
089700*        Separate the next column from the one before it.        *
089800******************************************************************
089900 8050-ADD-COMMA.
090000     IF EU01-FEX-ROW-LEN IS GREATER THAN 0
090010         MOVE ',' TO EU01-FEX-CHAR
090020         PERFORM 8150-ADD-CHAR
090030             THRU 8150-EXIT
090300     END-IF.

090400     GO TO 8050-EXIT.

090500 8050-EXIT.
090600     EXIT.

090700******************************************************************
090705*    8060-CHECK-ROOM                                             *
090710*        Make sure the row has room for the EU01-FEX-ROW-NEED    *
090715*        characters about to be added.  A row that would pass    *
090720*        the 400-character record stops the export rather than   *
090725*        going out cut short.                                    *
090730******************************************************************
090735 8060-CHECK-ROOM.
090740     IF EU01-FEX-ROW-LEN + EU01-FEX-ROW-NEED IS GREATER THAN 400
090745         DISPLAY 'EU01FX-0021 EXPORT ROW WOULD BE LONGER THAN '
090750             '400 CHARACTERS -- EXPORT STOPPED'
090755         MOVE 16 TO RETURN-CODE
090760         GO TO 9999-TERMINATE
090765     END-IF.

090770     GO TO 8060-EXIT.

090775 8060-EXIT.
090780     EXIT.

090785******************************************************************
090800*    8100-ADD-TEXT                                               *
090900*        Add the text in EU01-FEX-FIELD to the row as a quoted   *
091000*        column, trailing blanks dropped.  A double quote in     *
091010*        the text is doubled, the way a spreadsheet reads a      *
091020*        quote inside a quoted column, so the text goes to       *
091030*        Finance exactly as it stands.                           *
091300******************************************************************
091400 8100-ADD-TEXT.
091500     PERFORM 8050-ADD-COMMA
091600         THRU 8050-EXIT.

091800     MOVE 0 TO EU01-FEX-FIELD-LEN.
091900     PERFORM 8110-FIND-TEXT-END
092000         THRU 8110-EXIT
092100         VARYING EU01-FEX-FX FROM 60 BY -1
092200             UNTIL EU01-FEX-FX < 1
092300                 OR EU01-FEX-FIELD-LEN > 0.

092310     MOVE '"' TO EU01-FEX-CHAR.
092320     PERFORM 8150-ADD-CHAR
092330         THRU 8150-EXIT.

092340     PERFORM 8120-COPY-ONE-CHAR
092350         THRU 8120-EXIT
092360         VARYING EU01-FEX-FX FROM 1 BY 1
092370             UNTIL EU01-FEX-FX > EU01-FEX-FIELD-LEN.

092380     MOVE '"' TO EU01-FEX-CHAR.
092390     PERFORM 8150-ADD-CHAR
092400         THRU 8150-EXIT.

093400     MOVE SPACES TO EU01-FEX-FIELD.

093500     GO TO 8100-EXIT.

093600 8100-EXIT.
093700     EXIT.

093800******************************************************************
093900*    8110-FIND-TEXT-END                                          *
094000*        Test one position of the text, working back from the    *
094100*        end, for its last non-blank character.                  *
094200******************************************************************
094300 8110-FIND-TEXT-END.
094400     IF EU01-FEX-FIELD(EU01-FEX-FX:1) IS NOT EQUAL TO SPACE
094500         MOVE EU01-FEX-FX TO EU01-FEX-FIELD-LEN
094600     END-IF.

094700     GO TO 8110-EXIT.

094800 8110-EXIT.
094900     EXIT.

095000******************************************************************
095003*    8120-COPY-ONE-CHAR                                          *
095006*        Copy one character of the text into the row, and a      *
095009*        double quote a second time.                             *
095012******************************************************************
095015 8120-COPY-ONE-CHAR.
095018     MOVE EU01-FEX-FIELD(EU01-FEX-FX:1) TO EU01-FEX-CHAR.
095021     PERFORM 8150-ADD-CHAR
095024         THRU 8150-EXIT.

095027     IF EU01-FEX-CHAR IS EQUAL TO '"'
095030         PERFORM 8150-ADD-CHAR
095033             THRU 8150-EXIT
095036     END-IF.

095039     GO TO 8120-EXIT.

095042 8120-EXIT.
095045     EXIT.

095048******************************************************************
095051*    8150-ADD-CHAR                                               *
095054*        Add the character in EU01-FEX-CHAR to the row.          *
095057******************************************************************
095060 8150-ADD-CHAR.
095063     MOVE 1 TO EU01-FEX-ROW-NEED.
095066     PERFORM 8060-CHECK-ROOM
095069         THRU 8060-EXIT.

095072     ADD 1 TO EU01-FEX-ROW-LEN.
095075     MOVE EU01-FEX-CHAR TO EU01-FEX-ROW(EU01-FEX-ROW-LEN:1).

095078     GO TO 8150-EXIT.

095081 8150-EXIT.
095084     EXIT.

095087******************************************************************
095100*    8200-ADD-NUMBER                                             *
095200*        Add the number in EU01-FEX-NUM-EDIT to the row as an    *
095300*        unquoted column, leading blanks dropped and a leading   *
095400*        minus sign when negative.                               *
095500******************************************************************
095600 8200-ADD-NUMBER.
095700     PERFORM 8050-ADD-COMMA
095800         THRU 8050-EXIT.

095900     PERFORM 8250-FIND-NUMBER-START
096000         THRU 8250-EXIT.

096010     MOVE EU01-FEX-NUM-LEN TO EU01-FEX-ROW-NEED.
096020     PERFORM 8060-CHECK-ROOM
096030         THRU 8060-EXIT.

096100     MOVE EU01-FEX-NUM-TEXT(EU01-FEX-NUM-START:EU01-FEX-NUM-LEN)
096200         TO EU01-FEX-ROW(EU01-FEX-ROW-LEN + 1:EU01-FEX-NUM-LEN).
096300     ADD EU01-FEX-NUM-LEN TO EU01-FEX-ROW-LEN.

096400     GO TO 8200-EXIT.

096500 8200-EXIT.
096600     EXIT.

096700******************************************************************
096800*    8250-FIND-NUMBER-START                                      *
096900*        Find where the edited number in EU01-FEX-NUM-EDIT       *
097000*        starts and how long it is.                              *
097100******************************************************************
097200 8250-FIND-NUMBER-START.
097300     MOVE 0 TO EU01-FEX-NUM-START.
097400     PERFORM 8260-TEST-ONE-NUMBER-CHAR
097500         THRU 8260-EXIT
097600         VARYING EU01-FEX-FX FROM 1 BY 1
097700             UNTIL EU01-FEX-FX > 19
097800                 OR EU01-FEX-NUM-START > 0.

097900     COMPUTE EU01-FEX-NUM-LEN = 20 - EU01-FEX-NUM-START.

098000     GO TO 8250-EXIT.

098100 8250-EXIT.
098200     EXIT.

098300******************************************************************
098400*    8260-TEST-ONE-NUMBER-CHAR                                   *
098500*        Test one position of the edited number for its first    *
098600*        non-blank character.                                    *
098700******************************************************************
098800 8260-TEST-ONE-NUMBER-CHAR.
098900     IF EU01-FEX-NUM-TEXT(EU01-FEX-FX:1) IS NOT EQUAL TO SPACE
099000         MOVE EU01-FEX-FX TO EU01-FEX-NUM-START
099100     END-IF.

099200     GO TO 8260-EXIT.

099300 8260-EXIT.
099400     EXIT.

099500******************************************************************
099600*    8300-ADD-DATE                                               *
099700*        Add the date in EU01-FEX-DATE-IN to the row as an       *
099800*        unquoted YYYY-MM-DD column, which a spreadsheet takes   *
099900*        as a date.  A zero date goes out as an empty column.    *
100000******************************************************************
100100 8300-ADD-DATE.
100200     IF EU01-FEX-DATE-IN IS EQUAL TO 0
100300         PERFORM 8400-ADD-EMPTY
100400             THRU 8400-EXIT
100500         GO TO 8300-EXIT
100600     END-IF.

100700     PERFORM 8050-ADD-COMMA
100800         THRU 8050-EXIT.

100810     MOVE 10 TO EU01-FEX-ROW-NEED.
100820     PERFORM 8060-CHECK-ROOM
100830         THRU 8060-EXIT.

100900     MOVE EU01-FEX-DATE-IN-CCYY TO EU01-FEX-DATE-OUT-CCYY.
101000     MOVE EU01-FEX-DATE-IN-MM   TO EU01-FEX-DATE-OUT-MM.
101100     MOVE EU01-FEX-DATE-IN-DD   TO EU01-FEX-DATE-OUT-DD.

101200     MOVE EU01-FEX-DATE-OUT
101300         TO EU01-FEX-ROW(EU01-FEX-ROW-LEN + 1:10).
101400     ADD 10 TO EU01-FEX-ROW-LEN.

101500     GO TO 8300-EXIT.

101600 8300-EXIT.
101700     EXIT.

101800******************************************************************
101900*    8350-ADD-PERIOD                                             *
102000*        Add the month in EU01-FEX-PERIOD-IN to the row as an    *
102100*        unquoted YYYY-MM column.                                *
102200******************************************************************
102300 8350-ADD-PERIOD.
102400     PERFORM 8050-ADD-COMMA
102500         THRU 8050-EXIT.

102510     MOVE 7 TO EU01-FEX-ROW-NEED.
102520     PERFORM 8060-CHECK-ROOM
102530         THRU 8060-EXIT.

102600     MOVE EU01-FEX-PERIOD-IN-CCYY TO EU01-FEX-DATE-OUT-CCYY.
102700     MOVE EU01-FEX-PERIOD-IN-MM   TO EU01-FEX-DATE-OUT-MM.

102800     MOVE EU01-FEX-DATE-OUT(1:7)
102900         TO EU01-FEX-ROW(EU01-FEX-ROW-LEN + 1:7).
103000     ADD 7 TO EU01-FEX-ROW-LEN.

103100     GO TO 8350-EXIT.

103200 8350-EXIT.
103300     EXIT.

103400******************************************************************
103500*    8400-ADD-EMPTY                                              *
103600*        Add an empty column to the row.                         *
103700******************************************************************
103800 8400-ADD-EMPTY.
103900     PERFORM 8050-ADD-COMMA
104000         THRU 8050-EXIT.

104100     GO TO 8400-EXIT.

104200 8400-EXIT.
104300     EXIT.

104400******************************************************************
104500*    8500-LIST-ONE-VALUE                                         *
104600*        Add the number in EU01-FEX-NUM-EDIT to the list being   *
104700*        built in EU01-FEX-FIELD, one blank between values.      *
104800******************************************************************
104900 8500-LIST-ONE-VALUE.
105000     PERFORM 8250-FIND-NUMBER-START
105100         THRU 8250-EXIT.

105200     IF EU01-FEX-FIELD-LEN IS GREATER THAN 0
105300         ADD 1 TO EU01-FEX-FIELD-LEN
105400     END-IF.

105500     MOVE EU01-FEX-NUM-TEXT(EU01-FEX-NUM-START:EU01-FEX-NUM-LEN)
105600         TO EU01-FEX-FIELD(EU01-FEX-FIELD-LEN + 1:
105700             EU01-FEX-NUM-LEN).
105800     ADD EU01-FEX-NUM-LEN TO EU01-FEX-FIELD-LEN.

105900     GO TO 8500-EXIT.

106000 8500-EXIT.
106100     EXIT.

106200******************************************************************
106300*    8600-WRITE-ROW                                              *
106400*        Write the finished row at its own length.               *
106500******************************************************************
106600 8600-WRITE-ROW.
106700     MOVE EU01-FEX-ROW TO EU01-CSV-RECORD.
106800     WRITE EU01-CSV-RECORD.

106900     IF NOT EU01-CSV-OK
107000         DISPLAY 'EU01FX-0020 UNABLE TO WRITE EXPORT FILE, '
107100             'STATUS ' EU01-CSV-STATUS
107200         MOVE 16 TO RETURN-CODE
107300         GO TO 9999-TERMINATE
107400     END-IF.

107500     GO TO 8600-EXIT.

107600 8600-EXIT.
107700     EXIT.

107800******************************************************************
107900*    9999-TERMINATE                                              *
108000*        Common end-of-job paragraph.                            *
108100******************************************************************
108200 9999-TERMINATE.
108300     STOP RUN.

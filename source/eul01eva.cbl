000100******************************************************************
000200*                                                                *
000300*   PROGRAM-ID.  EUL01EVA                                        *
000400*                                                                *
000500*   AUTHOR.       D. OKONKWO-BATCH SYSTEMS GROUP                 *
000600*   INSTALLATION. RECONCILIATION & CONTROL-TOTALS UNIT           *
000700*   DATE-WRITTEN. 2026-10-15                                     *
000800*   DATE-COMPILED.                                               *
000900*                                                                *
001000*   REMARKS.                                                     *
001100*       Housekeeping for the ever-growing permanent event        *
001200*       history (EU01EVH), which EUL01CAL appends to every night *
001300*       before it resets the event log.  Copies events whose     *
001400*       business date is older than the retention cutoff to the  *
001500*       archive dataset, writes the retained events to a new     *
001600*       history dataset (the following job steps install it as   *
001700*       EVTHIST), and prints a disposition report -- events      *
001800*       read, archived and kept, and the business-date range of  *
001900*       each -- so audit can see nothing was silently dropped.   *
002000*                                                                *
002100*       The retention period in days is a JCL PARM (exactly      *
002200*       five digits, e.g. PARM='00400'), because audit wants     *
002300*       seven years on archive while the monthly exception       *
002400*       report (EUL01EXC) wants a full year and a month online   *
002500*       to look back over.  The cutoff is today's date less the  *
002600*       retention days; an event whose business date is before   *
002700*       the cutoff is archived, all others are kept.  Events     *
002800*       are kept in the order they were appended -- a catch-up   *
002900*       night's events follow the night they were replayed on.   *
003000*                                                                *
003100*   MODIFICATION HISTORY.                                        *
003200*       2026-10-15  DOB  Original coding.                        *
003300*                                                                *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.     EUL01EVA.
003700 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
003800 INSTALLATION.   RECONCILIATION AND CONTROL-TOTALS UNIT.
003900 DATE-WRITTEN.   2026-10-15.
004000 DATE-COMPILED.

004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT EVH-FILE ASSIGN TO EVTHIST
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS EU01-EVH-STATUS.

004700     SELECT ARCH-FILE ASSIGN TO ARCHFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS EU01-ARCH-STATUS.

005000     SELECT NEWH-FILE ASSIGN TO HISTNEW
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS EU01-NEWH-STATUS.

005300     SELECT REPORT-FILE ASSIGN TO RPTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS EU01-RPT-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  EVH-FILE
005900     RECORDING MODE IS F.
006000 COPY EU01EVH.

006100*    The archive and new-history records are plain images of
006200*    EU01-EVH-RECORD; their length must match the EU01EVH
006300*    copybook or WRITE ... FROM will silently truncate rows.
006400 FD  ARCH-FILE
006500     RECORDING MODE IS F.
006600 01  EU01-EVA-ARCH-RECORD        PIC X(120).

006700 FD  NEWH-FILE
006800     RECORDING MODE IS F.
006900 01  EU01-EVA-NEWH-RECORD        PIC X(120).

007000 FD  REPORT-FILE
007100     RECORDING MODE IS F.
007200 01  EU01-EVA-PRINT-LINE         PIC X(132).

007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
007500*    FILE STATUS SWITCHES
007600*----------------------------------------------------------------
007700 01  EU01-EVA-FILE-STATUSES.
007800     05  EU01-EVH-STATUS        PIC X(02).
007900         88  EU01-EVH-OK                VALUE '00'.
008000     05  EU01-ARCH-STATUS        PIC X(02).
008100         88  EU01-ARCH-OK                VALUE '00'.
008200     05  EU01-NEWH-STATUS        PIC X(02).
008300         88  EU01-NEWH-OK                VALUE '00'.
008400     05  EU01-RPT-STATUS         PIC X(02).
008500         88  EU01-RPT-OK                 VALUE '00'.

008600*----------------------------------------------------------------
008700*    RETENTION AND CUTOFF WORKING FIELDS
008800*----------------------------------------------------------------
008900 01  EU01-EVA-RETENTION-X.
009000     05  EU01-EVA-RETENTION      PIC 9(05).

009100 01  EU01-EVA-TODAY          PIC 9(08).
009200 01  EU01-EVA-CUTOFF-DATE    PIC 9(08).
009300 01  EU01-EVA-TODAY-INT      PIC 9(08).
009400 01  EU01-EVA-CUTOFF-INT     PIC 9(08).

009500*----------------------------------------------------------------
009600*    DISPOSITION COUNTERS AND DATE RANGES
009700*----------------------------------------------------------------
009800 01  EU01-EVA-READ-COUNT     PIC 9(10).
009900 01  EU01-EVA-ARCH-COUNT     PIC 9(10).
010000 01  EU01-EVA-KEPT-COUNT     PIC 9(10).

010100 01  EU01-EVA-ARCH-LO-DATE   PIC 9(08).
010200 01  EU01-EVA-ARCH-HI-DATE   PIC 9(08).
010300 01  EU01-EVA-KEPT-LO-DATE   PIC 9(08).
010400 01  EU01-EVA-KEPT-HI-DATE   PIC 9(08).

010500 01  EU01-EVA-EVH-EOF-SW    PIC X(01).
010600     88  EU01-EVA-EVH-EOF           VALUE 'Y'.
010700     88  EU01-EVA-EVH-NOT-EOF       VALUE 'N'.

010800*----------------------------------------------------------------
010900*    REPORT LINES
011000*----------------------------------------------------------------
011100 01  EU01-EVA-HDR1.
011200     05  FILLER              PIC X(10) VALUE 'EUL01EVA'.
011300     05  FILLER              PIC X(46) VALUE
011400         'EVENT-HISTORY ARCHIVE/PURGE DISPOSITION REPORT'.
011500     05  FILLER              PIC X(10) VALUE '  RUN ON'.
011600     05  EU01-EVA-HDR1-DATE  PIC 9(08).
011700     05  FILLER              PIC X(58) VALUE SPACES.

011800 01  EU01-EVA-HDR2.
011900     05  FILLER              PIC X(78) VALUE ALL '-'.
012000     05  FILLER              PIC X(54) VALUE SPACES.

012100 01  EU01-EVA-PARM-LINE.
012200     05  FILLER              PIC X(04) VALUE SPACES.
012300     05  EU01-EVA-PARM-LABEL PIC X(28).
012400     05  EU01-EVA-PARM-VALUE PIC Z(09)9.
012500     05  FILLER              PIC X(90) VALUE SPACES.

012600 01  EU01-EVA-DISP-LINE.
012700     05  FILLER              PIC X(04) VALUE SPACES.
012800     05  EU01-EVA-DISP-LABEL PIC X(16).
012900     05  EU01-EVA-DISP-COUNT PIC Z(09)9.
013000     05  FILLER              PIC X(09) VALUE ' EVENTS ('.
013100     05  EU01-EVA-DISP-LO    PIC 9(08).
013200     05  FILLER              PIC X(09) VALUE ' THROUGH '.
013300     05  EU01-EVA-DISP-HI    PIC 9(08).
013400     05  FILLER              PIC X(01) VALUE ')'.
013500     05  FILLER              PIC X(67) VALUE SPACES.

013600 01  EU01-EVA-NONE-LINE.
013700     05  FILLER              PIC X(04) VALUE SPACES.
013800     05  EU01-EVA-NONE-LABEL PIC X(16).
013900     05  FILLER              PIC X(09) VALUE '0 EVENTS'.
014000     05  FILLER              PIC X(103) VALUE SPACES.

014100 01  EU01-EVA-BLANK-LINE     PIC X(132) VALUE SPACES.

014200 LINKAGE SECTION.
014300*----------------------------------------------------------------
014400*    JCL EXEC PARM -- the retention period in days, exactly
014500*    five digits (e.g. PARM='00400').
014600*----------------------------------------------------------------
014700 01  EU01-EVA-JCL-PARM.
014800     05  EU01-EVA-PARM-LEN       PIC S9(04) COMP.
014900     05  EU01-EVA-PARM-TEXT      PIC X(05).

015000 PROCEDURE DIVISION USING EU01-EVA-JCL-PARM.

015100******************************************************************
015200*    0000-MAINLINE                                               *
015300*        Top-level control paragraph.                            *
015400******************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-EXIT.

015800     PERFORM 2000-DISPOSE-ONE-EVENT
015900         THRU 2000-EXIT
016000         UNTIL EU01-EVA-EVH-EOF.

016100     CLOSE EVH-FILE ARCH-FILE NEWH-FILE.

016200     PERFORM 3000-PRINT-REPORT
016300         THRU 3000-EXIT.

016400     CLOSE REPORT-FILE.

016500     GO TO 9999-TERMINATE.

016600******************************************************************
016700*    1000-INITIALIZE                                             *
016800*        Validate the retention parameter, compute the cutoff    *
016900*        date, and open the files.                               *
017000******************************************************************
017100 1000-INITIALIZE.
017200     MOVE 0 TO EU01-EVA-READ-COUNT.
017300     MOVE 0 TO EU01-EVA-ARCH-COUNT.
017400     MOVE 0 TO EU01-EVA-KEPT-COUNT.
017500     MOVE 99999999 TO EU01-EVA-ARCH-LO-DATE.
017600     MOVE 0 TO EU01-EVA-ARCH-HI-DATE.
017700     MOVE 99999999 TO EU01-EVA-KEPT-LO-DATE.
017800     MOVE 0 TO EU01-EVA-KEPT-HI-DATE.
017900     SET EU01-EVA-EVH-NOT-EOF TO TRUE.

018000     IF EU01-EVA-PARM-LEN IS NOT EQUAL TO 5
018100             OR EU01-EVA-PARM-TEXT IS NOT NUMERIC
018200         DISPLAY 'EU01O-0001 RETENTION PARM MUST BE EXACTLY '
018300             'FIVE DIGITS OF DAYS, E.G. 00090'
018400         MOVE 16 TO RETURN-CODE
018500         GO TO 9999-TERMINATE
018600     END-IF.

018700     MOVE EU01-EVA-PARM-TEXT TO EU01-EVA-RETENTION-X.

018800     IF EU01-EVA-RETENTION IS EQUAL TO 0
018900         DISPLAY 'EU01O-0002 RETENTION DAYS MUST BE GREATER '
019000             'THAN ZERO'
019100         MOVE 16 TO RETURN-CODE
019200         GO TO 9999-TERMINATE
019300     END-IF.

019400     ACCEPT EU01-EVA-TODAY FROM DATE YYYYMMDD.

019500     COMPUTE EU01-EVA-TODAY-INT =
019600         FUNCTION INTEGER-OF-DATE(EU01-EVA-TODAY).
019700     COMPUTE EU01-EVA-CUTOFF-INT =
019800         EU01-EVA-TODAY-INT - EU01-EVA-RETENTION.
019900     COMPUTE EU01-EVA-CUTOFF-DATE =
020000         FUNCTION DATE-OF-INTEGER(EU01-EVA-CUTOFF-INT).

020100     OPEN INPUT EVH-FILE.

020200     IF NOT EU01-EVH-OK
020300         DISPLAY 'EU01O-0003 UNABLE TO OPEN EVENT-HISTORY '
020400             'FILE, STATUS ' EU01-EVH-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         GO TO 9999-TERMINATE
020700     END-IF.

020800     OPEN OUTPUT ARCH-FILE.

020900     IF NOT EU01-ARCH-OK
021000         DISPLAY 'EU01O-0004 UNABLE TO OPEN ARCHIVE FILE, '
021100             'STATUS ' EU01-ARCH-STATUS
021200         MOVE 16 TO RETURN-CODE
021300         GO TO 9999-TERMINATE
021400     END-IF.

021500     OPEN OUTPUT NEWH-FILE.

021600     IF NOT EU01-NEWH-OK
021700         DISPLAY 'EU01O-0005 UNABLE TO OPEN NEW HISTORY FILE, '
021800             'STATUS ' EU01-NEWH-STATUS
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 9999-TERMINATE
022100     END-IF.

022200     OPEN OUTPUT REPORT-FILE.

022300     IF NOT EU01-RPT-OK
022400         DISPLAY 'EU01O-0006 UNABLE TO OPEN REPORT FILE, '
022500             'STATUS ' EU01-RPT-STATUS
022600         MOVE 16 TO RETURN-CODE
022700         GO TO 9999-TERMINATE
022800     END-IF.

022900     GO TO 1000-EXIT.

023000 1000-EXIT.
023100     EXIT.

023200******************************************************************
023300*    2000-DISPOSE-ONE-EVENT                                      *
023400*        Read the next event on the history and write it to the  *
023500*        archive (business date older than the cutoff) or the    *
023600*        new history dataset (retained), tracking the counts and *
023700*        business-date ranges for the disposition report.        *
023800******************************************************************
023900 2000-DISPOSE-ONE-EVENT.
024000     READ EVH-FILE
024100         AT END
024200             SET EU01-EVA-EVH-EOF TO TRUE
024300             GO TO 2000-EXIT
024400     END-READ.

024500     ADD 1 TO EU01-EVA-READ-COUNT.

024600     IF EU01-EVH-BUSINESS-DATE IS LESS THAN EU01-EVA-CUTOFF-DATE
024700         WRITE EU01-EVA-ARCH-RECORD FROM EU01-EVH-RECORD
024800         ADD 1 TO EU01-EVA-ARCH-COUNT
024900         IF EU01-EVH-BUSINESS-DATE IS LESS THAN
025000                 EU01-EVA-ARCH-LO-DATE
025100             MOVE EU01-EVH-BUSINESS-DATE TO EU01-EVA-ARCH-LO-DATE
025200         END-IF
025300         IF EU01-EVH-BUSINESS-DATE IS GREATER THAN
025400                 EU01-EVA-ARCH-HI-DATE
025500             MOVE EU01-EVH-BUSINESS-DATE TO EU01-EVA-ARCH-HI-DATE
025600         END-IF
025700     ELSE
025800         WRITE EU01-EVA-NEWH-RECORD FROM EU01-EVH-RECORD
025900         ADD 1 TO EU01-EVA-KEPT-COUNT
026000         IF EU01-EVH-BUSINESS-DATE IS LESS THAN
026100                 EU01-EVA-KEPT-LO-DATE
026200             MOVE EU01-EVH-BUSINESS-DATE TO EU01-EVA-KEPT-LO-DATE
026300         END-IF
026400         IF EU01-EVH-BUSINESS-DATE IS GREATER THAN
026500                 EU01-EVA-KEPT-HI-DATE
026600             MOVE EU01-EVH-BUSINESS-DATE TO EU01-EVA-KEPT-HI-DATE
026700         END-IF
026800     END-IF.

026900     GO TO 2000-EXIT.

027000 2000-EXIT.
027100     EXIT.

027200******************************************************************
027300*    3000-PRINT-REPORT                                           *
027400*        Print the disposition report -- retention parameters,   *
027500*        events read, events archived and events kept with the   *
027600*        business-date range of each.                            *
027700******************************************************************
027800 3000-PRINT-REPORT.
027900     MOVE EU01-EVA-TODAY TO EU01-EVA-HDR1-DATE.
028000     WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-HDR1
028100         AFTER ADVANCING PAGE.
028200     WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-HDR2
028300         AFTER ADVANCING 1 LINE.
028400     WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-BLANK-LINE
028500         AFTER ADVANCING 1 LINE.

028600     MOVE 'RETENTION DAYS' TO EU01-EVA-PARM-LABEL.
028700     MOVE EU01-EVA-RETENTION TO EU01-EVA-PARM-VALUE.
028800     WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-PARM-LINE
028900         AFTER ADVANCING 1 LINE.

029000     MOVE 'CUTOFF DATE (EXCLUSIVE)' TO EU01-EVA-PARM-LABEL.
029100     MOVE EU01-EVA-CUTOFF-DATE TO EU01-EVA-PARM-VALUE.
029200     WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-PARM-LINE
029300         AFTER ADVANCING 1 LINE.

029400     MOVE 'EVENTS READ' TO EU01-EVA-PARM-LABEL.
029500     MOVE EU01-EVA-READ-COUNT TO EU01-EVA-PARM-VALUE.
029600     WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-PARM-LINE
029700         AFTER ADVANCING 1 LINE.

029800     WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-BLANK-LINE
029900         AFTER ADVANCING 1 LINE.

030000     IF EU01-EVA-ARCH-COUNT IS GREATER THAN 0
030100         MOVE 'ARCHIVED' TO EU01-EVA-DISP-LABEL
030200         MOVE EU01-EVA-ARCH-COUNT TO EU01-EVA-DISP-COUNT
030300         MOVE EU01-EVA-ARCH-LO-DATE TO EU01-EVA-DISP-LO
030400         MOVE EU01-EVA-ARCH-HI-DATE TO EU01-EVA-DISP-HI
030500         WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-DISP-LINE
030600             AFTER ADVANCING 1 LINE
030700     ELSE
030800         MOVE 'ARCHIVED' TO EU01-EVA-NONE-LABEL
030900         WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-NONE-LINE
031000             AFTER ADVANCING 1 LINE
031100     END-IF.

031200     IF EU01-EVA-KEPT-COUNT IS GREATER THAN 0
031300         MOVE 'KEPT' TO EU01-EVA-DISP-LABEL
031400         MOVE EU01-EVA-KEPT-COUNT TO EU01-EVA-DISP-COUNT
031500         MOVE EU01-EVA-KEPT-LO-DATE TO EU01-EVA-DISP-LO
031600         MOVE EU01-EVA-KEPT-HI-DATE TO EU01-EVA-DISP-HI
031700         WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-DISP-LINE
031800             AFTER ADVANCING 1 LINE
031900     ELSE
032000         MOVE 'KEPT' TO EU01-EVA-NONE-LABEL
032100         WRITE EU01-EVA-PRINT-LINE FROM EU01-EVA-NONE-LINE
032200             AFTER ADVANCING 1 LINE
032300     END-IF.

032400     DISPLAY 'EU01O-0010 EVENTS READ ' EU01-EVA-READ-COUNT
032500         ', ARCHIVED ' EU01-EVA-ARCH-COUNT
032600         ', KEPT ' EU01-EVA-KEPT-COUNT.

032700     GO TO 3000-EXIT.

032800 3000-EXIT.
032900     EXIT.

033000******************************************************************
033100*    9999-TERMINATE                                              *
033200*        Common end-of-job paragraph.                            *
033300******************************************************************
033400 9999-TERMINATE.
033500     STOP RUN.

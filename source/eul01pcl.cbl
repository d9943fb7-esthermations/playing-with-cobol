001100*       Month-end period-close job.  The nightly SUMFILE is      *
001200*       scratched every run, so this job rolls the month's       *
001300*       run-history rows up into the permanent period-summary    *
001360*       dataset -- one record per legal entity and rule set per  *
001420*       month carrying the number of nights run, the first and   *
001500*       last Running-Sum, the high, low and average, and how     *
001600*       many nights used the closed-form path -- and prints a    *
001700*       formatted period-close report for the reconciliation     *
001800*       unit to file with the month's close package.             *
002000*                                                                *
002100*       The job is driven off the processing calendar: it looks  *
002200*       tonight's date up and only closes the period when the    *
005200*                        it (latest run time wins, matching the  *
005300*                        last-sum tie-break) and is reported,    *
005400*                        not recounted.                          *
005402*       2026-10-15  DOB  Tonight is now the stream's current     *
005404*                        business date from the run-control      *
005406*                        ledger (RCLFILE, read-only) instead of  *
005408*                        the system date, so a close submitted   *
005410*                        after midnight or behind a catch-up     *
005412*                        pass closes the night the stream ran.   *
005414*                        Optional JCL PARM of a business date,   *
005420*                        YYYYMMDD, closes the period as of that  *
005430*                        date instead -- used after a catch-up   *
005440*                        replay of a missed month-end night.     *
005450*                        The date must still be a month-end day  *
005460*                        on the calendar and may not be later    *
005470*                        than tonight.                           *
005480*       2026-10-15  DOB  The period is now closed per legal      *
005490*                        entity.  Rows are rolled up by entity   *
005500*                        and rule set, each period-summary       *
005510*                        record carries the entity, and the      *
005520*                        report prints each entity's rule sets   *
005530*                        under an entity heading with its own    *
005540*                        subtotal.  The already-closed check is  *
005550*                        made per entity: rows for an entity     *
005560*                        already on the period-summary dataset   *
005570*                        are skipped (EU01P-0016) and the rest   *
005580*                        are closed; RC=4 only when every entity *
005590*                        in the period was already closed.       *
005600*                                                                *
005610******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID.     EUL01PCL.
005900 AUTHOR.         D. OKONKWO-BATCH SYSTEMS GROUP.
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS EU01-RPT-STATUS.

007710     SELECT RCL-FILE ASSIGN TO RCLFILE
007720         ORGANIZATION IS INDEXED
007730         ACCESS MODE IS RANDOM
007740         RECORD KEY IS EU01-RCL-BUSINESS-DATE
007750         FILE STATUS IS EU01-RCL-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CAL-FILE
009000     RECORDING MODE IS F.
009100 01  EU01-PCL-PRINT-LINE         PIC X(132).

009110 FD  RCL-FILE
009120     RECORDING MODE IS F.
009130 COPY EU01RCL.

009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------------
009400*    FILE STATUS SWITCHES
010300         88  EU01-PSUM-NOT-FOUND         VALUE '35'.
010400     05  EU01-RPT-STATUS         PIC X(02).
010500         88  EU01-RPT-OK                 VALUE '00'.
010510     05  EU01-RCL-STATUS         PIC X(02).
010520         88  EU01-RCL-OK                 VALUE '00'.

010600*----------------------------------------------------------------
010700*    CALENDAR-LOOKUP WORKING FIELDS
013100     88  EU01-PCL-PSUM-EOF           VALUE 'Y'.
013200     88  EU01-PCL-PSUM-NOT-EOF       VALUE 'N'.

013400 01  EU01-PCL-ENT-WANTED     PIC X(04).

013600 01  EU01-PCL-HIST-EOF-SW    PIC X(01).
013700     88  EU01-PCL-HIST-EOF           VALUE 'Y'.
013900 01  EU01-PCL-ROWS-READ      PIC 9(10).
014000 01  EU01-PCL-ROWS-USED      PIC 9(10).
014100 01  EU01-PCL-ROWS-SUPER     PIC 9(10).
014110 01  EU01-PCL-ROWS-SKIPPED   PIC 9(10).

014120*----------------------------------------------------------------
014130*    LEGAL ENTITIES ALREADY CLOSED FOR THE PERIOD -- their rows
014140*    are skipped, so a resubmission closes only the rest.
014150*----------------------------------------------------------------
014160 01  EU01-PCL-CLOSED-COUNT   PIC 9(02).
014170 01  EU01-PCL-CX             PIC 9(02).
014180 01  EU01-PCL-MATCH-CX       PIC 9(02).

014190 01  EU01-PCL-CLOSED-TABLE.
014200     05  EU01-PCL-CLOSED-ENTITY  OCCURS 50 TIMES
014210                                 PIC X(04).

014220*----------------------------------------------------------------
014300*    PER-RULE-SET ROLLUP TABLE
014400*----------------------------------------------------------------
014500 01  EU01-PCL-RULE-LIMIT     PIC 9(02) VALUE 50.
014900 01  EU01-PCL-RULE-TABLE.
015000     05  EU01-PCL-RULE-ENTRY OCCURS 50 TIMES.
015100         10  EU01-PCL-RE-RULE        PIC X(08).
015150         10  EU01-PCL-RE-ENTITY      PIC X(04).
015200         10  EU01-PCL-RE-NIGHTS      PIC 9(05).
015300         10  EU01-PCL-RE-FIRST-DATE  PIC 9(08).
015400         10  EU01-PCL-RE-FIRST-TIME  PIC 9(08).

017500 01  EU01-PCL-AVG-SUM        PIC 9(18).

017510*----------------------------------------------------------------
017520*    PER-ENTITY REPORT TABLE -- never more entries than the
017530*    rollup table, so it cannot overflow.
017540*----------------------------------------------------------------
017550 01  EU01-PCL-ENT-COUNT      PIC 9(02).
017560 01  EU01-PCL-EX             PIC 9(02).

017570 01  EU01-PCL-ENT-TABLE.
017580     05  EU01-PCL-ENT-ENTRY  OCCURS 50 TIMES.
017590         10  EU01-PCL-EN-CODE        PIC X(04).
017600         10  EU01-PCL-EN-RULES       PIC 9(03).
017610         10  EU01-PCL-EN-NIGHTS      PIC 9(07).

017620*----------------------------------------------------------------
017700*    REPORT LINES
017800*----------------------------------------------------------------
017900 01  EU01-PCL-HDR1.
018900     05  FILLER              PIC X(78) VALUE ALL '-'.
019000     05  FILLER              PIC X(54) VALUE SPACES.

019010 01  EU01-PCL-ENTITY-LINE.
019020     05  FILLER              PIC X(02) VALUE SPACES.
019030     05  FILLER              PIC X(13) VALUE 'LEGAL ENTITY '.
019040     05  EU01-PCL-ENTITY-VALUE
019050                             PIC X(04).
019060     05  FILLER              PIC X(113) VALUE SPACES.

019100 01  EU01-PCL-RULE-LINE.
019200     05  FILLER              PIC X(04) VALUE SPACES.
019300     05  FILLER              PIC X(09) VALUE 'RULE SET '.

020500 01  EU01-PCL-BLANK-LINE     PIC X(132) VALUE SPACES.

020510 LINKAGE SECTION.
020520*----------------------------------------------------------------
020530*    JCL EXEC PARM -- none on a normal night; a missed month-end
020540*    is closed with its business date, YYYYMMDD.
020550*----------------------------------------------------------------
020560 01  EU01-PCL-JCL-PARM.
020570     05  EU01-PCL-PARM-LEN       PIC S9(04) COMP.
020580     05  EU01-PCL-PARM-TEXT      PIC X(08).

020600 PROCEDURE DIVISION USING EU01-PCL-JCL-PARM.

020700******************************************************************
020800*    0000-MAINLINE                                               *
022100         VARYING EU01-PCL-RX FROM 1 BY 1
022200             UNTIL EU01-PCL-RX > EU01-PCL-RULE-COUNT.

022220     PERFORM 2400-TALLY-ONE-ENTITY
022240         THRU 2400-EXIT
022260         VARYING EU01-PCL-RX FROM 1 BY 1
022280             UNTIL EU01-PCL-RX > EU01-PCL-RULE-COUNT.

022300     PERFORM 3000-WRITE-PERIOD-CLOSE
022400         THRU 3000-EXIT.

022500     DISPLAY 'EU01P-0010 PERIOD ' EU01-PCL-PERIOD ' CLOSED -- '
022560         EU01-PCL-RULE-COUNT ' RULE SET(S) IN '
022620         EU01-PCL-ENT-COUNT ' ENTITY(IES), '
022700         EU01-PCL-ROWS-USED ' OF ' EU01-PCL-ROWS-READ
022800         ' HISTORY ROWS ROLLED UP'.

022820     IF EU01-PCL-ROWS-SKIPPED IS GREATER THAN 0
022840         DISPLAY 'EU01P-0017 ' EU01-PCL-ROWS-SKIPPED
022860             ' ROW(S) FOR AN ENTITY ALREADY CLOSED SKIPPED'
022880     END-IF.

022900     IF EU01-PCL-ROWS-SUPER IS GREATER THAN 0
023000         DISPLAY 'EU01P-0012 ' EU01-PCL-ROWS-SUPER
023100             ' DUPLICATE ROW(S) FOR AN ALREADY-COUNTED NIGHT '
024300     MOVE 0 TO EU01-PCL-ROWS-READ.
024400     MOVE 0 TO EU01-PCL-ROWS-USED.
024500     MOVE 0 TO EU01-PCL-ROWS-SUPER.
024520     MOVE 0 TO EU01-PCL-ROWS-SKIPPED.
024540     MOVE 0 TO EU01-PCL-CLOSED-COUNT.
024560     MOVE 0 TO EU01-PCL-ENT-COUNT.
024600     INITIALIZE EU01-PCL-RULE-TABLE.
024630     INITIALIZE EU01-PCL-CLOSED-TABLE.
024660     INITIALIZE EU01-PCL-ENT-TABLE.
024700     SET EU01-PCL-CAL-NOT-EOF TO TRUE.
024800     SET EU01-PCL-DATE-NOT-FOUND TO TRUE.
024900     SET EU01-PCL-HIST-NOT-EOF TO TRUE.

024910     PERFORM 1020-READ-LEDGER-DATE
024920         THRU 1020-EXIT.

025010*    A PARM date closes a missed month-end after its replay.
025020     IF EU01-PCL-PARM-LEN IS GREATER THAN 0
025030         PERFORM 1050-CHECK-PARM-DATE
025040             THRU 1050-EXIT
025050     END-IF.

025100     OPEN INPUT CAL-FILE.

028400     GO TO 1000-EXIT.

028500 1000-EXIT.
028503     EXIT.

028506******************************************************************
028509*    1020-READ-LEDGER-DATE                                       *
028512*        Take tonight from the run-control ledger's control      *
028515*        record -- the business date EUL01CAL opened, which is   *
028518*        the replayed date itself during a catch-up pass.  The   *
028521*        close only reads the ledger; it is not a stream step    *
028524*        and records nothing there.                              *
028527******************************************************************
028530 1020-READ-LEDGER-DATE.
028533     OPEN INPUT RCL-FILE.

028536     IF NOT EU01-RCL-OK
028539         DISPLAY 'EU01P-0019 UNABLE TO OPEN RUN-CONTROL LEDGER, '
028542             'STATUS ' EU01-RCL-STATUS
028545         MOVE 16 TO RETURN-CODE
028548         GO TO 9999-TERMINATE
028551     END-IF.

028554     MOVE 0 TO EU01-RCL-BUSINESS-DATE.
028557     READ RCL-FILE
028560         INVALID KEY
028563             MOVE 0 TO EU01-RCL-CURRENT-DATE
028566     END-READ.

028569     CLOSE RCL-FILE.

028572     IF EU01-RCL-CURRENT-DATE IS EQUAL TO 0
028575         DISPLAY 'EU01P-0020 NO CURRENT BUSINESS DATE ON THE '
028578             'RUN-CONTROL LEDGER -- RUN EUL01CAL FIRST'
028581         MOVE 16 TO RETURN-CODE
028584         GO TO 9999-TERMINATE
028587     END-IF.

028590     MOVE EU01-RCL-CURRENT-DATE TO EU01-PCL-TONIGHT-N.

028593     GO TO 1020-EXIT.

028596 1020-EXIT.
028600     EXIT.

028603******************************************************************
028606*    1050-CHECK-PARM-DATE                                        *
028609*        Validate a PARM business date and close the period as   *
028612*        of it.  A date after tonight has not been run yet.      *
028615******************************************************************
028618 1050-CHECK-PARM-DATE.
028621     IF EU01-PCL-PARM-LEN IS NOT EQUAL TO 8
028624             OR EU01-PCL-PARM-TEXT IS NOT NUMERIC
028627         DISPLAY 'EU01P-0013 PARM MUST BE A BUSINESS DATE, '
028630             'YYYYMMDD'
028633         MOVE 16 TO RETURN-CODE
028636         GO TO 9999-TERMINATE
028639     END-IF.

028642     IF EU01-PCL-PARM-TEXT IS GREATER THAN EU01-PCL-TONIGHT
028645         DISPLAY 'EU01P-0014 PARM DATE ' EU01-PCL-PARM-TEXT
028648             ' IS LATER THAN TONIGHT, ' EU01-PCL-TONIGHT-N
028651         MOVE 16 TO RETURN-CODE
028654         GO TO 9999-TERMINATE
028657     END-IF.

028660     MOVE EU01-PCL-PARM-TEXT TO EU01-PCL-TONIGHT.

028663     DISPLAY 'EU01P-0015 CLOSING AS OF BUSINESS DATE '
028666         EU01-PCL-TONIGHT-N.

028669     GO TO 1050-EXIT.

028672 1050-EXIT.
028675     EXIT.

028700******************************************************************
028800*    1100-CHECK-ONE-CAL-RECORD                                   *
028900*        Read the next calendar record and keep it if it is      *

030500******************************************************************
030600*    1200-CHECK-ALREADY-CLOSED                                   *
030670*        Find the legal entities whose closing period is already *
030740*        on the period-summary dataset -- the dataset is         *
030810*        permanent and carries one record per entity and rule    *
030880*        set per month, so a resubmission on the same month-end  *
030950*        night must not silently double an entity's records.     *
031020*        Their rows are skipped and the other entities closed.   *
031090*        A missing dataset (the very first close) is not an      *
031160*        error.                                                  *
031300******************************************************************
031400 1200-CHECK-ALREADY-CLOSED.
031600     SET EU01-PCL-PSUM-NOT-EOF TO TRUE.

031700     OPEN INPUT PSUM-FILE.

032700     PERFORM 1210-SCAN-ONE-PSUM-RECORD
032800         THRU 1210-EXIT
032950         UNTIL EU01-PCL-PSUM-EOF.

033100     CLOSE PSUM-FILE.

033900     GO TO 1200-EXIT.

034000 1200-EXIT.

034200******************************************************************
034300*    1210-SCAN-ONE-PSUM-RECORD                                   *
034370*        Read the next period-summary record and, when it is     *
034440*        for the closing period, note its legal entity as        *
034510*        already closed.                                         *
034600******************************************************************
034700 1210-SCAN-ONE-PSUM-RECORD.
034800     READ PSUM-FILE
035100             GO TO 1210-EXIT
035200     END-READ.

035300     IF EU01-PS-PERIOD IS NOT EQUAL TO EU01-PCL-PERIOD
035400         GO TO 1210-EXIT
035500     END-IF.

035510     MOVE EU01-PS-ENTITY TO EU01-PCL-ENT-WANTED.
035520     PERFORM 1250-FIND-CLOSED-ENTITY
035530         THRU 1250-EXIT.

035540     IF EU01-PCL-MATCH-CX IS GREATER THAN 0
035550         GO TO 1210-EXIT
035560     END-IF.

035570     IF EU01-PCL-CLOSED-COUNT IS EQUAL TO EU01-PCL-RULE-LIMIT
035580         DISPLAY 'EU01P-0018 MORE THAN ' EU01-PCL-RULE-LIMIT
035590             ' ENTITIES ALREADY CLOSED FOR THE PERIOD'
035600         MOVE 16 TO RETURN-CODE
035610         GO TO 9999-TERMINATE
035620     END-IF.

035630     ADD 1 TO EU01-PCL-CLOSED-COUNT.
035640     MOVE EU01-PS-ENTITY
035650         TO EU01-PCL-CLOSED-ENTITY(EU01-PCL-CLOSED-COUNT).

035660     DISPLAY 'EU01P-0016 PERIOD ' EU01-PCL-PERIOD
035670         ' IS ALREADY CLOSED FOR ENTITY ' EU01-PS-ENTITY
035680         ' -- ITS ROWS ARE SKIPPED'.

035690     GO TO 1210-EXIT.

035700 1210-EXIT.
035800     EXIT.

035803******************************************************************
035806*    1250-FIND-CLOSED-ENTITY                                     *
035809*        Look EU01-PCL-ENT-WANTED up among the entities already  *
035812*        closed for the period, leaving its index in             *
035815*        EU01-PCL-MATCH-CX (zero when it is still open).         *
035818******************************************************************
035821 1250-FIND-CLOSED-ENTITY.
035824     MOVE 0 TO EU01-PCL-MATCH-CX.

035827     PERFORM 1260-MATCH-ONE-CLOSED
035830         THRU 1260-EXIT
035833         VARYING EU01-PCL-CX FROM 1 BY 1
035836             UNTIL EU01-PCL-CX > EU01-PCL-CLOSED-COUNT
035839                 OR EU01-PCL-MATCH-CX > 0.

035842     GO TO 1250-EXIT.

035845 1250-EXIT.
035848     EXIT.

035851******************************************************************
035854*    1260-MATCH-ONE-CLOSED                                       *
035857*        Match the wanted entity against one already-closed      *
035860*        entity.                                                 *
035863******************************************************************
035866 1260-MATCH-ONE-CLOSED.
035869     IF EU01-PCL-CLOSED-ENTITY(EU01-PCL-CX)
035872             IS EQUAL TO EU01-PCL-ENT-WANTED
035875         MOVE EU01-PCL-CX TO EU01-PCL-MATCH-CX
035878     END-IF.

035881     GO TO 1260-EXIT.

035884 1260-EXIT.
035887     EXIT.

035900******************************************************************
036000*    2000-ROLL-UP-ONE-ROW                                        *
036100*        Read the next run-history row and, when it belongs to   *
038000         GO TO 2000-EXIT
038100     END-IF.

038110*    An entity already closed for the period keeps the records
038120*    it has -- its rows are not rolled up again.
038130     MOVE EU01-HIST-ENTITY TO EU01-PCL-ENT-WANTED.
038140     PERFORM 1250-FIND-CLOSED-ENTITY
038150         THRU 1250-EXIT.

038160     IF EU01-PCL-MATCH-CX IS GREATER THAN 0
038170         ADD 1 TO EU01-PCL-ROWS-SKIPPED
038180         GO TO 2000-EXIT
038190     END-IF.

038200     PERFORM 2100-FIND-RULE-ENTRY
038300         THRU 2100-EXIT.

041100******************************************************************
041200*    2100-FIND-RULE-ENTRY                                        *
041300*        Find (or add) the rollup table entry for the history    *
041360*        row's legal entity and rule set, leaving its index in   *
041420*        EU01-PCL-MATCH-RX.                                      *
041500******************************************************************
041600 2100-FIND-RULE-ENTRY.
041700     MOVE 0 TO EU01-PCL-MATCH-RX.

042600     IF EU01-PCL-RULE-COUNT IS EQUAL TO EU01-PCL-RULE-LIMIT
042700         DISPLAY 'EU01P-0005 MORE THAN ' EU01-PCL-RULE-LIMIT
042800             ' ENTITY/RULE SETS IN THE PERIOD'
042900         MOVE 16 TO RETURN-CODE
043000         GO TO 9999-TERMINATE
043100     END-IF.
043300     MOVE EU01-PCL-RULE-COUNT TO EU01-PCL-MATCH-RX.
043400     MOVE EU01-HIST-RULE-NAME
043500         TO EU01-PCL-RE-RULE(EU01-PCL-MATCH-RX).
043530     MOVE EU01-HIST-ENTITY
043560         TO EU01-PCL-RE-ENTITY(EU01-PCL-MATCH-RX).
043600     MOVE 0 TO EU01-PCL-RE-NIGHTS(EU01-PCL-MATCH-RX).
043700     MOVE 99999999 TO EU01-PCL-RE-FIRST-DATE(EU01-PCL-MATCH-RX).
043800     MOVE 0 TO EU01-PCL-RE-LAST-DATE(EU01-PCL-MATCH-RX).

045000******************************************************************
045100*    2110-MATCH-ONE-ENTRY                                        *
045200*        Match the history row's legal entity and rule set       *
045300*        against one rollup table entry.                         *
045400******************************************************************
045500 2110-MATCH-ONE-ENTRY.
045600     IF EU01-PCL-RE-RULE(EU01-PCL-RX)
045700             IS EQUAL TO EU01-HIST-RULE-NAME
045730        AND EU01-PCL-RE-ENTITY(EU01-PCL-RX)
045760             IS EQUAL TO EU01-HIST-ENTITY
045800         MOVE EU01-PCL-RX TO EU01-PCL-MATCH-RX
045900     END-IF.

055000 2300-EXIT.
055100     EXIT.

055102******************************************************************
055104*    2400-TALLY-ONE-ENTITY                                       *
055106*        Count one rollup entry into its legal entity's report   *
055108*        subtotal, adding the entity in order of first           *
055110*        appearance.                                             *
055112******************************************************************
055114 2400-TALLY-ONE-ENTITY.
055116     MOVE 0 TO EU01-PCL-EX.

055118     PERFORM 2410-MATCH-ONE-ENTITY
055120         THRU 2410-EXIT
055122         VARYING EU01-PCL-CX FROM 1 BY 1
055124             UNTIL EU01-PCL-CX > EU01-PCL-ENT-COUNT
055126                 OR EU01-PCL-EX > 0.

055128     IF EU01-PCL-EX IS EQUAL TO 0
055130         ADD 1 TO EU01-PCL-ENT-COUNT
055132         MOVE EU01-PCL-ENT-COUNT TO EU01-PCL-EX
055134         MOVE EU01-PCL-RE-ENTITY(EU01-PCL-RX)
055136             TO EU01-PCL-EN-CODE(EU01-PCL-EX)
055138         MOVE 0 TO EU01-PCL-EN-RULES(EU01-PCL-EX)
055140         MOVE 0 TO EU01-PCL-EN-NIGHTS(EU01-PCL-EX)
055142     END-IF.

055144     ADD 1 TO EU01-PCL-EN-RULES(EU01-PCL-EX).
055146     ADD EU01-PCL-RE-NIGHTS(EU01-PCL-RX)
055148         TO EU01-PCL-EN-NIGHTS(EU01-PCL-EX).

055150     GO TO 2400-EXIT.

055152 2400-EXIT.
055154     EXIT.

055156******************************************************************
055158*    2410-MATCH-ONE-ENTITY                                       *
055160*        Match one rollup entry's legal entity against one       *
055162*        report subtotal entry.                                  *
055164******************************************************************
055166 2410-MATCH-ONE-ENTITY.
055168     IF EU01-PCL-EN-CODE(EU01-PCL-CX)
055170             IS EQUAL TO EU01-PCL-RE-ENTITY(EU01-PCL-RX)
055172         MOVE EU01-PCL-CX TO EU01-PCL-EX
055174     END-IF.

055176     GO TO 2410-EXIT.

055178 2410-EXIT.
055180     EXIT.

055200******************************************************************
055300*    3000-WRITE-PERIOD-CLOSE                                     *
055360*        Write one period-summary record per legal entity and    *
055420*        rule set and print the period-close report, one block   *
055480*        per entity.  When every row in the period belonged to   *
055540*        an entity already closed there is nothing to write.     *
055600******************************************************************
055700 3000-WRITE-PERIOD-CLOSE.
055710     IF EU01-PCL-RULE-COUNT IS EQUAL TO 0
055720        AND EU01-PCL-CLOSED-COUNT IS GREATER THAN 0
055730         DISPLAY 'EU01P-0011 PERIOD ' EU01-PCL-PERIOD
055740             ' IS ALREADY ON THE PERIOD-SUMMARY DATASET FOR '
055750             'EVERY ENTITY -- NOTHING WRITTEN'
055760         MOVE 4 TO RETURN-CODE
055770         GO TO 9999-TERMINATE
055780     END-IF.

055800     OPEN OUTPUT REPORT-FILE.

055900     IF NOT EU01-RPT-OK
059000         GO TO 9999-TERMINATE
059100     END-IF.

059200     PERFORM 3050-CLOSE-ONE-ENTITY
059300         THRU 3050-EXIT
059400         VARYING EU01-PCL-EX FROM 1 BY 1
059500             UNTIL EU01-PCL-EX > EU01-PCL-ENT-COUNT.

059600     CLOSE PSUM-FILE.
059700     CLOSE REPORT-FILE.
059900 3000-EXIT.
060000     EXIT.

060003******************************************************************
060006*    3050-CLOSE-ONE-ENTITY                                       *
060009*        Close the period for one legal entity: print its        *
060012*        heading, write and print each of its rule sets, then    *
060015*        its subtotal.                                           *
060018******************************************************************
060021 3050-CLOSE-ONE-ENTITY.
060024     WRITE EU01-PCL-PRINT-LINE FROM EU01-PCL-BLANK-LINE
060027         AFTER ADVANCING 1 LINE.
060030     MOVE EU01-PCL-EN-CODE(EU01-PCL-EX)
060033         TO EU01-PCL-ENTITY-VALUE.
060036     WRITE EU01-PCL-PRINT-LINE FROM EU01-PCL-ENTITY-LINE
060039         AFTER ADVANCING 1 LINE.

060042     PERFORM 3100-CLOSE-ONE-RULE-SET
060045         THRU 3100-EXIT
060048         VARYING EU01-PCL-RX FROM 1 BY 1
060051             UNTIL EU01-PCL-RX > EU01-PCL-RULE-COUNT.

060054     WRITE EU01-PCL-PRINT-LINE FROM EU01-PCL-BLANK-LINE
060057         AFTER ADVANCING 1 LINE.
060060     MOVE 'ENTITY RULE SETS' TO EU01-PCL-PARM-LABEL.
060063     MOVE EU01-PCL-EN-RULES(EU01-PCL-EX)
060066         TO EU01-PCL-PARM-VALUE.
060069     WRITE EU01-PCL-PRINT-LINE FROM EU01-PCL-PARM-LINE
060072         AFTER ADVANCING 1 LINE.

060075     MOVE 'ENTITY NIGHTS RUN' TO EU01-PCL-PARM-LABEL.
060078     MOVE EU01-PCL-EN-NIGHTS(EU01-PCL-EX)
060081         TO EU01-PCL-PARM-VALUE.
060084     WRITE EU01-PCL-PRINT-LINE FROM EU01-PCL-PARM-LINE
060087         AFTER ADVANCING 1 LINE.

060090     GO TO 3050-EXIT.

060093 3050-EXIT.
060096     EXIT.

060100******************************************************************
060200*    3100-CLOSE-ONE-RULE-SET                                     *
060300*        Write one rule set's period-summary record and print    *
060360*        its block of the period-close report, when the rollup   *
060420*        entry belongs to the entity being closed.               *
060500******************************************************************
060600 3100-CLOSE-ONE-RULE-SET.
060620     IF EU01-PCL-RE-ENTITY(EU01-PCL-RX) IS NOT EQUAL TO
060640             EU01-PCL-EN-CODE(EU01-PCL-EX)
060660         GO TO 3100-EXIT
060680     END-IF.
060700     COMPUTE EU01-PCL-AVG-SUM =
060800         EU01-PCL-RE-TOTAL-SUM(EU01-PCL-RX)
060900         / EU01-PCL-RE-NIGHTS(EU01-PCL-RX).
062800     MOVE EU01-PCL-AVG-SUM TO EU01-PS-AVG-SUM.
062900     MOVE EU01-PCL-RE-CF-NIGHTS(EU01-PCL-RX)
063000         TO EU01-PS-CF-NIGHTS.
063030     MOVE EU01-PCL-RE-ENTITY(EU01-PCL-RX)
063060         TO EU01-PS-ENTITY.

063100     WRITE EU01-PS-RECORD.


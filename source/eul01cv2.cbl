000900*                                                                *
001000*   REMARKS.                                                     *
001100*       One-time conversion of the rule master to the            *
001200*       effective-dated layout (137 -> 293 bytes), run once at   *
001300*       install from the EUL01CV2 job, which REPROs the rule     *
001400*       KSDS to a flat file first and installs the output into   *
001500*       the redefined cluster afterward.  Each record keeps      *
001700*       defaults: effective-from and effective-to zero (in       *
001800*       force since forever, open-ended) and no pending          *
001900*       version, so every converted rule set behaves exactly     *
001933*       as it did before the dates existed.  The run history is  *
001966*       converted alongside (178 -> 182 bytes).  Every rule      *
001999*       record and history row is stamped with the default       *
002032*       legal-entity code given on the JCL PARM (one to four     *
002065*       characters, required).                                   *
002100*                                                                *
002200*       The program also writes the seed record for the new      *
002300*       SECFILE operator security profile KSDS -- one level-3    *
003200*                                                                *
003300*   MODIFICATION HISTORY.                                        *
003400*       2026-09-02  DOB  Original coding.                        *
003416*       2026-10-15  DOB  Default legal entity taken from the JCL *
003432*                        PARM and stamped on every converted     *
003448*                        rule record; the run history is         *
003464*                        converted to the 182-byte layout in the *
003480*                        same run.                               *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS EU01-SEED-STATUS.

005414     SELECT OLDH-FILE ASSIGN TO OLDHIST
005428         ORGANIZATION IS SEQUENTIAL
005442         FILE STATUS IS EU01-OLDH-STATUS.

005456     SELECT NEWH-FILE ASSIGN TO NEWHIST
005470         ORGANIZATION IS SEQUENTIAL
005484         FILE STATUS IS EU01-NEWH-STATUS.

005500 DATA DIVISION.
005600 FILE SECTION.
005700*    Old 137-byte rule record, as REPROed off the KSDS before
008500     05  EU01-CV2-SD-AUTHORITY       PIC 9(01).
008600     05  EU01-CV2-SD-OPER-NAME       PIC X(24).

008611*    Old 178-byte run-history row, before the legal-entity code
008622*    was added at the end.
008633 FD  OLDH-FILE
008644     RECORDING MODE IS F.
008655 01  EU01-CV2-OLD-HIST           PIC X(178).

008666 FD  NEWH-FILE
008677     RECORDING MODE IS F.
008688 COPY EU01HIST.

008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------
008900*    FILE STATUS SWITCHES
009500         88  EU01-NEWR-OK                VALUE '00'.
009600     05  EU01-SEED-STATUS        PIC X(02).
009700         88  EU01-SEED-OK                VALUE '00'.
009720     05  EU01-OLDH-STATUS        PIC X(02).
009740         88  EU01-OLDH-OK                VALUE '00'.
009760     05  EU01-NEWH-STATUS        PIC X(02).
009780         88  EU01-NEWH-OK                VALUE '00'.

009800*----------------------------------------------------------------
009900*    CONVERSION COUNTERS AND SWITCHES
010000*----------------------------------------------------------------
010100 01  EU01-CV2-RULES-READ     PIC 9(05).
010150 01  EU01-CV2-HIST-READ      PIC 9(10).

010200 01  EU01-CV2-DVX            PIC 9(02).

010400     88  EU01-CV2-OLDR-EOF           VALUE 'Y'.
010500     88  EU01-CV2-OLDR-NOT-EOF       VALUE 'N'.

010511 01  EU01-CV2-OLDH-EOF-SW    PIC X(01).
010522     88  EU01-CV2-OLDH-EOF           VALUE 'Y'.
010533     88  EU01-CV2-OLDH-NOT-EOF       VALUE 'N'.

010544*----------------------------------------------------------------
010555*    DEFAULT LEGAL ENTITY FOR EVERY CONVERTED RECORD
010566*----------------------------------------------------------------
010577 01  EU01-CV2-ENTITY         PIC X(04).

010588 LINKAGE SECTION.
010599*----------------------------------------------------------------
010610*    JCL EXEC PARM -- the default legal-entity code for every
010621*    record converted.
010632*----------------------------------------------------------------
010643 01  EU01-CV2-JCL-PARM.
010654     05  EU01-CV2-PARM-LEN       PIC S9(04) COMP.
010665     05  EU01-CV2-PARM-TEXT      PIC X(04).

010676 PROCEDURE DIVISION USING EU01-CV2-JCL-PARM.

010700******************************************************************
010800*    0000-MAINLINE                                               *

011700     CLOSE OLDR-FILE NEWR-FILE.

011720     PERFORM 4000-CONVERT-ONE-HIST-ROW
011740         THRU 4000-EXIT
011760         UNTIL EU01-CV2-OLDH-EOF.

011780     CLOSE OLDH-FILE NEWH-FILE.

011800     PERFORM 3000-WRITE-SEED-PROFILE
011900         THRU 3000-EXIT.

012000     DISPLAY 'EU01G-0009 RULE RECORDS CONVERTED '
012100         EU01-CV2-RULES-READ.
012120     DISPLAY 'EU01G-0014 HISTORY ROWS CONVERTED '
012140         EU01-CV2-HIST-READ.
012160     DISPLAY 'EU01G-0015 EVERY RECORD STAMPED WITH LEGAL '
012180         'ENTITY ' EU01-CV2-ENTITY.

012200     GO TO 9999-TERMINATE.

012300******************************************************************
012400*    1000-INITIALIZE                                             *
012466*        Check the default entity on the PARM and open the old   *
012532*        and new datasets.                                       *
012600******************************************************************
012700 1000-INITIALIZE.
012800     MOVE 0 TO EU01-CV2-RULES-READ.
012900     SET EU01-CV2-OLDR-NOT-EOF TO TRUE.
012905     MOVE 0 TO EU01-CV2-HIST-READ.
012910     SET EU01-CV2-OLDH-NOT-EOF TO TRUE.

012915     IF EU01-CV2-PARM-LEN IS LESS THAN 1
012920             OR EU01-CV2-PARM-LEN IS GREATER THAN 4
012925         DISPLAY 'EU01G-0011 PARM MUST BE THE DEFAULT LEGAL '
012930             'ENTITY CODE, ONE TO FOUR CHARACTERS'
012935         MOVE 16 TO RETURN-CODE
012940         GO TO 9999-TERMINATE
012945     END-IF.

012950     MOVE SPACES TO EU01-CV2-ENTITY.
012955     MOVE EU01-CV2-PARM-TEXT(1:EU01-CV2-PARM-LEN)
012960         TO EU01-CV2-ENTITY.

012965     IF EU01-CV2-ENTITY IS EQUAL TO SPACES
012970         DISPLAY 'EU01G-0011 PARM MUST BE THE DEFAULT LEGAL '
012975             'ENTITY CODE, ONE TO FOUR CHARACTERS'
012980         MOVE 16 TO RETURN-CODE
012985         GO TO 9999-TERMINATE
012990     END-IF.

013000     OPEN INPUT OLDR-FILE.

014900         GO TO 9999-TERMINATE
015000     END-IF.

015006     OPEN INPUT OLDH-FILE.

015012     IF NOT EU01-OLDH-OK
015018         DISPLAY 'EU01G-0012 UNABLE TO OPEN OLD HISTORY FILE, '
015024             'STATUS ' EU01-OLDH-STATUS
015030         MOVE 16 TO RETURN-CODE
015036         GO TO 9999-TERMINATE
015042     END-IF.

015048     OPEN OUTPUT NEWH-FILE.

015054     IF NOT EU01-NEWH-OK
015060         DISPLAY 'EU01G-0013 UNABLE TO OPEN NEW HISTORY FILE, '
015066             'STATUS ' EU01-NEWH-STATUS
015072         MOVE 16 TO RETURN-CODE
015078         GO TO 9999-TERMINATE
015084     END-IF.

015100     GO TO 1000-EXIT.

015200 1000-EXIT.
015400******************************************************************
015500*    2000-CONVERT-ONE-RULE                                       *
015600*        Read the next 137-byte rule record and write it in the  *
015700*        293-byte layout: every existing field carried over,     *
015800*        effective dates zero (in force since forever, open-     *
015866*        ended), no pending version and the default legal        *
015932*        entity.                                                 *
016000******************************************************************
016100 2000-CONVERT-ONE-RULE.
016200     READ OLDR-FILE
018200     MOVE 0   TO EU01-RULE-EFF-TO.
018300     MOVE 'N' TO EU01-RULE-PEND-SW.
018400     INITIALIZE EU01-RULE-PEND.
018450     MOVE EU01-CV2-ENTITY TO EU01-RULE-ENTITY.

018500     WRITE EU01-RULE-RECORD.

022300     EXIT.

022400******************************************************************
022405*    4000-CONVERT-ONE-HIST-ROW                                   *
022410*        Read one old 178-byte history row and write it in the   *
022415*        182-byte layout with the default legal entity; every    *
022420*        other field is carried over unchanged.                  *
022425******************************************************************
022430 4000-CONVERT-ONE-HIST-ROW.
022435     READ OLDH-FILE
022440         AT END
022445             SET EU01-CV2-OLDH-EOF TO TRUE
022450             GO TO 4000-EXIT
022455     END-READ.

022460     ADD 1 TO EU01-CV2-HIST-READ.

022465     MOVE EU01-CV2-OLD-HIST TO EU01-HIST-RECORD.
022470     MOVE EU01-CV2-ENTITY TO EU01-HIST-ENTITY.

022475     WRITE EU01-HIST-RECORD.

022480     GO TO 4000-EXIT.

022485 4000-EXIT.
022490     EXIT.

022495******************************************************************
022500*    9999-TERMINATE                                              *
022600*        Common end-of-job paragraph.                            *
022700******************************************************************

000100******************************************************************
000200*                                                                *
000300*   EU01BRK  --  Reconciliation break record for                 *
000400*                Project-Euler-01                                *
000500*                                                                *
000572*   One record per legal entity and rule set per night that      *
000644*   RECONRPT could not reconcile, on the BRKFILE KSDS keyed by   *
000716*   run date, rule-set name and legal entity (RECONRPT matches   *
000788*   on entity and rule set, so one rule-set name can break under *
000860*   more than one entity in a night).  RECONRPT opens the break  *
000932*   with both totals, the difference and the exception type; the *
001004*   analyst works it through the EUL01BRK transaction (assign    *
001076*   it, record a root cause and a comment, then resolve or write *
001148*   it off), and the EUL01BAG nightly report ages every break    *
001220*   still open.                                                  *
001300*                                                                *
001400*   Exception type:  B = out of balance with the GL control      *
001500*   record, G = summary record with no GL control record,        *
001600*   S = GL control record with no summary record.                *
001700*                                                                *
001800*   State:  O = open (assigned or not), R = resolved, W =        *
001900*   written off.  A closed break carries the date it was         *
002000*   closed; RECONRPT never reopens one on a rerun.               *
002100*                                                                *
002200*   Root cause:  GT = GL timing (posted on another day),         *
002300*   GE = GL extract error, PE = parameter or rule-set error,     *
002400*   DE = run data error, RR = rerun required, OT = other (say    *
002500*   what in the comment).                                        *
002600*                                                                *
002700*   The difference is the Running-Sum less the GL total, so a    *
002800*   summary-side break is positive and a GL-side break is        *
002900*   negative.                                                    *
003000*                                                                *
003025*   MODIFICATION HISTORY.                                        *
003050*       2026-10-15  DOB  Original coding.                        *
003075*                                                                *
003100******************************************************************
003200 01  EU01-BRK-RECORD.
003300     05  EU01-BRK-KEY.
003400         10  EU01-BRK-RUN-DATE       PIC 9(08).
003500         10  EU01-BRK-RULE-NAME      PIC X(08).
003550         10  EU01-BRK-ENTITY         PIC X(04).
003600     05  EU01-BRK-EXC-TYPE           PIC X(01).
003700         88  EU01-BRK-OUT-OF-BALANCE         VALUE 'B'.
003800         88  EU01-BRK-NO-GL-RECORD           VALUE 'G'.
003900         88  EU01-BRK-NO-SUM-RECORD          VALUE 'S'.
004000     05  EU01-BRK-SUM-TOTAL          PIC 9(18).
004100     05  EU01-BRK-GL-TOTAL           PIC 9(18).
004200     05  EU01-BRK-DIFFERENCE         PIC S9(18).
004300     05  EU01-BRK-STATE              PIC X(01).
004400         88  EU01-BRK-OPEN                   VALUE 'O'.
004500         88  EU01-BRK-RESOLVED               VALUE 'R'.
004600         88  EU01-BRK-WRITTEN-OFF            VALUE 'W'.
004700         88  EU01-BRK-CLOSED                 VALUE 'R' 'W'.
004800     05  EU01-BRK-ASSIGNED-TO        PIC X(08).
004900     05  EU01-BRK-ROOT-CAUSE         PIC X(02).
005000         88  EU01-BRK-CAUSE-VALID            VALUE 'GT' 'GE'
005100                                             'PE' 'DE' 'RR'
005200                                             'OT'.
005300     05  EU01-BRK-COMMENT            PIC X(60).
005400     05  EU01-BRK-CLOSED-DATE        PIC 9(08).
005500     05  EU01-BRK-UPDATED-BY         PIC X(08).
005600     05  EU01-BRK-UPDATED-DATE       PIC 9(08).

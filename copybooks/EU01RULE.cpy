002400*   arrives, so a staged change activates itself.  A blank       *
002500*   pending switch on an unconverted record reads as no          *
002600*   pending version.                                             *
002610*                                                                *
002620*   The record only ever holds approved values: EUL01MNT holds   *
002630*   every add, update and pending-version change on the change   *
002640*   file (EU01CHG) until a second operator approves it, and      *
002650*   only then applies it here.                                   *
002660*                                                                *
002670*   Each rule set belongs to one legal entity (the entity code   *
002680*   the general ledger reports its control totals under).  The   *
002690*   code is one of the approved values, so moving a rule set     *
002700*   to another entity is a held change like any other; it is     *
002710*   carried onto the parameter, summary, history and             *
002720*   transmission records so every total downstream is known by   *
002730*   entity and rule set.                                         *
002740*                                                                *
002800*   MODIFICATION HISTORY.                                        *
002900*       2026-08-09  DOB  Original coding.                        *
003000*       2026-08-22  DOB  Added the floor, the exclusion divisor  *
003600*                        divisor or ceiling change can be keyed  *
003700*                        in advance and activate itself on its   *
003800*                        effective date.                         *
003810*       2026-10-15  DOB  The current parameters and the pending  *
003820*                        version are grouped as EU01-RULE-VALUES *
003830*                        (record length unchanged) so a held     *
003840*                        change can carry their before and after *
003850*                        images whole -- see EU01CHG.            *
003870*       2026-10-15  DOB  Added the legal-entity code as the last *
003890*                        of the approved values (record 289 ->   *
003910*                        293 bytes; existing rule sets were      *
003930*                        converted to the default entity by      *
003950*                        EUL01CV3).                              *
003970*                                                                *
004000******************************************************************
004100 01  EU01-RULE-RECORD.
004200     05  EU01-RULE-NAME              PIC X(08).
004600     05  EU01-RULE-SELECT-FLAG       PIC X(01).
004700         88  EU01-RULE-SELECTED              VALUE 'Y'.
004800         88  EU01-RULE-NOT-SELECTED          VALUE 'N'.
004900     05  EU01-RULE-VALUES.
005000         10  EU01-RULE-CEILING       PIC 9(10).
005100         10  EU01-RULE-FLOOR         PIC 9(10).
005200         10  EU01-RULE-DIVISOR-COUNT PIC 9(02).
005300         10  EU01-RULE-DIVISOR-TABLE OCCURS 10 TIMES
005400                                     PIC 9(05).
005500         10  EU01-RULE-EXCL-COUNT    PIC 9(02).
005600         10  EU01-RULE-EXCL-TABLE    OCCURS 10 TIMES
005700                                     PIC 9(05).
005800         10  EU01-RULE-TOLERANCE-PCT PIC 9(03).
005900         10  EU01-RULE-EFF-FROM      PIC 9(08).
006000         10  EU01-RULE-EFF-TO        PIC 9(08).
006100         10  EU01-RULE-PEND-SW       PIC X(01).
006200             88  EU01-RULE-PEND-PRESENT      VALUE 'Y'.
006300             88  EU01-RULE-PEND-NONE         VALUE 'N' ' '.
006400         10  EU01-RULE-PEND.
006500             15  EU01-RULE-PEND-EFF-FROM
006600                                     PIC 9(08).
006700             15  EU01-RULE-PEND-CEILING
006800                                     PIC 9(10).
006900             15  EU01-RULE-PEND-FLOOR
007000                                     PIC 9(10).
007100             15  EU01-RULE-PEND-DIV-COUNT
007200                                     PIC 9(02).
007300             15  EU01-RULE-PEND-DIV-TABLE
007400                                     OCCURS 10 TIMES
007500                                     PIC 9(05).
007600             15  EU01-RULE-PEND-EXCL-COUNT
007700                                     PIC 9(02).
007800             15  EU01-RULE-PEND-EXCL-TABLE
007900                                     OCCURS 10 TIMES
008000                                     PIC 9(05).
008100             15  EU01-RULE-PEND-TOLERANCE
008200                                     PIC 9(03).
008300         10  EU01-RULE-ENTITY        PIC X(04).

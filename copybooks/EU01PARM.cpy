003600*                        rule set through to the summary and     *
003700*                        history records for the EUL01VAR gate.  *
003800*                        Zero means no variance check.           *
003810*       2026-10-15  DOB  Added the business date -- the night    *
003820*                        the run represents, stamped by          *
003830*                        EUL01CAL.  It is tonight on a normal    *
003840*                        night and the missed date itself on a   *
003850*                        catch-up replay, and EUL01 carries it   *
003860*                        onto the summary and history records.   *
003870*                        Zero (a file written by the EUL01MNT    *
003880*                        operator selection) means the night the *
003885*                        stream is on -- the run-control         *
003890*                        ledger's current date.                  *
003900*       2026-10-15  DOB  Added the legal-entity code of the rule *
003920*                        set, written from the rule master and   *
003940*                        carried to the summary and history      *
003960*                        records.                                *
003980*                                                                *
004000******************************************************************
004100 01  EU01-PARM-RECORD.
004200     05  EU01-PARM-RULE-NAME         PIC X(08).
005000     05  EU01-PARM-EXCL-TABLE        OCCURS 10 TIMES
005100                                      PIC 9(05).
005200     05  EU01-PARM-TOLERANCE-PCT     PIC 9(03).
005300     05  EU01-PARM-BUSINESS-DATE     PIC 9(08).
005400     05  EU01-PARM-ENTITY            PIC X(04).

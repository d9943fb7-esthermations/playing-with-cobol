000100******************************************************************
000200*                                                                *
000300*   EU01CHG  --  Held rule-set change record for                 *
000400*                Project-Euler-01                                *
000500*                                                                *
000600*   One record per rule-set change keyed in EUL01MNT -- an add,  *
000700*   an update of the current parameters, or the entry or         *
000800*   cancellation of a pending version -- on the CHGFILE KSDS,    *
000900*   keyed by rule-set name and the date and time the change was  *
001000*   keyed.  The change is held awaiting approval; the rule       *
001100*   master is not touched until a second operator with approval  *
001200*   authority (level 3) approves it, when EUL01MNT applies the   *
001300*   after image.  The operator who keyed a change can never      *
001400*   approve it.  A rejected change is kept with the reason.      *
001500*                                                                *
001600*   The before and after images are the rule set's               *
001700*   EU01-RULE-VALUES group (current parameters and pending       *
001800*   version and legal entity) as they stood when the change was  *
001900*   keyed and as the change would leave them.  The before image  *
002000*   of an add is spaces.  Approval is refused when the master no *
002100*   longer matches the before image (EUL01CAL promoted a pending *
002200*   version, say): the change must be rejected and rekeyed       *
002300*   against what is now on file.                                 *
002400*                                                                *
002500*   Records are never deleted, so the file is the audit trail    *
002600*   of every change and who made and decided it; EUL01APR        *
002700*   reports it by period.                                        *
002800*                                                                *
002900*   MODIFICATION HISTORY.                                        *
003000*       2026-10-15  DOB  Original coding.                        *
003100*                                                                *
003200******************************************************************
003300 01  EU01-CHG-RECORD.
003400     05  EU01-CHG-KEY.
003500         10  EU01-CHG-RULE-NAME      PIC X(08).
003600         10  EU01-CHG-REQ-DATE       PIC 9(08).
003700         10  EU01-CHG-REQ-TIME       PIC 9(08).
003800     05  EU01-CHG-TYPE               PIC X(01).
003900         88  EU01-CHG-ADD                    VALUE 'A'.
004000         88  EU01-CHG-UPDATE                 VALUE 'U'.
004100         88  EU01-CHG-PEND-ENTER             VALUE 'P'.
004200         88  EU01-CHG-PEND-CANCEL            VALUE 'C'.
004300     05  EU01-CHG-STATE              PIC X(01).
004400         88  EU01-CHG-AWAITING               VALUE 'W'.
004500         88  EU01-CHG-APPROVED               VALUE 'A'.
004600         88  EU01-CHG-REJECTED               VALUE 'R'.
004700     05  EU01-CHG-MAKER-ID           PIC X(08).
004800     05  EU01-CHG-CHECKER-ID         PIC X(08).
004900     05  EU01-CHG-DEC-DATE           PIC 9(08).
005000     05  EU01-CHG-DEC-TIME           PIC 9(08).
005100     05  EU01-CHG-REASON             PIC X(40).
005200     05  EU01-CHG-BEFORE             PIC X(283).
005300     05  EU01-CHG-AFTER              PIC X(283).
005400     05  FILLER                      PIC X(12).

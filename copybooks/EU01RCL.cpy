000100******************************************************************
000200*                                                                *
000300*   EU01RCL  --  Nightly stream run-control ledger record for    *
000400*                Project-Euler-01                                *
000500*                                                                *
000600*   One record per business date on the RCLFILE KSDS, keyed by   *
000700*   the date, recording which steps of the nightly stream have   *
000800*   started and completed for it.  Each stream program records   *
000900*   its own step and refuses to run out of turn; the EUL01RCK    *
001000*   gate steps in the EUL01 job use it to refuse a second cold   *
001100*   submission, bypass a DTLPRIOR cut already taken and name     *
001200*   the valid restart point.                                     *
001300*                                                                *
001400*   The record keyed 00000000 is the stream control record:      *
001500*   EU01-RCL-CURRENT-DATE is the business date EUL01CAL last     *
001600*   opened -- tonight, or the missed night on a catch-up pass    *
001700*   -- and is the date every later step of the stream runs for.  *
001800*                                                                *
001900*   Steps (the EU01-RCL-STEP subscript):                         *
002000*       1 = EUL01CAL     2 = DTLPRIOR cut (EUL01 STEP003)        *
002100*       3 = EUL01        4 = EUL01VAR      5 = EUL01BAL          *
002200*       6 = RECONRPT     7 = EUL01EXT                            *
002300*                                                                *
002400*   State:  space = not started; S = started (running, or ended  *
002500*   without completing -- an abend or a refusal); C = complete.  *
002600*   The run count is the number of times the step has started    *
002700*   for the date.  The scratch switch is set by the EUL01RCK     *
002800*   gate ahead of the EUL01 dataset scratch and consumed by      *
002900*   EUL01 itself, so a fresh enumeration pass can prove it       *
003000*   starts from empty datasets.                                  *
003100*                                                                *
003125*   MODIFICATION HISTORY.                                        *
003150*       2026-10-15  DOB  Original coding.                        *
003175*                                                                *
003200******************************************************************
003300 01  EU01-RCL-RECORD.
003400     05  EU01-RCL-BUSINESS-DATE      PIC 9(08).
003500     05  EU01-RCL-CURRENT-DATE       PIC 9(08).
003600     05  EU01-RCL-SCRATCH-SW         PIC X(01).
003700         88  EU01-RCL-SCRATCHED              VALUE 'Y'.
003800         88  EU01-RCL-NOT-SCRATCHED          VALUE 'N'.
003900     05  EU01-RCL-STEP               OCCURS 7 TIMES.
004000         10  EU01-RCL-STEP-STATE     PIC X(01).
004100             88  EU01-RCL-NOT-STARTED        VALUE SPACE.
004200             88  EU01-RCL-STARTED            VALUE 'S'.
004300             88  EU01-RCL-COMPLETE           VALUE 'C'.
004400         10  EU01-RCL-RUN-COUNT      PIC 9(03).
004500         10  EU01-RCL-START-DATE     PIC 9(08).
004600         10  EU01-RCL-START-TIME     PIC 9(08).
004700         10  EU01-RCL-END-DATE       PIC 9(08).
004800         10  EU01-RCL-END-TIME       PIC 9(08).
004900     05  FILLER                      PIC X(20).

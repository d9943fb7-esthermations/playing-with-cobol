000100******************************************************************
000200*                                                                *
000300*   EU01EVH  --  Permanent event-history record for              *
000400*                Project-Euler-01                                *
000500*                                                                *
000600*   The nightly event log (EVTFILE, EU01EVT layout) is started   *
000700*   fresh by EUL01CAL at the head of every stream.  Just before  *
000800*   it does, EUL01CAL appends every event on the outgoing log    *
000900*   to the permanent EVTHIST dataset, each stamped with the      *
001000*   business date of the night it belongs to -- the date the     *
001100*   run-control ledger had open for that night (the event's own  *
001200*   date when the ledger had none).  Catch-up passes append      *
001300*   their replayed nights after later ones, so the file is in    *
001400*   the order nights were kept, not business-date order.         *
001500*                                                                *
001600*   EUL01EXC reads it for the monthly exception analysis;        *
001700*   EUL01EVA archives and purges it on its own retention, as     *
001800*   EUL01ARC does for RUNHIST.                                   *
001900*                                                                *
001925*   MODIFICATION HISTORY.                                        *
001950*       2026-10-15  DOB  Original coding.                        *
001975*                                                                *
002000******************************************************************
002100 01  EU01-EVH-RECORD.
002200     05  EU01-EVH-BUSINESS-DATE      PIC 9(08).
002300     05  EU01-EVH-EVENT.
002400         10  EU01-EVH-DATE           PIC 9(08).
002500         10  EU01-EVH-TIME           PIC 9(08).
002600         10  EU01-EVH-PROGRAM        PIC X(08).
002700         10  EU01-EVH-RULE-NAME      PIC X(08).
002800         10  EU01-EVH-MSG-CODE       PIC X(10).
002900         10  EU01-EVH-SEVERITY       PIC X(01).
003000             88  EU01-EVH-INFO               VALUE 'I'.
003100             88  EU01-EVH-WARNING            VALUE 'W'.
003200             88  EU01-EVH-ERROR              VALUE 'E'.
003300         10  EU01-EVH-TEXT           PIC X(60).
003400     05  FILLER                      PIC X(09).

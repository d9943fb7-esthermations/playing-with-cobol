000500*   Layout of the control-total records produced by the          *
000600*   general-ledger extract (job GLEXTR) for the reconciliation   *
000700*   report (job RECONRPT) -- one record per rule set, keyed by   *
000800*   legal entity and rule-set name, carrying the extract date    *
000900*   and the GL-side control total that rule set's Running-Sum is *
001000*   reconciled against each night.                               *
001100*                                                                *
001200*   MODIFICATION HISTORY.                                        *
001300*       2026-08-22  DOB  Original coding (a single record with   *
001700*                        set and RECONRPT can reconcile every    *
001800*                        rule set, not just the first summary    *
001900*                        record.                                 *
001920*       2026-10-15  DOB  Added the legal-entity code.  The GL    *
001940*                        reports its control totals by entity,   *
001960*                        and RECONRPT now matches on entity and  *
001980*                        rule-set name together.                 *
002000*                                                                *
002100******************************************************************
002200 01  EU01-GL-RECORD.
002300     05  EU01-GL-RULE-NAME           PIC X(08).
002400     05  EU01-GL-EXTRACT-DATE        PIC 9(08).
002500     05  EU01-GL-CONTROL-TOTAL       PIC 9(18).
002600     05  EU01-GL-ENTITY              PIC X(04).

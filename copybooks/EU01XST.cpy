000100******************************************************************
000200*                                                                *
000300*   EU01XST  --  Hub transmission status record for              *
000400*                Project-Euler-01                                *
000500*                                                                *
000600*   One record per night's transmission to the corporate         *
000700*   reconciliation hub, on the XSTFILE KSDS keyed by run date.   *
000800*   EUL01EXT writes it as sent with the trailer's detail count   *
000900*   and hash total; EUL01ACK matches the hub's acknowledgment    *
001000*   or reject against those totals and moves it on, and marks    *
001100*   it unacknowledged when nothing has come back by the cutoff;  *
001200*   EUL01RSX re-sends a prior night from the transmission        *
001300*   history and marks it sent again.                             *
001400*                                                                *
001500*   State:  S = sent, awaiting the hub; A = acknowledged (the    *
001600*   hub's count and hash agree with ours); R = rejected (the     *
001700*   hub's reason, or ours when its totals disagree, is kept);    *
001800*   N = no acknowledgment by the cutoff.                         *
001900*                                                                *
002000*   The ack date and time are the hub's receipt stamp from its   *
002100*   acknowledgment or reject record.                             *
002200*                                                                *
002225*   MODIFICATION HISTORY.                                        *
002250*       2026-10-15  DOB  Original coding.                        *
002275*                                                                *
002300******************************************************************
002400 01  EU01-XST-RECORD.
002500     05  EU01-XST-RUN-DATE           PIC 9(08).
002600     05  EU01-XST-STATE              PIC X(01).
002700         88  EU01-XST-SENT                   VALUE 'S'.
002800         88  EU01-XST-ACKNOWLEDGED           VALUE 'A'.
002900         88  EU01-XST-REJECTED               VALUE 'R'.
003000         88  EU01-XST-NO-ACK                 VALUE 'N'.
003100     05  EU01-XST-DETAIL-COUNT       PIC 9(10).
003200     05  EU01-XST-HASH-TOTAL         PIC 9(18).
003300     05  EU01-XST-SEND-COUNT         PIC 9(03).
003400     05  EU01-XST-SENT-DATE          PIC 9(08).
003500     05  EU01-XST-SENT-TIME          PIC 9(08).
003600     05  EU01-XST-ACK-DATE           PIC 9(08).
003700     05  EU01-XST-ACK-TIME           PIC 9(08).
003800     05  EU01-XST-REASON-CODE        PIC X(04).
003900     05  EU01-XST-REASON-TEXT        PIC X(60).

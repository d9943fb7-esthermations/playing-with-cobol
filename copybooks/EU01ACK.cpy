000100******************************************************************
000200*                                                                *
000300*   EU01ACK  --  Hub acknowledgment / reject record              *
000400*                                                                *
000500*   Layout of the acknowledgment file the corporate              *
000600*   reconciliation hub returns for each transmission it pulls:   *
000700*   one record per file received, carrying the sending system    *
000800*   identifier and the header run date, trailer detail count     *
000900*   and hash total exactly as the hub read them, its receipt     *
001000*   date and time, and -- on a reject -- the hub's reason code   *
001100*   and text.  EUL01ACK reads it and matches it against the      *
001200*   EU01XST transmission status record for that run date.        *
001300*                                                                *
001325*   MODIFICATION HISTORY.                                        *
001350*       2026-10-15  DOB  Original coding.                        *
001375*                                                                *
001400******************************************************************
001500 01  EU01-ACK-RECORD.
001600     05  EU01-ACK-TYPE               PIC X(01).
001700         88  EU01-ACK-ACCEPTED               VALUE 'A'.
001800         88  EU01-ACK-REJECTED               VALUE 'R'.
001900     05  EU01-ACK-SYSTEM-ID          PIC X(08).
002000     05  EU01-ACK-RUN-DATE           PIC 9(08).
002100     05  EU01-ACK-DETAIL-COUNT       PIC 9(10).
002200     05  EU01-ACK-HASH-TOTAL         PIC 9(18).
002300     05  EU01-ACK-RECV-DATE          PIC 9(08).
002400     05  EU01-ACK-RECV-TIME          PIC 9(08).
002500     05  EU01-ACK-REASON-CODE        PIC X(04).
002600     05  EU01-ACK-REASON-TEXT        PIC X(60).
002700     05  FILLER                      PIC X(03).

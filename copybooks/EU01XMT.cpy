001200*   receiving side can prove the file arrived whole.  All three  *
001300*   records share one fixed length; the record-type byte in      *
001400*   column one tells them apart.                                 *
001420*   Each detail record carries the legal-entity code of its      *
001440*   rule set last, so the hub can tell the entities' totals      *
001460*   apart; the header and trailer are padded to match.           *
001500*                                                                *
001600******************************************************************
001700 01  EU01-XMT-HEADER.
001900         88  EU01-XMT-H-IS-HEADER            VALUE 'H'.
002000     05  EU01-XMT-H-RUN-DATE         PIC 9(08).
002100     05  EU01-XMT-H-SYSTEM-ID        PIC X(08).
002200     05  FILLER                      PIC X(151).

002300 01  EU01-XMT-DETAIL.
002400     05  EU01-XMT-D-TYPE             PIC X(01).
003500     05  EU01-XMT-D-TOLERANCE-PCT    PIC 9(03).
003600     05  EU01-XMT-D-RUNNING-SUM      PIC 9(18).
003700     05  EU01-XMT-D-RECORD-COUNT     PIC 9(10).
003750     05  EU01-XMT-D-ENTITY           PIC X(04).

003800 01  EU01-XMT-TRAILER.
003900     05  EU01-XMT-T-TYPE             PIC X(01).
004000         88  EU01-XMT-T-IS-TRAILER           VALUE 'T'.
004100     05  EU01-XMT-T-DETAIL-COUNT     PIC 9(10).
004200     05  EU01-XMT-T-HASH-TOTAL       PIC 9(18).
004300     05  FILLER                      PIC X(139).

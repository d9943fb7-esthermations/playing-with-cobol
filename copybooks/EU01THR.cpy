000100******************************************************************
000200*                                                                *
000300*   EU01THR  --  EUL01 throughput history record for             *
000400*                Project-Euler-01                                *
000500*                                                                *
000600*   One record per night EUL01 ran to completion, kept by        *
000700*   EUL01CAL from the night's event log (EVTFILE) just before    *
000800*   it starts the next night's log fresh: when the last EUL01    *
000900*   run of the night started (EU01-0027) and finished            *
001000*   (EU01-0000), the rule sets it summed by enumeration, the     *
001100*   numbers its pass had to walk, and the work -- numbers times  *
001200*   enumeration rule sets, one divisibility test each -- done    *
001300*   in the elapsed seconds.  EUL01CAL forecasts tonight's EUL01  *
001400*   run time from the throughput of the most recent nights.      *
001500*                                                                *
001600*   The lag is the time from EUL01CAL's forecast to the EUL01    *
001700*   start -- the stream steps between the two -- and is known    *
001800*   only when the night was forecast and EUL01 started once      *
001900*   (a resumed run's last start says nothing about the lag).     *
002000*   The night's forecast is kept alongside so forecast and       *
002100*   actual can be compared over time.                            *
002200*                                                                *
002300*   The file is opened EXTEND and accumulates; it is never       *
002400*   truncated by the nightly stream.                             *
002500*                                                                *
002525*   MODIFICATION HISTORY.                                        *
002550*       2026-10-15  DOB  Original coding.                        *
002575*                                                                *
002600******************************************************************
002700 01  EU01-THR-RECORD.
002800     05  EU01-THR-BUSINESS-DATE      PIC 9(08).
002900     05  EU01-THR-START-DATE         PIC 9(08).
003000     05  EU01-THR-START-TIME         PIC 9(08).
003100     05  EU01-THR-END-DATE           PIC 9(08).
003200     05  EU01-THR-END-TIME           PIC 9(08).
003300     05  EU01-THR-ELAPSED-SECS       PIC 9(07).
003400     05  EU01-THR-ENUM-SETS          PIC 9(03).
003500     05  EU01-THR-NUMBERS            PIC 9(10).
003600     05  EU01-THR-WORK               PIC 9(13).
003700     05  EU01-THR-RUN-COUNT          PIC 9(02).
003800     05  EU01-THR-LAG-SW             PIC X(01).
003900         88  EU01-THR-LAG-KNOWN              VALUE 'Y'.
004000         88  EU01-THR-LAG-UNKNOWN            VALUE 'N'.
004100     05  EU01-THR-LAG-SECS           PIC 9(07).
004200     05  EU01-THR-FCST-SW            PIC X(01).
004300         88  EU01-THR-FORECAST-MADE          VALUE 'Y'.
004400         88  EU01-THR-NO-FORECAST            VALUE 'N'.
004500     05  EU01-THR-FCST-SECS          PIC 9(07).
004600     05  FILLER                      PIC X(09).

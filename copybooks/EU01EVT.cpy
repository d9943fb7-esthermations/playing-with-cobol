001300*   stream; every later write extends it.  The EUL01STA morning  *
001400*   status report reads the file back and prints the whole       *
001500*   night on one page.                                           *
001520*   The morning hub jobs (EUL01ACK, EUL01RSX) append to the      *
001540*   same night's log, so a rejected or unacknowledged            *
001560*   transmission shows there too.                                *
001600*                                                                *
001700*   Severity:  I = informational, W = warning (the stream        *
001800*   continued but wants eyes), E = error (a gate held or the     *
001900*   run failed).                                                 *
001910*                                                                *
001920*   Two events carry figures other programs read back, at fixed  *
001930*   positions in the text (the views below):                     *
001940*     EU01-0027 (EUL01 run started) -- the business date, the    *
001950*       number of rule sets summed by enumeration and the count  *
001960*       of numbers the pass has to walk;                         *
001970*     EU01C-0031 / EU01C-0032 (EUL01CAL runtime forecast, the    *
001980*       second when it breaches the batch window) -- the         *
001990*       forecast EUL01 run time in seconds, the expected finish  *
002000*       and the window end (HHMM).                               *
002010*   EUL01CAL keeps both on its throughput history (EU01THR), and *
002020*   EUL01STA prints the forecast against the actual run.         *
002030*                                                                *
002100******************************************************************
002200 01  EU01-EVT-RECORD.
002300     05  EU01-EVT-DATE               PIC 9(08).
003000         88  EU01-EVT-WARNING                VALUE 'W'.
003100         88  EU01-EVT-ERROR                  VALUE 'E'.
003200     05  EU01-EVT-TEXT               PIC X(60).
003300     05  EU01-EVT-START-VIEW REDEFINES EU01-EVT-TEXT.
003400         10  FILLER                  PIC X(16).
003500         10  EU01-EVT-START-BUS-DATE PIC 9(08).
003600         10  FILLER                  PIC X(12).
003700         10  EU01-EVT-START-SETS     PIC 9(02).
003800         10  FILLER                  PIC X(10).
003900         10  EU01-EVT-START-NUMBERS  PIC 9(10).
004000         10  FILLER                  PIC X(02).
004100     05  EU01-EVT-FCST-VIEW REDEFINES EU01-EVT-TEXT.
004200         10  FILLER                  PIC X(15).
004300         10  EU01-EVT-FCST-SECS      PIC 9(07).
004400         10  FILLER                  PIC X(14).
004500         10  EU01-EVT-FCST-FINISH    PIC 9(04).
004600         10  FILLER                  PIC X(09).
004700         10  EU01-EVT-FCST-WINDOW    PIC 9(04).
004800         10  FILLER                  PIC X(07).

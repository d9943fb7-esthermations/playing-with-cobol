000200*                                                                *
000300*   EU01PSUM  --  Period-summary record for Project-Euler-01     *
000400*                                                                *
000500*   One record per entity and rule set per calendar month,       *
000600*   written by the EUL01PCL period-close job from the month's    *
000700*   run-history rows.  The nightly SUMFILE is scratched every    *
000800*   run, so this dataset is the permanent month-by-month record  *
000900*   of what each rule set produced: the number of nights run,    *
001000*   the first and last Running-Sum of the month, the high, low   *
001100*   and average, and how many nights used the closed-form path.  *
001200*   The file is opened EXTEND so every period's records          *
001300*   accumulate -- it is never truncated by EUL01PCL itself.      *
001400*                                                                *
001500******************************************************************
001600 01  EU01-PS-RECORD.
002500     05  EU01-PS-LOW-SUM             PIC 9(18).
002600     05  EU01-PS-AVG-SUM             PIC 9(18).
002700     05  EU01-PS-CF-NIGHTS           PIC 9(05).
002800     05  EU01-PS-ENTITY              PIC X(04).

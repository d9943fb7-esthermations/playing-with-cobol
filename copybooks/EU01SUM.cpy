000700*   Running-Sum and the count of qualifying numbers found, so    *
000800*   downstream jobs can pick up the result without scraping      *
000900*   SYSOUT.                                                      *
000930*   The legal-entity code of the rule set is carried last; the   *
000960*   entity and rule-set name together identify the total.        *
001000*                                                                *
001100******************************************************************
001200 01  EU01-SUM-RECORD.
002600     05  EU01-SUM-CLOSED-FORM-SW     PIC X(01).
002700         88  EU01-SUM-CLOSED-FORM-USED      VALUE 'Y'.
002800         88  EU01-SUM-CLOSED-FORM-NOT-USED  VALUE 'N'.
002900     05  EU01-SUM-ENTITY             PIC X(04).

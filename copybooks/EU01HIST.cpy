001000*   produce" without digging through old job logs.  The file is  *
001100*   opened EXTEND so every run's record accumulates -- it is     *
001200*   never truncated by Project-Euler-01 itself.                  *
001250*   The legal-entity code of the rule set is carried last.       *
001300*                                                                *
001400******************************************************************
001500 01  EU01-HIST-RECORD.
003000     05  EU01-HIST-CLOSED-FORM-SW    PIC X(01).
003100         88  EU01-HIST-CLOSED-FORM-USED     VALUE 'Y'.
003200         88  EU01-HIST-CLOSED-FORM-NOT-USED VALUE 'N'.
003300     05  EU01-HIST-ENTITY            PIC X(04).

000500*                                                                *
000600*   One record per operator, keyed by operator ID, on the        *
000700*   SECFILE KSDS.  Every maintenance and inquiry transaction     *
000800*   (EUL01MNT, EUL01CLM, EUL01INQ, and the EUL01BRK break-       *
000850*   resolution transaction) signs the operator on against this   *
000900*   file before showing its menu, and checks the                 *
001000*   profile's authority level before each function:              *
001100*                                                                *
001200*       1 = view only       -- list/inquiry functions.           *
001300*       2 = rule-set update -- add/update rule sets and pending  *
001400*                              versions (held for approval),     *
001450*                              maintain the calendar.            *
001500*       3 = selection and   -- activate/select rule sets, write  *
001600*           activation        the nightly parameter file,        *
001630*                             approve or reject rule-set changes *
001660*                             keyed by another operator, and     *
001700*                             maintain this profile file itself. *
001800*                                                                *
001900*   Each level includes everything below it.  The profile file   *

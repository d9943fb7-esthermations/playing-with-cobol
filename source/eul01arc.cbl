002500*                                                                *
002600*   MODIFICATION HISTORY.                                        *
002700*       2026-08-22  DOB  Original coding.                        *
002710*       2026-10-15  DOB  Archive and retained-row records        *
002720*                        widened to 182 bytes for the legal      *
002730*                        entity code on the run-history record.  *
002740*                        Archive generations written before the  *
002750*                        change keep the 178-byte layout.        *
002800*                                                                *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
005800*    copybook or WRITE ... FROM will silently truncate rows.
005900 FD  ARCH-FILE
006000     RECORDING MODE IS F.
006100 01  EU01-ARC-ARCH-RECORD        PIC X(182).

006200 FD  NEWH-FILE
006300     RECORDING MODE IS F.
006400 01  EU01-ARC-NEWH-RECORD        PIC X(182).

006500 FD  REPORT-FILE
006600     RECORDING MODE IS F.

002500*       MIGRATED when no rule set is active.  The floor is set   *
002600*       to one (every old run was the full from-1 range), so     *
002700*       converted rows remain comparable to new ones in the      *
002740*       EUL01VAR night-over-night check.  Every converted rule   *
002780*       record and history row is stamped with the default       *
002820*       legal-entity code given on the JCL PARM (one to four     *
002860*       characters, required).                                   *
002900*                                                                *
003000*       Counts of records read and written are displayed so the  *
003100*       install can be reconciled record for record.             *
003200*                                                                *
003300*   MODIFICATION HISTORY.                                        *
003400*       2026-08-22  DOB  Original coding.                        *
003425*       2026-10-15  DOB  Default legal entity taken from the JCL *
003450*                        PARM and stamped on every converted     *
003475*                        rule record and history row.            *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
013800     88  EU01-CNV-OLDH-EOF           VALUE 'Y'.
013900     88  EU01-CNV-OLDH-NOT-EOF       VALUE 'N'.

013914*----------------------------------------------------------------
013928*    DEFAULT LEGAL ENTITY FOR EVERY CONVERTED RECORD
013942*----------------------------------------------------------------
013956 01  EU01-CNV-ENTITY         PIC X(04).

013970 LINKAGE SECTION.
013984*----------------------------------------------------------------
013998*    JCL EXEC PARM -- the default legal-entity code for every
014012*    record converted.
014026*----------------------------------------------------------------
014040 01  EU01-CNV-JCL-PARM.
014054     05  EU01-CNV-PARM-LEN       PIC S9(04) COMP.
014068     05  EU01-CNV-PARM-TEXT      PIC X(04).

014082 PROCEDURE DIVISION USING EU01-CNV-JCL-PARM.

014100******************************************************************
014200*    0000-MAINLINE                                               *
016400         EU01-CNV-HIST-READ ' (' EU01-CNV-HIST-MATCHED
016500         ' NAMED BY PARAMETER MATCH, ' EU01-CNV-HIST-DEFAULTED
016600         ' DEFAULTED)'.
016633     DISPLAY 'EU01N-0012 EVERY RECORD STAMPED WITH LEGAL '
016666         'ENTITY ' EU01-CNV-ENTITY.

016700     GO TO 9999-TERMINATE.

016800******************************************************************
016900*    1000-INITIALIZE                                             *
016966*        Check the default entity on the PARM and open the old   *
017032*        and new datasets.                                       *
017100******************************************************************
017200 1000-INITIALIZE.
017300     MOVE 0 TO EU01-CNV-RULE-COUNT.
017900     SET EU01-CNV-OLDR-NOT-EOF TO TRUE.
018000     SET EU01-CNV-OLDH-NOT-EOF TO TRUE.

018005     IF EU01-CNV-PARM-LEN IS LESS THAN 1
018010             OR EU01-CNV-PARM-LEN IS GREATER THAN 4
018015         DISPLAY 'EU01N-0011 PARM MUST BE THE DEFAULT LEGAL '
018020             'ENTITY CODE, ONE TO FOUR CHARACTERS'
018025         MOVE 16 TO RETURN-CODE
018030         GO TO 9999-TERMINATE
018035     END-IF.

018040     MOVE SPACES TO EU01-CNV-ENTITY.
018045     MOVE EU01-CNV-PARM-TEXT(1:EU01-CNV-PARM-LEN)
018050         TO EU01-CNV-ENTITY.

018055     IF EU01-CNV-ENTITY IS EQUAL TO SPACES
018060         DISPLAY 'EU01N-0011 PARM MUST BE THE DEFAULT LEGAL '
018065             'ENTITY CODE, ONE TO FOUR CHARACTERS'
018070         MOVE 16 TO RETURN-CODE
018075         GO TO 9999-TERMINATE
018080     END-IF.

018100     OPEN INPUT OLDR-FILE.

018200     IF NOT EU01-OLDR-OK
021300*    2000-CONVERT-ONE-RULE                                       *
021400*        Read one old rule record, write it in the new layout    *
021500*        (no floor, no exclusions, no tolerance, not selected    *
021600*        for the nightly run, the default legal entity), and     *
021700*        keep it in the table for naming history rows.           *
021800******************************************************************
021900 2000-CONVERT-ONE-RULE.
022000     READ OLDR-FILE

025900     MOVE 0 TO EU01-RULE-EXCL-COUNT.
026000     MOVE 0 TO EU01-RULE-TOLERANCE-PCT.
026050     MOVE EU01-CNV-ENTITY TO EU01-RULE-ENTITY.

026100     WRITE EU01-RULE-RECORD.

028700*    3000-CONVERT-ONE-HIST-ROW                                   *
028800*        Read one old history row and write it in the new        *
028900*        layout: rule-set name from the parameter match (or the  *
028966*        default), floor one, no exclusions, no tolerance, the   *
029032*        default legal entity.                                   *
029100******************************************************************
029200 3000-CONVERT-ONE-HIST-ROW.
029300     READ OLDH-FILE
033300     MOVE EU01-CNV-OH-RUNNING-SUM    TO EU01-HIST-RUNNING-SUM.
033400     MOVE EU01-CNV-OH-CLOSED-FORM-SW
033500         TO EU01-HIST-CLOSED-FORM-SW.
033550     MOVE EU01-CNV-ENTITY            TO EU01-HIST-ENTITY.

033600     WRITE EU01-HIST-RECORD.


000010*================================================================
000020* AUDVPARM - PARAMETER RECORD FOR THE AUDIT-VERIFY PROGRAM.
000030*            VP-CARRIED-CHAIN IS THE CHAIN VALUE OF THE LAST
000040*            AUDIT ROW BEFORE THE FIRST ARCHIVE GENERATION
000050*            SUPPLIED - THE "AUDIT CHAIN AT ARCHIVE BOUNDARY"
000060*            VALUE ON THE LOG-PURGE REPORT OF THE RUN THAT
000070*            WROTE THE GENERATION BEFORE IT. SET IT WHEN THE
000080*            OLDER GENERATIONS HAVE ROLLED OFF, AND THE FIRST
000090*            ROW SUPPLIED MUST LINK TO IT. LEAVE IT BLANK (OR
000100*            OMIT THE PARM FILE) WHEN EVERY GENERATION SINCE
000110*            CHAINING BEGAN IS SUPPLIED.
000120*================================================================
000130 01  AUDIT-VERIFY-PARM-RECORD.
000140     05  VP-CARRIED-CHAIN        PIC X(09).
000150     05  FILLER                  PIC X(51).

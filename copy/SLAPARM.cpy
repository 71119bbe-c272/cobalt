000010*================================================================
000020* SLAPARM - PARAMETER RECORD FOR THE SLA-SCORECARD PROGRAM.
000030*           CARRIES THE MONTH TO SCORE (YYYYMM) AND THE SLA
000040*           TARGET AS A PERCENTAGE: A JOB WHOSE ON-TIME NIGHTS
000050*           FALL BELOW THIS PERCENTAGE OF ITS DUE NIGHTS IS
000060*           FLAGGED ON THE SCORECARD AND THE EXTRACT, AND THE
000070*           STEP ENDS WITH RETURN CODE 4. A MISSING OR EMPTY
000080*           PARM FILE, OR A MONTH THAT IS NOT A VALID YYYYMM,
000090*           SCORES THE CALENDAR MONTH BEFORE THE RUN DATE - THE
000100*           NORMAL MONTH-END RUN - AND A NON-NUMERIC TARGET
000110*           DEFAULTS TO 95.
000120*================================================================
000130 01  SLA-PARM-RECORD.
000140     05  SP-REPORT-MONTH         PIC X(06).
000150     05  SP-SLA-PCT              PIC 9(03).
000160     05  FILLER                  PIC X(51).

000010*================================================================
000020* CHGPARM - PARAMETER RECORD FOR THE CHARGEBACK PROGRAM.
000030*           CARRIES THE BILLING MONTH (YYYYMM). A MISSING OR
000040*           EMPTY PARM FILE, OR A MONTH THAT IS NOT A VALID
000050*           YYYYMM, BILLS THE CALENDAR MONTH BEFORE THE RUN
000060*           DATE - THE NORMAL MONTH-END RUN. A MONTH IS BILLED
000070*           BY ITS CYCLES: EVERY CYCLE WHOSE CYCLE-CONTROL DATE
000080*           FALLS IN IT, WHENEVER ITS RUNS FINISHED.
000090*================================================================
000100 01  CHARGE-PARM-RECORD.
000110     05  CP-BILLING-MONTH        PIC X(06).
000120     05  FILLER                  PIC X(54).

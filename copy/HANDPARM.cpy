000010*================================================================
000020* HANDPARM - PARAMETER RECORD FOR THE SHIFT-HANDOVER REPORT AND
000030*            FOR HANDOVER-CONFIRM. NAMES THE HANDOVER: THE
000040*            SHIFT THAT IS ENDING (A SHIFT CODE AS USED IN
000050*            OM-SHIFT-CODES AND MT-SHIFT-CODE, LOOKED UP ON
000060*            SHIFTBND FOR ITS HOURS AND THE SHIFT THAT TAKES
000070*            OVER), THE SITE (SPACES = EVERY SITE) AND THE
000080*            DATE THE HANDOVER IS MADE (SPACES = THE RUN DATE,
000090*            THE NORMAL CASE - ONLY A CONFIRMATION RUN PAST
000100*            MIDNIGHT NEEDS IT KEYED). THE THREE TOGETHER ARE
000110*            THE HANDOVER'S KEY ON THE HANDOVER FILE.
000120*================================================================
000130 01  HANDOVER-PARM-RECORD.
000140     05  HP-HANDOVER-DATE        PIC X(08).
000150     05  HP-SHIFT-CODE           PIC X(01).
000160     05  HP-SITE-CODE            PIC X(04).
000170     05  FILLER                  PIC X(47).

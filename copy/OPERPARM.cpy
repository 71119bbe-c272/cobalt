000020* OPERPARM - OPERATOR PARAMETER FILE RECORD LAYOUT.
000030*            ONE RECORD IDENTIFIES THE OPERATOR WHO SUBMITTED
000040*            THE CURRENT BATCH RUN.
000041*
000042* MOD HISTORY
000043*----------------------------------------------------------------
000044* 10/15/2026  RH  ADDED OP-OVERRIDE-ID - THE SUPERVISOR WHO
000045*                 AUTHORIZES STARTING THIS RUN WHILE A
000046*                 PREDECESSOR IS NOT YET COMPLETE. LEFT AS
000047*                 SPACES ON A NORMAL NIGHT; BANNER-RTN LOGS
000048*                 EVERY OVERRIDE IT HONOURS.
000050*================================================================
000060 01  OPERATOR-PARM-RECORD.
000070     05  OP-OPERATOR-ID          PIC X(08).
000080     05  OP-OPERATOR-NAME        PIC X(30).
000090     05  OP-SHIFT-CODE           PIC X(01).
000100     05  OP-SITE-CODE            PIC X(04).
000110     05  OP-OVERRIDE-ID          PIC X(08).
000120     05  FILLER                  PIC X(09).

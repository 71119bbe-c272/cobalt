000010*================================================================
000020* TAKEPARM - PARAMETER RECORD FOR SITE-TAKEOVER.
000030*              TP-FUNCTION-CODE  "O" OPEN A TAKEOVER, "H" HAND
000040*                                THE CYCLE BACK
000050*              TP-OWNER-SITE     THE SITE WHOSE CYCLE IS TAKEN
000060*                                OVER (BOTH FUNCTIONS)
000070*              TP-RUN-SITE       THE SITE TAKING OVER ("O")
000080*              TP-HOURS          HOURS THE AUTHORIZATION RUNS,
000090*                                01-24 ("O")
000100*              TP-SUPERVISOR-ID  THE SUPERVISOR OPENING IT -
000110*                                MUST BE A SUPERVISOR ON THE
000120*                                OPERATOR MASTER ("O")
000130*              TP-OPERATOR-ID    UP TO SIX OPERATORS OF THE
000140*                                TAKING-OVER SITE ("O")
000150*================================================================
000160 01  TAKEOVER-PARM-RECORD.
000170     05  TP-FUNCTION-CODE        PIC X(01).
000180         88  TP-FUNC-OPEN                    VALUE "O".
000190         88  TP-FUNC-HANDBACK                VALUE "H".
000200     05  TP-OWNER-SITE           PIC X(04).
000210     05  TP-RUN-SITE             PIC X(04).
000220     05  TP-HOURS                PIC X(02).
000230     05  TP-SUPERVISOR-ID        PIC X(08).
000240     05  TP-OPERATOR-LIST.
000250         10  TP-OPERATOR-ID      OCCURS 06 TIMES
000260                                 PIC X(08).
000270     05  FILLER                  PIC X(13).

000010*================================================================
000020* OPERPEND - PENDING OPERATOR-MASTER CHANGE REQUEST LAYOUT.
000030*            ONE ROW PER CHANGE A SHIFT LEAD KEYS ON THE OPCHMNT
000040*            SCREEN, KEYED BY THE REQUEST NUMBER THEY GIVE IT.
000050*            THE CHANGE ITSELF IS HELD IN THE OPERTRAN FIELD
000060*            ORDER. A SECOND, DIFFERENT SUPERVISOR APPROVES OR
000070*            REJECTS IT ON THE SAME SCREEN; OPER-CHG-RELEASE
000080*            THEN WRITES EACH APPROVED ROW AS AN OPERTRAN
000090*            RECORD FOR THAT NIGHT'S OPER-MAINT RUN, CARRYING
000100*            BOTH IDS, AND MARKS IT RELEASED SO IT GOES ONCE.
000110*            OPER-MAINT MARKS IT APPLIED WHEN THE CHANGE REACHES
000111*            THE MASTER, SO THE SAME CARD CANNOT BE RUN AGAIN.
000112*            A KSDS TO CICS; THE BATCH STEPS OPEN IT INDEXED
000120*            WHILE THE FILE IS CLOSED TO THE REGION.
000130*================================================================
000140 01  OPER-PEND-RECORD.
000150     05  PC-REQUEST-NO           PIC 9(06).
000160     05  PC-STATUS               PIC X(01).
000170         88  PC-PENDING                      VALUE "P".
000180         88  PC-APPROVED                     VALUE "A".
000190         88  PC-REJECTED                     VALUE "R".
000200         88  PC-RELEASED                     VALUE "X".
000201         88  PC-APPLIED                      VALUE "D".
000210     05  PC-REQUESTER-ID         PIC X(08).
000220     05  PC-REQUEST-DATE         PIC 9(08).
000230     05  PC-REQUEST-TIME         PIC 9(06).
000240     05  PC-APPROVER-ID          PIC X(08).
000250     05  PC-DECISION-DATE        PIC 9(08).
000260     05  PC-DECISION-TIME        PIC 9(06).
000270     05  PC-RELEASE-DATE         PIC 9(08).
000280     05  PC-CHANGE-DETAIL.
000290         10  PC-ACTION           PIC X(10).
000300         10  PC-OPERATOR-ID      PIC X(08).
000310         10  PC-OPERATOR-NAME    PIC X(30).
000320         10  PC-EFF-DATE         PIC X(08).
000330         10  PC-EXP-DATE         PIC X(08).
000340         10  PC-SHIFT-CODES      PIC X(03).
000350         10  PC-SITE-LIST.
000360             15  PC-SITE-CODE    OCCURS 02 TIMES
000370                                 PIC X(04).
000380         10  PC-JOB-LIST.
000390             15  PC-JOB-NAME     OCCURS 05 TIMES
000400                                 PIC X(08).
000410         10  PC-SUPERVISOR-FLAG  PIC X(01).
000420     05  FILLER                  PIC X(25).

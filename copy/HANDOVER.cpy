000010*================================================================
000020* HANDOVER - END-OF-SHIFT HANDOVER FILE. KEYED BY HANDOVER
000030*            (DATE, OUTGOING SHIFT, SITE - SEE HANDPARM) AND
000040*            LINE NUMBER. LINE 0000 IS THE "H" HEADER: THE
000050*            SHIFT TAKING OVER, THE CYCLE, WHEN THE OUTGOING
000060*            SHIFT BEGAN, WHEN THE HANDOVER WAS PRODUCED, THE
000070*            ITEM COUNT IN EACH SECTION, AND THE CONFIRMATION
000080*            - WHICH INCOMING OPERATOR CONFIRMED READING IT AND
000090*            WHEN (SPACES UNTIL HANDOVER-CONFIRM RUNS). LINES
000100*            0001 ON ARE THE "D" ITEMS AS PRINTED, EACH TAGGED
000110*            WITH ITS SECTION:
000120*              J  JOB STARTED, NO END ROW YET
000130*              L  JOB DUE TONIGHT, LATE STARTING OR OVERRUNNING
000140*              A  STEP CHECKPOINTED "A" THIS CYCLE
000150*              X  EXCEPTION ROW WRITTEN SINCE THE SHIFT BEGAN
000160*              B  ACTION BULLETIN NOT YET ACKNOWLEDGED BY THE
000170*                 INCOMING SHIFT
000180*================================================================
000190 01  HANDOVER-RECORD.
000200     05  HO-KEY.
000210         10  HO-HANDOVER-ID.
000220             15  HO-HAND-DATE    PIC X(08).
000230             15  HO-HAND-SHIFT   PIC X(01).
000240             15  HO-HAND-SITE    PIC X(04).
000250         10  HO-LINE-NUMBER      PIC 9(04).
000260     05  HO-RECORD-TYPE          PIC X(01).
000270         88  HO-HEADER-REC                   VALUE "H".
000280         88  HO-DETAIL-REC                   VALUE "D".
000290     05  HO-RECORD-BODY          PIC X(110).
000300     05  HO-HEADER-BODY REDEFINES HO-RECORD-BODY.
000310         10  HO-INCOMING-SHIFT   PIC X(01).
000320         10  HO-CYCLE-NUMBER     PIC 9(06).
000330         10  HO-SHIFT-START-TS   PIC X(14).
000340         10  HO-PRODUCED-TS      PIC X(14).
000350         10  HO-RUNNING-COUNT    PIC 9(04).
000360         10  HO-LATE-COUNT       PIC 9(04).
000370         10  HO-ABEND-COUNT      PIC 9(04).
000380         10  HO-EXCP-COUNT       PIC 9(04).
000390         10  HO-BULLETIN-COUNT   PIC 9(04).
000400         10  HO-CONFIRM-STATUS   PIC X(01).
000410             88  HO-CONFIRMED                VALUE "Y".
000420         10  HO-CONFIRM-OPER     PIC X(08).
000430         10  HO-CONFIRM-TS       PIC X(14).
000440         10  FILLER              PIC X(32).
000450     05  HO-DETAIL-BODY REDEFINES HO-RECORD-BODY.
000460         10  HO-SECTION          PIC X(01).
000470             88  HO-SECT-RUNNING             VALUE "J".
000480             88  HO-SECT-LATE                VALUE "L".
000490             88  HO-SECT-ABEND               VALUE "A".
000500             88  HO-SECT-EXCP                VALUE "X".
000510             88  HO-SECT-BULLETIN            VALUE "B".
000520         10  HO-DETAIL-TEXT      PIC X(100).
000530         10  FILLER              PIC X(09).

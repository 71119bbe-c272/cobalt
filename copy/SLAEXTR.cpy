000010*================================================================
000020* SLAEXTR - MONTHLY SLA SCORECARD EXTRACT RECORD.
000030*           FIXED-FORMAT 80-BYTE FILE WRITTEN BY SLA-SCORECARD
000040*           FOR THE SERVICE-MANAGEMENT DASHBOARD: ONE "H"
000050*           HEADER (MONTH SCORED AND SLA TARGET), ONE "D"
000060*           DETAIL PER JOB ON THE SCHEDULE WITH ITS DUE NIGHTS
000070*           SORTED INTO ON TIME, LATE START, OVERRAN, FAILED
000080*           AND NEVER RAN, ITS ON-TIME PERCENTAGE (ONE
000090*           DECIMAL) AND A BELOW-SLA FLAG, ONE "W" WINDOW
000100*           RECORD PER NIGHT OF THE MONTH ON WHICH ANY JOB RAN
000110*           CARRYING THE TIME THE LAST JOB FINISHED AND THAT
000111*           NIGHT'S DUE AND ON-TIME JOB COUNTS, AND ONE
000120*           "T" TRAILER WITH RECORD COUNTS AND THE MONTH'S
000130*           DUE AND ON-TIME TOTALS THE RECEIVING SIDE CAN
000140*           RECONCILE BEFORE LOADING - THE SECINTF CONVENTION.
000150*================================================================
000160 01  SLA-EXTR-RECORD.
000170     05  SX-RECORD-TYPE          PIC X(01).
000180         88  SX-HEADER-REC                   VALUE "H".
000190         88  SX-DETAIL-REC                   VALUE "D".
000200         88  SX-WINDOW-REC                   VALUE "W".
000210         88  SX-TRAILER-REC                  VALUE "T".
000220     05  SX-RECORD-BODY          PIC X(79).
000230     05  SX-HEADER-BODY REDEFINES SX-RECORD-BODY.
000240         10  SX-HDR-SYSTEM-ID    PIC X(08).
000250         10  SX-HDR-EXTRACT-DATE PIC 9(08).
000260         10  SX-HDR-EXTRACT-TIME PIC 9(06).
000270         10  SX-HDR-REPORT-MONTH PIC 9(06).
000280         10  SX-HDR-SLA-PCT      PIC 9(03).
000290         10  FILLER              PIC X(48).
000300     05  SX-DETAIL-BODY REDEFINES SX-RECORD-BODY.
000310         10  SX-DTL-JOB-NAME     PIC X(08).
000320         10  SX-DTL-DUE-NIGHTS   PIC 9(03).
000330         10  SX-DTL-ON-TIME      PIC 9(03).
000340         10  SX-DTL-LATE-START   PIC 9(03).
000350         10  SX-DTL-OVERRAN      PIC 9(03).
000360         10  SX-DTL-FAILED       PIC 9(03).
000370         10  SX-DTL-NEVER-RAN    PIC 9(03).
000380         10  SX-DTL-ON-TIME-PCT  PIC 9(03)V9(01).
000390         10  SX-DTL-BELOW-SLA    PIC X(01).
000400         10  FILLER              PIC X(48).
000410     05  SX-WINDOW-BODY REDEFINES SX-RECORD-BODY.
000420         10  SX-WIN-NIGHT-DATE   PIC X(08).
000430         10  SX-WIN-LAST-END-TS  PIC X(14).
000440         10  SX-WIN-JOBS-RUN     PIC 9(04).
000441         10  SX-WIN-JOBS-DUE     PIC 9(04).
000442         10  SX-WIN-JOBS-ON-TIME PIC 9(04).
000450         10  FILLER              PIC X(45).
000460     05  SX-TRAILER-BODY REDEFINES SX-RECORD-BODY.
000470         10  SX-TRL-JOB-COUNT    PIC 9(07).
000480         10  SX-TRL-NIGHT-COUNT  PIC 9(07).
000490         10  SX-TRL-DUE-TOTAL    PIC 9(07).
000500         10  SX-TRL-ON-TIME-TOTAL PIC 9(07).
000510         10  SX-TRL-BELOW-SLA    PIC 9(07).
000520         10  SX-TRL-TOTAL-COUNT  PIC 9(07).
000530         10  FILLER              PIC X(37).

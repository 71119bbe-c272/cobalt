000010*================================================================
000020* CHGINTF - MONTHLY BATCH CHARGEBACK INTERFACE RECORD.
000030*           FIXED-FORMAT 80-BYTE FILE WRITTEN BY CHARGEBACK
000040*           FOR FINANCE, BUILT LIKE SECINTF: ONE "H" HEADER
000050*           CARRYING THE BILLING MONTH, ONE "D" DETAIL PER
000060*           SITE AND JOB (OWNING COST CENTRE, RUNS, RERUNS
000070*           WITHIN A CYCLE, ELAPSED SECONDS, THE RATES APPLIED
000080*           AND THE AMOUNT), AND ONE "T" TRAILER CARRYING THE
000090*           DETAIL COUNT, THE RUN, RERUN AND ELAPSED TOTALS
000100*           AND AN AMOUNT HASH TOTAL (THE SUM OF THE DETAIL
000110*           AMOUNTS) THE RECEIVING SIDE VERIFIES BEFORE
000120*           POSTING. CI-DTL-RATED-FLAG IS "N" WHEN THE JOB HAS
000130*           NO RATE ROW ON FILE - COST CENTRE AND RATES ARE
000140*           THEN SPACES AND ZERO AND THE AMOUNT IS ZERO.
000150*================================================================
000160 01  CHARGE-INTF-RECORD.
000170     05  CI-RECORD-TYPE          PIC X(01).
000180         88  CI-HEADER-REC                   VALUE "H".
000190         88  CI-DETAIL-REC                   VALUE "D".
000200         88  CI-TRAILER-REC                  VALUE "T".
000210     05  CI-RECORD-BODY          PIC X(79).
000220     05  CI-HEADER-BODY REDEFINES CI-RECORD-BODY.
000230         10  CI-HDR-SYSTEM-ID    PIC X(08).
000240         10  CI-HDR-EXTRACT-DATE PIC 9(08).
000250         10  CI-HDR-EXTRACT-TIME PIC 9(06).
000260         10  CI-HDR-BILL-MONTH   PIC 9(06).
000270         10  FILLER              PIC X(51).
000280     05  CI-DETAIL-BODY REDEFINES CI-RECORD-BODY.
000290         10  CI-DTL-SITE-CODE    PIC X(04).
000300         10  CI-DTL-JOB-NAME     PIC X(08).
000310         10  CI-DTL-COST-CENTRE  PIC X(08).
000320         10  CI-DTL-RUN-COUNT    PIC 9(05).
000330         10  CI-DTL-RERUN-COUNT  PIC 9(05).
000340         10  CI-DTL-ELAPSED-SECS PIC 9(09).
000350         10  CI-DTL-RUN-RATE     PIC 9(05)V9(02).
000360         10  CI-DTL-MINUTE-RATE  PIC 9(05)V9(02).
000370         10  CI-DTL-AMOUNT       PIC 9(09)V9(02).
000380         10  CI-DTL-RATED-FLAG   PIC X(01).
000390         10  FILLER              PIC X(14).
000400     05  CI-TRAILER-BODY REDEFINES CI-RECORD-BODY.
000410         10  CI-TRL-DETAIL-COUNT PIC 9(07).
000420         10  CI-TRL-RUN-TOTAL    PIC 9(09).
000430         10  CI-TRL-RERUN-TOTAL  PIC 9(09).
000440         10  CI-TRL-ELAPSED-SECS PIC 9(11).
000450         10  CI-TRL-AMOUNT-HASH  PIC 9(13)V9(02).
000460         10  FILLER              PIC X(28).

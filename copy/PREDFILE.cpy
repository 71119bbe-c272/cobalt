000010*================================================================
000020* PREDFILE - JOB PREDECESSOR RECORD LAYOUT.
000030*            KEYED BY JOB NAME. LISTS, FOR EACH JOB THAT HAS
000040*            THEM, THE STEPS (UP TO TEN) THAT MUST HAVE A
000050*            COMPLETED CHECKPOINT ("C" OR "W" - SEE RESTCKPT)
000060*            STAMPED WITH THE CURRENT OPEN CYCLE BEFORE THE JOB
000070*            IS ALLOWED TO START. BANNER-RTN ENFORCES IT ON THE
000080*            START CALL AND REJECTS WITH REASON "PRED". A JOB
000090*            WITH NO ROW, OR A PREDECESSOR SLOT LEFT AS SPACES,
000100*            HAS NO DEPENDENCY. THE SCHEDULERS CHECK THE CHAINS
000110*            ON THE PRINTED DEPENDENCY MAP (PRED-MAP).
000120*================================================================
000130 01  PREDECESSOR-RECORD.
000140     05  PD-JOB-NAME             PIC X(08).
000150     05  PD-PRED-LIST.
000160         10  PD-PRED-JOB         OCCURS 10 TIMES
000170                                 PIC X(08).
000180     05  PD-UPDATED-DATE         PIC X(08).
000190     05  PD-UPDATED-BY           PIC X(08).
000200     05  FILLER                  PIC X(16).

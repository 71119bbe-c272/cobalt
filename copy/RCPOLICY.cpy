000010*================================================================
000020* RCPOLICY - RETURN-CODE POLICY RECORD LAYOUT.
000030*            KEYED BY JOB NAME. GIVES EACH JOB THE HIGHEST
000040*            FINAL RETURN CODE THAT STILL MEANS A NORMAL END
000050*            AND THE HIGHEST THAT MEANS "COMPLETED WITH
000060*            WARNINGS" - SEVERAL OF OUR OWN REPORTING STEPS
000070*            END WITH RC 4 ON PURPOSE WHEN THEY FIND SOMETHING
000080*            TO REPORT, AND THAT IS NOT AN ABEND. BANNER-RTN
000090*            APPLIES THE POLICY ON THE END-OF-JOB CLOSE-OUT
000100*            CALL WHEN IT WRITES THE RESTART CHECKPOINT:
000110*            RC UP TO RP-MAX-NORMAL-RC CHECKPOINTS "C", RC UP
000120*            TO RP-MAX-WARNING-RC CHECKPOINTS "W", ANYTHING
000130*            HIGHER CHECKPOINTS "A". A JOB WITH NO ROW ON THIS
000140*            FILE GETS THE STRICT DEFAULT - ONLY RC 0 IS
000150*            NORMAL, NOTHING IS A WARNING. A WARNING LIMIT
000160*            BELOW THE NORMAL LIMIT MEANS NO WARNING BAND.
000170*            RP-REASON-TEXT SAYS WHY THE RCS WERE DECLARED
000180*            ACCEPTABLE, FOR THE AUDIT LISTING (RC-POLICY-LIST).
000190*================================================================
000200 01  RC-POLICY-RECORD.
000210     05  RP-JOB-NAME             PIC X(08).
000220     05  RP-MAX-NORMAL-RC        PIC 9(02).
000230     05  RP-MAX-WARNING-RC       PIC 9(02).
000240     05  RP-REASON-TEXT          PIC X(30).
000250     05  RP-UPDATED-DATE         PIC X(08).
000260     05  RP-UPDATED-BY           PIC X(08).
000270     05  FILLER                  PIC X(02).

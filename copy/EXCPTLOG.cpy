000069*                 ROW WITH THE CALLING SITE NOW THAT SITE B
000070*                 RUNS ITS OWN COPY OF THE STREAM. ROWS
000071*                 WRITTEN BEFORE THE CHANGE CARRY SPACES.
000072* 10/15/2026  RH  ADDED EX-OWNER-SITE FROM THE FILLER. EX-SITE-
000073*                 CODE IS THE SITE THAT RAN THE STEP AND EX-
000074*                 OWNER-SITE THE SITE WHOSE CYCLE IT BELONGS TO -
000075*                 DIFFERENT ONLY ON A SITE TAKEOVER RUN (SEE
000076*                 TAKEOVER). ROWS WRITTEN BEFORE THE CHANGE
000077*                 CARRY SPACES.
000072*================================================================
000080 01  EXCEPTION-LOG-RECORD.
000090     05  EX-TIMESTAMP            PIC X(14).
000130     05  EX-JOB-NAME             PIC X(08).
000140     05  EX-CYCLE-NUMBER         PIC 9(06).
000150     05  EX-SITE-CODE            PIC X(04).
000160     05  EX-OWNER-SITE           PIC X(04).
000170     05  FILLER                  PIC X(01).

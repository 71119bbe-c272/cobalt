000060*                 ROW WITH THE CALLING SITE NOW THAT SITE B
000061*                 RUNS ITS OWN COPY OF THE STREAM. ROWS
000062*                 WRITTEN BEFORE THE CHANGE CARRY SPACES.
000063* 10/15/2026  RH  ADDED THE "W" STATUS (COMPLETED WITH WARNINGS)
000064*                 AND THE STATUS 88S. BANNER-RTN NOW CHOOSES
000065*                 "C", "W" OR "A" FROM THE JOB'S RETURN-CODE
000066*                 POLICY (SEE RCPOLICY). EVERY READER JUDGING
000067*                 WHETHER A STEP FINISHED TESTS RC-STEP-COMPLETED
000068*                 SO THEY ALL AGREE - "W" IS COMPLETE.
000069* 10/15/2026  RH  ADDED RC-OWNER-SITE FROM THE FILLER. RC-SITE-
000070*                 CODE IS THE SITE THAT RAN THE STEP AND RC-
000071*                 OWNER-SITE THE SITE WHOSE CYCLE IT BELONGS TO -
000072*                 DIFFERENT ONLY ON A SITE TAKEOVER RUN (SEE
000073*                 TAKEOVER). ROWS WRITTEN BEFORE THE CHANGE
000074*                 CARRY SPACES.
000063*================================================================
000070 01  RESTART-CKPT-RECORD.
000080     05  RC-STEP-NAME            PIC X(08).
000090     05  RC-COMPLETION-TS        PIC X(14).
000100     05  RC-STATUS-CODE          PIC X(01).
000101         88  RC-STEP-COMPLETED               VALUE "C" "W".
000102         88  RC-STEP-CLEAN                   VALUE "C".
000103         88  RC-STEP-WARNING                 VALUE "W".
000104         88  RC-STEP-ABENDED                 VALUE "A".
000110     05  RC-CYCLE-NUMBER         PIC 9(06).
000120     05  RC-SITE-CODE            PIC X(04).
000130     05  RC-OWNER-SITE           PIC X(04).
000140     05  FILLER                  PIC X(03).

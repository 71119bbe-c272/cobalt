000260*                  IT RAN - AN EARLY RUN IS NOT "NOT ON THE
000261*                  SCHEDULE". A MISSING OR EMPTY CALENDAR MEANS
000262*                  EVERY DAY PROCESSES, THE SAFE DEFAULT.
000263* 10/15/2026  RH   A "W" CHECKPOINT (COMPLETED WITH WARNINGS
000264*                  UNDER THE JOB'S RETURN-CODE POLICY - SEE
000265*                  RCPOLICY) NOW MARKS THE JOB COMPLETED, THE
000266*                  SAME JUDGEMENT CYCLE-CONTROL MAKES AT CLOSE,
000267*                  SO A DESIGNED RC 4 NO LONGER PRINTS AS
000268*                  STARTED-NEVER-COMPLETED.
000263*================================================================
000266 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
003470 5000-EXIT.
003480     EXIT.
003490*================================================================
003500* 5100-READ-CKPT - READ ONE CHECKPOINT ROW; A COMPLETED ("C"
003510*                  OR "W") ROW IN THE RECON CYCLE MARKS ITS
003515*                  JOB COMPLETED.
003520*================================================================
003530 5100-READ-CKPT.
003540     READ RESTART-CKPT-FILE
003620     IF RC-CYCLE-NUMBER NOT = WS-RECON-CYCLE
003630         GO TO 5100-EXIT
003640     END-IF.
003650     IF NOT RC-STEP-COMPLETED
003660         GO TO 5100-EXIT
003670     END-IF.
003680     PERFORM 5200-MARK-COMPLETED THRU 5200-EXIT

000260*                  NUMBERS ARE ITS OWN - THE ROWS ARE FILTERED
000270*                  ON EACH FILE'S OWN LATEST CYCLE, NEVER
000280*                  COMPARED ACROSS SITES.
000281* 10/15/2026  RH   A "W" CHECKPOINT (COMPLETED WITH WARNINGS
000282*                  UNDER THE JOB'S RETURN-CODE POLICY - SEE
000283*                  RCPOLICY) NOW COUNTS AS COMPLETED IN THE
000284*                  SPLIT-OUTCOME CHECK, THE SAME JUDGEMENT
000285*                  CYCLE-CONTROL AND MORN-RECON MAKE. "W" AT ONE
000286*                  SITE AGAINST "A" AT THE OTHER IS A SPLIT; "C"
000287*                  AGAINST "W" IS NOT.
000288* 10/15/2026  RH   SITE B'S AUDIT UNLOAD IS NOW 75 BYTES - AUDIT
000289*                  ROWS CARRY A CHAIN VALUE AT THE END (SEE
000290*                  AUDITLOG). NOT USED HERE.
000291* 10/15/2026  RH   SITE B'S AUDIT UNLOAD IS NOW 79 BYTES AND ITS
000292*                  CHECKPOINT ROWS CARRY AN OWNING SITE - ROWS
000293*                  WRITTEN UNDER A SITE TAKEOVER CARRY BOTH THE
000294*                  RUNNING AND THE OWNING SITE (SEE AUDITLOG AND
000295*                  RESTCKPT). ROWS ARE STILL REPORTED UNDER THE
000296*                  SITE WHOSE FILES THEY ARE IN.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000790*----------------------------------------------------------------
000800 FD  AUDIT-LOG-B-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 79 CHARACTERS.
000830 01  AUDIT-LOG-B-RECORD.
000840     05  AB-TIMESTAMP            PIC X(15).
000850     05  AB-JOB-NAME             PIC X(08).
000880     05  AB-JOB-RC               PIC X(02).
000890     05  AB-CYCLE-NUMBER         PIC X(06).
000900     05  AB-SITE-CODE            PIC X(04).
000901     05  AB-OWNER-SITE           PIC X(04).
000902     05  AB-CHAIN-VALUE          PIC X(09).
000910 FD  RESTART-CKPT-A-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY RESTCKPT.
001000     05  RB-STATUS-CODE          PIC X(01).
001010     05  RB-CYCLE-NUMBER         PIC X(06).
001020     05  RB-SITE-CODE            PIC X(04).
001030     05  RB-OWNER-SITE           PIC X(04).
001035     05  FILLER                  PIC X(03).
001040 FD  XSITE-RPT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 132 CHARACTERS.
001550             88  WS-JB-ENDED                 VALUE "Y".
001560         10  WS-JB-END-RC        PIC X(02).
001570         10  WS-JB-CKPT-STATUS   PIC X(01).
001571             88  WS-JB-CKPT-COMPLETED        VALUE "C" "W".
001572             88  WS-JB-CKPT-ABENDED          VALUE "A".
001580*----------------------------------------------------------------
001590* COMMON APPLY FIELDS - BOTH SIDES' READ PARAGRAPHS DROP THE
001600* ROW HERE BEFORE THE SHARED TABLE LOGIC RUNS.
006640     EXIT.
006650*================================================================
006660* 6500-ONE-SPLIT-JOB - ONE SIDE-A ENTRY CROSSED WITH ITS
006670*                      SIDE-B TWIN: A COMPLETED ("C" OR "W")
006680*                      CHECKPOINT ON ONE SIDE AGAINST AN "A" ON
006690*                      THE OTHER IS THE SPLIT-OUTCOME LINE THE
006700*                      MORNING SHIFT USED TO HAVE TO SPOT BY EYE.
006710*================================================================
006720 6500-ONE-SPLIT-JOB.
006730     IF WS-JB-SIDE(WS-JB-SUB) NOT = "A"
006820         GO TO 6500-EXIT
006830     END-IF.
006840     SUBTRACT 1                  FROM WS-JB-SUB-2.
006850     IF (WS-JB-CKPT-COMPLETED(WS-JB-SUB)
006860         AND WS-JB-CKPT-ABENDED(WS-JB-SUB-2))
006870      OR (WS-JB-CKPT-ABENDED(WS-JB-SUB)
006880          AND WS-JB-CKPT-COMPLETED(WS-JB-SUB-2))
006890         MOVE SPACES             TO DETAIL-LINE
006900         MOVE WS-JB-JOB(WS-JB-SUB) TO DTL-JOB-NAME
006910         MOVE WS-JB-CKPT-STATUS(WS-JB-SUB) TO DTL-CKPT-STATUS

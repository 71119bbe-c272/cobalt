000075*                 SO THE CALLER AND THE AUDIT TRAIL CAN TELL
000076*                 "EXPIRED" FROM "WRONG SITE" FROM "NOT
000077*                 AUTHORIZED FOR THIS JOB".
000078* 10/15/2026  RH  ADDED THE "PRED" REJECT REASON - ON A START
000079*                 CALL BANNER-RTN NOW REFUSES THE JOB WHEN ONE
000080*                 OF ITS PREDECESSORS (SEE PREDFILE) HAS NO
000081*                 COMPLETED CHECKPOINT IN THE OPEN CYCLE - AND
000082*                 BP-OVERRIDE-ID, THE SUPERVISOR WHO AUTHORIZES
000083*                 STARTING ANYWAY. SPACES MEANS NO OVERRIDE;
000084*                 CALLERS MUST CLEAR IT WHEN THEY HAVE NONE.
000085* 10/15/2026  RH  ADDED BP-FUNC-HANDOVER AND BP-HANDOVER-ID. THE
000086*                 HANDOVER-CONFIRM STEP CALLS BANNER-RTN WITH
000087*                 FUNCTION "H" TO VALIDATE THE INCOMING OPERATOR
000088*                 (FOR BP-SHIFT-CODE/BP-SITE-CODE - THERE IS NO
000089*                 JOB TO CHECK) AND WRITE THE "H" AUDIT ROW
000090*                 RECORDING THAT THEY READ THE HANDOVER NAMED BY
000091*                 BP-HANDOVER-ID (DATE, OUTGOING SHIFT, SITE -
000092*                 SEE HANDOVER). NOTHING ELSE HAPPENS ON THE CALL
000093*                 - NO BANNER, NO BULLETINS, NO "S" ROW.
000094* 10/15/2026  RH  ADDED BP-RUN-SITE AND THE "TKOV" REJECT REASON
000095*                 FOR SITE TAKEOVER (SEE TAKEOVER). BP-SITE-CODE
000096*                 STAYS THE SITE WHOSE STREAM THE JOB BELONGS TO.
000097*                 BANNER-RTN SETS BP-RUN-SITE ON THE START CALL -
000098*                 THE SAME SITE NORMALLY, THE TAKING-OVER SITE
000099*                 WHEN IT HONOURS A TAKEOVER AUTHORIZATION FOR AN
000100*                 OPERATOR FROM ANOTHER SITE - AND THE CLOSE-OUT
000101*                 CALL STAMPS ITS ROWS FROM IT, SO CALLERS MUST
000102*                 LEAVE IT ALONE BETWEEN THE TWO CALLS. "TKOV" IS
000103*                 A TAKEOVER AUTHORIZATION ON FILE FOR THE
000104*                 OPERATOR THAT DOES NOT COVER THIS RUN (HANDED
000105*                 BACK, OUTSIDE ITS HOURS, ANOTHER CYCLE, OR NOT
000106*                 THE OPERATOR'S OWN SITE TAKING OVER).
000078*================================================================
000080 01  BANNER-PARM-AREA.
000090     05  BP-OPERATOR-ID          PIC X(08).
000170     05  BP-FUNCTION-CODE        PIC X(01).
000180         88  BP-FUNC-START                   VALUE "S" " ".
000190         88  BP-FUNC-END                     VALUE "E".
000195         88  BP-FUNC-HANDOVER                VALUE "H".
000200     05  BP-JOB-RC               PIC 9(02).
000210     05  BP-REJECT-REASON        PIC X(04).
000220         88  BP-REJ-NOT-FOUND                VALUE "NFND".
000260         88  BP-REJ-WRONG-SHIFT              VALUE "SHFT".
000270         88  BP-REJ-WRONG-SITE               VALUE "SITE".
000280         88  BP-REJ-WRONG-JOB                VALUE "JOB".
000290         88  BP-REJ-PREDECESSOR              VALUE "PRED".
000300         88  BP-REJ-TAKEOVER                 VALUE "TKOV".
000310     05  BP-OVERRIDE-ID          PIC X(08).
000320     05  BP-HANDOVER-ID          PIC X(13).
000330     05  BP-RUN-SITE             PIC X(04).

000394*                 ITS OWN COPY OF THE STREAM THE TWO SITES'
000395*                 ROWS CAN BE MERGED AND STILL TOLD APART.
000396*                 ROWS WRITTEN BEFORE THE CHANGE CARRY SPACES.
000397* 10/15/2026  RH  ADDED THE "O" ENTRY TYPE - ONE ROW PER
000398*                 PREDECESSOR A SUPERVISOR OVERRODE ON A JOB
000399*                 START. THE TEXT FOLLOWS THE "R" ROW LAYOUT:
000400*                 "OVRIDE PRED SUPVID   PREDJOB", AND A REFUSED
000401*                 START'S "R" ROW NOW NAMES THE MISSING
000402*                 PREDECESSOR IN THE SAME LAST POSITIONS.
000403*                 READERS PAIRING STARTS WITH ENDS MUST SKIP
000404*                 "O" ROWS.
000405* 10/15/2026  RH  ADDED AL-CHAIN-VALUE - BANNER-RTN STAMPS EVERY
000406*                 ROW WITH A VALUE WORKED OUT (BY AUDIT-CHAIN-
000407*                 RTN) FROM THE REST OF THE ROW AND THE CHAIN
000408*                 VALUE OF THE ROW WRITTEN BEFORE IT, SO
000409*                 AUDIT-VERIFY CAN PROVE NO ROW HAS BEEN
000410*                 ALTERED, REMOVED OR INSERTED SINCE. IT MUST
000411*                 STAY THE LAST FIELD OF THE RECORD - THE CHAIN
000412*                 COVERS EVERYTHING AHEAD OF IT. THE RECORD
000413*                 GROWS FROM 66 TO 75 BYTES; ROWS WRITTEN BEFORE
000414*                 THE CHANGE CARRY SPACES (NOT CHAINED).
000415* 10/15/2026  RH  ADDED THE "H" ENTRY TYPE - ONE ROW PER
000416*                 END-OF-SHIFT HANDOVER AN INCOMING OPERATOR
000417*                 CONFIRMS READING (HANDOVER-CONFIRM, THROUGH
000418*                 BANNER-RTN). THE TEXT IS "HANDOVR " AND THE
000419*                 HANDOVER ID (DATE, OUTGOING SHIFT, SITE - SEE
000420*                 HANDOVER) FOLLOWED BY THE OPERATOR ID, AND
000421*                 AL-JOB-NAME IS THE CONFIRMING STEP. READERS
000422*                 PAIRING STARTS WITH ENDS MUST SKIP "H" ROWS.
000423* 10/15/2026  RH  ADDED AL-OWNER-SITE AND THE "T" ENTRY TYPE FOR
000424*                 SITE TAKEOVER (SEE TAKEOVER). AL-SITE-CODE IS
000425*                 NOW THE SITE THAT RAN THE STEP AND AL-OWNER-
000426*                 SITE THE SITE WHOSE CYCLE IT BELONGS TO - THE
000427*                 SAME SITE EXCEPT ON A TAKEOVER RUN, WHICH ALSO
000428*                 GETS ONE "T" ROW AT START: "TAKEOVR " AND THE
000429*                 RUNNING SITE, " FOR ", THE OWNING SITE AND THE
000430*                 SUPERVISOR WHO OPENED THE TAKEOVER. READERS
000431*                 PAIRING STARTS WITH ENDS MUST SKIP "T" ROWS.
000432*                 THE RECORD GROWS FROM 75 TO 79 BYTES, THE
000433*                 CHAIN VALUE STAYING LAST. ROWS WRITTEN BEFORE
000434*                 THE CHANGE ARE CONVERTED WITH SPACES IN
000435*                 AL-OWNER-SITE, AND A ROW WITH NO OWNER SITE IS
000436*                 CHAINED OVER ITS FIRST 66 BYTES ONLY, AS IT
000437*                 WAS WHEN WRITTEN.
000400*================================================================
000410 01  AUDIT-LOG-RECORD.
000420     05  AL-LOG-KEY.
000490             88  AL-END-ENTRY                VALUE "E".
000500             88  AL-BULLETIN-ACK             VALUE "B".
000510             88  AL-REJECT-ENTRY             VALUE "R".
000511             88  AL-OVERRIDE-ENTRY           VALUE "O".
000512             88  AL-HANDOVER-ENTRY           VALUE "H".
000513             88  AL-TAKEOVER-ENTRY           VALUE "T".
000520     05  AL-OPERATOR-TEXT        PIC X(30).
000530     05  AL-JOB-RC               PIC 9(02).
000540     05  AL-CYCLE-NUMBER         PIC 9(06).
000550     05  AL-SITE-CODE            PIC X(04).
000560     05  AL-OWNER-SITE           PIC X(04).
000570     05  AL-CHAIN-VALUE          PIC 9(09).

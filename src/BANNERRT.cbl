000960*                  RETRY THE SAME FAILING WRITE FOREVER; IT
000970*                  NOW ABENDS THROUGH 9870 LIKE ANY OTHER
000980*                  AUDIT-FILE FAILURE.
000981* 10/15/2026  RH   5500-WRITE-CHECKPOINT NO LONGER CALLS EVERY
000982*                  NON-ZERO FINAL RETURN CODE AN ABEND. THE JOB'S
000983*                  ROW ON THE NEW RETURN-CODE POLICY FILE (SEE
000984*                  RCPOLICY) GIVES ITS HIGHEST NORMAL AND HIGHEST
000985*                  WARNING RC, AND THE CHECKPOINT IS WRITTEN "C",
000986*                  "W" (COMPLETED WITH WARNINGS) OR "A" BY THAT
000987*                  POLICY - THE REPORTING STEPS THAT END RC 4 ON
000988*                  PURPOSE NO LONGER BLOCK THE CYCLE CLOSE. A JOB
000989*                  WITH NO POLICY ROW, OR A POLICY FILE NOT ON
000990*                  CATALOG YET, GETS THE OLD RULE: ONLY RC 0 IS
000991*                  "C".
000992* 10/15/2026  RH   THE START CALL NOW ENFORCES JOB PREDECESSORS.
000993*                  EVERY STEP NAMED FOR THE JOB ON THE NEW
000994*                  PREDECESSOR FILE (SEE PREDFILE) MUST HAVE A
000995*                  COMPLETED CHECKPOINT ("C" OR "W") STAMPED WITH
000996*                  THE OPEN CYCLE, OR THE START IS REFUSED WITH
000997*                  REASON "PRED" - AN "R" ROW NAMING THE MISSING
000998*                  PREDECESSOR AND BP-RETURN-CODE 16, THE SAME AS
000999*                  AN UNAUTHORIZED OPERATOR. A SHIFT SUPERVISOR
001000*                  NAMED IN BP-OVERRIDE-ID (AUTHORIZED, IN DATE,
001001*                  FLAGGED SUPERVISOR ON THE MASTER, AND NOT THE
001002*                  OPERATOR STARTING THE JOB) CAN LET THE START
001003*                  GO AHEAD; EACH PREDECESSOR OVERRIDDEN LEAVES AN
001004*                  "O" ROW ON THE AUDIT TRAIL. THE START PATH NOW
001005*                  OPENS THE CHECKPOINT FILE FOR INPUT - IT HAS
001006*                  WRITTEN NOTHING THERE SINCE THE CHECKPOINT
001007*                  WRITE MOVED TO THE CLOSE-OUT CALL - AND READS
001008*                  IT FOR THE PREDECESSOR CHECK. NO PREDECESSOR
001009*                  FILE ON CATALOG MEANS NO DEPENDENCIES.
001010* 10/15/2026  RH   EVERY AUDIT ROW IS NOW CHAINED. 5900-WRITE-
001011*                  AUDIT-REC READS THE ONE-RECORD CHAIN ANCHOR
001012*                  (SEE AUDCHAIN) FOR THE KEY AND CHAIN VALUE OF
001013*                  THE LAST ROW WRITTEN, STAMPS THE NEW ROW WITH
001014*                  A CHAIN VALUE BUILT FROM THE ROW AND THAT
001015*                  VALUE (AUDIT-CHAIN-RTN), WRITES IT, AND
001016*                  REWRITES THE ANCHOR. SO THE CHAIN RUNS IN KEY
001017*                  ORDER - THE ORDER AUDIT-VERIFY READS IT BACK -
001018*                  A ROW WHOSE KEY WOULD SORT BEHIND THE LAST ONE
001019*                  (TWO JOBS IN ONE SECOND, OR A CLOCK SET BACK)
001020*                  TAKES THE LAST ROW'S DATE/TIME AND THE NEXT
001021*                  AL-TS-SEQ; PAST "9" A ROW MOVES ON ONE SECOND
001022*                  AND STARTS AGAIN AT "0", SO A BURST OF ROWS IN
001023*                  ONE SECOND NO LONGER STOPS THE RUN. NO ANCHOR
001024*                  ON CATALOG STARTS A NEW CHAIN FROM ZERO; ONE
001025*                  THAT WILL NOT OPEN OR WRITE ABENDS THE RUN - AN
001026*                  UNCHAINED ROW IS AS BAD AS A MISSING ONE.
001027* 10/15/2026  RH   ADDED THE HANDOVER-CONFIRMATION CALL. A CALLER
001028*                  THAT SETS BP-FUNC-HANDOVER (HANDOVER-CONFIRM)
001029*                  GETS THE INCOMING OPERATOR VALIDATED EXACTLY
001030*                  AS ON A START CALL - BUT FOR THE SHIFT AND
001031*                  SITE ONLY, THERE BEING NO JOB TO START - AND,
001032*                  IF THEY PASS, ONE "H" AUDIT ROW NAMING THE
001033*                  HANDOVER IN BP-HANDOVER-ID AND THE OPERATOR
001034*                  WHO CONFIRMED READING IT, CHAINED LIKE EVERY
001035*                  OTHER ROW. A REFUSED OPERATOR GETS THE USUAL
001036*                  "R" ROW AND BP-RETURN-CODE 16.
001037* 10/15/2026  RH   SITE TAKEOVER. AN OPERATOR WHOSE SITE LIST DOES
001038*                  NOT INCLUDE BP-SITE-CODE IS NO LONGER TURNED
001039*                  AWAY OUT OF HAND ON A START CALL - THE NEW
001040*                  TAKEOVER FILE (SEE TAKEOVER, OPENED BY SITE-
001041*                  TAKEOVER) IS CHECKED FIRST. AN OPEN
001042*                  AUTHORIZATION FOR THE OPERATOR AND THE OWNING
001043*                  SITE, FOR THE OPEN CYCLE, INSIDE ITS HOURS,
001044*                  WHOSE TAKING-OVER SITE IS ONE OF THE OPERATOR'S
001045*                  OWN, LETS THE START GO AHEAD AS A TAKEOVER RUN;
001046*                  ONE THAT DOES NOT COVER THE RUN REJECTS WITH
001047*                  THE NEW REASON "TKOV" INSTEAD OF "SITE". EVERY
001048*                  ROW WRITTEN IS NOW STAMPED WITH THE SITE THAT
001049*                  RAN THE STEP (BP-RUN-SITE, SET HERE ON THE
001050*                  START CALL) AND THE SITE WHOSE CYCLE IT BELONGS
001051*                  TO (BP-SITE-CODE), AND A TAKEOVER RUN WRITES A
001052*                  "T" AUDIT ROW AFTER ITS "S" ROW NAMING BOTH
001053*                  SITES AND THE SUPERVISOR WHO OPENED THE
001054*                  TAKEOVER. A ROW WITH NO OWNING SITE IS CHAINED
001055*                  OVER THE OLD 66 BYTES, AS AUDIT-VERIFY CHECKS
001056*                  IT.
000990*================================================================
001000 ENVIRONMENT DIVISION.
001010 CONFIGURATION SECTION.
001300                                ACCESS MODE IS RANDOM
001310                                RECORD KEY IS MT-MSG-KEY
001320                                FILE STATUS IS WS-MSGTABLE-STATUS.
001321     SELECT RC-POLICY-FILE      ASSIGN TO RCPOLICY
001322                                ORGANIZATION IS INDEXED
001323                                ACCESS MODE IS RANDOM
001324                                RECORD KEY IS RP-JOB-NAME
001325                                FILE STATUS IS WS-RCPOLICY-STATUS.
001326     SELECT PREDECESSOR-FILE    ASSIGN TO PREDFILE
001327                                ORGANIZATION IS INDEXED
001328                                ACCESS MODE IS RANDOM
001329                                RECORD KEY IS PD-JOB-NAME
001330                                FILE STATUS IS WS-PREDFILE-STATUS.
001331     SELECT AUDIT-CHAIN-FILE    ASSIGN TO AUDCHAIN
001332                                ORGANIZATION IS LINE SEQUENTIAL
001333                                FILE STATUS IS WS-AUDCHAIN-STATUS.
001334     SELECT TAKEOVER-FILE       ASSIGN TO TAKEOVER
001335                                ORGANIZATION IS INDEXED
001336                                ACCESS MODE IS RANDOM
001337                                RECORD KEY IS TK-KEY
001338                                FILE STATUS IS WS-TAKEOVER-STATUS.
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  AUDIT-LOG-FILE
001530 FD  BULLETIN-FILE
001540     LABEL RECORDS ARE STANDARD.
001550     COPY BULLETIN.
001551 FD  RC-POLICY-FILE
001552     LABEL RECORDS ARE STANDARD.
001553     COPY RCPOLICY.
001554 FD  PREDECESSOR-FILE
001555     LABEL RECORDS ARE STANDARD.
001556     COPY PREDFILE.
001557 FD  AUDIT-CHAIN-FILE
001558     LABEL RECORDS ARE STANDARD.
001559     COPY AUDCHAIN.
001560 FD  TAKEOVER-FILE
001561     LABEL RECORDS ARE STANDARD.
001562     COPY TAKEOVER.
001560 WORKING-STORAGE SECTION.
001570*----------------------------------------------------------------
001580* BANNER TEXT BUILT FROM THE CALLER'S OPERATOR ID/NAME.
001790 01  WS-MSGTABLE-STATUS          PIC X(02)   VALUE "00".
001800 01  WS-CYCLCTL-STATUS           PIC X(02)   VALUE "00".
001810 01  WS-BULLETIN-STATUS          PIC X(02)   VALUE "00".
001811 01  WS-RCPOLICY-STATUS          PIC X(02)   VALUE "00".
001812 01  WS-PREDFILE-STATUS          PIC X(02)   VALUE "00".
001813 01  WS-AUDCHAIN-STATUS          PIC X(02)   VALUE "00".
001814 01  WS-TAKEOVER-STATUS          PIC X(02)   VALUE "00".
001815*----------------------------------------------------------------
001816* RETURN-CODE POLICY WORK AREAS - 5510-APPLY-RC-POLICY. THE
001817* LIMITS START AT THE STRICT DEFAULT (ONLY RC 0 IS NORMAL, NO
001818* WARNING BAND) AND ARE REPLACED BY THE JOB'S POLICY ROW WHEN
001819* THERE IS ONE.
001820*----------------------------------------------------------------
001821 01  WS-RCPOLICY-OPEN-SWITCH     PIC X(01)   VALUE "N".
001822     88  WS-RCPOLICY-OPEN                    VALUE "Y".
001823 01  WS-MAX-NORMAL-RC            PIC 9(02)   VALUE ZEROES.
001824 01  WS-MAX-WARNING-RC           PIC 9(02)   VALUE ZEROES.
001825 01  WS-CKPT-STATUS              PIC X(01)   VALUE SPACE.
001826*----------------------------------------------------------------
001827* PREDECESSOR CHECK WORK AREAS - 2600-CHECK-PREDECESSORS. ONE
001828* ENTRY PER STEP NAMED ON THE JOB'S PREDECESSOR ROW, CARRYING
001829* THE LATEST CHECKPOINT STATUS SEEN FOR IT IN THE OPEN CYCLE
001830* (SPACE = NONE). WS-REJECT-DETAIL NAMES THE FIRST MISSING
001831* PREDECESSOR ON THE "R" ROW.
001832*----------------------------------------------------------------
001833 01  WS-PD-MAX-USED              PIC 9(02)   COMP VALUE ZERO.
001834 01  WS-PD-TABLE-MAX             PIC 9(02)   COMP VALUE 10.
001835 01  WS-PD-SUB                   PIC 9(02)   COMP VALUE ZERO.
001836 01  WS-PD-TABLE.
001837     05  WS-PD-ENTRY             OCCURS 10 TIMES.
001838         10  WS-PD-JOB           PIC X(08).
001839         10  WS-PD-CKPT-STATUS   PIC X(01).
001840             88  WS-PD-COMPLETED             VALUE "C" "W".
001841 01  WS-PD-MISSING-COUNT         PIC 9(02)   COMP VALUE ZERO.
001842 01  WS-RESTCKPT-EOF-SWITCH      PIC X(01)   VALUE "N".
001843     88  WS-RESTCKPT-EOF                     VALUE "Y".
001844 01  WS-REJECT-DETAIL            PIC X(08)   VALUE SPACES.
001845 01  WS-OVERRIDE-REFUSAL         PIC X(30)   VALUE SPACES.
001820*----------------------------------------------------------------
001830* BULLETIN PASS WORK AREAS - 4500-SHOW-BULLETINS.
001840*----------------------------------------------------------------
001960 01  WS-AUDIT-SEQ-DIGIT          PIC 9(01)   VALUE ZERO.
001970 01  WS-AUDIT-WRITTEN-SWITCH     PIC X(01)   VALUE "N".
001980     88  WS-AUDIT-WRITTEN                    VALUE "Y".
001981 01  WS-AUDIT-TRIES              PIC 9(03)   COMP VALUE ZERO.
001982*----------------------------------------------------------------
001983* NEXT-SECOND WORK AREAS - 5950. WHEN "9" IS TAKEN THE ROW MOVES
001984* ON ONE SECOND AND STARTS AGAIN FROM "0".
001985*----------------------------------------------------------------
001986 01  WS-BUMP-TS.
001987     05  WS-BUMP-YEAR            PIC 9(04).
001988     05  WS-BUMP-MONTH           PIC 9(02).
001989     05  WS-BUMP-DAY             PIC 9(02).
001990     05  WS-BUMP-HH              PIC 9(02).
001991     05  WS-BUMP-MI              PIC 9(02).
001992     05  WS-BUMP-SS              PIC 9(02).
001993 01  WS-BUMP-MONTH-DAYS          PIC 9(02)   COMP VALUE ZERO.
001994 01  WS-BUMP-QUOT                PIC 9(04)   COMP VALUE ZERO.
001995 01  WS-BUMP-REM                 PIC 9(04)   COMP VALUE ZERO.
001996*----------------------------------------------------------------
001997* AUDIT-CHAIN WORK AREAS - THE LAST ROW WRITTEN, AS READ FROM
001998* THE CHAIN ANCHOR BY 5920, AND THE PARAMETER AREA FOR THE
001999* CALL TO AUDIT-CHAIN-RTN. THE CHAIN COVERS THE WHOLE ROW
002000* EXCEPT AL-CHAIN-VALUE ITSELF, WHICH IS ALWAYS LAST.
002001*----------------------------------------------------------------
002002 01  WS-CHAIN-LAST-KEY.
002003     05  WS-CHAIN-LAST-DATE-TIME PIC X(14)   VALUE LOW-VALUES.
002004     05  WS-CHAIN-LAST-SEQ       PIC X(01)   VALUE LOW-VALUE.
002005     05  FILLER                  PIC X(09)   VALUE LOW-VALUES.
002006 01  WS-CHAIN-LAST-VALUE         PIC 9(09)   VALUE ZERO.
002007 01  WS-CHAIN-ROW-COUNT          PIC 9(09)   VALUE ZERO.
002008     COPY CHAINPM.
001990*----------------------------------------------------------------
002000* AUTHORIZATION-LIST SCAN WORK AREAS - 2520/2540/2560.
002010*----------------------------------------------------------------
002020 01  WS-AUTH-SUB                 PIC 9(02)   COMP VALUE ZERO.
002030 01  WS-AUTH-MATCH-SWITCH        PIC X(01)   VALUE "N".
002040     88  WS-AUTH-MATCH                       VALUE "Y".
002041*----------------------------------------------------------------
002042* SITE TAKEOVER WORK AREAS - 2545-CHECK-TAKEOVER. SET WHEN AN
002043* OPEN TAKEOVER AUTHORIZATION LETS AN OPERATOR FROM ANOTHER SITE
002044* START ONE OF BP-SITE-CODE'S JOBS.
002045*----------------------------------------------------------------
002046 01  WS-TAKEOVER-SWITCH          PIC X(01)   VALUE "N".
002047     88  WS-TAKEOVER-RUN                     VALUE "Y".
002048 01  WS-TAKEOVER-SUPV            PIC X(08)   VALUE SPACES.
002050*----------------------------------------------------------------
002060* CURRENT BATCH CYCLE, FOUND ON THE CYCLE-CONTROL FILE BY
002070* 1200-FIND-OPEN-CYCLE AND STAMPED ON EVERY LOG ROW WRITTEN.
002460         PERFORM 9100-TERM-CLOSE-OUT   THRU 9100-EXIT
002470         GOBACK
002480     END-IF.
002481     IF BP-FUNC-HANDOVER
002482         PERFORM 1000-INITIALIZE       THRU 1000-EXIT
002483         PERFORM 2500-VALIDATE-OPER    THRU 2500-EXIT
002484         IF BP-RC-NORMAL
002485             PERFORM 4900-WRITE-HANDOVER-ACK THRU 4900-EXIT
002486         END-IF
002487         PERFORM 9000-TERMINATE        THRU 9000-EXIT
002488         GOBACK
002489     END-IF.
002490     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002500     PERFORM 2500-VALIDATE-OPER    THRU 2500-EXIT.
002510     IF BP-RC-NORMAL
002515         PERFORM 2600-CHECK-PREDECESSORS THRU 2600-EXIT
002520         PERFORM 2800-BUILD-BANNER-TEXT THRU 2800-EXIT
002530         PERFORM 3000-LOOKUP-GREETING  THRU 3000-EXIT
002540         PERFORM 4000-DISPLAY-BANNER   THRU 4000-EXIT
002550         PERFORM 4500-SHOW-BULLETINS   THRU 4500-EXIT
002560         PERFORM 5000-WRITE-AUDIT-LOG  THRU 5000-EXIT
002561         IF WS-TAKEOVER-RUN
002562             PERFORM 5050-WRITE-AUDIT-TAKEOVER THRU 5050-EXIT
002563         END-IF
002570     END-IF.
002580     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002590     GOBACK.
002600*================================================================
002610* 1000-INITIALIZE - OPEN THE FILES THE BANNER ROUTINE NEEDS AND
002620*                   ESTABLISH THE CURRENT DATE/TIME.
002621*                   THE STEP RUNS AT ITS OWN SITE UNLESS 2545
002622*                   FINDS A TAKEOVER THAT SAYS OTHERWISE.
002630*================================================================
002640 1000-INITIALIZE.
002641     MOVE BP-SITE-CODE          TO BP-RUN-SITE.
002642     MOVE "N"                   TO WS-TAKEOVER-SWITCH.
002650     PERFORM 1200-FIND-OPEN-CYCLE THRU 1200-EXIT.
002660     OPEN I-O AUDIT-LOG-FILE.
002670     IF WS-AUDITLOG-STATUS = "35"
002700     IF WS-AUDITLOG-STATUS NOT = "00"
002710         GO TO 9830-ABEND-AUDITLOG-OPEN
002720     END-IF.
002730     OPEN INPUT RESTART-CKPT-FILE.
002740     IF WS-RESTCKPT-STATUS NOT = "00"
002750         GO TO 9840-ABEND-RESTCKPT-OPEN
002760     END-IF.
002990*                       THE CURRENT DATE/TIME. THE OPERATOR WAS
003000*                       ALREADY VALIDATED ON THE START CALL, SO
003010*                       OPER-MASTER/MESSAGE-TABLE STAY CLOSED.
003011*                       BP-RUN-SITE COMES BACK AS THE START CALL
003012*                       LEFT IT; A CALLER THAT CLEARED IT GETS
003013*                       ITS OWN SITE.
003020*================================================================
003030 1100-INIT-CLOSE-OUT.
003031     IF BP-RUN-SITE = SPACES OR LOW-VALUES
003032         MOVE BP-SITE-CODE      TO BP-RUN-SITE
003033     END-IF.
003040     PERFORM 1200-FIND-OPEN-CYCLE THRU 1200-EXIT.
003050     OPEN I-O AUDIT-LOG-FILE.
003060     IF WS-AUDITLOG-STATUS = "35"
003120     OPEN EXTEND RESTART-CKPT-FILE.
003130     IF WS-RESTCKPT-STATUS NOT = "00"
003140         GO TO 9840-ABEND-RESTCKPT-OPEN
003141     END-IF.
003142     MOVE "N"                   TO WS-RCPOLICY-OPEN-SWITCH.
003143     OPEN INPUT RC-POLICY-FILE.
003144     IF WS-RCPOLICY-STATUS = "00"
003145         MOVE "Y"               TO WS-RCPOLICY-OPEN-SWITCH
003146     ELSE
003147         IF WS-RCPOLICY-STATUS NOT = "35"
003148             GO TO 9880-ABEND-RCPOLICY-OPEN
003149         END-IF
003150     END-IF.
003160     MOVE 0                     TO BP-RETURN-CODE.
003170     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
003660*                      OPERATORS. AN UNAUTHORIZED ID SETS
003670*                      BP-RETURN-CODE AND SKIPS THE REST OF THE
003680*                      BANNER WORK - 0000-MAINLINE LEAVES THE
003690*                      ABEND DECISION TO THE CALLER. A HANDOVER
003691*                      CONFIRMATION STARTS NO JOB, SO THE JOB
003692*                      LIST IS NOT CHECKED FOR IT.
003700*================================================================
003710 2500-VALIDATE-OPER.
003720     MOVE SPACES                TO BP-REJECT-REASON.
003725     MOVE SPACES                TO WS-REJECT-DETAIL.
003730     MOVE BP-OPERATOR-ID        TO OM-OPERATOR-ID.
003740     READ OPER-MASTER-FILE
003750         INVALID KEY
003970     PERFORM 2540-CHECK-SITE    THRU 2540-EXIT.
003980     IF BP-REJECT-REASON NOT = SPACES
003990         GO TO 9800-ABEND-UNAUTHORIZED
003991     END-IF.
003992     IF BP-FUNC-HANDOVER
003993         GO TO 2500-EXIT
004000     END-IF.
004010     PERFORM 2560-CHECK-JOB     THRU 2560-EXIT.
004020     IF BP-REJECT-REASON NOT = SPACES
004370* 2540-CHECK-SITE - SPACES IN THE SITE LIST MEANS EVERY SITE;
004380*                   OTHERWISE THE CALLER'S SITE MUST BE ONE OF
004390*                   THE (UP TO TWO) SITES LISTED.
004391*                   FAILING THAT, A TAKEOVER AUTHORIZATION MAY
004392*                   STILL LET THE START GO AHEAD (2545).
004400*================================================================
004410 2540-CHECK-SITE.
004420     IF OM-SITE-LIST = SPACES
004480         UNTIL WS-AUTH-SUB > 2
004490            OR WS-AUTH-MATCH.
004500     IF NOT WS-AUTH-MATCH
004510         PERFORM 2545-CHECK-TAKEOVER THRU 2545-EXIT
004520     END-IF.
004530 2540-EXIT.
004531     EXIT.
004532*================================================================
004533* 2545-CHECK-TAKEOVER - THE OPERATOR IS NOT AUTHORIZED FOR THE
004534*                       CALLER'S SITE. ON A START CALL, LOOK FOR
004535*                       A TAKEOVER AUTHORIZATION FOR THE OPERATOR
004536*                       ON THE OWNING SITE (BP-SITE-CODE). NONE ON
004537*                       FILE (OR NO TAKEOVER FILE ON CATALOG)
004538*                       LEAVES THE PLAIN "SITE" REJECTION. ONE ON
004539*                       FILE MUST BE OPEN, FOR THE OPEN CYCLE,
004540*                       INSIDE ITS HOURS, AND FOR A TAKING-OVER
004541*                       SITE THAT IS ONE OF THE OPERATOR'S OWN -
004542*                       OTHERWISE THE REJECTION IS "TKOV". ONE
004543*                       THAT HOLDS UP CLEARS THE REJECTION AND
004544*                       MAKES THIS A TAKEOVER RUN.
004545*================================================================
004546 2545-CHECK-TAKEOVER.
004547     MOVE "SITE"                TO BP-REJECT-REASON.
004548     IF NOT BP-FUNC-START
004549        OR BP-SITE-CODE = SPACES
004550         GO TO 2545-EXIT
004551     END-IF.
004552     OPEN INPUT TAKEOVER-FILE.
004553     IF WS-TAKEOVER-STATUS = "35"
004554         GO TO 2545-EXIT
004555     END-IF.
004556     IF WS-TAKEOVER-STATUS NOT = "00"
004557         GO TO 9896-ABEND-TAKEOVER-OPEN
004558     END-IF.
004559     MOVE BP-SITE-CODE          TO TK-OWNER-SITE.
004560     MOVE BP-OPERATOR-ID        TO TK-OPERATOR-ID.
004561     READ TAKEOVER-FILE
004562         INVALID KEY
004563             CLOSE TAKEOVER-FILE
004564             GO TO 2545-EXIT
004565     END-READ.
004566     CLOSE TAKEOVER-FILE.
004567     MOVE "TKOV"                TO BP-REJECT-REASON.
004568     MOVE TK-RUN-SITE           TO WS-REJECT-DETAIL.
004569     IF NOT TK-OPEN
004570         GO TO 2545-EXIT
004571     END-IF.
004572     IF TK-CYCLE-NUMBER NOT NUMERIC
004573        OR TK-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
004574         GO TO 2545-EXIT
004575     END-IF.
004576     IF WS-TIMESTAMP(1:14) < TK-OPENED-TS
004577        OR WS-TIMESTAMP(1:14) > TK-EXPIRES-TS
004578         GO TO 2545-EXIT
004579     END-IF.
004580     MOVE "N"                   TO WS-AUTH-MATCH-SWITCH.
004581     PERFORM 2546-ONE-RUN-SITE  THRU 2546-EXIT
004582         VARYING WS-AUTH-SUB FROM 1 BY 1
004583         UNTIL WS-AUTH-SUB > 2
004584            OR WS-AUTH-MATCH.
004585     IF NOT WS-AUTH-MATCH
004586         GO TO 2545-EXIT
004587     END-IF.
004588     MOVE SPACES                TO BP-REJECT-REASON
004589                                   WS-REJECT-DETAIL.
004590     MOVE TK-RUN-SITE           TO BP-RUN-SITE.
004591     MOVE TK-SUPERVISOR-ID      TO WS-TAKEOVER-SUPV.
004592     MOVE "Y"                   TO WS-TAKEOVER-SWITCH.
004593     DISPLAY "BANNERRT0016I " BP-JOB-NAME " RUN BY SITE "
004594         BP-RUN-SITE " FOR SITE " BP-SITE-CODE
004595         " UNDER TAKEOVER OPENED BY " WS-TAKEOVER-SUPV.
004596 2545-EXIT.
004597     EXIT.
004598*================================================================
004599* 2546-ONE-RUN-SITE - COMPARE ONE OF THE OPERATOR'S PERMITTED
004600*                     SITES WITH THE TAKING-OVER SITE.
004601*================================================================
004602 2546-ONE-RUN-SITE.
004603     IF OM-SITE-CODE(WS-AUTH-SUB) = TK-RUN-SITE
004604        AND TK-RUN-SITE NOT = SPACES
004605         MOVE "Y"               TO WS-AUTH-MATCH-SWITCH
004606     END-IF.
004607 2546-EXIT.
004540     EXIT.
004550*================================================================
004560* 2550-ONE-SITE - COMPARE ONE PERMITTED SITE CODE.
004900         MOVE "Y"               TO WS-AUTH-MATCH-SWITCH
004910     END-IF.
004920 2570-EXIT.
004921     EXIT.
004922*================================================================
004923* 2600-CHECK-PREDECESSORS - EVERY STEP NAMED ON THE JOB'S
004924*                           PREDECESSOR ROW MUST HAVE A COMPLETED
004925*                           CHECKPOINT ("C" OR "W") IN THE OPEN
004926*                           CYCLE. NO PREDECESSOR FILE (STATUS
004927*                           35) OR NO ROW FOR THE JOB MEANS NO
004928*                           DEPENDENCIES. ANY STEP STILL MISSING
004929*                           REFUSES THE START WITH REASON "PRED",
004930*                           UNLESS A SUPERVISOR OVERRIDE IS
004931*                           GIVEN AND HOLDS UP.
004932*================================================================
004933 2600-CHECK-PREDECESSORS.
004934     MOVE ZERO                  TO WS-PD-MAX-USED
004935                                   WS-PD-MISSING-COUNT.
004936     OPEN INPUT PREDECESSOR-FILE.
004937     IF WS-PREDFILE-STATUS = "35"
004938         GO TO 2600-EXIT
004939     END-IF.
004940     IF WS-PREDFILE-STATUS NOT = "00"
004941         GO TO 9890-ABEND-PREDFILE-OPEN
004942     END-IF.
004943     MOVE BP-JOB-NAME           TO PD-JOB-NAME.
004944     READ PREDECESSOR-FILE
004945         INVALID KEY
004946             CLOSE PREDECESSOR-FILE
004947             GO TO 2600-EXIT
004948     END-READ.
004949     PERFORM 2610-LOAD-ONE-PRED THRU 2610-EXIT
004950         VARYING WS-PD-SUB FROM 1 BY 1
004951         UNTIL WS-PD-SUB > WS-PD-TABLE-MAX.
004952     CLOSE PREDECESSOR-FILE.
004953     IF WS-PD-MAX-USED = ZERO
004954         GO TO 2600-EXIT
004955     END-IF.
004956     MOVE "N"                   TO WS-RESTCKPT-EOF-SWITCH.
004957     PERFORM 2620-READ-CHECKPOINT THRU 2620-EXIT
004958         UNTIL WS-RESTCKPT-EOF.
004959     PERFORM 2650-ONE-PRED-STATUS THRU 2650-EXIT
004960         VARYING WS-PD-SUB FROM 1 BY 1
004961         UNTIL WS-PD-SUB > WS-PD-MAX-USED.
004962     IF WS-PD-MISSING-COUNT = ZERO
004963         GO TO 2600-EXIT
004964     END-IF.
004965     IF BP-OVERRIDE-ID NOT = SPACES
004966         PERFORM 2680-CHECK-OVERRIDE THRU 2680-EXIT
004967         IF WS-OVERRIDE-REFUSAL = SPACES
004968             PERFORM 2690-LOG-OVERRIDE THRU 2690-EXIT
004969                 VARYING WS-PD-SUB FROM 1 BY 1
004970                 UNTIL WS-PD-SUB > WS-PD-MAX-USED
004971             GO TO 2600-EXIT
004972         END-IF
004973         DISPLAY "BANNERRT0013W OVERRIDE BY " BP-OVERRIDE-ID
004974             " REFUSED - " WS-OVERRIDE-REFUSAL
004975     END-IF.
004976     MOVE "PRED"                TO BP-REJECT-REASON.
004977     GO TO 9805-ABEND-PREDECESSOR.
004978 2600-EXIT.
004979     EXIT.
004980*================================================================
004981* 2610-LOAD-ONE-PRED - CARRY ONE NON-BLANK PREDECESSOR SLOT INTO
004982*                      THE TABLE WITH NO CHECKPOINT SEEN YET.
004983*================================================================
004984 2610-LOAD-ONE-PRED.
004985     IF PD-PRED-JOB(WS-PD-SUB) = SPACES
004986         GO TO 2610-EXIT
004987     END-IF.
004988     ADD 1                      TO WS-PD-MAX-USED.
004989     MOVE PD-PRED-JOB(WS-PD-SUB) TO WS-PD-JOB(WS-PD-MAX-USED).
004990     MOVE SPACE              TO WS-PD-CKPT-STATUS(WS-PD-MAX-USED).
004991 2610-EXIT.
004992     EXIT.
004993*================================================================
004994* 2620-READ-CHECKPOINT - READ ONE CHECKPOINT ROW. A ROW STAMPED
004995*                        WITH THE OPEN CYCLE FOR A PREDECESSOR
004996*                        REPLACES WHATEVER WAS SEEN BEFORE IT -
004997*                        THE FILE IS IN WRITE ORDER, SO THE LAST
004998*                        ROW IS THE STEP'S LATEST OUTCOME AND A
004999*                        GOOD RERUN CLEARS AN EARLIER "A".
005000*================================================================
005001 2620-READ-CHECKPOINT.
005002     READ RESTART-CKPT-FILE
005003         AT END
005004             MOVE "Y" TO WS-RESTCKPT-EOF-SWITCH
005005             GO TO 2620-EXIT
005006     END-READ.
005007     IF RC-CYCLE-NUMBER NOT NUMERIC
005008         GO TO 2620-EXIT
005009     END-IF.
005010     IF RC-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
005011         GO TO 2620-EXIT
005012     END-IF.
005013     PERFORM 2630-MATCH-CKPT    THRU 2630-EXIT
005014         VARYING WS-PD-SUB FROM 1 BY 1
005015         UNTIL WS-PD-SUB > WS-PD-MAX-USED.
005016 2620-EXIT.
005017     EXIT.
005018*================================================================
005019* 2630-MATCH-CKPT - COMPARE THE CHECKPOINT ROW AGAINST ONE
005020*                   PREDECESSOR.
005021*================================================================
005022 2630-MATCH-CKPT.
005023     IF RC-STEP-NAME = WS-PD-JOB(WS-PD-SUB)
005024         MOVE RC-STATUS-CODE    TO WS-PD-CKPT-STATUS(WS-PD-SUB)
005025     END-IF.
005026 2630-EXIT.
005027     EXIT.
005028*================================================================
005029* 2650-ONE-PRED-STATUS - NAME ONE PREDECESSOR THAT IS NOT
005030*                        COMPLETE ON THE JOB LOG AND COUNT IT.
005031*                        THE FIRST ONE FOUND GOES ON THE "R"
005032*                        ROW IF THE START IS REFUSED.
005033*================================================================
005034 2650-ONE-PRED-STATUS.
005035     IF WS-PD-COMPLETED(WS-PD-SUB)
005036         GO TO 2650-EXIT
005037     END-IF.
005038     ADD 1                      TO WS-PD-MISSING-COUNT.
005039     IF WS-REJECT-DETAIL = SPACES
005040         MOVE WS-PD-JOB(WS-PD-SUB) TO WS-REJECT-DETAIL
005041     END-IF.
005042     IF WS-PD-CKPT-STATUS(WS-PD-SUB) = SPACE
005043         DISPLAY "BANNERRT0011W PREDECESSOR " WS-PD-JOB(WS-PD-SUB)
005044             " OF " BP-JOB-NAME " HAS NO CHECKPOINT IN CYCLE "
005045             WS-CYCLE-NUMBER
005046     ELSE
005047         DISPLAY "BANNERRT0011W PREDECESSOR " WS-PD-JOB(WS-PD-SUB)
005048             " OF " BP-JOB-NAME " LATEST CHECKPOINT IS "
005049             WS-PD-CKPT-STATUS(WS-PD-SUB) " IN CYCLE "
005050             WS-CYCLE-NUMBER
005051     END-IF.
005052 2650-EXIT.
005053     EXIT.
005054*================================================================
005055* 2680-CHECK-OVERRIDE - THE OVERRIDE ID MUST BE A DIFFERENT
005056*                       PERSON FROM THE OPERATOR STARTING THE
005057*                       JOB, ON THE MASTER, AUTHORIZED, INSIDE
005058*                       THEIR DATES AND FLAGGED SUPERVISOR. ANY
005059*                       FAILURE LEAVES THE REASON IN
005060*                       WS-OVERRIDE-REFUSAL. THE OPERATOR'S OWN
005061*                       MASTER ROW IS FINISHED WITH BY NOW, SO
005062*                       THE RECORD AREA IS FREE TO REUSE.
005063*================================================================
005064 2680-CHECK-OVERRIDE.
005065     MOVE SPACES                TO WS-OVERRIDE-REFUSAL.
005066     IF BP-OVERRIDE-ID = BP-OPERATOR-ID
005067         MOVE "CANNOT OVERRIDE OWN START"
005068                                TO WS-OVERRIDE-REFUSAL
005069         GO TO 2680-EXIT
005070     END-IF.
005071     MOVE BP-OVERRIDE-ID        TO OM-OPERATOR-ID.
005072     READ OPER-MASTER-FILE
005073         INVALID KEY
005074             MOVE "NOT ON OPERATOR MASTER"
005075                                TO WS-OVERRIDE-REFUSAL
005076             GO TO 2680-EXIT
005077     END-READ.
005078     IF NOT OM-AUTHORIZED
005079         MOVE "SUPERVISOR REVOKED"
005080                                TO WS-OVERRIDE-REFUSAL
005081         GO TO 2680-EXIT
005082     END-IF.
005083     IF (OM-EFF-DATE NUMERIC AND OM-EFF-DATE > ZERO
005084         AND WS-TS-DATE < OM-EFF-DATE)
005085      OR (OM-EXP-DATE NUMERIC AND OM-EXP-DATE > ZERO
005086         AND WS-TS-DATE > OM-EXP-DATE)
005087         MOVE "SUPERVISOR NOT IN DATE"
005088                                TO WS-OVERRIDE-REFUSAL
005089         GO TO 2680-EXIT
005090     END-IF.
005091     IF NOT OM-SUPERVISOR
005092         MOVE "NOT FLAGGED SUPERVISOR"
005093                                TO WS-OVERRIDE-REFUSAL
005094     END-IF.
005095 2680-EXIT.
005096     EXIT.
005097*================================================================
005098* 2690-LOG-OVERRIDE - ONE "O" ROW PER PREDECESSOR THE
005099*                     SUPERVISOR OVERRODE, LAID OUT LIKE THE
005100*                     "R" ROW: "OVRIDE PRED SUPVID   PREDJOB".
005101*================================================================
005102 2690-LOG-OVERRIDE.
005103     IF WS-PD-COMPLETED(WS-PD-SUB)
005104         GO TO 2690-EXIT
005105     END-IF.
005106     DISPLAY "BANNERRT0012I PREDECESSOR " WS-PD-JOB(WS-PD-SUB)
005107         " OVERRIDDEN BY SUPERVISOR " BP-OVERRIDE-ID.
005108     MOVE SPACES                TO AUDIT-LOG-RECORD.
005109     MOVE WS-TS-DATE             TO AL-TIMESTAMP(1:8).
005110     MOVE WS-TS-TIME             TO AL-TIMESTAMP(9:6).
005111     MOVE SPACES                 TO AL-OPERATOR-TEXT.
005112     STRING "OVRIDE PRED "       DELIMITED BY SIZE
005113            BP-OVERRIDE-ID       DELIMITED BY SIZE
005114            " "                  DELIMITED BY SIZE
005115            WS-PD-JOB(WS-PD-SUB) DELIMITED BY SIZE
005116         INTO AL-OPERATOR-TEXT
005117     END-STRING.
005118     MOVE BP-JOB-NAME            TO AL-JOB-NAME.
005119     MOVE "O"                    TO AL-ENTRY-TYPE.
005120     MOVE ZEROES                 TO AL-JOB-RC.
005121     MOVE WS-CYCLE-NUMBER        TO AL-CYCLE-NUMBER.
005122     MOVE BP-RUN-SITE            TO AL-SITE-CODE.
005123     MOVE BP-SITE-CODE           TO AL-OWNER-SITE.
005124     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-EXIT.
005125 2690-EXIT.
004930     EXIT.
004940*================================================================
004950* 2800-BUILD-BANNER-TEXT - BUILD THE "ID - NAME" BANNER TEXT.
006830     MOVE "B"                    TO AL-ENTRY-TYPE.
006840     MOVE ZEROES                 TO AL-JOB-RC.
006850     MOVE WS-CYCLE-NUMBER        TO AL-CYCLE-NUMBER.
006855     MOVE BP-RUN-SITE            TO AL-SITE-CODE.
006857     MOVE BP-SITE-CODE           TO AL-OWNER-SITE.
006860     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-EXIT.
006870 4800-EXIT.
006871     EXIT.
006872*================================================================
006873* 4900-WRITE-HANDOVER-ACK - ONE "H" ROW PER HANDOVER CONFIRMED:
006874*                           WHICH HANDOVER (DATE, OUTGOING
006875*                           SHIFT, SITE), WHICH INCOMING
006876*                           OPERATOR READ IT, UNDER WHICH STEP
006877*                           AND CYCLE.
006878*================================================================
006879 4900-WRITE-HANDOVER-ACK.
006880     MOVE SPACES                TO AUDIT-LOG-RECORD.
006881     MOVE WS-TS-DATE             TO AL-TIMESTAMP(1:8).
006882     MOVE WS-TS-TIME             TO AL-TIMESTAMP(9:6).
006883     MOVE SPACES                 TO AL-OPERATOR-TEXT.
006884     STRING "HANDOVR "           DELIMITED BY SIZE
006885            BP-HANDOVER-ID       DELIMITED BY SIZE
006886            " "                  DELIMITED BY SIZE
006887            BP-OPERATOR-ID       DELIMITED BY SIZE
006888         INTO AL-OPERATOR-TEXT
006889     END-STRING.
006890     MOVE BP-JOB-NAME            TO AL-JOB-NAME.
006891     MOVE "H"                    TO AL-ENTRY-TYPE.
006892     MOVE ZEROES                 TO AL-JOB-RC.
006893     MOVE WS-CYCLE-NUMBER        TO AL-CYCLE-NUMBER.
006894     MOVE BP-RUN-SITE            TO AL-SITE-CODE.
006895     MOVE BP-SITE-CODE           TO AL-OWNER-SITE.
006896     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-EXIT.
006897 4900-EXIT.
006880     EXIT.
006890*================================================================
006900* 5000-WRITE-AUDIT-LOG - APPEND A ROW TO THE AUDIT-LOG FILE SO
007000     MOVE "S"                    TO AL-ENTRY-TYPE.
007010     MOVE ZEROES                 TO AL-JOB-RC.
007020     MOVE WS-CYCLE-NUMBER        TO AL-CYCLE-NUMBER.
007025     MOVE BP-RUN-SITE            TO AL-SITE-CODE.
007027     MOVE BP-SITE-CODE           TO AL-OWNER-SITE.
007030     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-EXIT.
007040 5000-EXIT.
007041     EXIT.
007042*================================================================
007043* 5050-WRITE-AUDIT-TAKEOVER - ON A TAKEOVER RUN, ONE "T" ROW
007044*                             AFTER THE "S" ROW: THE RUNNING
007045*                             SITE, THE OWNING SITE, AND THE
007046*                             SUPERVISOR WHO OPENED THE TAKEOVER.
007047*================================================================
007048 5050-WRITE-AUDIT-TAKEOVER.
007049     MOVE SPACES                TO AUDIT-LOG-RECORD.
007050     MOVE WS-TS-DATE             TO AL-TIMESTAMP(1:8).
007051     MOVE WS-TS-TIME             TO AL-TIMESTAMP(9:6).
007052     MOVE SPACES                 TO AL-OPERATOR-TEXT.
007053     STRING "TAKEOVR "           DELIMITED BY SIZE
007054            BP-RUN-SITE          DELIMITED BY SIZE
007055            " FOR "              DELIMITED BY SIZE
007056            BP-SITE-CODE         DELIMITED BY SIZE
007057            " "                  DELIMITED BY SIZE
007058            WS-TAKEOVER-SUPV     DELIMITED BY SIZE
007059         INTO AL-OPERATOR-TEXT
007060     END-STRING.
007061     MOVE BP-JOB-NAME            TO AL-JOB-NAME.
007062     MOVE "T"                    TO AL-ENTRY-TYPE.
007063     MOVE ZEROES                 TO AL-JOB-RC.
007064     MOVE WS-CYCLE-NUMBER        TO AL-CYCLE-NUMBER.
007065     MOVE BP-RUN-SITE            TO AL-SITE-CODE.
007066     MOVE BP-SITE-CODE           TO AL-OWNER-SITE.
007067     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-EXIT.
007068 5050-EXIT.
007050     EXIT.
007060*================================================================
007070* 5500-WRITE-CHECKPOINT - RECORD THE OUTCOME OF THIS STEP ON THE
007080*                         RESTART-CHECKPOINT FILE. WRITTEN FROM
007090*                         THE END-OF-JOB CLOSE-OUT CALL, SO "C"
007100*                         NOW MEANS THE STEP REALLY RAN TO THE
007110*                         END. THE FINAL RETURN CODE IS JUDGED BY
007120*                         THE JOB'S RETURN-CODE POLICY - "C" FOR
007130*                         A NORMAL END, "W" FOR A DECLARED
007131*                         WARNING, "A" FOR ANYTHING WORSE SO THE
007132*                         RESTART LOGIC RERUNS THE STEP INSTEAD
007133*                         OF SKIPPING IT.
007140*================================================================
007150 5500-WRITE-CHECKPOINT.
007160     MOVE SPACES                 TO RESTART-CKPT-RECORD.
007170     MOVE BP-JOB-NAME            TO RC-STEP-NAME.
007180     MOVE WS-TS-DATE             TO RC-COMPLETION-TS(1:8).
007190     MOVE WS-TS-TIME             TO RC-COMPLETION-TS(9:6).
007200     PERFORM 5510-APPLY-RC-POLICY THRU 5510-EXIT.
007210     MOVE WS-CKPT-STATUS         TO RC-STATUS-CODE.
007250     MOVE WS-CYCLE-NUMBER        TO RC-CYCLE-NUMBER.
007255     MOVE BP-RUN-SITE            TO RC-SITE-CODE.
007257     MOVE BP-SITE-CODE           TO RC-OWNER-SITE.
007260     WRITE RESTART-CKPT-RECORD.
007270 5500-EXIT.
007271     EXIT.
007272*================================================================
007273* 5510-APPLY-RC-POLICY - LOOK UP THE JOB'S RETURN-CODE POLICY AND
007274*                        JUDGE BP-JOB-RC AGAINST IT, LEAVING "C",
007275*                        "W" OR "A" IN WS-CKPT-STATUS. NO POLICY
007276*                        FILE, NO ROW FOR THE JOB, OR A ROW WHOSE
007277*                        LIMITS ARE NOT NUMERIC ALL LEAVE THE
007278*                        STRICT DEFAULT STANDING - ONLY RC 0 IS
007279*                        NORMAL. A BAD POLICY ROW MUST NEVER TURN
007280*                        A REAL ABEND INTO A "C".
007281*================================================================
007282 5510-APPLY-RC-POLICY.
007283     MOVE ZEROES                 TO WS-MAX-NORMAL-RC
007284                                    WS-MAX-WARNING-RC.
007285     IF WS-RCPOLICY-OPEN
007286         MOVE BP-JOB-NAME        TO RP-JOB-NAME
007287         READ RC-POLICY-FILE
007288             INVALID KEY
007289                 CONTINUE
007290             NOT INVALID KEY
007291                 IF RP-MAX-NORMAL-RC NUMERIC
007292                    AND RP-MAX-WARNING-RC NUMERIC
007293                     MOVE RP-MAX-NORMAL-RC  TO WS-MAX-NORMAL-RC
007294                     MOVE RP-MAX-WARNING-RC TO WS-MAX-WARNING-RC
007295                 END-IF
007296         END-READ
007297     END-IF.
007298     EVALUATE TRUE
007299         WHEN BP-JOB-RC NOT > WS-MAX-NORMAL-RC
007300             MOVE "C"            TO WS-CKPT-STATUS
007301         WHEN BP-JOB-RC NOT > WS-MAX-WARNING-RC
007302             MOVE "W"            TO WS-CKPT-STATUS
007303         WHEN OTHER
007304             MOVE "A"            TO WS-CKPT-STATUS
007305     END-EVALUATE.
007306 5510-EXIT.
007280     EXIT.
007290*================================================================
007300* 5600-WRITE-AUDIT-END - APPEND THE COMPLETION ROW TO THE
007420     MOVE "E"                    TO AL-ENTRY-TYPE.
007430     MOVE BP-JOB-RC              TO AL-JOB-RC.
007440     MOVE WS-CYCLE-NUMBER        TO AL-CYCLE-NUMBER.
007445     MOVE BP-RUN-SITE            TO AL-SITE-CODE.
007447     MOVE BP-SITE-CODE           TO AL-OWNER-SITE.
007450     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-EXIT.
007460 5600-EXIT.
007470     EXIT.
007520*                        "0" AND IS BUMPED THROUGH "9" ON A
007530*                        DUPLICATE KEY, SO TWO ROWS FOR ONE
007540*                        JOB IN THE SAME SECOND BOTH LAND.
007550*                        PAST "9" THE ROW MOVES ON ONE SECOND
007560*                        (5950) AND STARTS AGAIN FROM "0".
007561*                        THE ROW IS CHAINED ONTO THE LAST ROW
007562*                        ON THE ANCHOR, SO ITS KEY MUST SORT
007563*                        AFTER THAT ROW'S - ONE THAT WOULD NOT
007564*                        TAKES THE LAST ROW'S DATE/TIME AND
007565*                        STARTS FROM THE NEXT SEQUENCE UP, OR
007566*                        FROM "0" A SECOND LATER WHEN THE LAST
007567*                        ROW TOOK "9". A HUNDRED FAILED TRIES
007568*                        MEANS SOMETHING IS BADLY WRONG, AND
007569*                        THE RUN STOPS.
007570*================================================================
007580 5900-WRITE-AUDIT-REC.
007585     PERFORM 5920-READ-CHAIN-ANCHOR THRU 5920-EXIT.
007590     MOVE ZERO                   TO WS-AUDIT-SEQ.
007600     MOVE ZERO                   TO WS-AUDIT-SEQ-DIGIT.
007601     IF AL-LOG-KEY NOT > WS-CHAIN-LAST-KEY
007602         MOVE WS-CHAIN-LAST-DATE-TIME TO AL-TS-DATE-TIME
007603         IF WS-CHAIN-LAST-SEQ NUMERIC
007604             MOVE WS-CHAIN-LAST-SEQ TO WS-AUDIT-SEQ-DIGIT
007605             COMPUTE WS-AUDIT-SEQ = WS-AUDIT-SEQ-DIGIT + 1
007606             MOVE ZERO           TO WS-AUDIT-SEQ-DIGIT
007607             IF WS-AUDIT-SEQ < 10
007608                 MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-DIGIT
007609             ELSE
007610                 PERFORM 5950-NEXT-SECOND THRU 5950-EXIT
007611             END-IF
007612         END-IF
007613     END-IF.
007610     MOVE WS-AUDIT-SEQ-DIGIT     TO AL-TS-SEQ.
007620     MOVE "N"                    TO WS-AUDIT-WRITTEN-SWITCH.
007625     MOVE ZERO                   TO WS-AUDIT-TRIES.
007630     PERFORM 5910-TRY-AUDIT-WRITE THRU 5910-EXIT
007640         UNTIL WS-AUDIT-WRITTEN
007650            OR WS-AUDIT-TRIES > 99.
007660     IF NOT WS-AUDIT-WRITTEN
007670         GO TO 9870-ABEND-AUDIT-WRITE
007680     END-IF.
007685     PERFORM 5940-WRITE-CHAIN-ANCHOR THRU 5940-EXIT.
007690 5900-EXIT.
007700     EXIT.
007710*================================================================
007720* 5910-TRY-AUDIT-WRITE - ONE WRITE ATTEMPT; A DUPLICATE KEY
007730*                        BUMPS THE SEQUENCE FOR THE NEXT TRY,
007735*                        PAST "9" TO "0" ONE SECOND LATER.
007740*                        A WRITE FAILURE THAT IS NOT A KEY
007750*                        CONDITION (STATUS 30 AND FRIENDS)
007760*                        RAISES NEITHER PHRASE AND WOULD RETRY
007790*                        WAY THE OPENS CHECK THEIRS - ANYTHING
007800*                        OTHER THAN SUCCESS OR A "2X" KEY
007810*                        CONDITION ABENDS THE RUN.
007811*                        THE CHAIN VALUE IS WORKED OUT AFRESH
007812*                        ON EVERY TRY, SINCE A BUMPED SEQUENCE
007813*                        CHANGES THE ROW IT COVERS.
007820*================================================================
007830 5910-TRY-AUDIT-WRITE.
007831     ADD 1                       TO WS-AUDIT-TRIES.
007832     PERFORM 5930-CALC-CHAIN     THRU 5930-EXIT.
007840     WRITE AUDIT-LOG-RECORD
007850         INVALID KEY
007860             ADD 1               TO WS-AUDIT-SEQ
007870             IF WS-AUDIT-SEQ < 10
007880                 MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-DIGIT
007890             ELSE
007895                 PERFORM 5950-NEXT-SECOND THRU 5950-EXIT
007900             END-IF
007905             MOVE WS-AUDIT-SEQ-DIGIT TO AL-TS-SEQ
007910         NOT INVALID KEY
007920             MOVE "Y"            TO WS-AUDIT-WRITTEN-SWITCH
007930     END-WRITE.
007970         GO TO 9870-ABEND-AUDIT-WRITE
007980     END-IF.
007990 5910-EXIT.
007991     EXIT.
007992*================================================================
007993* 5920-READ-CHAIN-ANCHOR - PICK UP THE KEY, CHAIN VALUE AND ROW
007994*                          COUNT OF THE LAST ROW WRITTEN. THE
007995*                          ANCHOR IS OPENED, READ AND CLOSED
007996*                          FOR EVERY ROW SO IT IS NEVER LEFT
007997*                          OPEN ACROSS A CALL. NO ANCHOR ON
007998*                          CATALOG (STATUS 35), OR AN EMPTY
007999*                          ONE, IS THE START OF A NEW CHAIN.
008000*================================================================
008001 5920-READ-CHAIN-ANCHOR.
008002     MOVE LOW-VALUES             TO WS-CHAIN-LAST-KEY.
008003     MOVE ZERO                   TO WS-CHAIN-LAST-VALUE
008004                                    WS-CHAIN-ROW-COUNT.
008005     OPEN INPUT AUDIT-CHAIN-FILE.
008006     IF WS-AUDCHAIN-STATUS = "35"
008007         GO TO 5920-EXIT
008008     END-IF.
008009     IF WS-AUDCHAIN-STATUS NOT = "00"
008010         GO TO 9895-ABEND-AUDCHAIN
008011     END-IF.
008012     READ AUDIT-CHAIN-FILE
008013         AT END
008014             CONTINUE
008015         NOT AT END
008016             MOVE AC-LAST-KEY    TO WS-CHAIN-LAST-KEY
008017             IF AC-LAST-CHAIN NUMERIC
008018                 MOVE AC-LAST-CHAIN TO WS-CHAIN-LAST-VALUE
008019             END-IF
008020             IF AC-ROW-COUNT NUMERIC
008021                 MOVE AC-ROW-COUNT TO WS-CHAIN-ROW-COUNT
008022             END-IF
008023     END-READ.
008024     CLOSE AUDIT-CHAIN-FILE.
008025 5920-EXIT.
008026     EXIT.
008027*================================================================
008028* 5930-CALC-CHAIN - STAMP THE ROW WITH ITS CHAIN VALUE: THE
008029*                   WHOLE ROW AHEAD OF AL-CHAIN-VALUE, CHAINED
008030*                   ONTO THE LAST ROW'S VALUE.
008031*                   A ROW WITH NO OWNING SITE IS CHAINED OVER
008032*                   THE BYTES AHEAD OF AL-OWNER-SITE ONLY - THE
008033*                   LENGTH THE ROWS WRITTEN BEFORE IT EXISTED
008034*                   WERE CHAINED OVER.
008035*================================================================
008036 5930-CALC-CHAIN.
008037     MOVE SPACES                 TO CH-ROW-IMAGE.
008038     IF AL-OWNER-SITE = SPACES
008039         COMPUTE CH-ROW-LENGTH = LENGTH OF AUDIT-LOG-RECORD
008040                               - LENGTH OF AL-OWNER-SITE
008041                               - LENGTH OF AL-CHAIN-VALUE
008042     ELSE
008043         COMPUTE CH-ROW-LENGTH = LENGTH OF AUDIT-LOG-RECORD
008044                               - LENGTH OF AL-CHAIN-VALUE
008045     END-IF.
008046     MOVE AUDIT-LOG-RECORD       TO CH-ROW-IMAGE.
008047     MOVE WS-CHAIN-LAST-VALUE    TO CH-PREV-CHAIN.
008048     CALL "AUDIT-CHAIN-RTN"      USING CHAIN-PARM-AREA.
008049     MOVE CH-NEW-CHAIN           TO AL-CHAIN-VALUE.
008050 5930-EXIT.
008051     EXIT.
008052*================================================================
008053* 5940-WRITE-CHAIN-ANCHOR - THE ROW IS ON FILE; MAKE IT THE
008054*                           LAST ROW ON THE ANCHOR. A FAILURE
008055*                           HERE LEAVES THE NEXT ROW CHAINED
008056*                           ONTO THE WRONG VALUE, WHICH
008057*                           AUDIT-VERIFY WILL REPORT AS A BREAK
008058*                           - STOP NOW SO IT GETS LOOKED AT.
008059*================================================================
008060 5940-WRITE-CHAIN-ANCHOR.
008061     OPEN OUTPUT AUDIT-CHAIN-FILE.
008062     IF WS-AUDCHAIN-STATUS NOT = "00"
008063         GO TO 9895-ABEND-AUDCHAIN
008064     END-IF.
008065     ADD 1                       TO WS-CHAIN-ROW-COUNT.
008066     MOVE SPACES                 TO AUDIT-CHAIN-RECORD.
008067     MOVE AL-LOG-KEY             TO AC-LAST-KEY.
008068     MOVE AL-CHAIN-VALUE         TO AC-LAST-CHAIN.
008069     MOVE WS-CHAIN-ROW-COUNT     TO AC-ROW-COUNT.
008070     MOVE AL-CYCLE-NUMBER        TO AC-LAST-CYCLE-NUMBER.
008071     WRITE AUDIT-CHAIN-RECORD.
008072     IF WS-AUDCHAIN-STATUS NOT = "00"
008073         CLOSE AUDIT-CHAIN-FILE
008074         GO TO 9895-ABEND-AUDCHAIN
008075     END-IF.
008076     CLOSE AUDIT-CHAIN-FILE.
008077 5940-EXIT.
008078     EXIT.
008079*================================================================
008080* 5950-NEXT-SECOND - MOVE AL-TS-DATE-TIME ON ONE SECOND, CARRYING
008081*                    INTO THE MINUTE, HOUR, DAY, MONTH AND YEAR AS
008082*                    NEEDED, AND START THE SEQUENCE AGAIN AT "0".
008083*                    A DATE/TIME THAT IS NOT NUMERIC IS LEFT AS IT
008084*                    IS AND THE WRITE LOOP RUNS OUT ITS TRIES.
008085*================================================================
008086 5950-NEXT-SECOND.
008087     MOVE ZERO                   TO WS-AUDIT-SEQ.
008088     MOVE ZERO                   TO WS-AUDIT-SEQ-DIGIT.
008089     IF AL-TS-DATE-TIME NOT NUMERIC
008090         GO TO 5950-EXIT
008091     END-IF.
008092     MOVE AL-TS-DATE-TIME        TO WS-BUMP-TS.
008093     ADD 1                       TO WS-BUMP-SS.
008094     IF WS-BUMP-SS < 60
008095         GO TO 5950-STORE
008096     END-IF.
008097     MOVE ZERO                   TO WS-BUMP-SS.
008098     ADD 1                       TO WS-BUMP-MI.
008099     IF WS-BUMP-MI < 60
008100         GO TO 5950-STORE
008101     END-IF.
008102     MOVE ZERO                   TO WS-BUMP-MI.
008103     ADD 1                       TO WS-BUMP-HH.
008104     IF WS-BUMP-HH < 24
008105         GO TO 5950-STORE
008106     END-IF.
008107     MOVE ZERO                   TO WS-BUMP-HH.
008108     PERFORM 5955-DAYS-IN-MONTH  THRU 5955-EXIT.
008109     ADD 1                       TO WS-BUMP-DAY.
008110     IF WS-BUMP-DAY NOT > WS-BUMP-MONTH-DAYS
008111         GO TO 5950-STORE
008112     END-IF.
008113     MOVE 1                      TO WS-BUMP-DAY.
008114     ADD 1                       TO WS-BUMP-MONTH.
008115     IF WS-BUMP-MONTH < 13
008116         GO TO 5950-STORE
008117     END-IF.
008118     MOVE 1                      TO WS-BUMP-MONTH.
008119     ADD 1                       TO WS-BUMP-YEAR.
008120 5950-STORE.
008121     MOVE WS-BUMP-TS             TO AL-TS-DATE-TIME.
008122 5950-EXIT.
008123     EXIT.
008124*================================================================
008125* 5955-DAYS-IN-MONTH - DAYS IN THE MONTH OF WS-BUMP-TS, LEFT IN
008126*                      WS-BUMP-MONTH-DAYS, WITH THE CENTURY LEAP
008127*                      RULE IN FULL.
008128*================================================================
008129 5955-DAYS-IN-MONTH.
008130     EVALUATE WS-BUMP-MONTH
008131         WHEN 4
008132         WHEN 6
008133         WHEN 9
008134         WHEN 11
008135             MOVE 30             TO WS-BUMP-MONTH-DAYS
008136         WHEN 2
008137             MOVE 28             TO WS-BUMP-MONTH-DAYS
008138             DIVIDE WS-BUMP-YEAR BY 4
008139                 GIVING WS-BUMP-QUOT REMAINDER WS-BUMP-REM
008140             IF WS-BUMP-REM = 0
008141                 MOVE 29         TO WS-BUMP-MONTH-DAYS
008142             END-IF
008143             DIVIDE WS-BUMP-YEAR BY 100
008144                 GIVING WS-BUMP-QUOT REMAINDER WS-BUMP-REM
008145             IF WS-BUMP-REM = 0
008146                 MOVE 28         TO WS-BUMP-MONTH-DAYS
008147             END-IF
008148             DIVIDE WS-BUMP-YEAR BY 400
008149                 GIVING WS-BUMP-QUOT REMAINDER WS-BUMP-REM
008150             IF WS-BUMP-REM = 0
008151                 MOVE 29         TO WS-BUMP-MONTH-DAYS
008152             END-IF
008153         WHEN OTHER
008154             MOVE 31             TO WS-BUMP-MONTH-DAYS
008155     END-EVALUATE.
008156 5955-EXIT.
008000     EXIT.
008010*================================================================
008020* 8000-LOG-OVERFLOW - WRITE ONE ROW TO THE EXCEPTION-FILE FOR A
008140     MOVE WS-OV-ACTUAL-LEN       TO EX-ACTUAL-LEN.
008150     MOVE BP-JOB-NAME            TO EX-JOB-NAME.
008160     MOVE WS-CYCLE-NUMBER        TO EX-CYCLE-NUMBER.
008165     MOVE BP-RUN-SITE            TO EX-SITE-CODE.
008167     MOVE BP-SITE-CODE           TO EX-OWNER-SITE.
008170     WRITE EXCEPTION-LOG-RECORD.
008180 8000-EXIT.
008190     EXIT.
008300 9000-EXIT.
008310     EXIT.
008320*================================================================
008330* 9100-TERM-CLOSE-OUT - CLOSE THE FILES THE END-OF-JOB CLOSE-OUT
008340*                       CALL OPENED BEFORE RETURNING TO THE
008350*                       CALLER.
008360*================================================================
008370 9100-TERM-CLOSE-OUT.
008380     CLOSE AUDIT-LOG-FILE.
008390     CLOSE RESTART-CKPT-FILE.
008391     IF WS-RCPOLICY-OPEN
008392         CLOSE RC-POLICY-FILE
008393     END-IF.
008400 9100-EXIT.
008410     EXIT.
008420*================================================================
008520     DISPLAY "BANNERRT0001E OPERATOR " BP-OPERATOR-ID
008530         " REJECTED, REASON " BP-REJECT-REASON
008540         " - RUN TERMINATED".
008541     PERFORM 9950-WRITE-AUDIT-REJECT THRU 9950-EXIT.
008542     MOVE 16                    TO BP-RETURN-CODE.
008543     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
008544     GOBACK.
008545*================================================================
008546* 9805-ABEND-PREDECESSOR - 2600 FOUND A PREDECESSOR WITH NO
008547*                          COMPLETED CHECKPOINT IN THE OPEN
008548*                          CYCLE AND NO OVERRIDE THAT HELD UP.
008549*                          HANDLED EXACTLY LIKE AN UNAUTHORIZED
008550*                          OPERATOR - JOB LOG, "R" ROW (NAMING
008551*                          THE FIRST MISSING PREDECESSOR) AND
008552*                          BP-RETURN-CODE SET FOR THE CALLER.
008553*================================================================
008554 9805-ABEND-PREDECESSOR.
008555     DISPLAY "BANNERRT0010E JOB " BP-JOB-NAME " REFUSED, "
008556         "PREDECESSOR " WS-REJECT-DETAIL " NOT COMPLETE IN CYCLE "
008557         WS-CYCLE-NUMBER " - RUN TERMINATED".
008550     PERFORM 9950-WRITE-AUDIT-REJECT THRU 9950-EXIT.
008560     MOVE 16                    TO BP-RETURN-CODE.
008570     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
009520     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
009530     GOBACK.
009540*================================================================
009541* 9880-ABEND-RCPOLICY-OPEN - THE RETURN-CODE POLICY FILE EXISTS
009542*                            BUT WOULD NOT OPEN. GUESSING THE
009543*                            POLICY COULD CHECKPOINT A REAL ABEND
009544*                            AS COMPLETE, SO NO CHECKPOINT IS
009545*                            WRITTEN - THE STEP READS AS NOT
009546*                            COMPLETE, THE SAFE SIDE. THE AUDIT
009547*                            AND CHECKPOINT FILES ARE ALREADY
009548*                            OPEN AND GET CLOSED.
009549*================================================================
009550 9880-ABEND-RCPOLICY-OPEN.
009551     DISPLAY "BANNERRT0009E RC-POLICY-FILE OPEN FAILED, FILE "
009552         "STATUS=" WS-RCPOLICY-STATUS " - RUN TERMINATED".
009553     MOVE 16                    TO BP-RETURN-CODE.
009554     CLOSE AUDIT-LOG-FILE.
009555     CLOSE RESTART-CKPT-FILE.
009556     GOBACK.
009557*================================================================
009558* 9890-ABEND-PREDFILE-OPEN - THE PREDECESSOR FILE EXISTS BUT
009559*                            WOULD NOT OPEN. STARTING THE JOB
009560*                            UNCHECKED IS EXACTLY WHAT THE FILE
009561*                            IS THERE TO PREVENT, SO THE START
009562*                            IS REFUSED. EVERYTHING THE START
009563*                            PATH OPENED IS CLOSED.
009564*================================================================
009565 9890-ABEND-PREDFILE-OPEN.
009566     DISPLAY "BANNERRT0014E PREDECESSOR-FILE OPEN FAILED, FILE "
009567         "STATUS=" WS-PREDFILE-STATUS " - RUN TERMINATED".
009568     MOVE 16                    TO BP-RETURN-CODE.
009569     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
009570     GOBACK.
009571*================================================================
009572* 9895-ABEND-AUDCHAIN - THE AUDIT-CHAIN ANCHOR EXISTS BUT WOULD
009573*                       NOT OPEN, OR COULD NOT BE REWRITTEN
009574*                       AFTER A ROW WENT OUT. WITHOUT IT THE
009575*                       NEXT ROW CANNOT BE CHAINED, SO THE RUN
009576*                       STOPS THE SAME WAY AS FOR A FAILED
009577*                       AUDIT WRITE.
009578*================================================================
009579 9895-ABEND-AUDCHAIN.
009580     DISPLAY "BANNERRT0015E AUDIT-CHAIN ANCHOR FAILED FOR "
009581         AL-JOB-NAME ", FILE STATUS=" WS-AUDCHAIN-STATUS
009582         " - RUN TERMINATED".
009583     MOVE 16                    TO BP-RETURN-CODE.
009584     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
009585     GOBACK.
009586*================================================================
009587* 9896-ABEND-TAKEOVER-OPEN - THE TAKEOVER FILE EXISTS BUT WOULD
009588*                            NOT OPEN, SO THERE IS NO TELLING
009589*                            WHETHER THE OPERATOR MAY RUN THE
009590*                            OWNING SITE'S JOB. THE START IS
009591*                            REFUSED AND EVERYTHING THE START
009592*                            PATH OPENED IS CLOSED.
009593*================================================================
009594 9896-ABEND-TAKEOVER-OPEN.
009595     DISPLAY "BANNERRT0016E TAKEOVER-FILE OPEN FAILED, FILE "
009596         "STATUS=" WS-TAKEOVER-STATUS " - RUN TERMINATED".
009597     MOVE 16                    TO BP-RETURN-CODE.
009598     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
009599     GOBACK.
009600*================================================================
009550* 9950-WRITE-AUDIT-REJECT - ONE "R" ROW PER REJECTED OPERATOR:
009560*                           WHO, WHICH JOB THEY TRIED TO START,
009570*                           AND WHY THEY WERE TURNED AWAY. A
009571*                           "PRED" REFUSAL ALSO NAMES THE
009572*                           MISSING PREDECESSOR AT THE END.
009580*================================================================
009590 9950-WRITE-AUDIT-REJECT.
009600     MOVE SPACES                TO AUDIT-LOG-RECORD.
009650            BP-REJECT-REASON     DELIMITED BY SIZE
009660            " "                  DELIMITED BY SIZE
009670            BP-OPERATOR-ID       DELIMITED BY SIZE
009671            " "                  DELIMITED BY SIZE
009672            WS-REJECT-DETAIL     DELIMITED BY SIZE
009680         INTO AL-OPERATOR-TEXT
009690     END-STRING.
009700     MOVE BP-JOB-NAME            TO AL-JOB-NAME.
009710     MOVE "R"                    TO AL-ENTRY-TYPE.
009720     MOVE ZEROES                 TO AL-JOB-RC.
009730     MOVE WS-CYCLE-NUMBER        TO AL-CYCLE-NUMBER.
009735     MOVE BP-RUN-SITE            TO AL-SITE-CODE.
009737     MOVE BP-SITE-CODE           TO AL-OWNER-SITE.
009740     PERFORM 5900-WRITE-AUDIT-REC THRU 5900-EXIT.
009750 9950-EXIT.
009760     EXIT.

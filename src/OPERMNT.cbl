000410*                  SECURITY REVIEW SIGNS OFF WHAT THE
000420*                  AUTHORIZATION ACTUALLY BECAME, NOT JUST
000430*                  "DETAIL REPLACED".
000431* 10/15/2026  RH   ADD AND AUTHCHG NOW CARRY THE SUPERVISOR FLAG
000432*                  (OT-SUPERVISOR-FLAG, "Y" OR "N", SPACE READS
000433*                  AS "N") ONTO THE MASTER - ONLY A FLAGGED
000434*                  SUPERVISOR CAN AUTHORIZE A PREDECESSOR
000435*                  OVERRIDE IN BANNER-RTN. ANY OTHER VALUE
000436*                  REJECTS THE RECORD, AND THE FLAG PRINTS ON
000437*                  THE BEFORE/AFTER DETAIL LINES.
000438* 10/15/2026  RH   TWO-PERSON CONTROL. AN ADD, AUTHCHG OR
000439*                  REINSTATE - THE ACTIONS THAT GIVE AUTHORITY -
000440*                  IS NOW REFUSED UNLESS IT CARRIES A REQUESTER
000441*                  AND A DIFFERENT APPROVER (OT-REQUESTER-ID/
000442*                  OT-APPROVER-ID, FILLED BY OPER-CHG-RELEASE
000443*                  FROM THE OPCHMNT SCREEN) AND THE APPROVER IS
000444*                  AN AUTHORIZED SUPERVISOR ON THE MASTER. A
000445*                  REVOKE OR NAMECHG STILL GOES ON A PLAIN CARD,
000446*                  SO THE DORMANT-OPERATOR REVIEW OUTPUT FEEDS
000447*                  THIS STEP AS BEFORE. EVERY REGISTER LINE IS
000448*                  FOLLOWED BY A REQUESTED BY / APPROVED BY LINE
000449*                  ("NONE" FOR A PLAIN CARD).
000450* 10/15/2026  RH   AN ADD, AUTHCHG OR REINSTATE MUST NOW ALSO BE
000451*                  THE CHANGE A SUPERVISOR ACTUALLY APPROVED. ITS
000452*                  REQUEST NUMBER (OT-REQUEST-NO) IS LOOKED UP ON
000453*                  THE OPCHMNT REQUEST FILE (OPERPEND), WHICH MUST
000454*                  SHOW IT RELEASED, WITH THE SAME REQUESTER,
000455*                  APPROVER AND CHANGE DETAIL AS THE CARD - SO A
000456*                  HAND-KEYED CARD NAMING TWO IDS NO LONGER GETS
000457*                  THROUGH. THE APPROVER'S MASTER EFFECTIVE AND
000458*                  EXPIRY DATES MUST ALSO COVER THE RUN DATE, AS
000459*                  ON THE SCREEN. THE REQUEST NUMBER PRINTS ON
000460*                  THE REQUESTED BY / APPROVED BY LINE. NO
000461*                  REQUEST FILE CATALOGED (STATUS 35) REFUSES
000462*                  EVERY SUCH CHANGE BUT LETS REVOKES RUN.
000463* 10/15/2026  RH   A REQUEST IS NOW GOOD FOR ONE RUN ONLY. ONCE
000464*                  ITS CHANGE IS APPLIED THE OPERPEND ROW IS
000465*                  MARKED APPLIED ("D"), AND A CARD NAMING AN
000466*                  APPLIED REQUEST IS REJECTED - A RERUN OR A
000467*                  COPIED CARD NO LONGER GRANTS THE AUTHORITY.
000468*                  OPERPEND NOW OPENS I-O. THE APPROVER'S DATES
000469*                  ARE TESTED NUMERIC BEFORE THEY ARE COMPARED.
000470*================================================================
000471 ENVIRONMENT DIVISION.
000472 CONFIGURATION SECTION.
000473 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000560                                ACCESS MODE IS RANDOM
000570                                RECORD KEY IS OM-OPERATOR-ID
000580                                FILE STATUS IS WS-OPERMAST-STATUS.
000581     SELECT OPER-PEND-FILE      ASSIGN TO OPERPEND
000582                                ORGANIZATION IS INDEXED
000583                                ACCESS MODE IS RANDOM
000584                                RECORD KEY IS PC-REQUEST-NO
000585                                FILE STATUS IS WS-OPERPEND-STATUS.
000590     SELECT CHANGE-RGSTR-FILE   ASSIGN TO OPERCHGR
000600                                ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000660 FD  OPER-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY OPERMAST.
000681 FD  OPER-PEND-FILE
000682     LABEL RECORDS ARE STANDARD.
000683     COPY OPERPEND.
000690 FD  CHANGE-RGSTR-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 132 CHARACTERS.
000780     88  WS-EOF-YES                          VALUE "Y".
000790 01  WS-MASTER-FOUND-SWITCH      PIC X(01)   VALUE "N".
000800     88  WS-MASTER-FOUND                     VALUE "Y".
000801 01  WS-PEND-OPEN-SWITCH         PIC X(01)   VALUE "N".
000802     88  WS-PEND-OPEN                        VALUE "Y".
000810*----------------------------------------------------------------
000820* FILE-STATUS WORK AREAS.
000830*----------------------------------------------------------------
000840 01  WS-OPERTRAN-STATUS          PIC X(02)   VALUE "00".
000850 01  WS-OPERMAST-STATUS          PIC X(02)   VALUE "00".
000855 01  WS-OPERPEND-STATUS          PIC X(02)   VALUE "00".
000860*----------------------------------------------------------------
000870* RUN-DATE AND TRANSACTION COUNTS FOR THE RECONCILIATION
000880* TOTALS AT THE FOOT OF THE REGISTER.
001130     05  WS-BA-SHIFT-CODES       PIC X(03).
001140     05  WS-BA-SITE-LIST         PIC X(08).
001150     05  WS-BA-JOB-LIST          PIC X(40).
001155     05  WS-BA-SUPV-FLAG         PIC X(01).
001160 01  WS-AFTER-AUTH.
001170     05  WS-AA-EFF-DATE          PIC X(08).
001180     05  WS-AA-EXP-DATE          PIC X(08).
001190     05  WS-AA-SHIFT-CODES       PIC X(03).
001200     05  WS-AA-SITE-LIST         PIC X(08).
001210     05  WS-AA-JOB-LIST          PIC X(40).
001215     05  WS-AA-SUPV-FLAG         PIC X(01).
001220 01  WS-AUTH-LINES-SWITCH        PIC X(01)   VALUE "N".
001230     88  WS-AUTH-LINES-NONE                  VALUE "N".
001240     88  WS-AUTH-LINES-AFTER                 VALUE "A".
001790     05  ADL-JOB-4               PIC X(08).
001800     05  FILLER                  PIC X(01)   VALUE SPACES.
001810     05  ADL-JOB-5               PIC X(08).
001811     05  FILLER                  PIC X(01)   VALUE SPACES.
001812     05  FILLER                  PIC X(05)   VALUE "SUPV ".
001813     05  ADL-SUPV-FLAG           PIC X(01).
001814     05  FILLER                  PIC X(04)   VALUE SPACES.
001815 01  APPROVAL-LINE.
001820     05  FILLER                  PIC X(11)   VALUE SPACES.
001821     05  FILLER                  PIC X(13)   VALUE
001822         "REQUESTED BY ".
001823     05  APL-REQUESTER-ID        PIC X(08).
001824     05  FILLER                  PIC X(14)   VALUE
001825         "  APPROVED BY ".
001826     05  APL-APPROVER-ID         PIC X(08).
001827     05  FILLER                  PIC X(10)   VALUE
001828         "  REQUEST ".
001829     05  APL-REQUEST-NO          PIC X(06).
001830     05  FILLER                  PIC X(62)   VALUE SPACES.
001831 01  TOTAL-LINE-1.
001840     05  FILLER                  PIC X(18)   VALUE
001850         "TRANSACTIONS READ ".
001860     05  TOT-READ-COUNT          PIC ZZZZ9.
002160*                   HEADINGS. THE MASTER OPENS I-O - IT MUST
002170*                   ALREADY EXIST; AN EMPTY SHOP STARTS THE
002180*                   FILE WITH ITS FIRST ADD RUN AGAINST A
002190*                   PRE-ALLOCATED EMPTY CLUSTER. A REQUEST FILE
002191*                   NOT CATALOGED YET (STATUS 35) STAYS CLOSED,
002192*                   AND 3050 THEN FINDS NO REQUEST. IT OPENS I-O
002193*                   SO 3700 CAN MARK EACH REQUEST APPLIED.
002200*================================================================
002210 1000-INITIALIZE.
002220     OPEN INPUT  OPER-TRAN-FILE.
002260     OPEN I-O    OPER-MASTER-FILE.
002270     IF WS-OPERMAST-STATUS NOT = "00"
002280         GO TO 9820-ABEND-OPERMAST-OPEN
002281     END-IF.
002282     OPEN I-O    OPER-PEND-FILE.
002283     IF WS-OPERPEND-STATUS = "00"
002284         MOVE "Y"                TO WS-PEND-OPEN-SWITCH
002285     ELSE
002286         IF WS-OPERPEND-STATUS NOT = "35"
002287             GO TO 9840-ABEND-OPERPEND-OPEN
002288         END-IF
002290     END-IF.
002300     OPEN OUTPUT CHANGE-RGSTR-FILE.
002310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
002710         GO TO 3000-WRITE-LINE
002720     END-IF.
002721     IF OT-ADD OR OT-AUTH-CHANGE OR OT-REINSTATE
002722         PERFORM 3050-CHECK-APPROVAL THRU 3050-EXIT
002723         IF WS-DISPOSITION NOT = SPACES
002724             PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
002725             GO TO 3000-WRITE-LINE
002726         END-IF
002727     END-IF.
002730     PERFORM 4000-READ-MASTER    THRU 4000-EXIT.
002740     EVALUATE TRUE
002750         WHEN OT-ADD
002890     END-EVALUATE.
002900 3000-WRITE-LINE.
002910     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
002915     PERFORM 8500-WRITE-APPROVAL THRU 8500-EXIT.
002920     IF WS-AUTH-LINES-BOTH
002930         PERFORM 8200-WRITE-BEFORE-AUTH THRU 8200-EXIT
002940     END-IF.
002960         PERFORM 8300-WRITE-AFTER-AUTH THRU 8300-EXIT
002970     END-IF.
002980     PERFORM 2000-READ-TRAN      THRU 2000-EXIT.
002981 3000-EXIT.
002982     EXIT.
002983*================================================================
002984* 3050-CHECK-APPROVAL - AN ACTION THAT GIVES AUTHORITY NEEDS TWO
002985*                       PEOPLE: A REQUESTER AND A DIFFERENT
002986*                       APPROVER, THE APPROVER AN AUTHORIZED
002987*                       SUPERVISOR ON THE MASTER, IN DATE ON THE
002988*                       RUN DATE. THE CARD MUST BE THE RELEASED
002989*                       OPERPEND REQUEST IT NAMES - SAME
002990*                       REQUESTER, APPROVER AND CHANGE DETAIL,
002991*                       AND NOT ALREADY APPLIED BY AN EARLIER RUN.
002992*                       RUN BEFORE THE TARGET IS READ, SINCE IT
002993*                       USES THE SAME RECORD AREA. A COMPLAINT IS
002994*                       LEFT IN WS-DISPOSITION.
002995*================================================================
002996 3050-CHECK-APPROVAL.
002997     IF OT-REQUESTER-ID = SPACES
002998        OR OT-APPROVER-ID = SPACES
002999        OR OT-REQUESTER-ID = OT-APPROVER-ID
003000         MOVE "REJECTED - NOT TWO-PERSON APPROVED"
003001                                 TO WS-DISPOSITION
003002         GO TO 3050-EXIT
003003     END-IF.
003004     IF NOT WS-PEND-OPEN
003005        OR OT-REQUEST-NO NOT NUMERIC
003006         MOVE "REJECTED - NO RELEASED REQUEST"
003007                                 TO WS-DISPOSITION
003008         GO TO 3050-EXIT
003009     END-IF.
003010     MOVE OT-REQUEST-NO          TO PC-REQUEST-NO.
003011     READ OPER-PEND-FILE
003012         INVALID KEY
003013             MOVE "REJECTED - NO RELEASED REQUEST"
003014                                 TO WS-DISPOSITION
003015             GO TO 3050-EXIT
003016     END-READ.
003017     IF PC-APPLIED
003018         MOVE "REJECTED - REQUEST ALREADY APPLIED"
003019                                 TO WS-DISPOSITION
003020         GO TO 3050-EXIT
003021     END-IF.
003025     IF NOT PC-RELEASED
003026         MOVE "REJECTED - NO RELEASED REQUEST"
003027                                 TO WS-DISPOSITION
003028         GO TO 3050-EXIT
003029     END-IF.
003030     IF PC-REQUESTER-ID    NOT = OT-REQUESTER-ID
003031        OR PC-APPROVER-ID     NOT = OT-APPROVER-ID
003032        OR PC-ACTION          NOT = OT-ACTION
003033        OR PC-OPERATOR-ID     NOT = OT-OPERATOR-ID
003034        OR PC-OPERATOR-NAME   NOT = OT-OPERATOR-NAME
003035        OR PC-EFF-DATE        NOT = OT-EFF-DATE
003036        OR PC-EXP-DATE        NOT = OT-EXP-DATE
003037        OR PC-SHIFT-CODES     NOT = OT-SHIFT-CODES
003038        OR PC-SITE-LIST       NOT = OT-SITE-LIST
003039        OR PC-JOB-LIST        NOT = OT-JOB-LIST
003040        OR PC-SUPERVISOR-FLAG NOT = OT-SUPERVISOR-FLAG
003041         MOVE "REJECTED - NOT AS REQUEST RELEASED"
003042                                 TO WS-DISPOSITION
003043         GO TO 3050-EXIT
003044     END-IF.
003045     MOVE OT-APPROVER-ID         TO OM-OPERATOR-ID.
003046     READ OPER-MASTER-FILE
003047         INVALID KEY
003048             MOVE "REJECTED - APPROVER NOT SUPERVISOR"
003049                                 TO WS-DISPOSITION
003050             GO TO 3050-EXIT
003051     END-READ.
003052     IF NOT OM-AUTHORIZED OR NOT OM-SUPERVISOR
003053         MOVE "REJECTED - APPROVER NOT SUPERVISOR"
003054                                 TO WS-DISPOSITION
003055         GO TO 3050-EXIT
003056     END-IF.
003057     IF (OM-EFF-DATE NUMERIC AND OM-EFF-DATE > ZERO
003058         AND OM-EFF-DATE > WS-RUN-DATE)
003059      OR (OM-EXP-DATE NUMERIC AND OM-EXP-DATE > ZERO
003060         AND OM-EXP-DATE < WS-RUN-DATE)
003061         MOVE "REJECTED - APPROVER NOT IN DATE"
003062                                 TO WS-DISPOSITION
003063     END-IF.
003064 3050-EXIT.
003065     EXIT.
003066*================================================================
003067* 3100-APPLY-ADD - A NEW OPERATOR. THE ID MUST NOT ALREADY BE
003068*                  ON THE MASTER AND A NAME MUST BE GIVEN. A
003069*                  NEW OPERATOR STARTS AUTHORIZED - THE POINT
003070*                  OF THE ADD IS TO LET THEM RUN TONIGHT.
003071*================================================================
003072 3100-APPLY-ADD.
003080     IF WS-MASTER-FOUND
003090         MOVE OM-AUTH-STATUS     TO WS-BEFORE-STATUS
003100         MOVE OM-OPERATOR-NAME   TO WS-BEFORE-NAME
003390     MOVE "A"                    TO WS-AUTH-LINES-SWITCH.
003400     MOVE "APPLIED"              TO WS-DISPOSITION.
003410     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
003411     PERFORM 3700-MARK-APPLIED   THRU 3700-EXIT.
003420 3100-EXIT.
003430     EXIT.
003440*================================================================
004010     MOVE OM-OPERATOR-NAME       TO WS-AFTER-NAME.
004020     MOVE "APPLIED"              TO WS-DISPOSITION.
004030     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
004031     PERFORM 3700-MARK-APPLIED   THRU 3700-EXIT.
004040 3300-EXIT.
004050     EXIT.
004060*================================================================
004530     MOVE OM-SHIFT-CODES         TO WS-BA-SHIFT-CODES.
004540     MOVE OM-SITE-LIST           TO WS-BA-SITE-LIST.
004550     MOVE OM-JOB-LIST            TO WS-BA-JOB-LIST.
004555     MOVE OM-SUPERVISOR-FLAG     TO WS-BA-SUPV-FLAG.
004560     PERFORM 3600-EDIT-AUTH-DETAIL THRU 3600-EXIT.
004570     IF WS-DISPOSITION NOT = SPACES
004580         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
004700     MOVE "APPLIED - AUTH DETAIL REPLACED"
004710                                 TO WS-DISPOSITION.
004720     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
004721     PERFORM 3700-MARK-APPLIED   THRU 3700-EXIT.
004730 3500-EXIT.
004740     EXIT.
004750*================================================================
004770*                         SPACES MEAN NO RESTRICTION AND LOAD
004780*                         AS ZERO; A KEYED DATE MUST BE
004790*                         NUMERIC, AND AN EXPIRY BEFORE THE
004800*                         EFFECTIVE DATE MAKES NO SENSE. THE
004810*                         SUPERVISOR FLAG MUST BE "Y", "N" OR
004811*                         SPACE. A COMPLAINT IS LEFT IN
004812*                         WS-DISPOSITION.
004820*================================================================
004830 3600-EDIT-AUTH-DETAIL.
004840     MOVE ZEROES                 TO WS-EDIT-EFF-DATE
005050        AND WS-EDIT-EXP-DATE < WS-EDIT-EFF-DATE
005060         MOVE "REJECTED - EXP BEFORE EFF DATE"
005070                                 TO WS-DISPOSITION
005071         GO TO 3600-EXIT
005072     END-IF.
005073     IF OT-SUPERVISOR-FLAG NOT = "Y"
005074        AND OT-SUPERVISOR-FLAG NOT = "N"
005075        AND OT-SUPERVISOR-FLAG NOT = SPACE
005076         MOVE "REJECTED - SUPERVISOR FLAG NOT Y/N"
005077                                 TO WS-DISPOSITION
005080     END-IF.
005090 3600-EXIT.
005100     EXIT.
005180     MOVE OT-SHIFT-CODES         TO OM-SHIFT-CODES.
005190     MOVE OT-SITE-LIST           TO OM-SITE-LIST.
005200     MOVE OT-JOB-LIST            TO OM-JOB-LIST.
005201     IF OT-SUPERVISOR-FLAG = "Y"
005202         MOVE "Y"                TO OM-SUPERVISOR-FLAG
005203     ELSE
005204         MOVE "N"                TO OM-SUPERVISOR-FLAG
005205     END-IF.
005210 3650-EXIT.
005211     EXIT.
005212*================================================================
005213* 3700-MARK-APPLIED - SET THE REQUEST READ BY 3050 TO APPLIED
005214*                     NOW ITS CHANGE IS ON THE MASTER, SO NO
005215*                     LATER CARD CAN USE IT. THE ROW IS STILL
005216*                     IN THE RECORD AREA - NOTHING SINCE HAS
005217*                     READ THE REQUEST FILE.
005218*================================================================
005219 3700-MARK-APPLIED.
005220     MOVE "D"                    TO PC-STATUS.
005221     REWRITE OPER-PEND-RECORD.
005222     IF WS-OPERPEND-STATUS NOT = "00"
005223         GO TO 9850-ABEND-OPERPEND-IO
005224     END-IF.
005225 3700-EXIT.
005226     EXIT.
005230*================================================================
005240* 4000-READ-MASTER - RANDOM-READ THE MASTER FOR THE CURRENT
005250*                    TRANSACTION'S OPERATOR ID AND SET THE
005920     MOVE WS-BA-JOB-LIST(17:8)   TO ADL-JOB-3.
005930     MOVE WS-BA-JOB-LIST(25:8)   TO ADL-JOB-4.
005940     MOVE WS-BA-JOB-LIST(33:8)   TO ADL-JOB-5.
005945     MOVE WS-BA-SUPV-FLAG        TO ADL-SUPV-FLAG.
005950     WRITE CHANGE-RGSTR-RECORD   FROM AUTH-DETAIL-LINE.
005960 8200-EXIT.
005970     EXIT.
006120     MOVE WS-AA-JOB-LIST(17:8)   TO ADL-JOB-3.
006130     MOVE WS-AA-JOB-LIST(25:8)   TO ADL-JOB-4.
006140     MOVE WS-AA-JOB-LIST(33:8)   TO ADL-JOB-5.
006145     MOVE WS-AA-SUPV-FLAG        TO ADL-SUPV-FLAG.
006150     WRITE CHANGE-RGSTR-RECORD   FROM AUTH-DETAIL-LINE.
006160 8300-EXIT.
006170     EXIT.
006260     MOVE OM-SHIFT-CODES         TO WS-AA-SHIFT-CODES.
006270     MOVE OM-SITE-LIST           TO WS-AA-SITE-LIST.
006280     MOVE OM-JOB-LIST            TO WS-AA-JOB-LIST.
006285     MOVE OM-SUPERVISOR-FLAG     TO WS-AA-SUPV-FLAG.
006290 8400-EXIT.
006291     EXIT.
006292*================================================================
006293* 8500-WRITE-APPROVAL - WHO ASKED FOR THE CHANGE AND WHO
006294*                       APPROVED IT, UNDER EVERY REGISTER LINE.
006295*                       A PLAIN CARD CARRIES NEITHER AND SHOWS
006296*                       "NONE".
006297*================================================================
006298 8500-WRITE-APPROVAL.
006299     MOVE OT-REQUESTER-ID        TO APL-REQUESTER-ID.
006300     MOVE OT-APPROVER-ID         TO APL-APPROVER-ID.
006301     IF OT-REQUESTER-ID = SPACES
006302         MOVE "NONE"             TO APL-REQUESTER-ID
006303     END-IF.
006304     IF OT-APPROVER-ID = SPACES
006305         MOVE "NONE"             TO APL-APPROVER-ID
006306     END-IF.
006307     MOVE OT-REQUEST-NO          TO APL-REQUEST-NO.
006308     IF OT-REQUEST-NO NOT NUMERIC
006309         MOVE "NONE"             TO APL-REQUEST-NO
006310     END-IF.
006311     WRITE CHANGE-RGSTR-RECORD   FROM APPROVAL-LINE.
006312 8500-EXIT.
006313     EXIT.
006314*================================================================
006320* 9000-TERMINATE - CLOSE DOWN THE FILES BEFORE ENDING THE STEP.
006330*================================================================
006340 9000-TERMINATE.
006350     CLOSE OPER-TRAN-FILE.
006360     CLOSE OPER-MASTER-FILE.
006361     IF WS-PEND-OPEN
006362         CLOSE OPER-PEND-FILE
006363     END-IF.
006370     CLOSE CHANGE-RGSTR-FILE.
006380 9000-EXIT.
006390     EXIT.
006690     MOVE 16                     TO RETURN-CODE.
006700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
006710     STOP RUN.
006720*================================================================
006730* 9840-ABEND-OPERPEND-OPEN - THE REQUEST FILE IS CATALOGED BUT
006740*                            WOULD NOT OPEN. NOTHING HAS BEEN
006750*                            APPLIED YET.
006760*================================================================
006770 9840-ABEND-OPERPEND-OPEN.
006780     DISPLAY "OPERMNT0004E OPER-PEND-FILE OPEN FAILED, FILE "
006790         "STATUS=" WS-OPERPEND-STATUS " - RUN TERMINATED".
006800     MOVE 16                     TO RETURN-CODE.
006810     CLOSE OPER-TRAN-FILE.
006820     CLOSE OPER-MASTER-FILE.
006830     STOP RUN.
006831*================================================================
006832* 9850-ABEND-OPERPEND-IO - THE REQUEST COULD NOT BE MARKED
006833*                          APPLIED. ITS CHANGE IS ALREADY ON THE
006834*                          MASTER, SO THE ROW MUST BE SET TO "D"
006835*                          BY HAND BEFORE THE STEP IS RERUN.
006836*================================================================
006837 9850-ABEND-OPERPEND-IO.
006838     DISPLAY "OPERMNT0005E OPER-PEND-FILE REWRITE FAILED ON "
006839         "REQUEST " PC-REQUEST-NO ", FILE STATUS="
006840         WS-OPERPEND-STATUS " - RUN TERMINATED".
006841     MOVE 16                     TO RETURN-CODE.
006842     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
006843     STOP RUN.

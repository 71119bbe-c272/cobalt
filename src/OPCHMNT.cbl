000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OPCHMNT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. ONLINE TWO-PERSON CONTROL,
000130*                  MAP OPCHMNT1 OF MAPSET OPCHMNT, TRANSID
000140*                  OPCH, FOR CHANGES TO THE OPER-MASTER FILE.
000150*                  UNTIL NOW ONE PERSON COULD KEY AN OPERTRAN
000160*                  CARD AND HAVE IT APPLIED THAT NIGHT. A SHIFT
000170*                  LEAD NOW KEYS THE CHANGE HERE AS A PENDING
000180*                  REQUEST (PF5), KEYED BY A REQUEST NUMBER, IN
000190*                  THE OPERTRAN FIELD ORDER. A SECOND, DIFFERENT
000200*                  SUPERVISOR LOOKS IT UP (ENTER) AND APPROVES
000210*                  (PF6) OR REJECTS (PF7) IT; THE REQUESTER MAY
000220*                  REJECT - WITHDRAW - THEIR OWN BUT NEVER
000230*                  APPROVE IT. BOTH MUST BE AUTHORIZED, IN-DATE
000240*                  SUPERVISORS ON OPER-MASTER, IDENTIFIED BY
000250*                  THEIR CICS SIGN-ON, NOT BY ANYTHING KEYED.
000260*                  OPER-CHG-RELEASE WRITES THE APPROVED ROWS AS
000270*                  OPERTRAN RECORDS FOR THE NIGHTLY OPER-MAINT.
000280*                  PSEUDO-CONVERSATIONAL OFF EIBCALEN/EIBAID IN
000290*                  THE USUAL HOUSE STYLE (SEE BANNMNT/BULLMNT).
000300*
000310*                  NOTE - OPERPEND AND OPERMAST ARE DEFINED TO
000320*                  CICS AS VSAM KSDS, OPERPEND KEYED ON
000330*                  PC-REQUEST-NO AND OPERMAST ON OM-OPERATOR-ID
000340*                  (READ ONLY HERE). THE BATCH STEPS OPEN THEM
000350*                  INDEXED WHILE THEY ARE CLOSED TO THE REGION.
000351* 10/15/2026  RH   A REQUEST OPER-MAINT HAS APPLIED (STATUS "D")
000352*                  NOW SAYS SO ON LOOKUP INSTEAD OF READING AS
000353*                  REJECTED. THE SIGN-ON'S MASTER DATES ARE TESTED
000354*                  NUMERIC BEFORE THEY ARE COMPARED.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
000440* RECORD AREAS READ FROM / WRITTEN TO THE VSAM FILES.
000450*----------------------------------------------------------------
000460     COPY OPERPEND.
000470     COPY OPERMAST.
000480*----------------------------------------------------------------
000490* SWITCHES AND MISCELLANEOUS WORK AREAS.
000500*----------------------------------------------------------------
000510 01  WS-FIRST-TIME-SWITCH        PIC X(01)   VALUE "Y".
000520     88  WS-FIRST-TIME                       VALUE "Y".
000530 01  WS-RECORD-FOUND-SWITCH      PIC X(01)   VALUE "N".
000540     88  WS-RECORD-FOUND                     VALUE "Y".
000550 01  WS-CICS-RESP                PIC S9(08)  COMP.
000560 01  WS-MESSAGE-TEXT             PIC X(76)   VALUE SPACES.
000570 01  WS-LOOKUP-KEY               PIC 9(06).
000580 01  WS-USER-ID                  PIC X(08)   VALUE SPACES.
000590 01  WS-MASTER-KEY               PIC X(08)   VALUE SPACES.
000600 01  WS-ABS-TIME                 PIC S9(15)  COMP-3.
000610 01  WS-TODAY-DATE               PIC 9(08)   VALUE ZEROES.
000620 01  WS-NOW-TIME                 PIC 9(06)   VALUE ZEROES.
000630*----------------------------------------------------------------
000640* COMMAREA PASSED FROM ONE PSEUDO-CONVERSATIONAL TRANSACTION
000650* INVOCATION TO THE NEXT: THE REQUEST ON SHOW.
000660*----------------------------------------------------------------
000670 01  WS-COMMAREA.
000680     05  CA-FIRST-TIME-SWITCH    PIC X(01).
000690     05  CA-REQUEST-NO           PIC X(06).
000700*----------------------------------------------------------------
000710* SYMBOLIC MAP FOR THE ONLINE SCREEN - PROGRAM-OWNED STORAGE,
000720* AS THE SEND/RECEIVE MAP FROM/INTO FORM REQUIRES.
000730*----------------------------------------------------------------
000740     COPY OPCHMNTM.
000750 LINKAGE SECTION.
000760 01  DFHCOMMAREA                 PIC X(07).
000770 PROCEDURE DIVISION.
000780*================================================================
000790* 0000-MAINLINE.
000800*================================================================
000810 0000-MAINLINE.
000820     IF EIBCALEN = 0
000830         MOVE "Y" TO WS-FIRST-TIME-SWITCH
000840     ELSE
000850         MOVE DFHCOMMAREA    TO WS-COMMAREA
000860         MOVE CA-FIRST-TIME-SWITCH TO WS-FIRST-TIME-SWITCH
000870     END-IF.
000880     IF WS-FIRST-TIME
000890         PERFORM 1000-FIRST-DISPLAY THRU 1000-EXIT
000900     ELSE
000910         PERFORM 2000-PROCESS-AID THRU 2000-EXIT
000920     END-IF.
000930     MOVE "N"                TO CA-FIRST-TIME-SWITCH.
000940     MOVE WS-COMMAREA        TO DFHCOMMAREA.
000950     EXEC CICS RETURN
000960         TRANSID("OPCH")
000970         COMMAREA(DFHCOMMAREA)
000980         LENGTH(LENGTH OF WS-COMMAREA)
000990     END-EXEC.
001000*================================================================
001010* 1000-FIRST-DISPLAY - FIRST TIME IN. SHOW AN EMPTY SCREEN
001020*                      READY FOR A REQUEST NUMBER.
001030*================================================================
001040 1000-FIRST-DISPLAY.
001050     PERFORM 3900-CLEAR-REQUEST THRU 3900-EXIT.
001060     MOVE ZEROES             TO PC-REQUEST-NO.
001070     MOVE SPACES             TO CA-REQUEST-NO.
001080     MOVE "ENTER A REQUEST NUMBER, THEN PRESS ENTER"
001090         TO WS-MESSAGE-TEXT.
001100     PERFORM 4000-SEND-MAP   THRU 4000-EXIT.
001110 1000-EXIT.
001120     EXIT.
001130*================================================================
001140* 2000-PROCESS-AID - A KEY WAS PRESSED ON A SUBSEQUENT SCREEN.
001150*                    PF3 EXITS, PF5 SUBMITS A NEW REQUEST, PF6
001160*                    APPROVES AND PF7 REJECTS THE REQUEST ON
001170*                    SHOW, ENTER LOOKS UP.
001180*================================================================
001190 2000-PROCESS-AID.
001200     EVALUATE EIBAID
001210         WHEN DFHPF3
001220             PERFORM 9000-END-SESSION THRU 9000-EXIT
001230         WHEN DFHPF5
001240             PERFORM 5000-RECEIVE-MAP  THRU 5000-EXIT
001250             PERFORM 6000-SUBMIT-REQUEST THRU 6000-EXIT
001260             PERFORM 4000-SEND-MAP     THRU 4000-EXIT
001270         WHEN DFHPF6
001280             PERFORM 5000-RECEIVE-MAP  THRU 5000-EXIT
001290             PERFORM 7000-APPROVE-REQUEST THRU 7000-EXIT
001300             PERFORM 4000-SEND-MAP     THRU 4000-EXIT
001310         WHEN DFHPF7
001320             PERFORM 5000-RECEIVE-MAP  THRU 5000-EXIT
001330             PERFORM 7500-REJECT-REQUEST THRU 7500-EXIT
001340             PERFORM 4000-SEND-MAP     THRU 4000-EXIT
001350         WHEN DFHENTER
001360             PERFORM 5000-RECEIVE-MAP  THRU 5000-EXIT
001370             PERFORM 3000-LOOKUP-REQUEST THRU 3000-EXIT
001380             PERFORM 4000-SEND-MAP     THRU 4000-EXIT
001390         WHEN OTHER
001400             MOVE "INVALID KEY - USE ENTER, PF5, PF6, PF7 OR PF3"
001410                 TO WS-MESSAGE-TEXT
001420             PERFORM 3100-REREAD-CURRENT THRU 3100-EXIT
001430             PERFORM 4000-SEND-MAP     THRU 4000-EXIT
001440     END-EVALUATE.
001450 2000-EXIT.
001460     EXIT.
001470*================================================================
001480* 3000-LOOKUP-REQUEST - READ THE REQUEST FOR THE NUMBER JUST
001490*                       RECEIVED. NOT ON FILE IS NOT AN ERROR -
001500*                       THE SCREEN BECOMES A TEMPLATE FOR PF5
001510*                       TO SUBMIT A NEW REQUEST.
001520*================================================================
001530 3000-LOOKUP-REQUEST.
001540     PERFORM 3500-EDIT-KEY   THRU 3500-EXIT.
001550     IF WS-MESSAGE-TEXT NOT = SPACES
001560         GO TO 3000-EXIT
001570     END-IF.
001580     MOVE WS-LOOKUP-KEY      TO CA-REQUEST-NO.
001590     PERFORM 3600-READ-REQUEST THRU 3600-EXIT.
001600     IF NOT WS-RECORD-FOUND
001610         MOVE "NEW REQUEST - KEY THE CHANGE AND PRESS PF5"
001620             TO WS-MESSAGE-TEXT
001630         GO TO 3000-EXIT
001640     END-IF.
001650     EVALUATE TRUE
001660         WHEN PC-PENDING
001670             MOVE "PENDING - PF6 TO APPROVE, PF7 TO REJECT"
001680                 TO WS-MESSAGE-TEXT
001690         WHEN PC-APPROVED
001700             MOVE "REQUEST APPROVED - GOES TO OPER-MAINT TONIGHT"
001710                 TO WS-MESSAGE-TEXT
001720         WHEN PC-RELEASED
001730             MOVE "REQUEST APPROVED AND SENT TO OPER-MAINT"
001740                 TO WS-MESSAGE-TEXT
001741         WHEN PC-APPLIED
001742             MOVE "REQUEST APPLIED TO OPER-MASTER BY OPER-MAINT"
001743                 TO WS-MESSAGE-TEXT
001750         WHEN OTHER
001760             MOVE "REJECTED - KEY A NEW REQUEST IF STILL NEEDED"
001770                 TO WS-MESSAGE-TEXT
001780     END-EVALUATE.
001790 3000-EXIT.
001800     EXIT.
001810*================================================================
001820* 3100-REREAD-CURRENT - REBUILD THE SCREEN FROM THE REQUEST
001830*                       NUMBER IN THE COMMAREA AFTER AN
001840*                       UNHANDLED AID, SINCE WORKING-STORAGE
001850*                       DOES NOT SURVIVE BETWEEN INVOCATIONS
001860*                       (THE BANNMNT LESSON).
001870*================================================================
001880 3100-REREAD-CURRENT.
001890     IF CA-REQUEST-NO = SPACES
001900         PERFORM 3900-CLEAR-REQUEST THRU 3900-EXIT
001910         MOVE ZEROES         TO PC-REQUEST-NO
001920         GO TO 3100-EXIT
001930     END-IF.
001940     MOVE CA-REQUEST-NO      TO WS-LOOKUP-KEY.
001950     PERFORM 3600-READ-REQUEST THRU 3600-EXIT.
001960 3100-EXIT.
001970     EXIT.
001980*================================================================
001990* 3500-EDIT-KEY - PULL THE REQUEST NUMBER OFF THE MAP AND CHECK
002000*                 IT. A BAD KEY LEAVES ITS COMPLAINT IN
002010*                 WS-MESSAGE-TEXT.
002020*================================================================
002030 3500-EDIT-KEY.
002040     IF REQNOL = ZERO OR REQNO NOT NUMERIC
002050         MOVE "REQUEST NUMBER MUST BE KEYED, NUMERIC"
002060             TO WS-MESSAGE-TEXT
002070         GO TO 3500-EXIT
002080     END-IF.
002090     IF REQNO = "000000"
002100         MOVE "REQUEST NUMBER STARTS AT 000001"
002110             TO WS-MESSAGE-TEXT
002120         GO TO 3500-EXIT
002130     END-IF.
002140     MOVE REQNO              TO WS-LOOKUP-KEY.
002150 3500-EXIT.
002160     EXIT.
002170*================================================================
002180* 3600-READ-REQUEST - READ THE REQUEST AT WS-LOOKUP-KEY AND SET
002190*                     THE FOUND SWITCH.
002200*================================================================
002210 3600-READ-REQUEST.
002220     MOVE "N"                TO WS-RECORD-FOUND-SWITCH.
002230     EXEC CICS READ
002240         FILE("OPERPEND")
002250         INTO(OPER-PEND-RECORD)
002260         RIDFLD(WS-LOOKUP-KEY)
002270         RESP(WS-CICS-RESP)
002280     END-EXEC.
002290     IF WS-CICS-RESP = DFHRESP(NORMAL)
002300         MOVE "Y" TO WS-RECORD-FOUND-SWITCH
002310     ELSE
002320         PERFORM 3900-CLEAR-REQUEST THRU 3900-EXIT
002330         MOVE WS-LOOKUP-KEY  TO PC-REQUEST-NO
002340     END-IF.
002350 3600-EXIT.
002360     EXIT.
002370*================================================================
002380* 3700-CHECK-SUPERVISOR - WHO IS AT THE TERMINAL, FROM THE CICS
002390*                         SIGN-ON, AND ARE THEY AN AUTHORIZED,
002400*                         IN-DATE SUPERVISOR ON OPER-MASTER? BOTH
002410*                         HALVES OF THE TWO-PERSON CONTROL MUST
002420*                         BE. ALSO PICKS UP TODAY'S DATE AND THE
002430*                         TIME FOR THE STAMPS. A REFUSAL LEAVES
002440*                         ITS COMPLAINT IN WS-MESSAGE-TEXT.
002450*================================================================
002460 3700-CHECK-SUPERVISOR.
002470     EXEC CICS ASSIGN
002480         USERID(WS-USER-ID)
002490     END-EXEC.
002500     EXEC CICS ASKTIME
002510         ABSTIME(WS-ABS-TIME)
002520     END-EXEC.
002530     EXEC CICS FORMATTIME
002540         ABSTIME(WS-ABS-TIME)
002550         YYYYMMDD(WS-TODAY-DATE)
002560         TIME(WS-NOW-TIME)
002570     END-EXEC.
002580     MOVE WS-USER-ID         TO WS-MASTER-KEY.
002590     EXEC CICS READ
002600         FILE("OPERMAST")
002610         INTO(OPER-MASTER-RECORD)
002620         RIDFLD(WS-MASTER-KEY)
002630         RESP(WS-CICS-RESP)
002640     END-EXEC.
002650     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002660        OR NOT OM-AUTHORIZED
002670        OR NOT OM-SUPERVISOR
002680         MOVE "YOUR SIGN-ON IS NOT A SUPERVISOR ON OPER-MASTER"
002690             TO WS-MESSAGE-TEXT
002700         GO TO 3700-EXIT
002710     END-IF.
002720     IF (OM-EFF-DATE NUMERIC AND OM-EFF-DATE > ZERO
002730         AND OM-EFF-DATE > WS-TODAY-DATE)
002740      OR (OM-EXP-DATE NUMERIC AND OM-EXP-DATE > ZERO
002750         AND OM-EXP-DATE < WS-TODAY-DATE)
002760         MOVE "YOUR OPER-MASTER AUTHORIZATION IS NOT IN DATE"
002770             TO WS-MESSAGE-TEXT
002780     END-IF.
002790 3700-EXIT.
002800     EXIT.
002810*================================================================
002820* 3900-CLEAR-REQUEST - BLANK THE REQUEST AREA, NUMERIC FIELDS
002830*                      ZEROED.
002840*================================================================
002850 3900-CLEAR-REQUEST.
002860     MOVE SPACES             TO OPER-PEND-RECORD.
002870     MOVE ZEROES             TO PC-REQUEST-DATE
002880                                PC-REQUEST-TIME
002890                                PC-DECISION-DATE
002900                                PC-DECISION-TIME
002910                                PC-RELEASE-DATE.
002920 3900-EXIT.
002930     EXIT.
002940*================================================================
002950* 4000-SEND-MAP - MOVE THE CURRENT REQUEST TO THE MAP AND SEND.
002960*                 A ZERO DATE SHOWS AS BLANK. THE STATUS SHOWS
002970*                 AS HELD (P/A/R/X/D - SEE THE MAP LEGEND).
002980*                 WS-MESSAGE-TEXT GOES TO MSGO AFTER THE
002981*                 BLANK-OUT, THE ORDER BANNMNT SETTLED ON.
002990*================================================================
003000 4000-SEND-MAP.
003010     MOVE SPACES             TO OPCHMNTO.
003020     IF PC-REQUEST-NO NOT = ZERO
003030         MOVE PC-REQUEST-NO  TO REQNOO
003040     END-IF.
003050     MOVE PC-STATUS          TO RSTATO.
003060     MOVE PC-REQUESTER-ID    TO REQBYO.
003070     IF PC-REQUEST-DATE NOT = ZERO
003080         MOVE PC-REQUEST-DATE TO REQDTO
003090     END-IF.
003100     MOVE PC-APPROVER-ID     TO APPBYO.
003110     IF PC-DECISION-DATE NOT = ZERO
003120         MOVE PC-DECISION-DATE TO APPDTO
003130     END-IF.
003140     MOVE PC-ACTION          TO ACTNO.
003150     MOVE PC-OPERATOR-ID     TO OPIDO.
003160     MOVE PC-OPERATOR-NAME   TO OPNAMEO.
003170     MOVE PC-EFF-DATE        TO EFFDTO.
003180     MOVE PC-EXP-DATE        TO EXPDTO.
003190     MOVE PC-SHIFT-CODES     TO SHFTSO.
003200     MOVE PC-SITE-CODE(1)    TO SITE1O.
003210     MOVE PC-SITE-CODE(2)    TO SITE2O.
003220     MOVE PC-JOB-NAME(1)     TO JOB1O.
003230     MOVE PC-JOB-NAME(2)     TO JOB2O.
003240     MOVE PC-JOB-NAME(3)     TO JOB3O.
003250     MOVE PC-JOB-NAME(4)     TO JOB4O.
003260     MOVE PC-JOB-NAME(5)     TO JOB5O.
003270     MOVE PC-SUPERVISOR-FLAG TO SUPVO.
003280     MOVE WS-MESSAGE-TEXT    TO MSGO.
003290     MOVE SPACES             TO WS-MESSAGE-TEXT.
003300     EXEC CICS SEND MAP("OPCHMNT1")
003310         MAPSET("OPCHMNT")
003320         FROM(OPCHMNTO)
003330         ERASE
003340     END-EXEC.
003350 4000-EXIT.
003360     EXIT.
003370*================================================================
003380* 5000-RECEIVE-MAP - RECEIVE THE OPERATOR'S INPUT.
003390*================================================================
003400 5000-RECEIVE-MAP.
003410     EXEC CICS RECEIVE MAP("OPCHMNT1")
003420         MAPSET("OPCHMNT")
003430         INTO(OPCHMNTI)
003440     END-EXEC.
003450 5000-EXIT.
003460     EXIT.
003470*================================================================
003480* 6000-SUBMIT-REQUEST - PF5. WRITE THE KEYED CHANGE AS A NEW
003490*                       PENDING REQUEST UNDER THE REQUEST
003500*                       NUMBER, STAMPED WITH THE REQUESTER'S
003510*                       SIGN-ON AND THE TIME. A NUMBER ALREADY
003520*                       USED IS REFUSED - A REQUEST IS NEVER
003530*                       CHANGED ONCE SUBMITTED, SO WHAT THE
003540*                       APPROVER SEES IS WHAT WAS ASKED FOR; A
003550*                       WRONG ONE IS REJECTED AND KEYED AGAIN.
003560*================================================================
003570 6000-SUBMIT-REQUEST.
003580     PERFORM 3500-EDIT-KEY   THRU 3500-EXIT.
003590     IF WS-MESSAGE-TEXT NOT = SPACES
003600         GO TO 6000-EXIT
003610     END-IF.
003620     MOVE WS-LOOKUP-KEY      TO CA-REQUEST-NO.
003630     PERFORM 3600-READ-REQUEST THRU 3600-EXIT.
003640     IF WS-RECORD-FOUND
003650         MOVE "REQUEST NUMBER ALREADY USED - PICK ANOTHER"
003660             TO WS-MESSAGE-TEXT
003670         GO TO 6000-EXIT
003680     END-IF.
003690     PERFORM 3700-CHECK-SUPERVISOR THRU 3700-EXIT.
003700     IF WS-MESSAGE-TEXT NOT = SPACES
003710         GO TO 6000-EXIT
003720     END-IF.
003730     PERFORM 6100-MOVE-MAP-FIELDS THRU 6100-EXIT.
003740     PERFORM 6200-EDIT-CHANGE THRU 6200-EXIT.
003750     IF WS-MESSAGE-TEXT NOT = SPACES
003760         GO TO 6000-EXIT
003770     END-IF.
003780     MOVE "P"                TO PC-STATUS.
003790     MOVE WS-USER-ID         TO PC-REQUESTER-ID.
003800     MOVE WS-TODAY-DATE      TO PC-REQUEST-DATE.
003810     MOVE WS-NOW-TIME        TO PC-REQUEST-TIME.
003820     EXEC CICS WRITE
003830         FILE("OPERPEND")
003840         FROM(OPER-PEND-RECORD)
003850         RIDFLD(WS-LOOKUP-KEY)
003860         RESP(WS-CICS-RESP)
003870     END-EXEC.
003880     IF WS-CICS-RESP = DFHRESP(NORMAL)
003890         MOVE "SUBMITTED - A SECOND SUPERVISOR MUST APPROVE IT"
003900             TO WS-MESSAGE-TEXT
003910     ELSE
003920         MOVE SPACES         TO PC-STATUS
003930                                PC-REQUESTER-ID
003940         MOVE ZEROES         TO PC-REQUEST-DATE
003950                                PC-REQUEST-TIME
003960         MOVE "UNABLE TO WRITE REQUEST" TO WS-MESSAGE-TEXT
003970     END-IF.
003980 6000-EXIT.
003990     EXIT.
004000*================================================================
004010* 6100-MOVE-MAP-FIELDS - BUILD THE CHANGE DETAIL FROM THE MAP.
004020*                        A FIELD NOT KEYED COMES BACK LENGTH
004030*                        ZERO AND GOES IN AS SPACES, WHICH THE
004040*                        OPERTRAN LAYOUT READS AS UNRESTRICTED.
004050*================================================================
004060 6100-MOVE-MAP-FIELDS.
004070     PERFORM 3900-CLEAR-REQUEST THRU 3900-EXIT.
004080     MOVE WS-LOOKUP-KEY      TO PC-REQUEST-NO.
004090     IF ACTNL > ZERO
004100         MOVE ACTN           TO PC-ACTION
004110     END-IF.
004120     IF OPIDL > ZERO
004130         MOVE OPID           TO PC-OPERATOR-ID
004140     END-IF.
004150     IF OPNAMEL > ZERO
004160         MOVE OPNAME         TO PC-OPERATOR-NAME
004170     END-IF.
004180     IF EFFDTL > ZERO
004190         MOVE EFFDT          TO PC-EFF-DATE
004200     END-IF.
004210     IF EXPDTL > ZERO
004220         MOVE EXPDT          TO PC-EXP-DATE
004230     END-IF.
004240     IF SHFTSL > ZERO
004250         MOVE SHFTS          TO PC-SHIFT-CODES
004260     END-IF.
004270     IF SITE1L > ZERO
004280         MOVE SITE1          TO PC-SITE-CODE(1)
004290     END-IF.
004300     IF SITE2L > ZERO
004310         MOVE SITE2          TO PC-SITE-CODE(2)
004320     END-IF.
004330     IF JOB1L > ZERO
004340         MOVE JOB1           TO PC-JOB-NAME(1)
004350     END-IF.
004360     IF JOB2L > ZERO
004370         MOVE JOB2           TO PC-JOB-NAME(2)
004380     END-IF.
004390     IF JOB3L > ZERO
004400         MOVE JOB3           TO PC-JOB-NAME(3)
004410     END-IF.
004420     IF JOB4L > ZERO
004430         MOVE JOB4           TO PC-JOB-NAME(4)
004440     END-IF.
004450     IF JOB5L > ZERO
004460         MOVE JOB5           TO PC-JOB-NAME(5)
004470     END-IF.
004480     IF SUPVL > ZERO
004490         MOVE SUPV           TO PC-SUPERVISOR-FLAG
004500     END-IF.
004510 6100-EXIT.
004520     EXIT.
004530*================================================================
004540* 6200-EDIT-CHANGE - THE SAME FRONT-LINE EDITS OPER-MAINT WILL
004550*                    APPLY, SO A REQUEST THAT CANNOT GO ON IS
004560*                    TURNED AWAY WHILE THE REQUESTER IS STILL
004570*                    AT THE SCREEN: A KNOWN ACTION, AN OPERATOR
004580*                    ID (NOT ON FILE FOR AN ADD, ON FILE FOR
004590*                    ANYTHING ELSE), A NAME FOR ADD AND NAMECHG,
004600*                    NUMERIC DATES AND A Y/N SUPERVISOR FLAG.
004610*================================================================
004620 6200-EDIT-CHANGE.
004630     IF PC-ACTION NOT = "ADD"
004640        AND PC-ACTION NOT = "REVOKE"
004650        AND PC-ACTION NOT = "REINSTATE"
004660        AND PC-ACTION NOT = "NAMECHG"
004670        AND PC-ACTION NOT = "AUTHCHG"
004680         MOVE "ACTION IS ADD/REVOKE/REINSTATE/NAMECHG/AUTHCHG"
004690             TO WS-MESSAGE-TEXT
004700         GO TO 6200-EXIT
004710     END-IF.
004720     IF PC-OPERATOR-ID = SPACES
004730         MOVE "OPERATOR ID MUST BE KEYED" TO WS-MESSAGE-TEXT
004740         GO TO 6200-EXIT
004750     END-IF.
004760     IF (PC-ACTION = "ADD" OR PC-ACTION = "NAMECHG")
004770        AND PC-OPERATOR-NAME = SPACES
004780         MOVE "OPERATOR NAME MUST BE KEYED FOR ADD AND NAMECHG"
004790             TO WS-MESSAGE-TEXT
004800         GO TO 6200-EXIT
004810     END-IF.
004820     IF PC-EFF-DATE NOT = SPACES AND PC-EFF-DATE NOT NUMERIC
004830         MOVE "EFFECTIVE DATE MUST BE NUMERIC, YYYYMMDD"
004840             TO WS-MESSAGE-TEXT
004850         GO TO 6200-EXIT
004860     END-IF.
004870     IF PC-EXP-DATE NOT = SPACES AND PC-EXP-DATE NOT NUMERIC
004880         MOVE "EXPIRY DATE MUST BE NUMERIC, YYYYMMDD"
004890             TO WS-MESSAGE-TEXT
004900         GO TO 6200-EXIT
004910     END-IF.
004920     IF PC-SUPERVISOR-FLAG NOT = "Y"
004930        AND PC-SUPERVISOR-FLAG NOT = "N"
004940        AND PC-SUPERVISOR-FLAG NOT = SPACE
004950         MOVE "SUPERVISOR FLAG MUST BE Y OR N" TO WS-MESSAGE-TEXT
004960         GO TO 6200-EXIT
004970     END-IF.
004980     MOVE PC-OPERATOR-ID     TO WS-MASTER-KEY.
004990     EXEC CICS READ
005000         FILE("OPERMAST")
005010         INTO(OPER-MASTER-RECORD)
005020         RIDFLD(WS-MASTER-KEY)
005030         RESP(WS-CICS-RESP)
005040     END-EXEC.
005050     IF PC-ACTION = "ADD"
005060         IF WS-CICS-RESP = DFHRESP(NORMAL)
005070             MOVE "OPERATOR ID IS ALREADY ON OPER-MASTER"
005080                 TO WS-MESSAGE-TEXT
005090         END-IF
005100     ELSE
005110         IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005120             MOVE "OPERATOR ID IS NOT ON OPER-MASTER"
005130                 TO WS-MESSAGE-TEXT
005140         END-IF
005150     END-IF.
005160 6200-EXIT.
005170     EXIT.
005180*================================================================
005190* 7000-APPROVE-REQUEST - PF6. THE SECOND HALF OF THE CONTROL:
005200*                        A PENDING REQUEST IS APPROVED BY A
005210*                        SUPERVISOR WHO IS NOT ITS REQUESTER,
005220*                        AS IT STANDS ON FILE - ANYTHING KEYED
005230*                        OVER THE DETAIL IS IGNORED. RE-READ
005240*                        WITH UPDATE RIGHT HERE (THE BANNMNT
005250*                        LESSON).
005260*================================================================
005270 7000-APPROVE-REQUEST.
005280     PERFORM 7100-READ-FOR-DECISION THRU 7100-EXIT.
005290     IF WS-MESSAGE-TEXT NOT = SPACES
005300         GO TO 7000-EXIT
005310     END-IF.
005320     IF PC-REQUESTER-ID = WS-USER-ID
005330         MOVE "A DIFFERENT SUPERVISOR MUST APPROVE THIS REQUEST"
005340             TO WS-MESSAGE-TEXT
005350         GO TO 7000-EXIT
005360     END-IF.
005370     MOVE "A"                TO PC-STATUS.
005380     PERFORM 7200-REWRITE-DECISION THRU 7200-EXIT.
005390     IF WS-MESSAGE-TEXT = SPACES
005400         MOVE "REQUEST APPROVED - GOES TO OPER-MAINT TONIGHT"
005410             TO WS-MESSAGE-TEXT
005420     END-IF.
005430 7000-EXIT.
005440     EXIT.
005450*================================================================
005460* 7100-READ-FOR-DECISION - COMMON FRONT OF PF6 AND PF7: A GOOD
005470*                          KEY, A SUPERVISOR AT THE TERMINAL,
005480*                          AND A PENDING REQUEST READ FOR
005490*                          UPDATE. A REFUSAL LEAVES ITS
005500*                          COMPLAINT IN WS-MESSAGE-TEXT.
005510*================================================================
005520 7100-READ-FOR-DECISION.
005530     PERFORM 3500-EDIT-KEY   THRU 3500-EXIT.
005540     IF WS-MESSAGE-TEXT NOT = SPACES
005550         GO TO 7100-EXIT
005560     END-IF.
005570     MOVE WS-LOOKUP-KEY      TO CA-REQUEST-NO.
005580     PERFORM 3700-CHECK-SUPERVISOR THRU 3700-EXIT.
005590     IF WS-MESSAGE-TEXT NOT = SPACES
005600         PERFORM 3600-READ-REQUEST THRU 3600-EXIT
005610         GO TO 7100-EXIT
005620     END-IF.
005630     EXEC CICS READ
005640         FILE("OPERPEND")
005650         INTO(OPER-PEND-RECORD)
005660         RIDFLD(WS-LOOKUP-KEY)
005670         UPDATE
005680         RESP(WS-CICS-RESP)
005690     END-EXEC.
005700     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005710         PERFORM 3900-CLEAR-REQUEST THRU 3900-EXIT
005720         MOVE WS-LOOKUP-KEY  TO PC-REQUEST-NO
005730         MOVE "REQUEST NOT ON FILE" TO WS-MESSAGE-TEXT
005740         GO TO 7100-EXIT
005750     END-IF.
005760     IF NOT PC-PENDING
005770         MOVE "REQUEST IS NO LONGER PENDING - NOTHING TO DECIDE"
005780             TO WS-MESSAGE-TEXT
005790     END-IF.
005800 7100-EXIT.
005810     EXIT.
005820*================================================================
005830* 7200-REWRITE-DECISION - STAMP THE DECIDING SUPERVISOR AND THE
005840*                         TIME ON THE REQUEST AND REWRITE IT.
005850*================================================================
005860 7200-REWRITE-DECISION.
005870     MOVE WS-USER-ID         TO PC-APPROVER-ID.
005880     MOVE WS-TODAY-DATE      TO PC-DECISION-DATE.
005890     MOVE WS-NOW-TIME        TO PC-DECISION-TIME.
005900     EXEC CICS REWRITE
005910         FILE("OPERPEND")
005920         FROM(OPER-PEND-RECORD)
005930         RESP(WS-CICS-RESP)
005940     END-EXEC.
005950     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005960         MOVE "UNABLE TO REWRITE REQUEST" TO WS-MESSAGE-TEXT
005970         PERFORM 3600-READ-REQUEST THRU 3600-EXIT
005980     END-IF.
005990 7200-EXIT.
006000     EXIT.
006010*================================================================
006020* 7500-REJECT-REQUEST - PF7. A PENDING REQUEST IS REJECTED BY
006030*                       ANY SUPERVISOR, ITS REQUESTER INCLUDED
006040*                       (A WITHDRAWAL). IT NEVER REACHES
006050*                       OPER-MAINT.
006060*================================================================
006070 7500-REJECT-REQUEST.
006080     PERFORM 7100-READ-FOR-DECISION THRU 7100-EXIT.
006090     IF WS-MESSAGE-TEXT NOT = SPACES
006100         GO TO 7500-EXIT
006110     END-IF.
006120     MOVE "R"                TO PC-STATUS.
006130     PERFORM 7200-REWRITE-DECISION THRU 7200-EXIT.
006140     IF WS-MESSAGE-TEXT = SPACES
006150         IF PC-REQUESTER-ID = WS-USER-ID
006160             MOVE "REQUEST WITHDRAWN BY ITS REQUESTER"
006170                 TO WS-MESSAGE-TEXT
006180         ELSE
006190             MOVE "REQUEST REJECTED" TO WS-MESSAGE-TEXT
006200         END-IF
006210     END-IF.
006220 7500-EXIT.
006230     EXIT.
006240*================================================================
006250* 9000-END-SESSION - PF3 PRESSED. END THE TASK WITHOUT A
006260*                    RETURNED TRANSID SO THE NEXT ENTER STARTS
006270*                    A FRESH CONVERSATION.
006280*================================================================
006290 9000-END-SESSION.
006300     EXEC CICS SEND TEXT
006310         FROM("OPERATOR CHANGE REQUESTS COMPLETE")
006320         ERASE
006330         FREEKB
006340     END-EXEC.
006350     EXEC CICS RETURN
006360     END-EXEC.
006370 9000-EXIT.
006380     EXIT.

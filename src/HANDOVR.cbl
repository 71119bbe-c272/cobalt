000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SHIFT-HANDOVER.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. END-OF-SHIFT HANDOVER THE
000130*                  SCHEDULER RUNS AT EACH SHIFT BOUNDARY IN THE
000140*                  OPEN CYCLE, SO WHAT THE OUTGOING OPERATOR
000150*                  KNOWS IS WRITTEN DOWN INSTEAD OF SAID ACROSS
000160*                  THE DESK AND HALF FORGOTTEN. THE PARAMETER
000170*                  (SEE HANDPARM) NAMES THE SHIFT ENDING AND THE
000180*                  SITE; THE SHIFT'S HOURS AND THE SHIFT TAKING
000190*                  OVER COME FROM THE SHIFT-BOUNDARY FILE (SEE
000200*                  SHIFTBND), KEYED BY THE SAME SHIFT CODES AS
000210*                  OM-SHIFT-CODES AND THE MESSAGE TABLE. LISTS:
000220*                  JOBS WITH AN "S" AUDIT ROW AND NO "E" ROW
000230*                  YET; JOBS DUE TONIGHT THAT ARE LATE BY THE
000240*                  NIGHT-WATCH RULES (LATE STARTING, OR RUNNING
000250*                  PAST THEIR EXPECTED DURATION); STEPS
000260*                  CHECKPOINTED "A" THIS CYCLE; EXCEPTION ROWS
000270*                  WRITTEN SINCE THE SHIFT BEGAN; AND UNEXPIRED
000280*                  ACTION BULLETINS NO OPERATOR OF THE INCOMING
000290*                  SHIFT HAS ACKNOWLEDGED WITH A "B" ROW YET.
000300*                  THE SAME LINES ARE FILED ON THE KEYED
000310*                  HANDOVER FILE (SEE HANDOVER) UNDER THE
000320*                  HANDOVER'S DATE, SHIFT AND SITE, WHERE
000330*                  HANDOVER-CONFIRM RECORDS THE INCOMING
000340*                  OPERATOR'S CONFIRMATION. A RERUN REPLACES AN
000350*                  UNCONFIRMED HANDOVER BUT NEVER ONE ALREADY
000360*                  CONFIRMED. ANYTHING LATE, AN ABEND NOT RERUN,
000370*                  AN UNACKNOWLEDGED BULLETIN OR A HANDOVER THAT
000380*                  COULD NOT BE REFILED ENDS THE STEP WITH
000390*                  RETURN CODE 4.
000391* 10/15/2026  RH   TAKEOVER RUNS IN SECTION J. A START AT THIS
000392*                  SITE FOR ANOTHER SITE'S JOB (AL-OWNER-SITE SET
000393*                  AND NOT THIS SITE) CARRIES THE OWNING SITE'S
000394*                  CYCLE, SO IT IS TAKEN WHATEVER ITS CYCLE,
000395*                  LISTED WITH "TAKEOVER FOR" AND THE OWNING SITE,
000396*                  AND KEPT OFF THIS SITE'S SCHEDULE. A "T" ROW
000397*                  OPENS SUCH A RUN TOO WHEN ITS "S" ROW WAS NOT
000398*                  SEEN.
000399* 10/15/2026  RH   A TAKEOVER RUN NOW ALSO COUNTS ON THE OWNING
000400*                  SITE'S HANDOVER: AN "S" OR "E" ROW WRITTEN
000401*                  ELSEWHERE FOR THIS SITE'S JOB IN THIS SITE'S
000402*                  OPEN CYCLE MARKS THIS SITE'S SCHEDULE, SO THE
000403*                  JOB IS NOT LISTED LATE OR NOT STARTED. LIKEWISE
000404*                  A CHECKPOINT WRITTEN ELSEWHERE FOR THIS SITE'S
000405*                  STEP IS TAKEN, AND A CHECKPOINT IS TABLED AND
000406*                  MARKED RERUN UNDER ITS OWNING SITE, SO A RERUN
000407*                  AT THE TAKEOVER SITE CLEARS THE ABEND.
000408*================================================================
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HAND-PARM-FILE      ASSIGN TO HANDPARM
000480                                ORGANIZATION IS LINE SEQUENTIAL
000490                                FILE STATUS IS WS-HANDPARM-STATUS.
000500     SELECT SHIFT-BOUND-FILE    ASSIGN TO SHIFTBND
000510                                ORGANIZATION IS INDEXED
000520                                ACCESS MODE IS RANDOM
000530                                RECORD KEY IS SB-SHIFT-CODE
000540                                FILE STATUS IS WS-SHIFTBND-STATUS.
000550     SELECT CYCLE-CTL-FILE      ASSIGN TO CYCLCTL
000560                                ORGANIZATION IS LINE SEQUENTIAL
000570                                FILE STATUS IS WS-CYCLCTL-STATUS.
000580     SELECT PROC-CAL-FILE       ASSIGN TO PROCCAL
000590                                ORGANIZATION IS LINE SEQUENTIAL
000600                                FILE STATUS IS WS-PROCCAL-STATUS.
000610     SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFIL
000620                                ORGANIZATION IS LINE SEQUENTIAL
000630                                FILE STATUS IS WS-SCHEDFIL-STATUS.
000640     SELECT BULLETIN-FILE       ASSIGN TO BULLETIN
000650                                ORGANIZATION IS LINE SEQUENTIAL
000660                                FILE STATUS IS WS-BULLETIN-STATUS.
000670     SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
000680                                ORGANIZATION IS INDEXED
000690                                ACCESS MODE IS DYNAMIC
000700                                RECORD KEY IS AL-LOG-KEY
000710                                FILE STATUS IS WS-AUDITLOG-STATUS.
000720     SELECT OPER-MASTER-FILE    ASSIGN TO OPERMAST
000730                                ORGANIZATION IS INDEXED
000740                                ACCESS MODE IS RANDOM
000750                                RECORD KEY IS OM-OPERATOR-ID
000760                                FILE STATUS IS WS-OPERMAST-STATUS.
000770     SELECT RESTART-CKPT-FILE   ASSIGN TO RESTCKPT
000780                                ORGANIZATION IS LINE SEQUENTIAL
000790                                FILE STATUS IS WS-RESTCKPT-STATUS.
000800     SELECT EXCEPTION-FILE      ASSIGN TO EXCPTLOG
000810                                ORGANIZATION IS LINE SEQUENTIAL
000820                                FILE STATUS IS WS-EXCPTLOG-STATUS.
000830     SELECT HANDOVER-FILE       ASSIGN TO HANDOVER
000840                                ORGANIZATION IS INDEXED
000850                                ACCESS MODE IS DYNAMIC
000860                                RECORD KEY IS HO-KEY
000870                                FILE STATUS IS WS-HANDOVER-STATUS.
000880     SELECT HAND-RPT-FILE       ASSIGN TO HANDRPT
000890                                ORGANIZATION IS LINE SEQUENTIAL.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  HAND-PARM-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY HANDPARM.
000950 FD  SHIFT-BOUND-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY SHIFTBND.
000980 FD  CYCLE-CTL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CYCLECTL.
001010 FD  PROC-CAL-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PROCCAL.
001040 FD  SCHEDULE-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY SCHEDFIL.
001070 FD  BULLETIN-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY BULLETIN.
001100 FD  AUDIT-LOG-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY AUDITLOG.
001130 FD  OPER-MASTER-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY OPERMAST.
001160 FD  RESTART-CKPT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY RESTCKPT.
001190 FD  EXCEPTION-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY EXCPTLOG.
001220 FD  HANDOVER-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY HANDOVER.
001250 FD  HAND-RPT-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 132 CHARACTERS.
001280 01  HAND-RPT-RECORD             PIC X(132).
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------
001310* CONTROL SWITCHES.
001320*----------------------------------------------------------------
001330 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
001340     88  WS-EOF-YES                          VALUE "Y".
001350 01  WS-FOUND-SWITCH             PIC X(01)   VALUE "N".
001360     88  WS-FOUND-YES                        VALUE "Y".
001370 01  WS-FILING-SWITCH            PIC X(01)   VALUE "N".
001380     88  WS-FILING                           VALUE "Y".
001390 01  WS-HANDOVER-OPEN-SWITCH     PIC X(01)   VALUE "N".
001400     88  WS-HANDOVER-OPEN                    VALUE "Y".
001410 01  WS-NEW-FILE-SWITCH          PIC X(01)   VALUE "N".
001420     88  WS-NEW-FILE                         VALUE "Y".
001430*----------------------------------------------------------------
001440* FILE-STATUS WORK AREAS.
001450*----------------------------------------------------------------
001460 01  WS-HANDPARM-STATUS          PIC X(02)   VALUE "00".
001470 01  WS-SHIFTBND-STATUS          PIC X(02)   VALUE "00".
001480 01  WS-CYCLCTL-STATUS           PIC X(02)   VALUE "00".
001490 01  WS-PROCCAL-STATUS           PIC X(02)   VALUE "00".
001500 01  WS-SCHEDFIL-STATUS          PIC X(02)   VALUE "00".
001510 01  WS-BULLETIN-STATUS          PIC X(02)   VALUE "00".
001520 01  WS-AUDITLOG-STATUS          PIC X(02)   VALUE "00".
001530 01  WS-OPERMAST-STATUS          PIC X(02)   VALUE "00".
001540 01  WS-RESTCKPT-STATUS          PIC X(02)   VALUE "00".
001550 01  WS-EXCPTLOG-STATUS          PIC X(02)   VALUE "00".
001560 01  WS-HANDOVER-STATUS          PIC X(02)   VALUE "00".
001570*----------------------------------------------------------------
001580* THE HANDOVER BEING MADE - ITS KEY ON THE HANDOVER FILE, THE
001590* SHIFT TAKING OVER, AND WHEN THE OUTGOING SHIFT BEGAN.
001600*----------------------------------------------------------------
001610 01  WS-HANDOVER-ID.
001620     05  WS-HAND-DATE            PIC X(08)   VALUE SPACES.
001630     05  WS-HAND-SHIFT           PIC X(01)   VALUE SPACE.
001640     05  WS-HAND-SITE            PIC X(04)   VALUE SPACES.
001650 01  WS-INCOMING-SHIFT           PIC X(01)   VALUE SPACE.
001660 01  WS-SHIFT-NAME               PIC X(20)   VALUE SPACES.
001670 01  WS-SHIFT-START-TS           PIC X(14)   VALUE SPACES.
001680 01  WS-LINE-NUMBER              PIC 9(04)   VALUE ZERO.
001690*----------------------------------------------------------------
001700* THE OPEN CYCLE - THE LAST ROW ON THE CYCLE-CONTROL FILE MUST
001710* SAY A CYCLE IS OPEN, AS FOR NIGHT-WATCH.
001720*----------------------------------------------------------------
001730 01  WS-WATCH-CYCLE              PIC 9(06)   VALUE ZEROES.
001740 01  WS-CYCLE-STATUS             PIC X(01)   VALUE SPACE.
001750     88  WS-CYCLE-IS-OPEN                    VALUE "O".
001760 01  WS-CYCLE-SEEN-SWITCH        PIC X(01)   VALUE "N".
001770     88  WS-CYCLE-SEEN                       VALUE "Y".
001780 01  WS-CYCLE-FIRST-DATE         PIC X(08)   VALUE SPACES.
001790 01  WS-CYCLE-OPEN-HHMM          PIC X(04)   VALUE SPACES.
001800 01  WS-SCAN-FROM-DATE           PIC X(08)   VALUE SPACES.
001810*----------------------------------------------------------------
001820* CURRENT DATE/TIME AND THE TIMESTAMP/MINUTE WORK AREAS THE
001830* LATE AND OVERRUN CHECKS COMPARE AGAINST.
001840*----------------------------------------------------------------
001850 01  WS-CURRENT-DATE.
001860     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
001870 01  WS-CURRENT-TIME.
001880     05  WS-CURRENT-HHMMSSCC     PIC 9(08).
001890 01  WS-NOW-TS                   PIC X(14)   VALUE SPACES.
001900 01  WS-EXPECTED-TS              PIC X(14)   VALUE SPACES.
001910 01  WS-NOW-MINUTES              PIC 9(10)   COMP VALUE ZERO.
001920 01  WS-DEADLINE-MINUTES         PIC 9(10)   COMP VALUE ZERO.
001930 01  WS-EXP-MINS-NUM             PIC 9(04)   VALUE ZEROES.
001940 01  WS-TIME-PARSE.
001950     05  WS-TP-HH                PIC 9(02).
001960     05  WS-TP-MM                PIC 9(02).
001970     05  WS-TP-SS                PIC 9(02).
001980*----------------------------------------------------------------
001990* SCHEDULE TABLE - ONE ENTRY PER SCHEDULED JOB, WITH ITS DUE
002000* FLAG, EXPECTED START/DURATION, AND THE STARTED/ENDED FLAGS
002010* FILLED IN FROM THE AUDIT PASS - THE NIGHT-WATCH TABLE.
002020*----------------------------------------------------------------
002030 01  WS-SC-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
002040 01  WS-SC-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
002050 01  WS-SC-TABLE.
002060     05  WS-SC-ENTRY             OCCURS 100 TIMES
002070                                 INDEXED BY SC-IDX.
002080         10  WS-SC-JOB           PIC X(08).
002090         10  WS-SC-DUE-SW        PIC X(01).
002100             88  WS-SC-DUE                   VALUE "Y".
002110         10  WS-SC-EXP-START     PIC X(04).
002120         10  WS-SC-EXP-MINS      PIC X(04).
002130         10  WS-SC-STARTED-SW    PIC X(01).
002140             88  WS-SC-STARTED               VALUE "Y".
002150         10  WS-SC-ENDED-SW      PIC X(01).
002160             88  WS-SC-ENDED                 VALUE "Y".
002170         10  WS-SC-START-TS      PIC X(14).
002180*----------------------------------------------------------------
002190* NON-PROCESSING-DAY TABLE LOADED FROM THE PROCESSING CALENDAR.
002200*----------------------------------------------------------------
002210 01  WS-CL-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
002220 01  WS-CL-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
002230 01  WS-CL-TABLE.
002240     05  WS-CL-ENTRY             OCCURS 100 TIMES
002250                                 INDEXED BY CL-IDX.
002260         10  WS-CL-DATE          PIC X(08).
002270*----------------------------------------------------------------
002280* RUNNING-JOB TABLE - ONE ENTRY PER "S" ROW IN THE CYCLE, BY JOB
002290* AND SITE, MARKED ENDED BY THE "E" ROW THAT FOLLOWS IT. A
002291* TAKEOVER RUN ALSO CARRIES THE SITE WHOSE JOB IT IS.
002300*----------------------------------------------------------------
002310 01  WS-RN-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
002320 01  WS-RN-TABLE-MAX             PIC 9(03)   COMP VALUE 200.
002330 01  WS-RN-TABLE.
002340     05  WS-RN-ENTRY             OCCURS 200 TIMES
002350                                 INDEXED BY RN-IDX.
002360         10  WS-RN-JOB           PIC X(08).
002370         10  WS-RN-SITE          PIC X(04).
002380         10  WS-RN-START-TS      PIC X(14).
002390         10  WS-RN-OPER-TEXT     PIC X(30).
002400         10  WS-RN-ENDED-SW      PIC X(01).
002410             88  WS-RN-ENDED                 VALUE "Y".
002411         10  WS-RN-OWNER         PIC X(04).
002412 01  WS-ROW-OWNER                PIC X(04)   VALUE SPACES.
002420*----------------------------------------------------------------
002430* ABENDED-STEP TABLE - ONE ENTRY PER "A" CHECKPOINT IN THE
002440* CYCLE, MARKED RESOLVED BY A LATER "C" OR "W" FOR THE STEP.
002441* WS-CK-SITE AND WS-CKPT-SITE ARE THE STEP'S OWNING SITE.
002450*----------------------------------------------------------------
002460 01  WS-CK-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
002470 01  WS-CK-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
002480 01  WS-CK-TABLE.
002490     05  WS-CK-ENTRY             OCCURS 100 TIMES
002500                                 INDEXED BY CK-IDX.
002510         10  WS-CK-STEP          PIC X(08).
002520         10  WS-CK-SITE          PIC X(04).
002530         10  WS-CK-TS            PIC X(14).
002540         10  WS-CK-RESOLVED-SW   PIC X(01).
002550             88  WS-CK-RESOLVED              VALUE "Y".
002551 01  WS-CKPT-SITE                PIC X(04)   VALUE SPACES.
002560*----------------------------------------------------------------
002570* ACTION-BULLETIN TABLE - ONE ENTRY PER BULLETIN ID IN EFFECT
002580* FOR THE INCOMING SHIFT, WITH ITS LOWEST-NUMBERED LINE FOR THE
002590* REPORT, MARKED ACKNOWLEDGED FROM THE AUDIT PASS.
002600*----------------------------------------------------------------
002610 01  WS-BT-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
002620 01  WS-BT-TABLE-MAX             PIC 9(03)   COMP VALUE 50.
002630 01  WS-BT-TABLE.
002640     05  WS-BT-ENTRY             OCCURS 50 TIMES
002650                                 INDEXED BY BT-IDX.
002660         10  WS-BT-ID            PIC 9(04).
002670         10  WS-BT-LINE          PIC 9(02).
002680         10  WS-BT-EFF-DATE      PIC 9(08).
002690         10  WS-BT-EXP-DATE      PIC 9(08).
002700         10  WS-BT-TEXT          PIC X(60).
002710         10  WS-BT-ACKED-SW      PIC X(01).
002720             88  WS-BT-ACKED                 VALUE "Y".
002730 01  WS-ACK-ID                   PIC 9(04)   VALUE ZERO.
002740 01  WS-SHIFT-SUB                PIC 9(01)   COMP VALUE ZERO.
002750 01  WS-SHIFT-OK-SWITCH          PIC X(01)   VALUE "N".
002760     88  WS-SHIFT-OK                         VALUE "Y".
002770*----------------------------------------------------------------
002780* DUE-CHECK WORK AREAS - THE SAME DAY-SERIAL ARITHMETIC
002790* NIGHT-WATCH AND MORN-RECON USE.
002800*----------------------------------------------------------------
002810 01  WS-DUE-SWITCH               PIC X(01)   VALUE "N".
002820     88  WS-DUE-YES                          VALUE "Y".
002830 01  WS-NON-PROC-SWITCH          PIC X(01)   VALUE "N".
002840     88  WS-NON-PROC-YES                     VALUE "Y".
002850 01  WS-ME-DONE-SWITCH           PIC X(01)   VALUE "N".
002860     88  WS-ME-DONE                          VALUE "Y".
002870 01  WS-CHECK-DATE               PIC X(08)   VALUE SPACES.
002880 01  WS-LIST-SUB                 PIC 9(02)   COMP VALUE ZERO.
002890 01  WS-CD-DATE.
002900     05  WS-CD-YEAR              PIC 9(04).
002910     05  WS-CD-MONTH             PIC 9(02).
002920     05  WS-CD-DAY               PIC 9(02).
002930 01  WS-CD-WORK-YEAR             PIC 9(04)   COMP.
002940 01  WS-CD-WORK-MONTH            PIC 9(02)   COMP.
002950 01  WS-CD-SERIAL                PIC 9(07)   COMP.
002960 01  WS-DOW-QUOT                 PIC 9(07)   COMP.
002970 01  WS-DOW-REM                  PIC 9(01)   COMP.
002980 01  WS-DOW-INDEX                PIC 9(01)   COMP.
002990 01  WS-MONTH-DAYS               PIC 9(02)   COMP.
003000 01  WS-LEAP-QUOT                PIC 9(04)   COMP.
003010 01  WS-LEAP-REM                 PIC 9(04)   COMP.
003020 01  WS-SAVE-MONTH               PIC 9(02)   COMP.
003030*----------------------------------------------------------------
003040* SECTION COUNTS FOR THE HEADER RECORD AND THE FOOTER, AND THE
003050* FLAG COUNT FOR THE RETURN CODE.
003060*----------------------------------------------------------------
003070 01  WS-RUNNING-COUNT            PIC 9(05)   COMP VALUE ZERO.
003080 01  WS-LATE-COUNT               PIC 9(05)   COMP VALUE ZERO.
003090 01  WS-ABEND-COUNT              PIC 9(05)   COMP VALUE ZERO.
003100 01  WS-OPEN-ABEND-COUNT         PIC 9(05)   COMP VALUE ZERO.
003110 01  WS-EXCP-COUNT               PIC 9(05)   COMP VALUE ZERO.
003120 01  WS-BULL-COUNT               PIC 9(05)   COMP VALUE ZERO.
003130 01  WS-SECTION-COUNT            PIC 9(05)   COMP VALUE ZERO.
003140 01  WS-FLAG-COUNT               PIC 9(05)   COMP VALUE ZERO.
003150*----------------------------------------------------------------
003160* ONE HANDOVER ITEM - ITS SECTION AND ITS TEXT, AS PRINTED AND
003170* AS FILED ON THE HANDOVER FILE.
003180*----------------------------------------------------------------
003190 01  WS-ITEM-SECTION             PIC X(01)   VALUE SPACE.
003200 01  WS-ITEM-TEXT                PIC X(100)  VALUE SPACES.
003210*----------------------------------------------------------------
003220* REPORT LINE LAYOUTS.
003230*----------------------------------------------------------------
003240 01  HDG-LINE-1                  PIC X(132)  VALUE
003250     "END-OF-SHIFT HANDOVER".
003260 01  HDG-LINE-2.
003270     05  FILLER                  PIC X(06)   VALUE "SHIFT ".
003280     05  HDG-2-SHIFT             PIC X(01).
003290     05  FILLER                  PIC X(01)   VALUE SPACES.
003300     05  HDG-2-SHIFT-NAME        PIC X(20).
003310     05  FILLER                  PIC X(10)   VALUE " TO SHIFT ".
003320     05  HDG-2-INCOMING          PIC X(01).
003330     05  FILLER                  PIC X(07)   VALUE "  SITE ".
003340     05  HDG-2-SITE              PIC X(04).
003350     05  FILLER                  PIC X(08)   VALUE "  CYCLE ".
003360     05  HDG-2-CYCLE             PIC 9(06).
003370     05  FILLER                  PIC X(07)   VALUE "  DATE ".
003380     05  HDG-2-DATE              PIC X(08).
003390     05  FILLER                  PIC X(08)   VALUE "  AS OF ".
003400     05  HDG-2-TIME              PIC X(06).
003410     05  FILLER                  PIC X(39)   VALUE SPACES.
003420 01  HDG-LINE-3.
003430     05  FILLER                  PIC X(12)   VALUE
003440         "SHIFT BEGAN ".
003450     05  HDG-3-START-DATE        PIC X(08).
003460     05  FILLER                  PIC X(01)   VALUE SPACES.
003470     05  HDG-3-START-TIME        PIC X(04).
003480     05  FILLER                  PIC X(107)  VALUE SPACES.
003490 01  SECT-HDG-RUNNING            PIC X(132)  VALUE
003500     "JOBS STARTED - NO END ROW YET".
003510 01  SECT-HDG-LATE               PIC X(132)  VALUE
003520     "JOBS DUE TONIGHT NOW LATE".
003530 01  SECT-HDG-ABEND              PIC X(132)  VALUE
003540     "STEPS CHECKPOINTED ABENDED THIS CYCLE".
003550 01  SECT-HDG-EXCP               PIC X(132)  VALUE
003560     "EXCEPTIONS LOGGED SINCE THE SHIFT BEGAN".
003570 01  SECT-HDG-BULLETIN           PIC X(132)  VALUE
003580     "ACTION BULLETINS NOT YET ACKNOWLEDGED BY INCOMING SHIFT".
003590 01  ITEM-LINE.
003600     05  FILLER                  PIC X(02)   VALUE SPACES.
003610     05  ITM-TEXT                PIC X(100).
003620     05  FILLER                  PIC X(30)   VALUE SPACES.
003630 01  NONE-LINE                   PIC X(132)  VALUE
003640     "  NONE".
003650 01  RUN-TEXT-AREA.
003660     05  RTX-JOB                 PIC X(08).
003670     05  FILLER                  PIC X(02)   VALUE SPACES.
003680     05  RTX-SITE                PIC X(04).
003690     05  FILLER                  PIC X(02)   VALUE SPACES.
003700     05  FILLER                  PIC X(08)   VALUE "STARTED ".
003710     05  RTX-DATE                PIC X(08).
003720     05  FILLER                  PIC X(01)   VALUE SPACES.
003730     05  RTX-TIME                PIC X(06).
003740     05  FILLER                  PIC X(04)   VALUE " BY ".
003750     05  RTX-OPER-TEXT           PIC X(30).
003760     05  RTX-TKOV-TEXT           PIC X(14).
003761     05  RTX-OWNER               PIC X(04).
003762     05  FILLER                  PIC X(09)   VALUE SPACES.
003770 01  LATE-TEXT-AREA.
003780     05  LTX-JOB                 PIC X(08).
003790     05  FILLER                  PIC X(02)   VALUE SPACES.
003800     05  FILLER                  PIC X(07)   VALUE "DUE AT ".
003810     05  LTX-START               PIC X(04).
003820     05  FILLER                  PIC X(20)   VALUE
003830         " - NO START ROW YET".
003840     05  FILLER                  PIC X(59)   VALUE SPACES.
003850 01  OVERRUN-TEXT-AREA.
003860     05  OTX-JOB                 PIC X(08).
003870     05  FILLER                  PIC X(02)   VALUE SPACES.
003880     05  FILLER                  PIC X(08)   VALUE "STARTED ".
003890     05  OTX-TIME                PIC X(06).
003900     05  FILLER                  PIC X(17)   VALUE
003910         " - PAST EXPECTED ".
003920     05  OTX-MINS                PIC ZZZ9.
003930     05  FILLER                  PIC X(16)   VALUE
003940         " MIN, NO END ROW".
003950     05  FILLER                  PIC X(39)   VALUE SPACES.
003960 01  ABEND-TEXT-AREA.
003970     05  ATX-STEP                PIC X(08).
003980     05  FILLER                  PIC X(02)   VALUE SPACES.
003990     05  ATX-SITE                PIC X(04).
004000     05  FILLER                  PIC X(02)   VALUE SPACES.
004010     05  FILLER                  PIC X(08)   VALUE "ABENDED ".
004020     05  ATX-DATE                PIC X(08).
004030     05  FILLER                  PIC X(01)   VALUE SPACES.
004040     05  ATX-TIME                PIC X(06).
004050     05  FILLER                  PIC X(03)   VALUE " - ".
004060     05  ATX-STATE               PIC X(30).
004070     05  FILLER                  PIC X(28)   VALUE SPACES.
004080 01  EXCP-TEXT-AREA.
004090     05  XTX-DATE                PIC X(08).
004100     05  FILLER                  PIC X(01)   VALUE SPACES.
004110     05  XTX-TIME                PIC X(06).
004120     05  FILLER                  PIC X(02)   VALUE SPACES.
004130     05  XTX-JOB                 PIC X(08).
004140     05  FILLER                  PIC X(02)   VALUE SPACES.
004150     05  XTX-SITE                PIC X(04).
004160     05  FILLER                  PIC X(02)   VALUE SPACES.
004170     05  FILLER                  PIC X(06)   VALUE "FIELD ".
004180     05  XTX-FIELD               PIC X(15).
004190     05  FILLER                  PIC X(10)   VALUE " EXPECTED ".
004200     05  XTX-EXPECTED            PIC ZZZ9.
004210     05  FILLER                  PIC X(08)   VALUE " ACTUAL ".
004220     05  XTX-ACTUAL              PIC ZZZ9.
004230     05  FILLER                  PIC X(20)   VALUE SPACES.
004240 01  BULL-TEXT-AREA.
004250     05  FILLER                  PIC X(09)   VALUE "BULLETIN ".
004260     05  BTX-ID                  PIC 9(04).
004270     05  FILLER                  PIC X(08)   VALUE "  UNTIL ".
004280     05  BTX-EXP-DATE            PIC 9(08).
004290     05  FILLER                  PIC X(02)   VALUE SPACES.
004300     05  BTX-TEXT                PIC X(60).
004310     05  FILLER                  PIC X(09)   VALUE SPACES.
004320 01  TOTAL-LINE-1.
004330     05  FILLER                  PIC X(18)   VALUE
004340         "JOBS RUNNING".
004350     05  TOT-1-COUNT             PIC ZZZZZZ9.
004360     05  FILLER                  PIC X(107)  VALUE SPACES.
004370 01  TOTAL-LINE-2.
004380     05  FILLER                  PIC X(18)   VALUE
004390         "JOBS LATE".
004400     05  TOT-2-COUNT             PIC ZZZZZZ9.
004410     05  FILLER                  PIC X(107)  VALUE SPACES.
004420 01  TOTAL-LINE-3.
004430     05  FILLER                  PIC X(18)   VALUE
004440         "ABENDS NOT RERUN".
004450     05  TOT-3-COUNT             PIC ZZZZZZ9.
004460     05  FILLER                  PIC X(107)  VALUE SPACES.
004470 01  TOTAL-LINE-4.
004480     05  FILLER                  PIC X(18)   VALUE
004490         "EXCEPTIONS".
004500     05  TOT-4-COUNT             PIC ZZZZZZ9.
004510     05  FILLER                  PIC X(107)  VALUE SPACES.
004520 01  TOTAL-LINE-5.
004530     05  FILLER                  PIC X(18)   VALUE
004540         "BULLETINS UNACKED".
004550     05  TOT-5-COUNT             PIC ZZZZZZ9.
004560     05  FILLER                  PIC X(107)  VALUE SPACES.
004570 01  FILED-LINE.
004580     05  FILLER                  PIC X(26)   VALUE
004590         "FILED AS HANDOVER         ".
004600     05  FLD-HANDOVER-ID         PIC X(13).
004610     05  FILLER                  PIC X(35)   VALUE
004620         " - AWAITING THE INCOMING OPERATOR'S".
004630     05  FILLER                  PIC X(13)   VALUE
004640         " CONFIRMATION".
004650     05  FILLER                  PIC X(45)   VALUE SPACES.
004660 01  NOT-FILED-LINE.
004670     05  FILLER                  PIC X(26)   VALUE
004680         "NOT FILED - HANDOVER      ".
004690     05  NFL-HANDOVER-ID         PIC X(13).
004700     05  FILLER                  PIC X(25)   VALUE
004710         " WAS ALREADY CONFIRMED BY".
004720     05  FILLER                  PIC X(01)   VALUE SPACES.
004730     05  NFL-CONFIRM-OPER        PIC X(08).
004740     05  FILLER                  PIC X(59)   VALUE SPACES.
004750 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
004760 PROCEDURE DIVISION.
004770*================================================================
004780* 0000-MAINLINE.
004790*================================================================
004800 0000-MAINLINE.
004810     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
004820     PERFORM 1100-GET-PARM         THRU 1100-EXIT.
004830     PERFORM 1200-GET-SHIFT        THRU 1200-EXIT.
004840     PERFORM 2000-FIND-OPEN-CYCLE  THRU 2000-EXIT.
004850     PERFORM 2500-LOAD-CALENDAR    THRU 2500-EXIT.
004860     PERFORM 3000-LOAD-SCHEDULE    THRU 3000-EXIT.
004870     PERFORM 3500-LOAD-BULLETINS   THRU 3500-EXIT.
004880     PERFORM 4000-SCAN-AUDIT       THRU 4000-EXIT.
004890     PERFORM 4500-SCAN-CHECKPOINTS THRU 4500-EXIT.
004900     PERFORM 5000-OPEN-HANDOVER    THRU 5000-EXIT.
004910     PERFORM 6000-LIST-RUNNING     THRU 6000-EXIT.
004920     PERFORM 6100-LIST-LATE        THRU 6100-EXIT.
004930     PERFORM 6200-LIST-ABENDS      THRU 6200-EXIT.
004940     PERFORM 6300-LIST-EXCEPTIONS  THRU 6300-EXIT.
004950     PERFORM 6400-LIST-BULLETINS   THRU 6400-EXIT.
004960     PERFORM 6800-FILE-HEADER      THRU 6800-EXIT.
004970     PERFORM 8000-WRITE-TOTALS     THRU 8000-EXIT.
004980     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
004990     IF WS-FLAG-COUNT > ZERO
005000        OR NOT WS-FILING
005010         MOVE 4 TO RETURN-CODE
005020     END-IF.
005030     STOP RUN.
005040*================================================================
005050* 1000-INITIALIZE - OPEN THE REPORT AND ESTABLISH THE CURRENT
005060*                   DATE/TIME THE CHECKS COMPARE AGAINST. THE
005070*                   INPUT FILES ARE EACH OPENED AND CLOSED BY
005080*                   THEIR OWN PASS SO THE PARAGRAPHS STAY
005090*                   INDEPENDENT, THE MORN-RECON CONVENTION.
005100*================================================================
005110 1000-INITIALIZE.
005120     OPEN OUTPUT HAND-RPT-FILE.
005130     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
005140     ACCEPT WS-CURRENT-HHMMSSCC FROM TIME.
005150     MOVE SPACES                 TO WS-NOW-TS.
005160     MOVE WS-CURRENT-YYYYMMDD    TO WS-NOW-TS(1:8).
005170     MOVE WS-CURRENT-HHMMSSCC(1:6) TO WS-NOW-TS(9:6).
005180     MOVE WS-CURRENT-YYYYMMDD    TO WS-CD-DATE.
005190     PERFORM 7100-CALC-SERIAL    THRU 7100-EXIT.
005200     MOVE WS-CURRENT-HHMMSSCC(1:6) TO WS-TIME-PARSE.
005210     COMPUTE WS-NOW-MINUTES =
005220         WS-CD-SERIAL * 1440 + WS-TP-HH * 60 + WS-TP-MM.
005230     WRITE HAND-RPT-RECORD       FROM HDG-LINE-1.
005240 1000-EXIT.
005250     EXIT.
005260*================================================================
005270* 1100-GET-PARM - READ THE HANDOVER PARAMETER. THE OUTGOING
005280*                 SHIFT IS REQUIRED - WITHOUT IT THERE IS NO
005290*                 TELLING WHOSE HANDOVER THIS IS. A BLANK DATE
005300*                 IS THE RUN DATE; A BLANK SITE IS EVERY SITE.
005310*================================================================
005320 1100-GET-PARM.
005330     OPEN INPUT HAND-PARM-FILE.
005340     IF WS-HANDPARM-STATUS NOT = "00"
005350         GO TO 9810-ABEND-PARM
005360     END-IF.
005370     READ HAND-PARM-FILE
005380         AT END
005390             MOVE SPACES TO HANDOVER-PARM-RECORD
005400     END-READ.
005410     CLOSE HAND-PARM-FILE.
005420     IF HP-SHIFT-CODE = SPACE
005430         GO TO 9810-ABEND-PARM
005440     END-IF.
005450     MOVE HP-HANDOVER-DATE       TO WS-HAND-DATE.
005460     IF WS-HAND-DATE = SPACES
005470         MOVE WS-CURRENT-YYYYMMDD TO WS-HAND-DATE
005480     END-IF.
005490     IF WS-HAND-DATE NOT NUMERIC
005500         GO TO 9810-ABEND-PARM
005510     END-IF.
005520     MOVE HP-SHIFT-CODE          TO WS-HAND-SHIFT.
005530     MOVE HP-SITE-CODE           TO WS-HAND-SITE.
005540 1100-EXIT.
005550     EXIT.
005560*================================================================
005570* 1200-GET-SHIFT - LOOK THE OUTGOING SHIFT UP ON THE SHIFT-
005580*                  BOUNDARY FILE FOR ITS HOURS AND THE SHIFT
005590*                  TAKING OVER. THE SHIFT ENDS AT SB-END-HHMM ON
005600*                  THE HANDOVER DATE; ONE WHOSE START IS NOT
005610*                  EARLIER THAN ITS END RAN THROUGH MIDNIGHT AND
005620*                  SO BEGAN THE DAY BEFORE.
005630*================================================================
005640 1200-GET-SHIFT.
005650     OPEN INPUT SHIFT-BOUND-FILE.
005660     IF WS-SHIFTBND-STATUS NOT = "00"
005670         GO TO 9820-ABEND-SHIFTBND-OPEN
005680     END-IF.
005690     MOVE WS-HAND-SHIFT          TO SB-SHIFT-CODE.
005700     READ SHIFT-BOUND-FILE
005710         INVALID KEY
005720             CLOSE SHIFT-BOUND-FILE
005730             GO TO 9825-ABEND-NO-SHIFT
005740     END-READ.
005750     CLOSE SHIFT-BOUND-FILE.
005760     IF SB-START-HHMM NOT NUMERIC
005770        OR SB-END-HHMM NOT NUMERIC
005780        OR SB-NEXT-SHIFT = SPACE
005790         GO TO 9825-ABEND-NO-SHIFT
005800     END-IF.
005810     MOVE SB-SHIFT-NAME          TO WS-SHIFT-NAME.
005820     MOVE SB-NEXT-SHIFT          TO WS-INCOMING-SHIFT.
005830     MOVE WS-HAND-DATE           TO WS-CD-DATE.
005840     IF SB-START-HHMM NOT < SB-END-HHMM
005850         PERFORM 7250-PREV-DAY   THRU 7250-EXIT
005860     END-IF.
005870     MOVE SPACES                 TO WS-SHIFT-START-TS.
005880     MOVE WS-CD-DATE             TO WS-SHIFT-START-TS(1:8).
005890     MOVE SB-START-HHMM          TO WS-SHIFT-START-TS(9:4).
005900     MOVE "00"                   TO WS-SHIFT-START-TS(13:2).
005910 1200-EXIT.
005920     EXIT.
005930*================================================================
005940* 2000-FIND-OPEN-CYCLE - THE LAST ROW ON THE CYCLE-CONTROL
005950*                        FILE MUST SAY A CYCLE IS OPEN - THE
005960*                        HANDOVER IS FOR THE WINDOW IN FLIGHT.
005970*                        THE CYCLE'S OPENING DATE AND TIME ARE
005980*                        KEPT FOR THE DUE AND LATE CHECKS.
005990*================================================================
006000 2000-FIND-OPEN-CYCLE.
006010     MOVE "N"                    TO WS-EOF-SWITCH.
006020     OPEN INPUT CYCLE-CTL-FILE.
006030     IF WS-CYCLCTL-STATUS NOT = "00"
006040         GO TO 9830-ABEND-NO-OPEN-CYCLE
006050     END-IF.
006060     PERFORM 2100-READ-CYCLE     THRU 2100-EXIT
006070         UNTIL WS-EOF-YES.
006080     CLOSE CYCLE-CTL-FILE.
006090     IF NOT WS-CYCLE-SEEN
006100        OR NOT WS-CYCLE-IS-OPEN
006110         GO TO 9830-ABEND-NO-OPEN-CYCLE
006120     END-IF.
006130     MOVE WS-CYCLE-FIRST-DATE    TO WS-SCAN-FROM-DATE.
006140     MOVE WS-HAND-SHIFT          TO HDG-2-SHIFT.
006150     MOVE WS-SHIFT-NAME          TO HDG-2-SHIFT-NAME.
006160     MOVE WS-INCOMING-SHIFT      TO HDG-2-INCOMING.
006170     MOVE WS-HAND-SITE           TO HDG-2-SITE.
006180     IF WS-HAND-SITE = SPACES
006190         MOVE "ALL"              TO HDG-2-SITE
006200     END-IF.
006210     MOVE WS-WATCH-CYCLE         TO HDG-2-CYCLE.
006220     MOVE WS-HAND-DATE           TO HDG-2-DATE.
006230     MOVE WS-CURRENT-HHMMSSCC(1:6) TO HDG-2-TIME.
006240     MOVE WS-SHIFT-START-TS(1:8) TO HDG-3-START-DATE.
006250     MOVE WS-SHIFT-START-TS(9:4) TO HDG-3-START-TIME.
006260     WRITE HAND-RPT-RECORD       FROM HDG-LINE-2.
006270     WRITE HAND-RPT-RECORD       FROM HDG-LINE-3.
006280     WRITE HAND-RPT-RECORD       FROM BLANK-LINE.
006290 2000-EXIT.
006300     EXIT.
006310*================================================================
006320* 2100-READ-CYCLE - READ ONE CYCLE-CONTROL ROW; THE LAST ONE
006330*                   READ LEAVES ITS CYCLE NUMBER AND STATUS
006340*                   STANDING, AND THE FIRST ROW SEEN FOR THAT
006350*                   CYCLE SUPPLIES THE OPENING DATE AND TIME.
006360*================================================================
006370 2100-READ-CYCLE.
006380     READ CYCLE-CTL-FILE
006390         AT END
006400             MOVE "Y" TO WS-EOF-SWITCH
006410     END-READ.
006420     IF NOT WS-EOF-YES
006430         IF CY-CYCLE-NUMBER NOT = WS-WATCH-CYCLE
006440            OR NOT WS-CYCLE-SEEN
006450             MOVE CY-CYCLE-DATE  TO WS-CYCLE-FIRST-DATE
006460             MOVE CY-OPENED-TS(9:4)
006470                                 TO WS-CYCLE-OPEN-HHMM
006480         END-IF
006490         MOVE CY-CYCLE-NUMBER    TO WS-WATCH-CYCLE
006500         MOVE CY-STATUS-CODE     TO WS-CYCLE-STATUS
006510         MOVE "Y"                TO WS-CYCLE-SEEN-SWITCH
006520     END-IF.
006530 2100-EXIT.
006540     EXIT.
006550*================================================================
006560* 2500-LOAD-CALENDAR - LOAD THE NON-PROCESSING DATES FROM THE
006570*                      PROCESSING-CALENDAR FILE. A CALENDAR
006580*                      THAT DOES NOT EXIST YET LOADS AS EMPTY.
006590*================================================================
006600 2500-LOAD-CALENDAR.
006610     MOVE "N"                    TO WS-EOF-SWITCH.
006620     OPEN INPUT PROC-CAL-FILE.
006630     IF WS-PROCCAL-STATUS = "35"
006640         GO TO 2500-EXIT
006650     END-IF.
006660     IF WS-PROCCAL-STATUS NOT = "00"
006670         GO TO 9840-ABEND-PROCCAL-OPEN
006680     END-IF.
006690     PERFORM 2510-READ-CAL       THRU 2510-EXIT
006700         UNTIL WS-EOF-YES.
006710     CLOSE PROC-CAL-FILE.
006720 2500-EXIT.
006730     EXIT.
006740*================================================================
006750* 2510-READ-CAL - READ ONE CALENDAR ROW AND KEEP ITS DATE IF IT
006760*                 MARKS A NON-PROCESSING DAY.
006770*================================================================
006780 2510-READ-CAL.
006790     READ PROC-CAL-FILE
006800         AT END
006810             MOVE "Y" TO WS-EOF-SWITCH
006820             GO TO 2510-EXIT
006830     END-READ.
006840     IF NOT CL-NON-PROCESSING
006850         GO TO 2510-EXIT
006860     END-IF.
006870     IF WS-CL-MAX-USED < WS-CL-TABLE-MAX
006880         ADD 1 TO WS-CL-MAX-USED
006890         SET CL-IDX TO WS-CL-MAX-USED
006900         MOVE CL-CAL-DATE        TO WS-CL-DATE(CL-IDX)
006910     ELSE
006920         DISPLAY "HANDOVR0001W CALENDAR TABLE FULL AT "
006930             WS-CL-TABLE-MAX " - " CL-CAL-DATE " NOT LOADED"
006940     END-IF.
006950 2510-EXIT.
006960     EXIT.
006970*================================================================
006980* 3000-LOAD-SCHEDULE - LOAD THE EXPECTED-SCHEDULE FILE INTO
006990*                      THE TABLE WITH EACH JOB'S DUE FLAG AND
007000*                      EXPECTED START/DURATION. BLANK AND
007010*                      DUPLICATE JOB NAMES ARE SKIPPED.
007020*================================================================
007030 3000-LOAD-SCHEDULE.
007040     MOVE "N"                    TO WS-EOF-SWITCH.
007050     OPEN INPUT SCHEDULE-FILE.
007060     IF WS-SCHEDFIL-STATUS NOT = "00"
007070         GO TO 9850-ABEND-SCHEDULE-OPEN
007080     END-IF.
007090     PERFORM 3100-READ-SCHEDULE  THRU 3100-EXIT
007100         UNTIL WS-EOF-YES.
007110     CLOSE SCHEDULE-FILE.
007120 3000-EXIT.
007130     EXIT.
007140*================================================================
007150* 3100-READ-SCHEDULE - READ ONE SCHEDULE ROW AND ADD ITS JOB
007160*                      TO THE TABLE IF NEW. A DUPLICATE ROW
007170*                      THAT IS DUE MARKS THE EXISTING ENTRY
007180*                      DUE, THE MORN-RECON CONVENTION.
007190*================================================================
007200 3100-READ-SCHEDULE.
007210     READ SCHEDULE-FILE
007220         AT END
007230             MOVE "Y" TO WS-EOF-SWITCH
007240             GO TO 3100-EXIT
007250     END-READ.
007260     IF SC-JOB-NAME = SPACES
007270         GO TO 3100-EXIT
007280     END-IF.
007290     PERFORM 3300-CHECK-DUE      THRU 3300-EXIT.
007300     MOVE "N"                    TO WS-FOUND-SWITCH.
007310     PERFORM 3200-MATCH-SCHEDULE THRU 3200-EXIT
007320         VARYING SC-IDX FROM 1 BY 1
007330         UNTIL SC-IDX > WS-SC-MAX-USED
007340            OR WS-FOUND-YES.
007350     IF WS-FOUND-YES
007360         SET SC-IDX DOWN BY 1
007370         IF WS-DUE-YES
007380             MOVE "Y"            TO WS-SC-DUE-SW(SC-IDX)
007390         END-IF
007400         GO TO 3100-EXIT
007410     END-IF.
007420     IF WS-SC-MAX-USED < WS-SC-TABLE-MAX
007430         ADD 1 TO WS-SC-MAX-USED
007440         SET SC-IDX TO WS-SC-MAX-USED
007450         MOVE SC-JOB-NAME        TO WS-SC-JOB(SC-IDX)
007460         MOVE WS-DUE-SWITCH      TO WS-SC-DUE-SW(SC-IDX)
007470         MOVE SC-EXPECTED-START  TO WS-SC-EXP-START(SC-IDX)
007480         MOVE SC-EXPECTED-MINS   TO WS-SC-EXP-MINS(SC-IDX)
007490         MOVE "N"                TO WS-SC-STARTED-SW(SC-IDX)
007500         MOVE "N"                TO WS-SC-ENDED-SW(SC-IDX)
007510         MOVE SPACES             TO WS-SC-START-TS(SC-IDX)
007520     ELSE
007530         DISPLAY "HANDOVR0002W SCHEDULE TABLE FULL AT "
007540             WS-SC-TABLE-MAX " - " SC-JOB-NAME " NOT CHECKED"
007550     END-IF.
007560 3100-EXIT.
007570     EXIT.
007580*================================================================
007590* 3200-MATCH-SCHEDULE - COMPARE ONE SCHEDULE-TABLE ENTRY
007600*                       AGAINST THE CURRENT SCHEDULE ROW.
007610*================================================================
007620 3200-MATCH-SCHEDULE.
007630     IF WS-SC-JOB(SC-IDX) = SC-JOB-NAME
007640         MOVE "Y" TO WS-FOUND-SWITCH
007650     END-IF.
007660 3200-EXIT.
007670     EXIT.
007680*================================================================
007690* 3300-CHECK-DUE - IS THE SCHEDULE ROW JUST READ DUE ON THE
007700*                  OPEN CYCLE'S DATE? THE NIGHT-WATCH RULES:
007710*                  NOTHING IS DUE ON A NON-PROCESSING DAY, AND
007720*                  AN UNKNOWN FREQUENCY CODE READS AS DAILY.
007730*                  THE ANSWER IS LEFT IN WS-DUE-SWITCH.
007740*================================================================
007750 3300-CHECK-DUE.
007760     MOVE "N"                    TO WS-DUE-SWITCH.
007770     MOVE WS-CYCLE-FIRST-DATE    TO WS-CHECK-DATE.
007780     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
007790     IF WS-NON-PROC-YES
007800         GO TO 3300-EXIT
007810     END-IF.
007820     EVALUATE TRUE
007830         WHEN SC-FREQ-WEEKLY
007840             PERFORM 3310-CHECK-WEEKLY    THRU 3310-EXIT
007850         WHEN SC-FREQ-MONTH-END
007860             PERFORM 3320-CHECK-MONTH-END THRU 3320-EXIT
007870         WHEN SC-FREQ-DATE-LIST
007880             PERFORM 3330-CHECK-DATE-LIST THRU 3330-EXIT
007890         WHEN OTHER
007900             MOVE "Y"            TO WS-DUE-SWITCH
007910     END-EVALUATE.
007920 3300-EXIT.
007930     EXIT.
007940*================================================================
007950* 3310-CHECK-WEEKLY - DUE WHEN THE RUN-DAY FLAG FOR THE CYCLE
007960*                     DATE'S DAY OF WEEK IS "Y". THE DAY-SERIAL
007970*                     REMAINDER MODULO 7 IS SATURDAY = 0, SO IT
007980*                     IS REMAPPED TO 1-7 MONDAY THROUGH SUNDAY
007990*                     TO INDEX THE FLAGS.
008000*================================================================
008010 3310-CHECK-WEEKLY.
008020     IF WS-CYCLE-FIRST-DATE NOT NUMERIC
008030         GO TO 3310-EXIT
008040     END-IF.
008050     MOVE WS-CYCLE-FIRST-DATE    TO WS-CD-DATE.
008060     PERFORM 7100-CALC-SERIAL    THRU 7100-EXIT.
008070     DIVIDE WS-CD-SERIAL BY 7
008080         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
008090     EVALUATE WS-DOW-REM
008100         WHEN 2  MOVE 1          TO WS-DOW-INDEX
008110         WHEN 3  MOVE 2          TO WS-DOW-INDEX
008120         WHEN 4  MOVE 3          TO WS-DOW-INDEX
008130         WHEN 5  MOVE 4          TO WS-DOW-INDEX
008140         WHEN 6  MOVE 5          TO WS-DOW-INDEX
008150         WHEN 0  MOVE 6          TO WS-DOW-INDEX
008160         WHEN OTHER
008170                 MOVE 7          TO WS-DOW-INDEX
008180     END-EVALUATE.
008190     IF SC-RUN-DAY(WS-DOW-INDEX) = "Y"
008200         MOVE "Y"                TO WS-DUE-SWITCH
008210     END-IF.
008220 3310-EXIT.
008230     EXIT.
008240*================================================================
008250* 3320-CHECK-MONTH-END - DUE WHEN THE CYCLE DATE IS THE LAST
008260*                        PROCESSING DAY OF ITS MONTH - EVERY
008270*                        LATER DAY IN THE MONTH MUST BE ON THE
008280*                        CALENDAR AS NON-PROCESSING.
008290*================================================================
008300 3320-CHECK-MONTH-END.
008310     IF WS-CYCLE-FIRST-DATE NOT NUMERIC
008320         GO TO 3320-EXIT
008330     END-IF.
008340     MOVE "Y"                    TO WS-DUE-SWITCH.
008350     MOVE WS-CYCLE-FIRST-DATE    TO WS-CD-DATE.
008360     MOVE "N"                    TO WS-ME-DONE-SWITCH.
008370     PERFORM 3325-ONE-LATER-DAY  THRU 3325-EXIT
008380         UNTIL WS-ME-DONE.
008390 3320-EXIT.
008400     EXIT.
008410*================================================================
008420* 3325-ONE-LATER-DAY - STEP ONE DAY FORWARD. PAST THE END OF
008430*                      THE MONTH THE CYCLE DATE STANDS AS THE
008440*                      LAST PROCESSING DAY; A LATER PROCESSING
008450*                      DAY IN THE MONTH MEANS IT IS NOT.
008460*================================================================
008470 3325-ONE-LATER-DAY.
008480     MOVE WS-CD-MONTH            TO WS-SAVE-MONTH.
008490     PERFORM 7200-NEXT-DAY       THRU 7200-EXIT.
008500     IF WS-CD-MONTH NOT = WS-SAVE-MONTH
008510         MOVE "Y"                TO WS-ME-DONE-SWITCH
008520         GO TO 3325-EXIT
008530     END-IF.
008540     MOVE WS-CD-DATE             TO WS-CHECK-DATE.
008550     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
008560     IF NOT WS-NON-PROC-YES
008570         MOVE "N"                TO WS-DUE-SWITCH
008580         MOVE "Y"                TO WS-ME-DONE-SWITCH
008590     END-IF.
008600 3325-EXIT.
008610     EXIT.
008620*================================================================
008630* 3330-CHECK-DATE-LIST - DUE WHEN THE CYCLE DATE IS ONE OF THE
008640*                        (UP TO FOUR) DATES LISTED ON THE ROW.
008650*================================================================
008660 3330-CHECK-DATE-LIST.
008670     PERFORM 3335-ONE-LIST-DATE  THRU 3335-EXIT
008680         VARYING WS-LIST-SUB FROM 1 BY 1
008690         UNTIL WS-LIST-SUB > 4
008700            OR WS-DUE-YES.
008710 3330-EXIT.
008720     EXIT.
008730*================================================================
008740* 3335-ONE-LIST-DATE - COMPARE ONE LISTED DATE.
008750*================================================================
008760 3335-ONE-LIST-DATE.
008770     IF SC-RUN-DATE(WS-LIST-SUB) = WS-CYCLE-FIRST-DATE
008780        AND SC-RUN-DATE(WS-LIST-SUB) NOT = SPACES
008790         MOVE "Y"                TO WS-DUE-SWITCH
008800     END-IF.
008810 3335-EXIT.
008820     EXIT.
008830*================================================================
008840* 3500-LOAD-BULLETINS - LOAD THE ACTION BULLETINS IN EFFECT
008850*                       TODAY FOR THE INCOMING SHIFT AND THE
008860*                       HANDOVER'S SITE. THE AUDIT PASS MUST
008870*                       REACH BACK TO THE EARLIEST EFFECTIVE
008880*                       DATE AMONG THEM TO SEE EVERY
008890*                       ACKNOWLEDGMENT. A BULLETIN FILE THAT
008900*                       WILL NOT OPEN MEANS NO BULLETINS, AS
008910*                       FOR BANNER-RTN.
008920*================================================================
008930 3500-LOAD-BULLETINS.
008940     MOVE "N"                    TO WS-EOF-SWITCH.
008950     OPEN INPUT BULLETIN-FILE.
008960     IF WS-BULLETIN-STATUS NOT = "00"
008970         GO TO 3500-EXIT
008980     END-IF.
008990     PERFORM 3510-READ-BULLETIN  THRU 3510-EXIT
009000         UNTIL WS-EOF-YES.
009010     CLOSE BULLETIN-FILE.
009020 3500-EXIT.
009030     EXIT.
009040*================================================================
009050* 3510-READ-BULLETIN - READ ONE BULLETIN LINE. AN ACTION LINE
009060*                      IN EFFECT TODAY AND AIMED AT THE
009070*                      INCOMING SHIFT (A SPACE SHIFT IS EVERY
009080*                      SHIFT) AND THE HANDOVER'S SITE (A SPACE
009090*                      SITE ON EITHER SIDE IS EVERY SITE) ADDS
009100*                      ITS BULLETIN TO THE TABLE, OR IMPROVES
009110*                      THE ENTRY ALREADY THERE - THE LOWEST LINE
009120*                      NUMBER SUPPLIES THE TEXT SHOWN, AND THE
009130*                      EARLIEST EFFECTIVE DATE IS KEPT.
009140*================================================================
009150 3510-READ-BULLETIN.
009160     READ BULLETIN-FILE
009170         AT END
009180             MOVE "Y" TO WS-EOF-SWITCH
009190             GO TO 3510-EXIT
009200     END-READ.
009210     IF NOT BL-SEV-ACTION
009220         GO TO 3510-EXIT
009230     END-IF.
009240     IF BL-EFF-DATE NOT NUMERIC OR BL-EXP-DATE NOT NUMERIC
009250         GO TO 3510-EXIT
009260     END-IF.
009270     IF WS-CURRENT-YYYYMMDD < BL-EFF-DATE
009280        OR WS-CURRENT-YYYYMMDD > BL-EXP-DATE
009290         GO TO 3510-EXIT
009300     END-IF.
009310     IF BL-SHIFT-CODE NOT = SPACE
009320        AND BL-SHIFT-CODE NOT = WS-INCOMING-SHIFT
009330         GO TO 3510-EXIT
009340     END-IF.
009350     IF BL-SITE-CODE NOT = SPACES
009360        AND WS-HAND-SITE NOT = SPACES
009370        AND BL-SITE-CODE NOT = WS-HAND-SITE
009380         GO TO 3510-EXIT
009390     END-IF.
009400     MOVE "N"                    TO WS-FOUND-SWITCH.
009410     PERFORM 3520-MATCH-BULLETIN THRU 3520-EXIT
009420         VARYING BT-IDX FROM 1 BY 1
009430         UNTIL BT-IDX > WS-BT-MAX-USED
009440            OR WS-FOUND-YES.
009450     IF WS-FOUND-YES
009460         SET BT-IDX DOWN BY 1
009470         IF BL-LINE-NUMBER < WS-BT-LINE(BT-IDX)
009480             MOVE BL-LINE-NUMBER TO WS-BT-LINE(BT-IDX)
009490             MOVE BL-TEXT-LINE   TO WS-BT-TEXT(BT-IDX)
009500         END-IF
009510         IF BL-EFF-DATE < WS-BT-EFF-DATE(BT-IDX)
009520             MOVE BL-EFF-DATE    TO WS-BT-EFF-DATE(BT-IDX)
009530         END-IF
009540     ELSE
009550         IF WS-BT-MAX-USED < WS-BT-TABLE-MAX
009560             ADD 1 TO WS-BT-MAX-USED
009570             SET BT-IDX TO WS-BT-MAX-USED
009580             MOVE BL-BULLETIN-ID TO WS-BT-ID(BT-IDX)
009590             MOVE BL-LINE-NUMBER TO WS-BT-LINE(BT-IDX)
009600             MOVE BL-EFF-DATE    TO WS-BT-EFF-DATE(BT-IDX)
009610             MOVE BL-EXP-DATE    TO WS-BT-EXP-DATE(BT-IDX)
009620             MOVE BL-TEXT-LINE   TO WS-BT-TEXT(BT-IDX)
009630             MOVE "N"            TO WS-BT-ACKED-SW(BT-IDX)
009640         ELSE
009650             DISPLAY "HANDOVR0003W BULLETIN TABLE FULL AT "
009660                 WS-BT-TABLE-MAX " - BULLETIN " BL-BULLETIN-ID
009670                 " NOT CHECKED"
009680             GO TO 3510-EXIT
009690         END-IF
009700     END-IF.
009710     IF BL-EFF-DATE < WS-SCAN-FROM-DATE
009720         MOVE BL-EFF-DATE        TO WS-SCAN-FROM-DATE
009730     END-IF.
009740 3510-EXIT.
009750     EXIT.
009760*================================================================
009770* 3520-MATCH-BULLETIN - COMPARE ONE BULLETIN-TABLE ENTRY
009780*                       AGAINST THE CURRENT BULLETIN LINE.
009790*================================================================
009800 3520-MATCH-BULLETIN.
009810     IF WS-BT-ID(BT-IDX) = BL-BULLETIN-ID
009820         MOVE "Y" TO WS-FOUND-SWITCH
009830     END-IF.
009840 3520-EXIT.
009850     EXIT.
009860*================================================================
009870* 4000-SCAN-AUDIT - READ THE AUDIT LOG FROM THE CYCLE'S OPENING
009880*                   DATE, OR THE EARLIEST BULLETIN'S EFFECTIVE
009890*                   DATE IF THAT IS SOONER. "S" AND "E" ROWS IN
009900*                   THE CYCLE BUILD THE RUNNING-JOB TABLE AND
009910*                   MARK THE SCHEDULE, TAKEOVER ROWS ("S", "T"
009911*                   AND "E") BUILD IT FOR ANY CYCLE AND MARK
009912*                   NOTHING; "B" ROWS MARK BULLETINS
009920*                   ACKNOWLEDGED. THE OPERATOR MASTER IS OPEN
009930*                   FOR THE ACKNOWLEDGMENT CHECK. A CLUSTER NOT
009940*                   DEFINED YET (STATUS 35) SCANS AS EMPTY.
009950*================================================================
009960 4000-SCAN-AUDIT.
009970     MOVE "N"                    TO WS-EOF-SWITCH.
009980     OPEN INPUT AUDIT-LOG-FILE.
009990     IF WS-AUDITLOG-STATUS = "35"
010000         GO TO 4000-EXIT
010010     END-IF.
010020     IF WS-AUDITLOG-STATUS NOT = "00"
010030         GO TO 9860-ABEND-AUDIT-OPEN
010040     END-IF.
010050     OPEN INPUT OPER-MASTER-FILE.
010060     IF WS-OPERMAST-STATUS NOT = "00"
010070         CLOSE AUDIT-LOG-FILE
010080         GO TO 9865-ABEND-OPERMAST-OPEN
010090     END-IF.
010100     MOVE LOW-VALUES             TO AL-LOG-KEY.
010110     MOVE WS-SCAN-FROM-DATE      TO AL-TIMESTAMP(1:8).
010120     START AUDIT-LOG-FILE
010130         KEY NOT LESS THAN AL-LOG-KEY
010140         INVALID KEY
010150             MOVE "Y" TO WS-EOF-SWITCH
010160     END-START.
010170     PERFORM 4100-READ-AUDIT     THRU 4100-EXIT
010180         UNTIL WS-EOF-YES.
010190     CLOSE AUDIT-LOG-FILE.
010200     CLOSE OPER-MASTER-FILE.
010210 4000-EXIT.
010220     EXIT.
010230*================================================================
010240* 4100-READ-AUDIT - READ ONE AUDIT ROW. A "B" ROW GOES TO THE
010250*                   ACKNOWLEDGMENT CHECK WHATEVER ITS CYCLE; AN
010260*                   "S" OR "E" ROW IN THE OPEN CYCLE AT THE
010270*                   HANDOVER'S SITE MARKS THE SCHEDULE AND THE
010280*                   RUNNING-JOB TABLE. AN "S", "T" OR "E" ROW AT
010281*                   THE HANDOVER'S SITE FOR ANOTHER SITE'S JOB
010282*                   IS A TAKEOVER RUN IN THE OWNING SITE'S
010283*                   CYCLE - IT MARKS THE RUNNING-JOB TABLE ONLY,
010284*                   WHATEVER ITS CYCLE, UNDER THE OWNING SITE.
010285*                   AN "S" OR "E" TAKEOVER ROW FOR THE HANDOVER'S
010286*                   OWN JOB, WHEREVER IT RAN, MARKS THE SCHEDULE
010287*                   WHEN IT IS IN THE OPEN CYCLE. OTHER ROWS ARE
010288*                   PASSED BY.
010290*================================================================
010300 4100-READ-AUDIT.
010310     READ AUDIT-LOG-FILE NEXT
010320         AT END
010330             MOVE "Y" TO WS-EOF-SWITCH
010340             GO TO 4100-EXIT
010350     END-READ.
010360     IF AL-BULLETIN-ACK
010361         PERFORM 4300-CHECK-ACK  THRU 4300-EXIT
010362         GO TO 4100-EXIT
010363     END-IF.
010364     IF NOT AL-START-ENTRY AND NOT AL-END-ENTRY
010365        AND NOT AL-TAKEOVER-ENTRY
010366         GO TO 4100-EXIT
010367     END-IF.
010368     MOVE SPACES                 TO WS-ROW-OWNER.
010369     IF AL-OWNER-SITE NOT = SPACES
010370        AND AL-OWNER-SITE NOT = AL-SITE-CODE
010371         MOVE AL-OWNER-SITE      TO WS-ROW-OWNER
010372     END-IF.
010373     IF WS-ROW-OWNER NOT = SPACES
010374        AND NOT AL-TAKEOVER-ENTRY
010375        AND (WS-HAND-SITE = SPACES OR WS-ROW-OWNER = WS-HAND-SITE)
010376        AND AL-CYCLE-NUMBER NUMERIC
010377        AND AL-CYCLE-NUMBER = WS-WATCH-CYCLE
010378         PERFORM 4200-MARK-SCHEDULE THRU 4200-EXIT
010379     END-IF.
010386     IF WS-HAND-SITE NOT = SPACES
010387        AND AL-SITE-CODE NOT = WS-HAND-SITE
010388         GO TO 4100-EXIT
010389     END-IF.
010390     IF WS-ROW-OWNER NOT = SPACES
010394         GO TO 4100-TAKEOVER-ROW
010395     END-IF.
010396     IF AL-TAKEOVER-ENTRY
010397         GO TO 4100-EXIT
010398     END-IF.
010400     IF AL-CYCLE-NUMBER NOT NUMERIC
010410         GO TO 4100-EXIT
010420     END-IF.
010430     IF AL-CYCLE-NUMBER NOT = WS-WATCH-CYCLE
010510         GO TO 4100-EXIT
010520     END-IF.
010530     PERFORM 4200-MARK-SCHEDULE  THRU 4200-EXIT.
010540     IF AL-END-ENTRY
010550         PERFORM 4400-END-RUN    THRU 4400-EXIT
010560     ELSE
010561         PERFORM 4450-ADD-RUN    THRU 4450-EXIT
010562     END-IF.
010563     GO TO 4100-EXIT.
010564 4100-TAKEOVER-ROW.
010565     IF AL-END-ENTRY
010566         PERFORM 4400-END-RUN    THRU 4400-EXIT
010567     ELSE
010568         IF AL-TAKEOVER-ENTRY
010569             PERFORM 4460-TAKEOVER-START THRU 4460-EXIT
010570         ELSE
010571             PERFORM 4450-ADD-RUN THRU 4450-EXIT
010572         END-IF
010580     END-IF.
010590 4100-EXIT.
010600     EXIT.
010610*================================================================
010620* 4200-MARK-SCHEDULE - MARK THE JOB'S STARTED/ENDED FLAGS IN THE
010630*                      SCHEDULE TABLE, AS NIGHT-WATCH DOES.
010640*================================================================
010650 4200-MARK-SCHEDULE.
010660     MOVE "N"                    TO WS-FOUND-SWITCH.
010670     PERFORM 4210-MATCH-AUDIT-JOB THRU 4210-EXIT
010680         VARYING SC-IDX FROM 1 BY 1
010690         UNTIL SC-IDX > WS-SC-MAX-USED
010700            OR WS-FOUND-YES.
010710     IF NOT WS-FOUND-YES
010720         GO TO 4200-EXIT
010730     END-IF.
010740     SET SC-IDX DOWN BY 1.
010750     IF AL-END-ENTRY
010760         MOVE "Y"                TO WS-SC-ENDED-SW(SC-IDX)
010770     ELSE
010780         IF NOT WS-SC-STARTED(SC-IDX)
010790             MOVE "Y"            TO WS-SC-STARTED-SW(SC-IDX)
010800             MOVE AL-TIMESTAMP(1:14)
010810                                 TO WS-SC-START-TS(SC-IDX)
010820         END-IF
010830     END-IF.
010840 4200-EXIT.
010850     EXIT.
010860*================================================================
010870* 4210-MATCH-AUDIT-JOB - COMPARE ONE SCHEDULE-TABLE ENTRY
010880*                        AGAINST THE CURRENT AUDIT ROW'S JOB.
010890*================================================================
010900 4210-MATCH-AUDIT-JOB.
010910     IF WS-SC-JOB(SC-IDX) = AL-JOB-NAME
010920         MOVE "Y" TO WS-FOUND-SWITCH
010930     END-IF.
010940 4210-EXIT.
010950     EXIT.
010960*================================================================
010970* 4300-CHECK-ACK - A "B" ROW AS BANNER-RTN WRITES IT - "BULLETIN
010980*                  NNNN ACK OPERATOR" - ACKNOWLEDGES A TABLED
010990*                  BULLETIN FOR THE INCOMING SHIFT WHEN IT WAS
011000*                  WRITTEN ON OR AFTER THE BULLETIN TOOK EFFECT,
011010*                  AT THE HANDOVER'S SITE, BY AN OPERATOR THE
011020*                  MASTER PERMITS ON THE INCOMING SHIFT (SPACES
011030*                  IN OM-SHIFT-CODES IS EVERY SHIFT). AN
011040*                  OPERATOR NO LONGER ON THE MASTER DOES NOT
011050*                  COUNT.
011060*================================================================
011070 4300-CHECK-ACK.
011080     IF AL-OPERATOR-TEXT(1:9) NOT = "BULLETIN "
011090        OR AL-OPERATOR-TEXT(10:4) NOT NUMERIC
011100         GO TO 4300-EXIT
011110     END-IF.
011120     MOVE AL-OPERATOR-TEXT(10:4) TO WS-ACK-ID.
011130     MOVE "N"                    TO WS-FOUND-SWITCH.
011140     PERFORM 4310-MATCH-ACK      THRU 4310-EXIT
011150         VARYING BT-IDX FROM 1 BY 1
011160         UNTIL BT-IDX > WS-BT-MAX-USED
011170            OR WS-FOUND-YES.
011180     IF NOT WS-FOUND-YES
011190         GO TO 4300-EXIT
011200     END-IF.
011210     SET BT-IDX DOWN BY 1.
011220     IF WS-BT-ACKED(BT-IDX)
011230         GO TO 4300-EXIT
011240     END-IF.
011250     IF AL-TS-DATE-TIME(1:8) < WS-BT-EFF-DATE(BT-IDX)
011260         GO TO 4300-EXIT
011270     END-IF.
011280     IF WS-HAND-SITE NOT = SPACES
011290        AND AL-SITE-CODE NOT = WS-HAND-SITE
011300         GO TO 4300-EXIT
011310     END-IF.
011320     MOVE AL-OPERATOR-TEXT(19:8) TO OM-OPERATOR-ID.
011330     READ OPER-MASTER-FILE
011340         INVALID KEY
011350             GO TO 4300-EXIT
011360     END-READ.
011370     MOVE "N"                    TO WS-SHIFT-OK-SWITCH.
011380     IF OM-SHIFT-CODES = SPACES
011390         MOVE "Y"                TO WS-SHIFT-OK-SWITCH
011400     ELSE
011410         PERFORM 4320-ONE-SHIFT  THRU 4320-EXIT
011420             VARYING WS-SHIFT-SUB FROM 1 BY 1
011430             UNTIL WS-SHIFT-SUB > 3
011440                OR WS-SHIFT-OK
011450     END-IF.
011460     IF WS-SHIFT-OK
011470         MOVE "Y"                TO WS-BT-ACKED-SW(BT-IDX)
011480     END-IF.
011490 4300-EXIT.
011500     EXIT.
011510*================================================================
011520* 4310-MATCH-ACK - COMPARE ONE BULLETIN-TABLE ENTRY AGAINST THE
011530*                  BULLETIN ID ON THE "B" ROW.
011540*================================================================
011550 4310-MATCH-ACK.
011560     IF WS-BT-ID(BT-IDX) = WS-ACK-ID
011570         MOVE "Y" TO WS-FOUND-SWITCH
011580     END-IF.
011590 4310-EXIT.
011600     EXIT.
011610*================================================================
011620* 4320-ONE-SHIFT - COMPARE ONE PERMITTED SHIFT CODE.
011630*================================================================
011640 4320-ONE-SHIFT.
011650     IF OM-SHIFT-CODES(WS-SHIFT-SUB:1) = WS-INCOMING-SHIFT
011660         MOVE "Y"                TO WS-SHIFT-OK-SWITCH
011670     END-IF.
011680 4320-EXIT.
011690     EXIT.
011700*================================================================
011710* 4400-END-RUN - AN "E" ROW ENDS THE EARLIEST RUN OF ITS JOB AT
011720*                ITS SITE, FOR THE SAME OWNING SITE, STILL OPEN
011721*                IN THE TABLE.
011730*================================================================
011740 4400-END-RUN.
011750     MOVE "N"                    TO WS-FOUND-SWITCH.
011760     PERFORM 4410-MATCH-RUN      THRU 4410-EXIT
011770         VARYING RN-IDX FROM 1 BY 1
011780         UNTIL RN-IDX > WS-RN-MAX-USED
011790            OR WS-FOUND-YES.
011800     IF WS-FOUND-YES
011810         SET RN-IDX DOWN BY 1
011820         MOVE "Y"                TO WS-RN-ENDED-SW(RN-IDX)
011830     END-IF.
011840 4400-EXIT.
011850     EXIT.
011860*================================================================
011870* 4410-MATCH-RUN - COMPARE ONE OPEN RUN AGAINST THE "E" ROW.
011880*================================================================
011890 4410-MATCH-RUN.
011900     IF WS-RN-JOB(RN-IDX) = AL-JOB-NAME
011910        AND WS-RN-SITE(RN-IDX) = AL-SITE-CODE
011911        AND WS-RN-OWNER(RN-IDX) = WS-ROW-OWNER
011920        AND NOT WS-RN-ENDED(RN-IDX)
011930         MOVE "Y" TO WS-FOUND-SWITCH
011940     END-IF.
011950 4410-EXIT.
011960     EXIT.
011970*================================================================
011980* 4450-ADD-RUN - AN "S" ROW OPENS A RUN IN THE TABLE.
011990*================================================================
012000 4450-ADD-RUN.
012010     IF WS-RN-MAX-USED < WS-RN-TABLE-MAX
012020         ADD 1 TO WS-RN-MAX-USED
012030         SET RN-IDX TO WS-RN-MAX-USED
012040         MOVE AL-JOB-NAME        TO WS-RN-JOB(RN-IDX)
012050         MOVE AL-SITE-CODE       TO WS-RN-SITE(RN-IDX)
012060         MOVE AL-TIMESTAMP(1:14) TO WS-RN-START-TS(RN-IDX)
012070         MOVE AL-OPERATOR-TEXT   TO WS-RN-OPER-TEXT(RN-IDX)
012080         MOVE "N"                TO WS-RN-ENDED-SW(RN-IDX)
012081         MOVE WS-ROW-OWNER       TO WS-RN-OWNER(RN-IDX)
012090     ELSE
012100         DISPLAY "HANDOVR0004W RUN TABLE FULL AT "
012110             WS-RN-TABLE-MAX " - " AL-JOB-NAME " NOT LISTED"
012120     END-IF.
012121 4450-EXIT.
012122     EXIT.
012123*================================================================
012124* 4460-TAKEOVER-START - A "T" ROW OPENS A TAKEOVER RUN ONLY WHEN
012125*                       NO RUN OF ITS JOB, SITE AND OWNING SITE IS
012126*                       OPEN ALREADY - NORMALLY ITS "S" ROW, JUST
012127*                       AHEAD OF IT, HAS OPENED ONE.
012128*================================================================
012129 4460-TAKEOVER-START.
012130     MOVE "N"                    TO WS-FOUND-SWITCH.
012131     PERFORM 4410-MATCH-RUN      THRU 4410-EXIT
012132         VARYING RN-IDX FROM 1 BY 1
012133         UNTIL RN-IDX > WS-RN-MAX-USED
012134            OR WS-FOUND-YES.
012135     IF NOT WS-FOUND-YES
012136         PERFORM 4450-ADD-RUN    THRU 4450-EXIT
012137     END-IF.
012138 4460-EXIT.
012140     EXIT.
012150*================================================================
012160* 4500-SCAN-CHECKPOINTS - READ THE RESTART-CHECKPOINT FILE FOR
012170*                         THE OPEN CYCLE AT THE HANDOVER'S SITE,
012171*                         OR FOR ITS STEPS RUN ELSEWHERE.
012180*                         EVERY "A" ROW IS TABLED; A LATER "C"
012190*                         OR "W" FOR THE SAME STEP MARKS IT
012200*                         RERUN. A FILE NOT ON CATALOG YET HAS
012210*                         NO CHECKPOINTS TO SHOW.
012220*================================================================
012230 4500-SCAN-CHECKPOINTS.
012240     MOVE "N"                    TO WS-EOF-SWITCH.
012250     OPEN INPUT RESTART-CKPT-FILE.
012260     IF WS-RESTCKPT-STATUS = "35"
012270         GO TO 4500-EXIT
012280     END-IF.
012290     IF WS-RESTCKPT-STATUS NOT = "00"
012300         GO TO 9870-ABEND-RESTCKPT-OPEN
012310     END-IF.
012320     PERFORM 4510-READ-CKPT      THRU 4510-EXIT
012330         UNTIL WS-EOF-YES.
012340     CLOSE RESTART-CKPT-FILE.
012350 4500-EXIT.
012360     EXIT.
012370*================================================================
012380* 4510-READ-CKPT - READ ONE CHECKPOINT ROW. A ROW IS TAKEN WHEN
012381*                  IT WAS WRITTEN AT, OR ITS STEP BELONGS TO, THE
012382*                  HANDOVER'S SITE, AND IS KEYED BY THE OWNING
012383*                  SITE (RC-SITE-CODE ON AN OLDER ROW WITH NO
012384*                  OWNER) SO A TAKEOVER RERUN RESOLVES THE ABEND.
012390*================================================================
012400 4510-READ-CKPT.
012410     READ RESTART-CKPT-FILE
012420         AT END
012430             MOVE "Y" TO WS-EOF-SWITCH
012440             GO TO 4510-EXIT
012450     END-READ.
012460     IF RC-CYCLE-NUMBER NOT NUMERIC
012470         GO TO 4510-EXIT
012480     END-IF.
012490     IF RC-CYCLE-NUMBER NOT = WS-WATCH-CYCLE
012500         GO TO 4510-EXIT
012510     END-IF.
012520     IF WS-HAND-SITE NOT = SPACES
012530        AND RC-SITE-CODE NOT = WS-HAND-SITE
012531        AND RC-OWNER-SITE NOT = WS-HAND-SITE
012540         GO TO 4510-EXIT
012541     END-IF.
012542     IF RC-OWNER-SITE NOT = SPACES
012543         MOVE RC-OWNER-SITE      TO WS-CKPT-SITE
012544     ELSE
012545         MOVE RC-SITE-CODE       TO WS-CKPT-SITE
012550     END-IF.
012560     IF RC-STEP-COMPLETED
012570         PERFORM 4520-RESOLVE-CKPT THRU 4520-EXIT
012580             VARYING CK-IDX FROM 1 BY 1
012590             UNTIL CK-IDX > WS-CK-MAX-USED
012600         GO TO 4510-EXIT
012610     END-IF.
012620     IF NOT RC-STEP-ABENDED
012630         GO TO 4510-EXIT
012640     END-IF.
012650     IF WS-CK-MAX-USED < WS-CK-TABLE-MAX
012660         ADD 1 TO WS-CK-MAX-USED
012670         SET CK-IDX TO WS-CK-MAX-USED
012680         MOVE RC-STEP-NAME       TO WS-CK-STEP(CK-IDX)
012690         MOVE WS-CKPT-SITE       TO WS-CK-SITE(CK-IDX)
012700         MOVE RC-COMPLETION-TS   TO WS-CK-TS(CK-IDX)
012710         MOVE "N"                TO WS-CK-RESOLVED-SW(CK-IDX)
012720     ELSE
012730         DISPLAY "HANDOVR0005W CHECKPOINT TABLE FULL AT "
012740             WS-CK-TABLE-MAX " - " RC-STEP-NAME " NOT LISTED"
012750     END-IF.
012760 4510-EXIT.
012770     EXIT.
012780*================================================================
012790* 4520-RESOLVE-CKPT - A COMPLETED CHECKPOINT MARKS EVERY EARLIER
012800*                     ABEND OF THE SAME STEP FOR THE SAME OWNING
012810*                     SITE RERUN, WHICHEVER SITE RAN IT.
012820*================================================================
012830 4520-RESOLVE-CKPT.
012840     IF WS-CK-STEP(CK-IDX) = RC-STEP-NAME
012850        AND WS-CK-SITE(CK-IDX) = WS-CKPT-SITE
012860         MOVE "Y"                TO WS-CK-RESOLVED-SW(CK-IDX)
012870     END-IF.
012880 4520-EXIT.
012890     EXIT.
012900*================================================================
012910* 5000-OPEN-HANDOVER - OPEN THE HANDOVER FILE (A CLUSTER NOT
012920*                      DEFINED YET IS CREATED) AND MAKE ROOM FOR
012930*                      THIS HANDOVER. ONE ALREADY CONFIRMED BY
012940*                      THE INCOMING SHIFT STAYS EXACTLY AS IT
012950*                      WAS CONFIRMED - THIS RUN IS PRINTED BUT
012960*                      NOT FILED. ONE NOT YET CONFIRMED IS
012970*                      DELETED, HEADER AND LINES, AND REPLACED.
012980*================================================================
012990 5000-OPEN-HANDOVER.
013000     MOVE "N"                    TO WS-NEW-FILE-SWITCH.
013010     OPEN I-O HANDOVER-FILE.
013020     IF WS-HANDOVER-STATUS = "35"
013030         OPEN OUTPUT HANDOVER-FILE
013040         MOVE "Y"                TO WS-NEW-FILE-SWITCH
013050     END-IF.
013060     IF WS-HANDOVER-STATUS NOT = "00"
013070         GO TO 9890-ABEND-HANDOVER-OPEN
013080     END-IF.
013090     MOVE "Y"                    TO WS-HANDOVER-OPEN-SWITCH.
013100     MOVE "Y"                    TO WS-FILING-SWITCH.
013110     MOVE ZERO                   TO WS-LINE-NUMBER.
013120     IF WS-NEW-FILE
013130         GO TO 5000-EXIT
013140     END-IF.
013150     MOVE WS-HANDOVER-ID         TO HO-HANDOVER-ID.
013160     MOVE ZERO                   TO HO-LINE-NUMBER.
013170     READ HANDOVER-FILE
013180         INVALID KEY
013190             GO TO 5000-EXIT
013200     END-READ.
013210     IF HO-CONFIRMED
013220         MOVE "N"                TO WS-FILING-SWITCH
013230         MOVE HO-CONFIRM-OPER    TO NFL-CONFIRM-OPER
013240         DISPLAY "HANDOVR0006W HANDOVER " WS-HANDOVER-ID
013250             " ALREADY CONFIRMED BY " HO-CONFIRM-OPER
013260             " - NOT REPLACED"
013270         GO TO 5000-EXIT
013280     END-IF.
013290     MOVE "N"                    TO WS-EOF-SWITCH.
013300     START HANDOVER-FILE
013310         KEY NOT LESS THAN HO-KEY
013320         INVALID KEY
013330             MOVE "Y" TO WS-EOF-SWITCH
013340     END-START.
013350     PERFORM 5100-DELETE-OLD-LINE THRU 5100-EXIT
013360         UNTIL WS-EOF-YES.
013370 5000-EXIT.
013380     EXIT.
013390*================================================================
013400* 5100-DELETE-OLD-LINE - READ THE NEXT RECORD AND, WHILE IT IS
013410*                        STILL PART OF THIS HANDOVER, DELETE IT.
013420*================================================================
013430 5100-DELETE-OLD-LINE.
013440     READ HANDOVER-FILE NEXT
013450         AT END
013460             MOVE "Y" TO WS-EOF-SWITCH
013470             GO TO 5100-EXIT
013480     END-READ.
013490     IF HO-HANDOVER-ID NOT = WS-HANDOVER-ID
013500         MOVE "Y"                TO WS-EOF-SWITCH
013510         GO TO 5100-EXIT
013520     END-IF.
013530     DELETE HANDOVER-FILE RECORD
013540         INVALID KEY
013550             GO TO 9895-ABEND-HANDOVER-WRITE
013560     END-DELETE.
013570 5100-EXIT.
013580     EXIT.
013590*================================================================
013600* 6000-LIST-RUNNING - SECTION J: EVERY RUN IN THE CYCLE WITH AN
013610*                     "S" ROW AND NO "E" ROW YET, AND EVERY
013611*                     TAKEOVER RUN HERE FOR ANOTHER SITE, MARKED
013612*                     WITH THAT SITE.
013620*================================================================
013630 6000-LIST-RUNNING.
013640     WRITE HAND-RPT-RECORD       FROM SECT-HDG-RUNNING.
013650     PERFORM 6010-ONE-RUN        THRU 6010-EXIT
013660         VARYING RN-IDX FROM 1 BY 1
013670         UNTIL RN-IDX > WS-RN-MAX-USED.
013680     IF WS-RUNNING-COUNT = ZERO
013690         WRITE HAND-RPT-RECORD   FROM NONE-LINE
013700     END-IF.
013710     WRITE HAND-RPT-RECORD       FROM BLANK-LINE.
013720 6000-EXIT.
013730     EXIT.
013740*================================================================
013750* 6010-ONE-RUN - LIST ONE RUN IF IT HAS NOT ENDED.
013760*================================================================
013770 6010-ONE-RUN.
013780     IF WS-RN-ENDED(RN-IDX)
013790         GO TO 6010-EXIT
013800     END-IF.
013810     MOVE WS-RN-JOB(RN-IDX)      TO RTX-JOB.
013820     MOVE WS-RN-SITE(RN-IDX)     TO RTX-SITE.
013830     MOVE WS-RN-START-TS(RN-IDX)(1:8) TO RTX-DATE.
013840     MOVE WS-RN-START-TS(RN-IDX)(9:6) TO RTX-TIME.
013850     MOVE WS-RN-OPER-TEXT(RN-IDX) TO RTX-OPER-TEXT.
013851     MOVE SPACES                 TO RTX-TKOV-TEXT.
013852     MOVE WS-RN-OWNER(RN-IDX)    TO RTX-OWNER.
013853     IF WS-RN-OWNER(RN-IDX) NOT = SPACES
013854         MOVE " TAKEOVER FOR "   TO RTX-TKOV-TEXT
013855     END-IF.
013860     MOVE RUN-TEXT-AREA          TO WS-ITEM-TEXT.
013870     MOVE "J"                    TO WS-ITEM-SECTION.
013880     PERFORM 6900-WRITE-ITEM     THRU 6900-EXIT.
013890     ADD 1                       TO WS-RUNNING-COUNT.
013900 6010-EXIT.
013910     EXIT.
013920*================================================================
013930* 6100-LIST-LATE - SECTION L: EVERY JOB DUE TONIGHT THAT
013940*                  NIGHT-WATCH WOULD FLAG AT THIS MOMENT.
013950*================================================================
013960 6100-LIST-LATE.
013970     WRITE HAND-RPT-RECORD       FROM SECT-HDG-LATE.
013980     PERFORM 6110-ONE-JOB        THRU 6110-EXIT
013990         VARYING SC-IDX FROM 1 BY 1
014000         UNTIL SC-IDX > WS-SC-MAX-USED.
014010     IF WS-LATE-COUNT = ZERO
014020         WRITE HAND-RPT-RECORD   FROM NONE-LINE
014030     END-IF.
014040     WRITE HAND-RPT-RECORD       FROM BLANK-LINE.
014050 6100-EXIT.
014060     EXIT.
014070*================================================================
014080* 6110-ONE-JOB - THE NIGHT-WATCH CHECK FOR ONE DUE JOB: NOT
014090*                STARTED PAST ITS EXPECTED-START TIME IS A LATE
014100*                START (A START TIME EARLIER THAN THE CYCLE'S
014110*                OPENING TIME IS DUE THE MORNING AFTER, SO ITS
014120*                EXPECTED DATE ROLLS FORWARD A DAY); STARTED
014130*                BUT NOT ENDED PAST ITS EXPECTED DURATION IS AN
014140*                OVERRUN. NO EXPECTED START ON FILE MEANS THE
014150*                JOB IS NOT CHECKED.
014160*================================================================
014170 6110-ONE-JOB.
014180     IF NOT WS-SC-DUE(SC-IDX)
014190         GO TO 6110-EXIT
014200     END-IF.
014210     IF WS-SC-EXP-START(SC-IDX) NOT NUMERIC
014220         GO TO 6110-EXIT
014230     END-IF.
014240     IF NOT WS-SC-STARTED(SC-IDX)
014250         MOVE SPACES             TO WS-EXPECTED-TS
014260         MOVE WS-CYCLE-FIRST-DATE TO WS-EXPECTED-TS(1:8)
014270         IF WS-CYCLE-FIRST-DATE NUMERIC
014280            AND WS-CYCLE-OPEN-HHMM NUMERIC
014290            AND WS-SC-EXP-START(SC-IDX) < WS-CYCLE-OPEN-HHMM
014300             MOVE WS-CYCLE-FIRST-DATE TO WS-CD-DATE
014310             PERFORM 7200-NEXT-DAY THRU 7200-EXIT
014320             MOVE WS-CD-DATE     TO WS-EXPECTED-TS(1:8)
014330         END-IF
014340         MOVE WS-SC-EXP-START(SC-IDX) TO WS-EXPECTED-TS(9:4)
014350         MOVE "00"               TO WS-EXPECTED-TS(13:2)
014360         IF WS-NOW-TS > WS-EXPECTED-TS
014370             MOVE WS-SC-JOB(SC-IDX) TO LTX-JOB
014380             MOVE WS-SC-EXP-START(SC-IDX) TO LTX-START
014390             MOVE LATE-TEXT-AREA TO WS-ITEM-TEXT
014400             PERFORM 6150-WRITE-LATE THRU 6150-EXIT
014410         END-IF
014420         GO TO 6110-EXIT
014430     END-IF.
014440     IF WS-SC-ENDED(SC-IDX)
014450         GO TO 6110-EXIT
014460     END-IF.
014470     IF WS-SC-EXP-MINS(SC-IDX) NOT NUMERIC
014480        OR WS-SC-START-TS(SC-IDX)(1:8) NOT NUMERIC
014490         GO TO 6110-EXIT
014500     END-IF.
014510     MOVE WS-SC-EXP-MINS(SC-IDX) TO WS-EXP-MINS-NUM.
014520     MOVE WS-SC-START-TS(SC-IDX)(1:8) TO WS-CD-DATE.
014530     PERFORM 7100-CALC-SERIAL    THRU 7100-EXIT.
014540     MOVE WS-SC-START-TS(SC-IDX)(9:6) TO WS-TIME-PARSE.
014550     COMPUTE WS-DEADLINE-MINUTES =
014560         WS-CD-SERIAL * 1440 + WS-TP-HH * 60 + WS-TP-MM.
014570     ADD WS-EXP-MINS-NUM         TO WS-DEADLINE-MINUTES.
014580     IF WS-NOW-MINUTES > WS-DEADLINE-MINUTES
014590         MOVE WS-SC-JOB(SC-IDX)  TO OTX-JOB
014600         MOVE WS-SC-START-TS(SC-IDX)(9:6) TO OTX-TIME
014610         MOVE WS-EXP-MINS-NUM    TO OTX-MINS
014620         MOVE OVERRUN-TEXT-AREA  TO WS-ITEM-TEXT
014630         PERFORM 6150-WRITE-LATE THRU 6150-EXIT
014640     END-IF.
014650 6110-EXIT.
014660     EXIT.
014670*================================================================
014680* 6150-WRITE-LATE - ONE LATE JOB GOES ON THE HANDOVER AND IS
014690*                   COUNTED TOWARD THE RETURN CODE.
014700*================================================================
014710 6150-WRITE-LATE.
014720     MOVE "L"                    TO WS-ITEM-SECTION.
014730     PERFORM 6900-WRITE-ITEM     THRU 6900-EXIT.
014740     ADD 1                       TO WS-LATE-COUNT.
014750     ADD 1                       TO WS-FLAG-COUNT.
014760 6150-EXIT.
014770     EXIT.
014780*================================================================
014790* 6200-LIST-ABENDS - SECTION A: EVERY STEP CHECKPOINTED "A" IN
014800*                    THE CYCLE, SAYING WHETHER IT HAS BEEN RERUN
014810*                    TO COMPLETION SINCE. ONLY ONE NOT YET RERUN
014820*                    COUNTS TOWARD THE RETURN CODE.
014830*================================================================
014840 6200-LIST-ABENDS.
014850     WRITE HAND-RPT-RECORD       FROM SECT-HDG-ABEND.
014860     PERFORM 6210-ONE-ABEND      THRU 6210-EXIT
014870         VARYING CK-IDX FROM 1 BY 1
014880         UNTIL CK-IDX > WS-CK-MAX-USED.
014890     IF WS-ABEND-COUNT = ZERO
014900         WRITE HAND-RPT-RECORD   FROM NONE-LINE
014910     END-IF.
014920     WRITE HAND-RPT-RECORD       FROM BLANK-LINE.
014930 6200-EXIT.
014940     EXIT.
014950*================================================================
014960* 6210-ONE-ABEND - LIST ONE ABENDED STEP.
014970*================================================================
014980 6210-ONE-ABEND.
014990     MOVE WS-CK-STEP(CK-IDX)     TO ATX-STEP.
015000     MOVE WS-CK-SITE(CK-IDX)     TO ATX-SITE.
015010     MOVE WS-CK-TS(CK-IDX)(1:8)  TO ATX-DATE.
015020     MOVE WS-CK-TS(CK-IDX)(9:6)  TO ATX-TIME.
015030     IF WS-CK-RESOLVED(CK-IDX)
015040         MOVE "RERUN SINCE - NOW COMPLETE" TO ATX-STATE
015050     ELSE
015060         MOVE "NOT YET RERUN"    TO ATX-STATE
015070         ADD 1                   TO WS-OPEN-ABEND-COUNT
015080         ADD 1                   TO WS-FLAG-COUNT
015090     END-IF.
015100     MOVE ABEND-TEXT-AREA        TO WS-ITEM-TEXT.
015110     MOVE "A"                    TO WS-ITEM-SECTION.
015120     PERFORM 6900-WRITE-ITEM     THRU 6900-EXIT.
015130     ADD 1                       TO WS-ABEND-COUNT.
015140 6210-EXIT.
015150     EXIT.
015160*================================================================
015170* 6300-LIST-EXCEPTIONS - SECTION X: EVERY EXCEPTION ROW WRITTEN
015180*                        SINCE THE OUTGOING SHIFT BEGAN, AT THE
015190*                        HANDOVER'S SITE. AN EXCEPTION FILE NOT
015200*                        ON CATALOG YET HAS NOTHING TO SHOW.
015210*================================================================
015220 6300-LIST-EXCEPTIONS.
015230     WRITE HAND-RPT-RECORD       FROM SECT-HDG-EXCP.
015240     MOVE "N"                    TO WS-EOF-SWITCH.
015250     OPEN INPUT EXCEPTION-FILE.
015260     IF WS-EXCPTLOG-STATUS = "35"
015270         MOVE "Y"                TO WS-EOF-SWITCH
015280     ELSE
015290         IF WS-EXCPTLOG-STATUS NOT = "00"
015300             GO TO 9880-ABEND-EXCPTLOG-OPEN
015310         END-IF
015320     END-IF.
015330     PERFORM 6310-READ-EXCP      THRU 6310-EXIT
015340         UNTIL WS-EOF-YES.
015350     IF WS-EXCPTLOG-STATUS NOT = "35"
015360         CLOSE EXCEPTION-FILE
015370     END-IF.
015380     IF WS-EXCP-COUNT = ZERO
015390         WRITE HAND-RPT-RECORD   FROM NONE-LINE
015400     END-IF.
015410     WRITE HAND-RPT-RECORD       FROM BLANK-LINE.
015420 6300-EXIT.
015430     EXIT.
015440*================================================================
015450* 6310-READ-EXCP - READ ONE EXCEPTION ROW AND LIST IT IF IT WAS
015460*                  WRITTEN DURING THE OUTGOING SHIFT.
015470*================================================================
015480 6310-READ-EXCP.
015490     READ EXCEPTION-FILE
015500         AT END
015510             MOVE "Y" TO WS-EOF-SWITCH
015520             GO TO 6310-EXIT
015530     END-READ.
015540     IF EX-TIMESTAMP < WS-SHIFT-START-TS
015550         GO TO 6310-EXIT
015560     END-IF.
015570     IF WS-HAND-SITE NOT = SPACES
015580        AND EX-SITE-CODE NOT = WS-HAND-SITE
015590         GO TO 6310-EXIT
015600     END-IF.
015610     MOVE EX-TIMESTAMP(1:8)      TO XTX-DATE.
015620     MOVE EX-TIMESTAMP(9:6)      TO XTX-TIME.
015630     MOVE EX-JOB-NAME            TO XTX-JOB.
015640     MOVE EX-SITE-CODE           TO XTX-SITE.
015650     MOVE EX-FIELD-NAME          TO XTX-FIELD.
015660     MOVE EX-EXPECTED-LEN        TO XTX-EXPECTED.
015670     MOVE EX-ACTUAL-LEN          TO XTX-ACTUAL.
015680     MOVE EXCP-TEXT-AREA         TO WS-ITEM-TEXT.
015690     MOVE "X"                    TO WS-ITEM-SECTION.
015700     PERFORM 6900-WRITE-ITEM     THRU 6900-EXIT.
015710     ADD 1                       TO WS-EXCP-COUNT.
015720 6310-EXIT.
015730     EXIT.
015740*================================================================
015750* 6400-LIST-BULLETINS - SECTION B: EVERY ACTION BULLETIN IN
015760*                       EFFECT FOR THE INCOMING SHIFT THAT NONE
015770*                       OF ITS OPERATORS HAS ACKNOWLEDGED YET.
015780*================================================================
015790 6400-LIST-BULLETINS.
015800     WRITE HAND-RPT-RECORD       FROM SECT-HDG-BULLETIN.
015810     PERFORM 6410-ONE-BULLETIN   THRU 6410-EXIT
015820         VARYING BT-IDX FROM 1 BY 1
015830         UNTIL BT-IDX > WS-BT-MAX-USED.
015840     IF WS-BULL-COUNT = ZERO
015850         WRITE HAND-RPT-RECORD   FROM NONE-LINE
015860     END-IF.
015870     WRITE HAND-RPT-RECORD       FROM BLANK-LINE.
015880 6400-EXIT.
015890     EXIT.
015900*================================================================
015910* 6410-ONE-BULLETIN - LIST ONE BULLETIN IF NOT ACKNOWLEDGED.
015920*================================================================
015930 6410-ONE-BULLETIN.
015940     IF WS-BT-ACKED(BT-IDX)
015950         GO TO 6410-EXIT
015960     END-IF.
015970     MOVE WS-BT-ID(BT-IDX)       TO BTX-ID.
015980     MOVE WS-BT-EXP-DATE(BT-IDX) TO BTX-EXP-DATE.
015990     MOVE WS-BT-TEXT(BT-IDX)     TO BTX-TEXT.
016000     MOVE BULL-TEXT-AREA         TO WS-ITEM-TEXT.
016010     MOVE "B"                    TO WS-ITEM-SECTION.
016020     PERFORM 6900-WRITE-ITEM     THRU 6900-EXIT.
016030     ADD 1                       TO WS-BULL-COUNT.
016040     ADD 1                       TO WS-FLAG-COUNT.
016050 6410-EXIT.
016060     EXIT.
016070*================================================================
016080* 6800-FILE-HEADER - WRITE THE HANDOVER'S HEADER RECORD, LINE
016090*                    0000, ONCE THE ITEM COUNTS ARE KNOWN. THE
016100*                    CONFIRMATION FIELDS STAY BLANK FOR
016110*                    HANDOVER-CONFIRM TO FILL IN.
016120*================================================================
016130 6800-FILE-HEADER.
016140     IF NOT WS-FILING
016150         GO TO 6800-EXIT
016160     END-IF.
016170     MOVE SPACES                 TO HANDOVER-RECORD.
016180     MOVE WS-HANDOVER-ID         TO HO-HANDOVER-ID.
016190     MOVE ZERO                   TO HO-LINE-NUMBER.
016200     MOVE "H"                    TO HO-RECORD-TYPE.
016210     MOVE WS-INCOMING-SHIFT      TO HO-INCOMING-SHIFT.
016220     MOVE WS-WATCH-CYCLE         TO HO-CYCLE-NUMBER.
016230     MOVE WS-SHIFT-START-TS      TO HO-SHIFT-START-TS.
016240     MOVE WS-NOW-TS              TO HO-PRODUCED-TS.
016250     MOVE WS-RUNNING-COUNT       TO HO-RUNNING-COUNT.
016260     MOVE WS-LATE-COUNT          TO HO-LATE-COUNT.
016270     MOVE WS-ABEND-COUNT         TO HO-ABEND-COUNT.
016280     MOVE WS-EXCP-COUNT          TO HO-EXCP-COUNT.
016290     MOVE WS-BULL-COUNT          TO HO-BULLETIN-COUNT.
016300     MOVE "N"                    TO HO-CONFIRM-STATUS.
016310     WRITE HANDOVER-RECORD
016320         INVALID KEY
016330             GO TO 9895-ABEND-HANDOVER-WRITE
016340     END-WRITE.
016350     IF WS-HANDOVER-STATUS NOT = "00"
016360         GO TO 9895-ABEND-HANDOVER-WRITE
016370     END-IF.
016380 6800-EXIT.
016390     EXIT.
016400*================================================================
016410* 6900-WRITE-ITEM - ONE HANDOVER ITEM GOES ON THE REPORT AND, IF
016420*                   THIS HANDOVER IS BEING FILED, ON THE
016430*                   HANDOVER FILE AS THE NEXT NUMBERED LINE.
016440*================================================================
016450 6900-WRITE-ITEM.
016460     MOVE WS-ITEM-TEXT           TO ITM-TEXT.
016470     WRITE HAND-RPT-RECORD       FROM ITEM-LINE.
016480     IF NOT WS-FILING
016490         GO TO 6900-EXIT
016500     END-IF.
016510     ADD 1                       TO WS-LINE-NUMBER.
016520     MOVE SPACES                 TO HANDOVER-RECORD.
016530     MOVE WS-HANDOVER-ID         TO HO-HANDOVER-ID.
016540     MOVE WS-LINE-NUMBER         TO HO-LINE-NUMBER.
016550     MOVE "D"                    TO HO-RECORD-TYPE.
016560     MOVE WS-ITEM-SECTION        TO HO-SECTION.
016570     MOVE WS-ITEM-TEXT           TO HO-DETAIL-TEXT.
016580     WRITE HANDOVER-RECORD
016590         INVALID KEY
016600             GO TO 9895-ABEND-HANDOVER-WRITE
016610     END-WRITE.
016620     IF WS-HANDOVER-STATUS NOT = "00"
016630         GO TO 9895-ABEND-HANDOVER-WRITE
016640     END-IF.
016650 6900-EXIT.
016660     EXIT.
016670*================================================================
016680* 7000-CHECK-NON-PROC - IS THE DATE IN WS-CHECK-DATE A
016690*                       NON-PROCESSING DAY? THE ANSWER IS LEFT
016700*                       IN WS-NON-PROC-SWITCH.
016710*================================================================
016720 7000-CHECK-NON-PROC.
016730     MOVE "N"                    TO WS-NON-PROC-SWITCH.
016740     PERFORM 7010-ONE-CAL-ENTRY  THRU 7010-EXIT
016750         VARYING CL-IDX FROM 1 BY 1
016760         UNTIL CL-IDX > WS-CL-MAX-USED
016770            OR WS-NON-PROC-YES.
016780 7000-EXIT.
016790     EXIT.
016800*================================================================
016810* 7010-ONE-CAL-ENTRY - COMPARE ONE LOADED CALENDAR DATE.
016820*================================================================
016830 7010-ONE-CAL-ENTRY.
016840     IF WS-CL-DATE(CL-IDX) = WS-CHECK-DATE
016850         MOVE "Y"                TO WS-NON-PROC-SWITCH
016860     END-IF.
016870 7010-EXIT.
016880     EXIT.
016890*================================================================
016900* 7100-CALC-SERIAL - RUNNING DAY COUNT FOR THE DATE IN
016910*                    WS-CD-DATE, LEFT IN WS-CD-SERIAL - THE
016920*                    SAME DAY ARITHMETIC NIGHT-WATCH USES.
016930*================================================================
016940 7100-CALC-SERIAL.
016950     MOVE WS-CD-YEAR             TO WS-CD-WORK-YEAR.
016960     MOVE WS-CD-MONTH            TO WS-CD-WORK-MONTH.
016970     IF WS-CD-WORK-MONTH < 3
016980         SUBTRACT 1 FROM WS-CD-WORK-YEAR
016990         ADD 12 TO WS-CD-WORK-MONTH
017000     END-IF.
017010     COMPUTE WS-CD-SERIAL =
017020         365 * WS-CD-WORK-YEAR
017030         + WS-CD-WORK-YEAR / 4
017040         - WS-CD-WORK-YEAR / 100
017050         + WS-CD-WORK-YEAR / 400
017060         + (153 * (WS-CD-WORK-MONTH + 1)) / 5
017070         + WS-CD-DAY.
017080 7100-EXIT.
017090     EXIT.
017100*================================================================
017110* 7200-NEXT-DAY - STEP THE DATE IN WS-CD-DATE FORWARD ONE
017120*                 CALENDAR DAY.
017130*================================================================
017140 7200-NEXT-DAY.
017150     PERFORM 7300-DAYS-IN-MONTH  THRU 7300-EXIT.
017160     IF WS-CD-DAY < WS-MONTH-DAYS
017170         ADD 1 TO WS-CD-DAY
017180         GO TO 7200-EXIT
017190     END-IF.
017200     MOVE 1                      TO WS-CD-DAY.
017210     IF WS-CD-MONTH < 12
017220         ADD 1 TO WS-CD-MONTH
017230     ELSE
017240         MOVE 1                  TO WS-CD-MONTH
017250         ADD 1 TO WS-CD-YEAR
017260     END-IF.
017270 7200-EXIT.
017280     EXIT.
017290*================================================================
017300* 7250-PREV-DAY - STEP THE DATE IN WS-CD-DATE BACK ONE
017310*                 CALENDAR DAY.
017320*================================================================
017330 7250-PREV-DAY.
017340     IF WS-CD-DAY > 1
017350         SUBTRACT 1 FROM WS-CD-DAY
017360         GO TO 7250-EXIT
017370     END-IF.
017380     IF WS-CD-MONTH > 1
017390         SUBTRACT 1 FROM WS-CD-MONTH
017400     ELSE
017410         MOVE 12                 TO WS-CD-MONTH
017420         SUBTRACT 1 FROM WS-CD-YEAR
017430     END-IF.
017440     PERFORM 7300-DAYS-IN-MONTH  THRU 7300-EXIT.
017450     MOVE WS-MONTH-DAYS          TO WS-CD-DAY.
017460 7250-EXIT.
017470     EXIT.
017480*================================================================
017490* 7300-DAYS-IN-MONTH - DAYS IN THE MONTH OF WS-CD-DATE, LEFT
017500*                      IN WS-MONTH-DAYS, WITH THE CENTURY LEAP
017510*                      RULE IN FULL.
017520*================================================================
017530 7300-DAYS-IN-MONTH.
017540     EVALUATE WS-CD-MONTH
017550         WHEN 4
017560         WHEN 6
017570         WHEN 9
017580         WHEN 11
017590             MOVE 30             TO WS-MONTH-DAYS
017600         WHEN 2
017610             MOVE 28             TO WS-MONTH-DAYS
017620             DIVIDE WS-CD-YEAR BY 4
017630                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
017640             IF WS-LEAP-REM = 0
017650                 MOVE 29         TO WS-MONTH-DAYS
017660             END-IF
017670             DIVIDE WS-CD-YEAR BY 100
017680                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
017690             IF WS-LEAP-REM = 0
017700                 MOVE 28         TO WS-MONTH-DAYS
017710             END-IF
017720             DIVIDE WS-CD-YEAR BY 400
017730                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
017740             IF WS-LEAP-REM = 0
017750                 MOVE 29         TO WS-MONTH-DAYS
017760             END-IF
017770         WHEN OTHER
017780             MOVE 31             TO WS-MONTH-DAYS
017790     END-EVALUATE.
017800 7300-EXIT.
017810     EXIT.
017820*================================================================
017830* 8000-WRITE-TOTALS - THE SECTION TOTALS, WHETHER THE HANDOVER
017840*                     WAS FILED FOR CONFIRMATION, AND THE SAME
017850*                     ON THE JOB LOG.
017860*================================================================
017870 8000-WRITE-TOTALS.
017880     MOVE WS-RUNNING-COUNT       TO TOT-1-COUNT.
017890     MOVE WS-LATE-COUNT          TO TOT-2-COUNT.
017900     MOVE WS-OPEN-ABEND-COUNT    TO TOT-3-COUNT.
017910     MOVE WS-EXCP-COUNT          TO TOT-4-COUNT.
017920     MOVE WS-BULL-COUNT          TO TOT-5-COUNT.
017930     WRITE HAND-RPT-RECORD       FROM TOTAL-LINE-1.
017940     WRITE HAND-RPT-RECORD       FROM TOTAL-LINE-2.
017950     WRITE HAND-RPT-RECORD       FROM TOTAL-LINE-3.
017960     WRITE HAND-RPT-RECORD       FROM TOTAL-LINE-4.
017970     WRITE HAND-RPT-RECORD       FROM TOTAL-LINE-5.
017980     WRITE HAND-RPT-RECORD       FROM BLANK-LINE.
017990     IF WS-FILING
018000         MOVE WS-HANDOVER-ID     TO FLD-HANDOVER-ID
018010         WRITE HAND-RPT-RECORD   FROM FILED-LINE
018020         DISPLAY "HANDOVR0001I HANDOVER " WS-HANDOVER-ID
018030             " FILED, " WS-LINE-NUMBER " LINES, "
018040             WS-FLAG-COUNT " NEEDING ACTION"
018050     ELSE
018060         MOVE WS-HANDOVER-ID     TO NFL-HANDOVER-ID
018070         WRITE HAND-RPT-RECORD   FROM NOT-FILED-LINE
018080     END-IF.
018090 8000-EXIT.
018100     EXIT.
018110*================================================================
018120* 9000-TERMINATE - CLOSE THE REPORT, AND THE HANDOVER FILE IF IT
018130*                  WAS OPENED, BEFORE ENDING THE STEP.
018140*================================================================
018150 9000-TERMINATE.
018160     CLOSE HAND-RPT-FILE.
018170     IF WS-HANDOVER-OPEN
018180         CLOSE HANDOVER-FILE
018190     END-IF.
018200 9000-EXIT.
018210     EXIT.
018220*================================================================
018230* 9810-ABEND-PARM - THE HANDOVER PARAMETER IS MISSING, NAMES NO
018240*                   OUTGOING SHIFT, OR CARRIES A DATE THAT IS
018250*                   NOT A DATE.
018260*================================================================
018270 9810-ABEND-PARM.
018280     DISPLAY "HANDOVR0001E HANDOVER PARAMETER MISSING OR "
018290         "INVALID, FILE STATUS=" WS-HANDPARM-STATUS
018300         " - RUN TERMINATED".
018310     MOVE 16                     TO RETURN-CODE.
018320     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018330     STOP RUN.
018340*================================================================
018350* 9820-ABEND-SHIFTBND-OPEN - THE SHIFT-BOUNDARY FILE WOULD NOT
018360*                            OPEN. WITHOUT IT THERE IS NO
018370*                            KNOWING WHEN THE SHIFT BEGAN.
018380*================================================================
018390 9820-ABEND-SHIFTBND-OPEN.
018400     DISPLAY "HANDOVR0002E SHIFT-BOUND-FILE OPEN FAILED, FILE "
018410         "STATUS=" WS-SHIFTBND-STATUS " - RUN TERMINATED".
018420     MOVE 16                     TO RETURN-CODE.
018430     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018440     STOP RUN.
018450*================================================================
018460* 9825-ABEND-NO-SHIFT - THE OUTGOING SHIFT IS NOT ON THE
018470*                       SHIFT-BOUNDARY FILE, OR ITS ROW HAS NO
018480*                       USABLE HOURS OR NO SHIFT TAKING OVER.
018490*================================================================
018500 9825-ABEND-NO-SHIFT.
018510     DISPLAY "HANDOVR0003E SHIFT " WS-HAND-SHIFT
018520         " NOT ON SHIFTBND OR ITS HOURS/NEXT SHIFT ARE INVALID"
018530         " - RUN TERMINATED".
018540     MOVE 16                     TO RETURN-CODE.
018550     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018560     STOP RUN.
018570*================================================================
018580* 9830-ABEND-NO-OPEN-CYCLE - THE CYCLE-CONTROL FILE WOULD NOT
018590*                            OPEN, OR ITS LAST ROW SAYS NO
018600*                            CYCLE IS OPEN.
018610*================================================================
018620 9830-ABEND-NO-OPEN-CYCLE.
018630     DISPLAY "HANDOVR0004E NO OPEN BATCH CYCLE ON THE "
018640         "CYCLE-CONTROL FILE - NOTHING TO HAND OVER - RUN "
018650         "TERMINATED".
018660     MOVE 16                     TO RETURN-CODE.
018670     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018680     STOP RUN.
018690*================================================================
018700* 9840-ABEND-PROCCAL-OPEN - THE PROCESSING-CALENDAR FILE
018710*                           EXISTS BUT WOULD NOT OPEN.
018720*================================================================
018730 9840-ABEND-PROCCAL-OPEN.
018740     DISPLAY "HANDOVR0005E PROC-CAL-FILE OPEN FAILED, FILE "
018750         "STATUS=" WS-PROCCAL-STATUS " - RUN TERMINATED".
018760     MOVE 16                     TO RETURN-CODE.
018770     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018780     STOP RUN.
018790*================================================================
018800* 9850-ABEND-SCHEDULE-OPEN - THE EXPECTED-SCHEDULE FILE WOULD
018810*                            NOT OPEN.
018820*================================================================
018830 9850-ABEND-SCHEDULE-OPEN.
018840     DISPLAY "HANDOVR0006E SCHEDULE-FILE OPEN FAILED, FILE "
018850         "STATUS=" WS-SCHEDFIL-STATUS " - RUN TERMINATED".
018860     MOVE 16                     TO RETURN-CODE.
018870     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018880     STOP RUN.
018890*================================================================
018900* 9860-ABEND-AUDIT-OPEN - THE AUDIT-LOG CLUSTER EXISTS BUT
018910*                         WOULD NOT OPEN.
018920*================================================================
018930 9860-ABEND-AUDIT-OPEN.
018940     DISPLAY "HANDOVR0007E AUDIT-LOG-FILE OPEN FAILED, FILE "
018950         "STATUS=" WS-AUDITLOG-STATUS " - RUN TERMINATED".
018960     MOVE 16                     TO RETURN-CODE.
018970     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
018980     STOP RUN.
018990*================================================================
019000* 9865-ABEND-OPERMAST-OPEN - THE OPERATOR MASTER WOULD NOT OPEN,
019010*                            SO NO ACKNOWLEDGMENT CAN BE TIED TO
019020*                            THE INCOMING SHIFT.
019030*================================================================
019040 9865-ABEND-OPERMAST-OPEN.
019050     DISPLAY "HANDOVR0008E OPER-MASTER-FILE OPEN FAILED, FILE "
019060         "STATUS=" WS-OPERMAST-STATUS " - RUN TERMINATED".
019070     MOVE 16                     TO RETURN-CODE.
019080     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019090     STOP RUN.
019100*================================================================
019110* 9870-ABEND-RESTCKPT-OPEN - THE RESTART-CHECKPOINT FILE EXISTS
019120*                            BUT WOULD NOT OPEN.
019130*================================================================
019140 9870-ABEND-RESTCKPT-OPEN.
019150     DISPLAY "HANDOVR0009E RESTART-CKPT-FILE OPEN FAILED, FILE "
019160         "STATUS=" WS-RESTCKPT-STATUS " - RUN TERMINATED".
019170     MOVE 16                     TO RETURN-CODE.
019180     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019190     STOP RUN.
019200*================================================================
019210* 9880-ABEND-EXCPTLOG-OPEN - THE EXCEPTION FILE EXISTS BUT
019220*                            WOULD NOT OPEN.
019230*================================================================
019240 9880-ABEND-EXCPTLOG-OPEN.
019250     DISPLAY "HANDOVR0010E EXCEPTION-FILE OPEN FAILED, FILE "
019260         "STATUS=" WS-EXCPTLOG-STATUS " - RUN TERMINATED".
019270     MOVE 16                     TO RETURN-CODE.
019280     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019290     STOP RUN.
019300*================================================================
019310* 9890-ABEND-HANDOVER-OPEN - THE HANDOVER FILE WOULD NOT OPEN
019320*                            OR COULD NOT BE CREATED.
019330*================================================================
019340 9890-ABEND-HANDOVER-OPEN.
019350     DISPLAY "HANDOVR0011E HANDOVER-FILE OPEN FAILED, FILE "
019360         "STATUS=" WS-HANDOVER-STATUS " - RUN TERMINATED".
019370     MOVE 16                     TO RETURN-CODE.
019380     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019390     STOP RUN.
019400*================================================================
019410* 9895-ABEND-HANDOVER-WRITE - A HANDOVER RECORD WOULD NOT WRITE
019420*                             OR DELETE. A HANDOVER FILED ONLY
019430*                             IN PART MUST NOT BE CONFIRMED.
019440*================================================================
019450 9895-ABEND-HANDOVER-WRITE.
019460     DISPLAY "HANDOVR0012E HANDOVER-FILE UPDATE FAILED FOR "
019470         WS-HANDOVER-ID ", FILE STATUS=" WS-HANDOVER-STATUS
019480         " - RUN TERMINATED".
019490     MOVE 16                     TO RETURN-CODE.
019500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019510     STOP RUN.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SITE-TAKEOVER.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. CONTROLLED TAKEOVER OF ONE
000130*                  SITE'S OPEN CYCLE BY THE OTHER SITE WHEN THE
000140*                  OWNING SITE LOSES ITS WINDOW - UNTIL NOW THE
000150*                  ONLY WAY FOR SITE B TO FINISH SITE A'S CYCLE
000160*                  WAS TO EDIT THE OPERATOR MASTER MID-OUTAGE.
000170*                  THE PARAMETER (SEE TAKEPARM) ASKS FOR ONE OF
000180*                  TWO FUNCTIONS. "O" OPENS A TAKEOVER: THE
000190*                  OWNING SITE'S CYCLE-CONTROL AND CHECKPOINT
000200*                  FILES (THE CYCLCTLA AND RESTCKPA DDS POINT AT
000210*                  ITS COPIES) GIVE ITS OPEN CYCLE AND THE STEPS
000220*                  DUE IN IT WITH NO COMPLETED CHECKPOINT, WHICH
000230*                  ARE LISTED, AND ONE AUTHORIZATION ROW PER
000240*                  NAMED OPERATOR OF THE TAKING-OVER SITE IS
000250*                  WRITTEN TO THE TAKEOVER FILE (SEE TAKEOVER)
000260*                  FOR THE HOURS GIVEN. BANNER-RTN HONOURS THOSE
000270*                  ROWS IN PLACE OF THE OPERATOR'S SITE LIST. "H"
000280*                  HANDS THE CYCLE BACK: THE ROWS ARE CLOSED AND
000290*                  THE STEPS OUTSTANDING WHEN THE TAKEOVER OPENED
000300*                  ARE RECONCILED AGAINST WHAT THE TAKING-OVER
000310*                  SITE RAN FOR THE OWNER. A STEP STILL
000320*                  OUTSTANDING, A STEP RUN THAT WAS NOT
000330*                  OUTSTANDING, OR AN OPERATOR REFUSED AN
000340*                  AUTHORIZATION ENDS THE STEP WITH RETURN CODE 4.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TAKE-PARM-FILE      ASSIGN TO TAKEPARM
000430                                ORGANIZATION IS LINE SEQUENTIAL
000440                                FILE STATUS IS WS-TAKEPARM-STATUS.
000450     SELECT CYCLE-CTL-A-FILE    ASSIGN TO CYCLCTLA
000460                                ORGANIZATION IS LINE SEQUENTIAL
000470                                FILE STATUS IS WS-CYCLCTLA-STATUS.
000480     SELECT PROC-CAL-FILE       ASSIGN TO PROCCAL
000490                                ORGANIZATION IS LINE SEQUENTIAL
000500                                FILE STATUS IS WS-PROCCAL-STATUS.
000510     SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFIL
000520                                ORGANIZATION IS LINE SEQUENTIAL
000530                                FILE STATUS IS WS-SCHEDFIL-STATUS.
000540     SELECT RESTART-CKPT-A-FILE ASSIGN TO RESTCKPA
000550                                ORGANIZATION IS LINE SEQUENTIAL
000560                                FILE STATUS IS WS-RESTCKPA-STATUS.
000570     SELECT OPER-MASTER-FILE    ASSIGN TO OPERMAST
000580                                ORGANIZATION IS INDEXED
000590                                ACCESS MODE IS RANDOM
000600                                RECORD KEY IS OM-OPERATOR-ID
000610                                FILE STATUS IS WS-OPERMAST-STATUS.
000620     SELECT TAKEOVER-FILE       ASSIGN TO TAKEOVER
000630                                ORGANIZATION IS INDEXED
000640                                ACCESS MODE IS DYNAMIC
000650                                RECORD KEY IS TK-KEY
000660                                FILE STATUS IS WS-TAKEOVER-STATUS.
000670     SELECT TAKE-RPT-FILE       ASSIGN TO TAKERPT
000680                                ORGANIZATION IS LINE SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  TAKE-PARM-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TAKEPARM.
000740 FD  CYCLE-CTL-A-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CYCLECTL.
000770 FD  PROC-CAL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY PROCCAL.
000800 FD  SCHEDULE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY SCHEDFIL.
000830 FD  RESTART-CKPT-A-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY RESTCKPT.
000860 FD  OPER-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY OPERMAST.
000890 FD  TAKEOVER-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY TAKEOVER.
000920 FD  TAKE-RPT-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  TAKE-RPT-RECORD             PIC X(132).
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980* CONTROL SWITCHES.
000990*----------------------------------------------------------------
001000 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
001010     88  WS-EOF-YES                          VALUE "Y".
001020 01  WS-FOUND-SWITCH             PIC X(01)   VALUE "N".
001030     88  WS-FOUND-YES                        VALUE "Y".
001040 01  WS-TAKEOVER-OPEN-SWITCH     PIC X(01)   VALUE "N".
001050     88  WS-TAKEOVER-OPEN                    VALUE "Y".
001060 01  WS-OWNER-MATCH-SWITCH       PIC X(01)   VALUE "N".
001070     88  WS-OWNER-MATCH                      VALUE "Y".
001080 01  WS-RUN-MATCH-SWITCH         PIC X(01)   VALUE "N".
001090     88  WS-RUN-MATCH                        VALUE "Y".
001100*----------------------------------------------------------------
001110* FILE-STATUS WORK AREAS.
001120*----------------------------------------------------------------
001130 01  WS-TAKEPARM-STATUS          PIC X(02)   VALUE "00".
001140 01  WS-CYCLCTLA-STATUS          PIC X(02)   VALUE "00".
001150 01  WS-PROCCAL-STATUS           PIC X(02)   VALUE "00".
001160 01  WS-SCHEDFIL-STATUS          PIC X(02)   VALUE "00".
001170 01  WS-RESTCKPA-STATUS          PIC X(02)   VALUE "00".
001180 01  WS-OPERMAST-STATUS          PIC X(02)   VALUE "00".
001190 01  WS-TAKEOVER-STATUS          PIC X(02)   VALUE "00".
001200*----------------------------------------------------------------
001210* THE TAKEOVER - THE TWO SITES, THE OWNING SITE'S CYCLE AND ITS
001220* DATE, AND THE WINDOW AND SUPERVISOR. ON AN OPEN THESE COME FROM
001230* THE PARAMETER AND THE RUN TIME; ON A HAND-BACK FROM THE OPEN
001240* ROWS ON THE TAKEOVER FILE.
001250*----------------------------------------------------------------
001260 01  WS-FUNCTION-CODE            PIC X(01)   VALUE SPACE.
001270     88  WS-FUNC-OPEN                        VALUE "O".
001280     88  WS-FUNC-HANDBACK                    VALUE "H".
001290 01  WS-OWNER-SITE               PIC X(04)   VALUE SPACES.
001300 01  WS-RUN-SITE                 PIC X(04)   VALUE SPACES.
001310 01  WS-TAKE-CYCLE               PIC 9(06)   VALUE ZEROES.
001320 01  WS-TAKE-DATE                PIC X(08)   VALUE SPACES.
001330 01  WS-OPENED-TS                PIC X(14)   VALUE SPACES.
001340 01  WS-EXPIRES-TS               PIC X(14)   VALUE SPACES.
001350 01  WS-SUPV-ID                  PIC X(08)   VALUE SPACES.
001360 01  WS-HOURS                    PIC 9(02)   VALUE ZERO.
001370 01  WS-EXP-HH                   PIC 9(02)   VALUE ZERO.
001380*----------------------------------------------------------------
001390* THE OWNING SITE'S CYCLE - FOR AN OPEN, THE LAST ROW ON ITS
001400* CYCLE-CONTROL FILE MUST SAY A CYCLE IS OPEN, AS FOR NIGHT-WATCH.
001410*----------------------------------------------------------------
001420 01  WS-WATCH-CYCLE              PIC 9(06)   VALUE ZEROES.
001430 01  WS-CYCLE-STATUS             PIC X(01)   VALUE SPACE.
001440     88  WS-CYCLE-IS-OPEN                    VALUE "O".
001450 01  WS-CYCLE-SEEN-SWITCH        PIC X(01)   VALUE "N".
001460     88  WS-CYCLE-SEEN                       VALUE "Y".
001470 01  WS-CYCLE-FIRST-DATE         PIC X(08)   VALUE SPACES.
001480*----------------------------------------------------------------
001490* CURRENT DATE/TIME.
001500*----------------------------------------------------------------
001510 01  WS-CURRENT-DATE.
001520     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
001530 01  WS-CURRENT-TIME.
001540     05  WS-CURRENT-HHMMSSCC     PIC 9(08).
001550 01  WS-NOW-TS                   PIC X(14)   VALUE SPACES.
001560*----------------------------------------------------------------
001570* SCHEDULE TABLE - ONE ENTRY PER SCHEDULED JOB WITH ITS DUE FLAG,
001580* AND THE LATEST CHECKPOINT FOR THE STEP IN THE CYCLE FROM BEFORE
001590* THE TAKEOVER OPENED, FROM THE TAKING-OVER SITE UNDER IT, AND
001600* FROM THE OWNING SITE ITSELF SINCE. A STEP THE TAKING-OVER SITE
001610* RAN THAT IS NOT ON THE SCHEDULE IS ADDED, NOT DUE.
001620*----------------------------------------------------------------
001630 01  WS-SC-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001640 01  WS-SC-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
001650 01  WS-SC-TABLE.
001660     05  WS-SC-ENTRY             OCCURS 100 TIMES
001670                                 INDEXED BY SC-IDX.
001680         10  WS-SC-JOB           PIC X(08).
001690         10  WS-SC-DUE-SW        PIC X(01).
001700             88  WS-SC-DUE                   VALUE "Y".
001710         10  WS-SC-BEFORE-ST     PIC X(01).
001720             88  WS-SC-BEFORE-DONE           VALUE "C" "W".
001730             88  WS-SC-BEFORE-ABEND          VALUE "A".
001740         10  WS-SC-BEFORE-TS     PIC X(14).
001750         10  WS-SC-TKOV-ST       PIC X(01).
001760             88  WS-SC-TKOV-DONE             VALUE "C" "W".
001770             88  WS-SC-TKOV-ABEND            VALUE "A".
001780         10  WS-SC-TKOV-TS       PIC X(14).
001790         10  WS-SC-AFTER-ST      PIC X(01).
001800             88  WS-SC-AFTER-DONE            VALUE "C" "W".
001810         10  WS-SC-AFTER-TS      PIC X(14).
001820*----------------------------------------------------------------
001830* NON-PROCESSING-DAY TABLE LOADED FROM THE PROCESSING CALENDAR.
001840*----------------------------------------------------------------
001850 01  WS-CL-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001860 01  WS-CL-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
001870 01  WS-CL-TABLE.
001880     05  WS-CL-ENTRY             OCCURS 100 TIMES
001890                                 INDEXED BY CL-IDX.
001900         10  WS-CL-DATE          PIC X(08).
001910*----------------------------------------------------------------
001920* OPEN-AUTHORIZATION TABLE - ONE ENTRY PER OPEN ROW ON THE
001930* TAKEOVER FILE FOR THE OWNING SITE.
001940*----------------------------------------------------------------
001950 01  WS-OP-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001960 01  WS-OP-TABLE-MAX             PIC 9(03)   COMP VALUE 50.
001970 01  WS-OP-TABLE.
001980     05  WS-OP-ENTRY             OCCURS 50 TIMES
001990                                 INDEXED BY OP-IDX.
002000         10  WS-OP-OPERATOR-ID   PIC X(08).
002010*----------------------------------------------------------------
002020* OPERATOR-LIST WORK AREAS.
002030*----------------------------------------------------------------
002040 01  WS-OPER-LIST.
002050     05  WS-OPER-ID              OCCURS 06 TIMES
002060                                 PIC X(08).
002070 01  WS-OPER-SUB                 PIC 9(02)   COMP VALUE ZERO.
002080 01  WS-DUP-SUB                  PIC 9(02)   COMP VALUE ZERO.
002090 01  WS-SITE-SUB                 PIC 9(02)   COMP VALUE ZERO.
002100 01  WS-REFUSE-TEXT              PIC X(40)   VALUE SPACES.
002110*----------------------------------------------------------------
002120* CHECKPOINT-ROW WORK AREA - THE SITE WHOSE CYCLE THE ROW BELONGS
002130* TO. A ROW WRITTEN BEFORE THE OWNING SITE WAS STAMPED CARRIES
002140* SPACES THERE AND BELONGS TO THE SITE THAT RAN IT.
002150*----------------------------------------------------------------
002160 01  WS-CK-OWNER                 PIC X(04)   VALUE SPACES.
002170*----------------------------------------------------------------
002180* DUE-CHECK WORK AREAS - THE SAME DAY-SERIAL ARITHMETIC
002190* NIGHT-WATCH AND SHIFT-HANDOVER USE.
002200*----------------------------------------------------------------
002210 01  WS-DUE-SWITCH               PIC X(01)   VALUE "N".
002220     88  WS-DUE-YES                          VALUE "Y".
002230 01  WS-NON-PROC-SWITCH          PIC X(01)   VALUE "N".
002240     88  WS-NON-PROC-YES                     VALUE "Y".
002250 01  WS-ME-DONE-SWITCH           PIC X(01)   VALUE "N".
002260     88  WS-ME-DONE                          VALUE "Y".
002270 01  WS-CHECK-DATE               PIC X(08)   VALUE SPACES.
002280 01  WS-LIST-SUB                 PIC 9(02)   COMP VALUE ZERO.
002290 01  WS-CD-DATE.
002300     05  WS-CD-YEAR              PIC 9(04).
002310     05  WS-CD-MONTH             PIC 9(02).
002320     05  WS-CD-DAY               PIC 9(02).
002330 01  WS-CD-WORK-YEAR             PIC 9(04)   COMP.
002340 01  WS-CD-WORK-MONTH            PIC 9(02)   COMP.
002350 01  WS-CD-SERIAL                PIC 9(07)   COMP.
002360 01  WS-DOW-QUOT                 PIC 9(07)   COMP.
002370 01  WS-DOW-REM                  PIC 9(01)   COMP.
002380 01  WS-DOW-INDEX                PIC 9(01)   COMP.
002390 01  WS-MONTH-DAYS               PIC 9(02)   COMP.
002400 01  WS-LEAP-QUOT                PIC 9(04)   COMP.
002410 01  WS-LEAP-REM                 PIC 9(04)   COMP.
002420 01  WS-SAVE-MONTH               PIC 9(02)   COMP.
002430*----------------------------------------------------------------
002440* COUNTS FOR THE TOTALS, AND THE FLAG COUNT FOR THE RETURN CODE.
002450*----------------------------------------------------------------
002460 01  WS-OUTSTANDING-COUNT        PIC 9(05)   COMP VALUE ZERO.
002470 01  WS-OPENED-COUNT             PIC 9(05)   COMP VALUE ZERO.
002480 01  WS-REFUSED-COUNT            PIC 9(05)   COMP VALUE ZERO.
002490 01  WS-BY-TAKEOVER-COUNT        PIC 9(05)   COMP VALUE ZERO.
002500 01  WS-BY-OWNER-COUNT           PIC 9(05)   COMP VALUE ZERO.
002510 01  WS-STILL-OUT-COUNT          PIC 9(05)   COMP VALUE ZERO.
002520 01  WS-NOT-NEEDED-COUNT         PIC 9(05)   COMP VALUE ZERO.
002530 01  WS-CLOSED-COUNT             PIC 9(05)   COMP VALUE ZERO.
002540 01  WS-FLAG-COUNT               PIC 9(05)   COMP VALUE ZERO.
002550*----------------------------------------------------------------
002560* REPORT LINE LAYOUTS.
002570*----------------------------------------------------------------
002580 01  HDG-LINE-1.
002590     05  FILLER                  PIC X(16)   VALUE
002600         "SITE TAKEOVER - ".
002610     05  HDG-1-FUNCTION          PIC X(20).
002620     05  FILLER                  PIC X(96)   VALUE SPACES.
002630 01  HDG-LINE-2.
002640     05  FILLER                  PIC X(12)   VALUE
002650         "OWNING SITE ".
002660     05  HDG-2-OWNER             PIC X(04).
002670     05  FILLER                  PIC X(19)   VALUE
002680         "  TAKING-OVER SITE ".
002690     05  HDG-2-RUN               PIC X(04).
002700     05  FILLER                  PIC X(08)   VALUE "  CYCLE ".
002710     05  HDG-2-CYCLE             PIC 9(06).
002720     05  FILLER                  PIC X(07)   VALUE "  DATE ".
002730     05  HDG-2-DATE              PIC X(08).
002740     05  FILLER                  PIC X(08)   VALUE "  AS OF ".
002750     05  HDG-2-TIME              PIC X(06).
002760     05  FILLER                  PIC X(50)   VALUE SPACES.
002770 01  HDG-LINE-3.
002780     05  FILLER                  PIC X(07)   VALUE "OPENED ".
002790     05  HDG-3-OPEN-DATE         PIC X(08).
002800     05  FILLER                  PIC X(01)   VALUE SPACES.
002810     05  HDG-3-OPEN-TIME         PIC X(06).
002820     05  FILLER                  PIC X(10)   VALUE "  EXPIRES ".
002830     05  HDG-3-EXP-DATE          PIC X(08).
002840     05  FILLER                  PIC X(01)   VALUE SPACES.
002850     05  HDG-3-EXP-TIME          PIC X(06).
002860     05  FILLER                  PIC X(13)   VALUE
002870         "  SUPERVISOR ".
002880     05  HDG-3-SUPV              PIC X(08).
002890     05  FILLER                  PIC X(64)   VALUE SPACES.
002900 01  SECT-HDG-OUTSTANDING        PIC X(132)  VALUE
002910     "STEPS DUE IN THE CYCLE WITH NO COMPLETED CHECKPOINT".
002920 01  SECT-HDG-OPERATORS          PIC X(132)  VALUE
002930     "OPERATORS OF THE TAKING-OVER SITE".
002940 01  SECT-HDG-RECONCILE          PIC X(132)  VALUE
002950     "STEPS OUTSTANDING WHEN THE TAKEOVER OPENED".
002960 01  SECT-HDG-NOT-NEEDED         PIC X(132)  VALUE
002970     "STEPS RUN UNDER THE TAKEOVER THAT WERE NOT OUTSTANDING".
002980 01  SECT-HDG-CLOSED             PIC X(132)  VALUE
002990     "TAKEOVER AUTHORIZATIONS CLOSED".
003000 01  ITEM-LINE.
003010     05  FILLER                  PIC X(02)   VALUE SPACES.
003020     05  ITM-TEXT                PIC X(100).
003030     05  FILLER                  PIC X(30)   VALUE SPACES.
003040 01  NONE-LINE                   PIC X(132)  VALUE
003050     "  NONE".
003060 01  STEP-TEXT-AREA.
003070     05  STX-STEP                PIC X(08).
003080     05  FILLER                  PIC X(02)   VALUE SPACES.
003090     05  STX-STATE               PIC X(40).
003100     05  FILLER                  PIC X(02)   VALUE SPACES.
003110     05  STX-DATE                PIC X(08).
003120     05  FILLER                  PIC X(01)   VALUE SPACES.
003130     05  STX-TIME                PIC X(06).
003140     05  FILLER                  PIC X(33)   VALUE SPACES.
003150 01  OPER-TEXT-AREA.
003160     05  PTX-OPERATOR-ID         PIC X(08).
003170     05  FILLER                  PIC X(02)   VALUE SPACES.
003180     05  PTX-NAME                PIC X(30).
003190     05  FILLER                  PIC X(02)   VALUE SPACES.
003200     05  PTX-RESULT              PIC X(40).
003210     05  FILLER                  PIC X(18)   VALUE SPACES.
003220 01  TOTAL-LINE-1.
003230     05  FILLER                  PIC X(18)   VALUE
003240         "STEPS OUTSTANDING".
003250     05  TOT-1-COUNT             PIC ZZZZZZ9.
003260     05  FILLER                  PIC X(107)  VALUE SPACES.
003270 01  TOTAL-LINE-2.
003280     05  FILLER                  PIC X(18)   VALUE
003290         "OPERATORS OPENED".
003300     05  TOT-2-COUNT             PIC ZZZZZZ9.
003310     05  FILLER                  PIC X(107)  VALUE SPACES.
003320 01  TOTAL-LINE-3.
003330     05  FILLER                  PIC X(18)   VALUE
003340         "OPERATORS REFUSED".
003350     05  TOT-3-COUNT             PIC ZZZZZZ9.
003360     05  FILLER                  PIC X(107)  VALUE SPACES.
003370 01  TOTAL-LINE-4.
003380     05  FILLER                  PIC X(18)   VALUE
003390         "DONE BY TAKEOVER".
003400     05  TOT-4-COUNT             PIC ZZZZZZ9.
003410     05  FILLER                  PIC X(107)  VALUE SPACES.
003420 01  TOTAL-LINE-5.
003430     05  FILLER                  PIC X(18)   VALUE
003440         "DONE BY OWNER".
003450     05  TOT-5-COUNT             PIC ZZZZZZ9.
003460     05  FILLER                  PIC X(107)  VALUE SPACES.
003470 01  TOTAL-LINE-6.
003480     05  FILLER                  PIC X(18)   VALUE
003490         "STILL OUTSTANDING".
003500     05  TOT-6-COUNT             PIC ZZZZZZ9.
003510     05  FILLER                  PIC X(107)  VALUE SPACES.
003520 01  TOTAL-LINE-7.
003530     05  FILLER                  PIC X(18)   VALUE
003540         "RUN NOT NEEDED".
003550     05  TOT-7-COUNT             PIC ZZZZZZ9.
003560     05  FILLER                  PIC X(107)  VALUE SPACES.
003570 01  TOTAL-LINE-8.
003580     05  FILLER                  PIC X(18)   VALUE
003590         "OPERATORS CLOSED".
003600     05  TOT-8-COUNT             PIC ZZZZZZ9.
003610     05  FILLER                  PIC X(107)  VALUE SPACES.
003620 01  NOT-OPENED-LINE             PIC X(132)  VALUE
003630     "NOTHING OUTSTANDING - NO TAKEOVER OPENED".
003640 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
003650 PROCEDURE DIVISION.
003660*================================================================
003670* 0000-MAINLINE.
003680*================================================================
003690 0000-MAINLINE.
003700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003710     PERFORM 1100-GET-PARM         THRU 1100-EXIT.
003720     IF WS-FUNC-OPEN
003730         PERFORM 1200-CHECK-SUPERVISOR THRU 1200-EXIT
003740     END-IF.
003750     PERFORM 5000-OPEN-TAKEOVER    THRU 5000-EXIT.
003760     PERFORM 5100-LOAD-OPEN-ROWS   THRU 5100-EXIT.
003770     PERFORM 2000-FIND-CYCLE       THRU 2000-EXIT.
003780     PERFORM 2500-LOAD-CALENDAR    THRU 2500-EXIT.
003790     PERFORM 3000-LOAD-SCHEDULE    THRU 3000-EXIT.
003800     PERFORM 4000-SCAN-CHECKPOINTS THRU 4000-EXIT.
003810     PERFORM 5900-WRITE-HEADINGS   THRU 5900-EXIT.
003820     IF WS-FUNC-OPEN
003830         PERFORM 6000-LIST-OUTSTANDING THRU 6000-EXIT
003840         PERFORM 6500-AUTHORIZE-OPERATORS THRU 6500-EXIT
003850         PERFORM 8000-WRITE-OPEN-TOTALS THRU 8000-EXIT
003860     ELSE
003870         PERFORM 6600-RECONCILE    THRU 6600-EXIT
003880         PERFORM 6700-LIST-NOT-NEEDED THRU 6700-EXIT
003890         PERFORM 6800-CLOSE-ROWS   THRU 6800-EXIT
003900         PERFORM 8100-WRITE-BACK-TOTALS THRU 8100-EXIT
003910     END-IF.
003920     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003930     IF WS-FLAG-COUNT > ZERO
003940         MOVE 4 TO RETURN-CODE
003950     END-IF.
003960     STOP RUN.
003970*================================================================
003980* 1000-INITIALIZE - OPEN THE REPORT AND ESTABLISH THE CURRENT
003990*                   DATE/TIME. THE INPUT FILES ARE EACH OPENED
004000*                   AND CLOSED BY THEIR OWN PASS, THE MORN-RECON
004010*                   CONVENTION.
004020*================================================================
004030 1000-INITIALIZE.
004040     OPEN OUTPUT TAKE-RPT-FILE.
004050     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
004060     ACCEPT WS-CURRENT-HHMMSSCC FROM TIME.
004070     MOVE SPACES                 TO WS-NOW-TS.
004080     MOVE WS-CURRENT-YYYYMMDD    TO WS-NOW-TS(1:8).
004090     MOVE WS-CURRENT-HHMMSSCC(1:6) TO WS-NOW-TS(9:6).
004100 1000-EXIT.
004110     EXIT.
004120*================================================================
004130* 1100-GET-PARM - READ THE TAKEOVER PARAMETER. BOTH FUNCTIONS NAME
004140*                 THE OWNING SITE. AN OPEN ALSO NEEDS A DIFFERENT
004150*                 TAKING-OVER SITE, 01-24 HOURS, THE SUPERVISOR
004160*                 AND AT LEAST ONE OPERATOR. THE TAKEOVER OPENS
004170*                 NOW AND EXPIRES THE HOURS GIVEN LATER.
004180*================================================================
004190 1100-GET-PARM.
004200     OPEN INPUT TAKE-PARM-FILE.
004210     IF WS-TAKEPARM-STATUS NOT = "00"
004220         GO TO 9810-ABEND-PARM
004230     END-IF.
004240     READ TAKE-PARM-FILE
004250         AT END
004260             MOVE SPACES TO TAKEOVER-PARM-RECORD
004270     END-READ.
004280     CLOSE TAKE-PARM-FILE.
004290     IF NOT TP-FUNC-OPEN
004300        AND NOT TP-FUNC-HANDBACK
004310         GO TO 9810-ABEND-PARM
004320     END-IF.
004330     IF TP-OWNER-SITE = SPACES
004340         GO TO 9810-ABEND-PARM
004350     END-IF.
004360     MOVE TP-FUNCTION-CODE       TO WS-FUNCTION-CODE.
004370     MOVE TP-OWNER-SITE          TO WS-OWNER-SITE.
004380     IF TP-FUNC-HANDBACK
004390         GO TO 1100-EXIT
004400     END-IF.
004410     IF TP-RUN-SITE = SPACES
004420        OR TP-RUN-SITE = TP-OWNER-SITE
004430         GO TO 9810-ABEND-PARM
004440     END-IF.
004450     IF TP-HOURS NOT NUMERIC
004460         GO TO 9810-ABEND-PARM
004470     END-IF.
004480     MOVE TP-HOURS               TO WS-HOURS.
004490     IF WS-HOURS < 1 OR WS-HOURS > 24
004500         GO TO 9810-ABEND-PARM
004510     END-IF.
004520     IF TP-SUPERVISOR-ID = SPACES
004530        OR TP-OPERATOR-LIST = SPACES
004540         GO TO 9810-ABEND-PARM
004550     END-IF.
004560     MOVE TP-RUN-SITE            TO WS-RUN-SITE.
004570     MOVE TP-SUPERVISOR-ID       TO WS-SUPV-ID.
004580     MOVE TP-OPERATOR-LIST       TO WS-OPER-LIST.
004590     MOVE WS-NOW-TS              TO WS-OPENED-TS.
004600     MOVE WS-NOW-TS              TO WS-EXPIRES-TS.
004610     MOVE WS-NOW-TS(1:8)         TO WS-CD-DATE.
004620     MOVE WS-NOW-TS(9:2)         TO WS-EXP-HH.
004630     ADD WS-HOURS                TO WS-EXP-HH.
004640     IF WS-EXP-HH > 23
004650         SUBTRACT 24 FROM WS-EXP-HH
004660         PERFORM 7200-NEXT-DAY   THRU 7200-EXIT
004670     END-IF.
004680     MOVE WS-CD-DATE             TO WS-EXPIRES-TS(1:8).
004690     MOVE WS-EXP-HH              TO WS-EXPIRES-TS(9:2).
004700 1100-EXIT.
004710     EXIT.
004720*================================================================
004730* 1200-CHECK-SUPERVISOR - THE SUPERVISOR OPENING THE TAKEOVER
004740*                         MUST BE ON THE OPERATOR MASTER,
004750*                         AUTHORIZED, INSIDE THEIR DATES AND
004760*                         FLAGGED A SUPERVISOR.
004770*================================================================
004780 1200-CHECK-SUPERVISOR.
004790     OPEN INPUT OPER-MASTER-FILE.
004800     IF WS-OPERMAST-STATUS NOT = "00"
004810         GO TO 9820-ABEND-OPERMAST-OPEN
004820     END-IF.
004830     MOVE WS-SUPV-ID             TO OM-OPERATOR-ID.
004840     READ OPER-MASTER-FILE
004850         INVALID KEY
004860             CLOSE OPER-MASTER-FILE
004870             GO TO 9825-ABEND-SUPERVISOR
004880     END-READ.
004890     CLOSE OPER-MASTER-FILE.
004900     IF NOT OM-AUTHORIZED
004910        OR NOT OM-SUPERVISOR
004920         GO TO 9825-ABEND-SUPERVISOR
004930     END-IF.
004940     IF OM-EFF-DATE NUMERIC AND OM-EFF-DATE > ZERO
004950        AND WS-CURRENT-YYYYMMDD < OM-EFF-DATE
004960         GO TO 9825-ABEND-SUPERVISOR
004970     END-IF.
004980     IF OM-EXP-DATE NUMERIC AND OM-EXP-DATE > ZERO
004990        AND WS-CURRENT-YYYYMMDD > OM-EXP-DATE
005000         GO TO 9825-ABEND-SUPERVISOR
005010     END-IF.
005020 1200-EXIT.
005030     EXIT.
005040*================================================================
005050* 2000-FIND-CYCLE - READ THE OWNING SITE'S CYCLE-CONTROL FILE.
005060*                   AN OPEN TAKES OVER THE CYCLE IN FLIGHT - THE
005070*                   LAST ROW MUST SAY A CYCLE IS OPEN. A HAND-BACK
005080*                   NEEDS ONLY THE DATE OF THE CYCLE THE TAKEOVER
005090*                   WAS OPENED FOR, WHICH MAY HAVE CLOSED SINCE.
005100*================================================================
005110 2000-FIND-CYCLE.
005120     MOVE "N"                    TO WS-EOF-SWITCH.
005130     OPEN INPUT CYCLE-CTL-A-FILE.
005140     IF WS-CYCLCTLA-STATUS NOT = "00"
005150         GO TO 9830-ABEND-NO-CYCLE
005160     END-IF.
005170     PERFORM 2100-READ-CYCLE     THRU 2100-EXIT
005180         UNTIL WS-EOF-YES.
005190     CLOSE CYCLE-CTL-A-FILE.
005200     IF WS-FUNC-HANDBACK
005210         IF WS-TAKE-DATE = SPACES
005220             GO TO 9830-ABEND-NO-CYCLE
005230         END-IF
005240         GO TO 2000-EXIT
005250     END-IF.
005260     IF NOT WS-CYCLE-SEEN
005270        OR NOT WS-CYCLE-IS-OPEN
005280         GO TO 9830-ABEND-NO-CYCLE
005290     END-IF.
005300     MOVE WS-WATCH-CYCLE         TO WS-TAKE-CYCLE.
005310     MOVE WS-CYCLE-FIRST-DATE    TO WS-TAKE-DATE.
005320 2000-EXIT.
005330     EXIT.
005340*================================================================
005350* 2100-READ-CYCLE - READ ONE CYCLE-CONTROL ROW. THE LAST ONE READ
005360*                   LEAVES ITS CYCLE NUMBER AND STATUS STANDING,
005370*                   AND THE FIRST ROW SEEN FOR A CYCLE SUPPLIES
005380*                   ITS DATE - FOR THE LAST CYCLE ON AN OPEN, FOR
005390*                   THE TAKEOVER'S CYCLE ON A HAND-BACK.
005400*================================================================
005410 2100-READ-CYCLE.
005420     READ CYCLE-CTL-A-FILE
005430         AT END
005440             MOVE "Y" TO WS-EOF-SWITCH
005450             GO TO 2100-EXIT
005460     END-READ.
005470     IF CY-CYCLE-NUMBER NOT = WS-WATCH-CYCLE
005480        OR NOT WS-CYCLE-SEEN
005490         MOVE CY-CYCLE-DATE      TO WS-CYCLE-FIRST-DATE
005500     END-IF.
005510     MOVE CY-CYCLE-NUMBER        TO WS-WATCH-CYCLE.
005520     MOVE CY-STATUS-CODE         TO WS-CYCLE-STATUS.
005530     MOVE "Y"                    TO WS-CYCLE-SEEN-SWITCH.
005540     IF WS-FUNC-HANDBACK
005550        AND CY-CYCLE-NUMBER = WS-TAKE-CYCLE
005560        AND WS-TAKE-DATE = SPACES
005570         MOVE CY-CYCLE-DATE      TO WS-TAKE-DATE
005580     END-IF.
005590 2100-EXIT.
005600     EXIT.
005610*================================================================
005620* 2500-LOAD-CALENDAR - LOAD THE NON-PROCESSING DATES FROM THE
005630*                      PROCESSING-CALENDAR FILE. A CALENDAR
005640*                      THAT DOES NOT EXIST YET LOADS AS EMPTY.
005650*================================================================
005660 2500-LOAD-CALENDAR.
005670     MOVE "N"                    TO WS-EOF-SWITCH.
005680     OPEN INPUT PROC-CAL-FILE.
005690     IF WS-PROCCAL-STATUS = "35"
005700         GO TO 2500-EXIT
005710     END-IF.
005720     IF WS-PROCCAL-STATUS NOT = "00"
005730         GO TO 9840-ABEND-PROCCAL-OPEN
005740     END-IF.
005750     PERFORM 2510-READ-CAL       THRU 2510-EXIT
005760         UNTIL WS-EOF-YES.
005770     CLOSE PROC-CAL-FILE.
005780 2500-EXIT.
005790     EXIT.
005800*================================================================
005810* 2510-READ-CAL - READ ONE CALENDAR ROW AND KEEP ITS DATE IF IT
005820*                 MARKS A NON-PROCESSING DAY.
005830*================================================================
005840 2510-READ-CAL.
005850     READ PROC-CAL-FILE
005860         AT END
005870             MOVE "Y" TO WS-EOF-SWITCH
005880             GO TO 2510-EXIT
005890     END-READ.
005900     IF NOT CL-NON-PROCESSING
005910         GO TO 2510-EXIT
005920     END-IF.
005930     IF WS-CL-MAX-USED < WS-CL-TABLE-MAX
005940         ADD 1 TO WS-CL-MAX-USED
005950         SET CL-IDX TO WS-CL-MAX-USED
005960         MOVE CL-CAL-DATE        TO WS-CL-DATE(CL-IDX)
005970     ELSE
005980         DISPLAY "TAKEOVR0001W CALENDAR TABLE FULL AT "
005990             WS-CL-TABLE-MAX " - " CL-CAL-DATE " NOT LOADED"
006000     END-IF.
006010 2510-EXIT.
006020     EXIT.
006030*================================================================
006040* 3000-LOAD-SCHEDULE - LOAD THE OWNING SITE'S EXPECTED-SCHEDULE
006050*                      FILE INTO THE TABLE WITH EACH JOB'S DUE
006060*                      FLAG. BLANK AND DUPLICATE JOB NAMES ARE
006070*                      SKIPPED.
006080*================================================================
006090 3000-LOAD-SCHEDULE.
006100     MOVE "N"                    TO WS-EOF-SWITCH.
006110     OPEN INPUT SCHEDULE-FILE.
006120     IF WS-SCHEDFIL-STATUS NOT = "00"
006130         GO TO 9850-ABEND-SCHEDULE-OPEN
006140     END-IF.
006150     PERFORM 3100-READ-SCHEDULE  THRU 3100-EXIT
006160         UNTIL WS-EOF-YES.
006170     CLOSE SCHEDULE-FILE.
006180 3000-EXIT.
006190     EXIT.
006200*================================================================
006210* 3100-READ-SCHEDULE - READ ONE SCHEDULE ROW AND ADD ITS JOB
006220*                      TO THE TABLE IF NEW. A DUPLICATE ROW
006230*                      THAT IS DUE MARKS THE EXISTING ENTRY
006240*                      DUE, THE MORN-RECON CONVENTION.
006250*================================================================
006260 3100-READ-SCHEDULE.
006270     READ SCHEDULE-FILE
006280         AT END
006290             MOVE "Y" TO WS-EOF-SWITCH
006300             GO TO 3100-EXIT
006310     END-READ.
006320     IF SC-JOB-NAME = SPACES
006330         GO TO 3100-EXIT
006340     END-IF.
006350     PERFORM 3300-CHECK-DUE      THRU 3300-EXIT.
006360     MOVE "N"                    TO WS-FOUND-SWITCH.
006370     PERFORM 3200-MATCH-SCHEDULE THRU 3200-EXIT
006380         VARYING SC-IDX FROM 1 BY 1
006390         UNTIL SC-IDX > WS-SC-MAX-USED
006400            OR WS-FOUND-YES.
006410     IF WS-FOUND-YES
006420         SET SC-IDX DOWN BY 1
006430         IF WS-DUE-YES
006440             MOVE "Y"            TO WS-SC-DUE-SW(SC-IDX)
006450         END-IF
006460         GO TO 3100-EXIT
006470     END-IF.
006480     IF WS-SC-MAX-USED < WS-SC-TABLE-MAX
006490         ADD 1 TO WS-SC-MAX-USED
006500         SET SC-IDX TO WS-SC-MAX-USED
006510         MOVE SC-JOB-NAME        TO WS-SC-JOB(SC-IDX)
006520         MOVE WS-DUE-SWITCH      TO WS-SC-DUE-SW(SC-IDX)
006530         PERFORM 3400-CLEAR-CKPT THRU 3400-EXIT
006540     ELSE
006550         DISPLAY "TAKEOVR0002W SCHEDULE TABLE FULL AT "
006560             WS-SC-TABLE-MAX " - " SC-JOB-NAME " NOT CHECKED"
006570     END-IF.
006580 3100-EXIT.
006590     EXIT.
006600*================================================================
006610* 3200-MATCH-SCHEDULE - COMPARE ONE SCHEDULE-TABLE ENTRY
006620*                       AGAINST THE CURRENT SCHEDULE ROW.
006630*================================================================
006640 3200-MATCH-SCHEDULE.
006650     IF WS-SC-JOB(SC-IDX) = SC-JOB-NAME
006660         MOVE "Y" TO WS-FOUND-SWITCH
006670     END-IF.
006680 3200-EXIT.
006690     EXIT.
006700*================================================================
006710* 3300-CHECK-DUE - IS THE SCHEDULE ROW JUST READ DUE ON THE
006720*                  TAKEOVER CYCLE'S DATE? THE NIGHT-WATCH RULES:
006730*                  NOTHING IS DUE ON A NON-PROCESSING DAY, AND
006740*                  AN UNKNOWN FREQUENCY CODE READS AS DAILY.
006750*                  THE ANSWER IS LEFT IN WS-DUE-SWITCH.
006760*================================================================
006770 3300-CHECK-DUE.
006780     MOVE "N"                    TO WS-DUE-SWITCH.
006790     MOVE WS-TAKE-DATE           TO WS-CHECK-DATE.
006800     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
006810     IF WS-NON-PROC-YES
006820         GO TO 3300-EXIT
006830     END-IF.
006840     EVALUATE TRUE
006850         WHEN SC-FREQ-WEEKLY
006860             PERFORM 3310-CHECK-WEEKLY    THRU 3310-EXIT
006870         WHEN SC-FREQ-MONTH-END
006880             PERFORM 3320-CHECK-MONTH-END THRU 3320-EXIT
006890         WHEN SC-FREQ-DATE-LIST
006900             PERFORM 3330-CHECK-DATE-LIST THRU 3330-EXIT
006910         WHEN OTHER
006920             MOVE "Y"            TO WS-DUE-SWITCH
006930     END-EVALUATE.
006940 3300-EXIT.
006950     EXIT.
006960*================================================================
006970* 3310-CHECK-WEEKLY - DUE WHEN THE RUN-DAY FLAG FOR THE CYCLE
006980*                     DATE'S DAY OF WEEK IS "Y". THE DAY-SERIAL
006990*                     REMAINDER MODULO 7 IS SATURDAY = 0, SO IT
007000*                     IS REMAPPED TO 1-7 MONDAY THROUGH SUNDAY
007010*                     TO INDEX THE FLAGS.
007020*================================================================
007030 3310-CHECK-WEEKLY.
007040     IF WS-TAKE-DATE NOT NUMERIC
007050         GO TO 3310-EXIT
007060     END-IF.
007070     MOVE WS-TAKE-DATE           TO WS-CD-DATE.
007080     PERFORM 7100-CALC-SERIAL    THRU 7100-EXIT.
007090     DIVIDE WS-CD-SERIAL BY 7
007100         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
007110     EVALUATE WS-DOW-REM
007120         WHEN 2  MOVE 1          TO WS-DOW-INDEX
007130         WHEN 3  MOVE 2          TO WS-DOW-INDEX
007140         WHEN 4  MOVE 3          TO WS-DOW-INDEX
007150         WHEN 5  MOVE 4          TO WS-DOW-INDEX
007160         WHEN 6  MOVE 5          TO WS-DOW-INDEX
007170         WHEN 0  MOVE 6          TO WS-DOW-INDEX
007180         WHEN OTHER
007190                 MOVE 7          TO WS-DOW-INDEX
007200     END-EVALUATE.
007210     IF SC-RUN-DAY(WS-DOW-INDEX) = "Y"
007220         MOVE "Y"                TO WS-DUE-SWITCH
007230     END-IF.
007240 3310-EXIT.
007250     EXIT.
007260*================================================================
007270* 3320-CHECK-MONTH-END - DUE WHEN THE CYCLE DATE IS THE LAST
007280*                        PROCESSING DAY OF ITS MONTH - EVERY
007290*                        LATER DAY IN THE MONTH MUST BE ON THE
007300*                        CALENDAR AS NON-PROCESSING.
007310*================================================================
007320 3320-CHECK-MONTH-END.
007330     IF WS-TAKE-DATE NOT NUMERIC
007340         GO TO 3320-EXIT
007350     END-IF.
007360     MOVE "Y"                    TO WS-DUE-SWITCH.
007370     MOVE WS-TAKE-DATE           TO WS-CD-DATE.
007380     MOVE "N"                    TO WS-ME-DONE-SWITCH.
007390     PERFORM 3325-ONE-LATER-DAY  THRU 3325-EXIT
007400         UNTIL WS-ME-DONE.
007410 3320-EXIT.
007420     EXIT.
007430*================================================================
007440* 3325-ONE-LATER-DAY - STEP ONE DAY FORWARD. PAST THE END OF
007450*                      THE MONTH THE CYCLE DATE STANDS AS THE
007460*                      LAST PROCESSING DAY; A LATER PROCESSING
007470*                      DAY IN THE MONTH MEANS IT IS NOT.
007480*================================================================
007490 3325-ONE-LATER-DAY.
007500     MOVE WS-CD-MONTH            TO WS-SAVE-MONTH.
007510     PERFORM 7200-NEXT-DAY       THRU 7200-EXIT.
007520     IF WS-CD-MONTH NOT = WS-SAVE-MONTH
007530         MOVE "Y"                TO WS-ME-DONE-SWITCH
007540         GO TO 3325-EXIT
007550     END-IF.
007560     MOVE WS-CD-DATE             TO WS-CHECK-DATE.
007570     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
007580     IF NOT WS-NON-PROC-YES
007590         MOVE "N"                TO WS-DUE-SWITCH
007600         MOVE "Y"                TO WS-ME-DONE-SWITCH
007610     END-IF.
007620 3325-EXIT.
007630     EXIT.
007640*================================================================
007650* 3330-CHECK-DATE-LIST - DUE WHEN THE CYCLE DATE IS ONE OF THE
007660*                        (UP TO FOUR) DATES LISTED ON THE ROW.
007670*================================================================
007680 3330-CHECK-DATE-LIST.
007690     PERFORM 3335-ONE-LIST-DATE  THRU 3335-EXIT
007700         VARYING WS-LIST-SUB FROM 1 BY 1
007710         UNTIL WS-LIST-SUB > 4
007720            OR WS-DUE-YES.
007730 3330-EXIT.
007740     EXIT.
007750*================================================================
007760* 3335-ONE-LIST-DATE - COMPARE ONE LISTED DATE.
007770*================================================================
007780 3335-ONE-LIST-DATE.
007790     IF SC-RUN-DATE(WS-LIST-SUB) = WS-TAKE-DATE
007800        AND SC-RUN-DATE(WS-LIST-SUB) NOT = SPACES
007810         MOVE "Y"                TO WS-DUE-SWITCH
007820     END-IF.
007830 3335-EXIT.
007840     EXIT.
007850*================================================================
007860* 3400-CLEAR-CKPT - A NEW SCHEDULE-TABLE ENTRY HAS SEEN NO
007870*                   CHECKPOINT YET.
007880*================================================================
007890 3400-CLEAR-CKPT.
007900     MOVE SPACE                  TO WS-SC-BEFORE-ST(SC-IDX).
007910     MOVE SPACES                 TO WS-SC-BEFORE-TS(SC-IDX).
007920     MOVE SPACE                  TO WS-SC-TKOV-ST(SC-IDX).
007930     MOVE SPACES                 TO WS-SC-TKOV-TS(SC-IDX).
007940     MOVE SPACE                  TO WS-SC-AFTER-ST(SC-IDX).
007950     MOVE SPACES                 TO WS-SC-AFTER-TS(SC-IDX).
007960 3400-EXIT.
007970     EXIT.
007980*================================================================
007990* 4000-SCAN-CHECKPOINTS - READ THE OWNING SITE'S CHECKPOINT FILE
008000*                         FOR THE TAKEOVER CYCLE. A FILE NOT
008010*                         CREATED YET (STATUS 35) SCANS AS EMPTY -
008020*                         NOTHING HAS RUN.
008030*================================================================
008040 4000-SCAN-CHECKPOINTS.
008050     MOVE "N"                    TO WS-EOF-SWITCH.
008060     OPEN INPUT RESTART-CKPT-A-FILE.
008070     IF WS-RESTCKPA-STATUS = "35"
008080         GO TO 4000-EXIT
008090     END-IF.
008100     IF WS-RESTCKPA-STATUS NOT = "00"
008110         GO TO 9860-ABEND-RESTCKPA-OPEN
008120     END-IF.
008130     PERFORM 4100-READ-CKPT      THRU 4100-EXIT
008140         UNTIL WS-EOF-YES.
008150     CLOSE RESTART-CKPT-A-FILE.
008160 4000-EXIT.
008170     EXIT.
008180*================================================================
008190* 4100-READ-CKPT - READ ONE CHECKPOINT ROW. A ROW OF THE TAKEOVER
008200*                  CYCLE BELONGING TO THE OWNING SITE IS KEPT
008210*                  AGAINST ITS STEP AS THE LATEST STATUS FROM
008220*                  BEFORE THE TAKEOVER OPENED, FROM THE TAKING-
008230*                  OVER SITE UNDER IT, OR FROM THE OWNING SITE
008240*                  SINCE. ON AN OPEN THE TAKEOVER OPENS NOW, SO
008250*                  EVERY ROW IS FROM BEFORE. THE FILE IS APPEND-
008260*                  ONLY, SO THE LAST ROW READ IS THE LATEST.
008270*================================================================
008280 4100-READ-CKPT.
008290     READ RESTART-CKPT-A-FILE
008300         AT END
008310             MOVE "Y" TO WS-EOF-SWITCH
008320             GO TO 4100-EXIT
008330     END-READ.
008340     IF RC-CYCLE-NUMBER NOT NUMERIC
008350         GO TO 4100-EXIT
008360     END-IF.
008370     IF RC-CYCLE-NUMBER NOT = WS-TAKE-CYCLE
008380         GO TO 4100-EXIT
008390     END-IF.
008400     MOVE RC-OWNER-SITE          TO WS-CK-OWNER.
008410     IF WS-CK-OWNER = SPACES
008420         MOVE RC-SITE-CODE       TO WS-CK-OWNER
008430     END-IF.
008440     IF WS-CK-OWNER NOT = SPACES
008450        AND WS-CK-OWNER NOT = WS-OWNER-SITE
008460         GO TO 4100-EXIT
008470     END-IF.
008480     MOVE "N"                    TO WS-FOUND-SWITCH.
008490     PERFORM 4110-MATCH-STEP     THRU 4110-EXIT
008500         VARYING SC-IDX FROM 1 BY 1
008510         UNTIL SC-IDX > WS-SC-MAX-USED
008520            OR WS-FOUND-YES.
008530     IF WS-FOUND-YES
008540         SET SC-IDX DOWN BY 1
008550     ELSE
008560         IF RC-COMPLETION-TS < WS-OPENED-TS
008570            OR RC-SITE-CODE NOT = WS-RUN-SITE
008580             GO TO 4100-EXIT
008590         END-IF
008600         IF WS-SC-MAX-USED NOT < WS-SC-TABLE-MAX
008610             DISPLAY "TAKEOVR0003W SCHEDULE TABLE FULL AT "
008620                 WS-SC-TABLE-MAX " - " RC-STEP-NAME
008630                 " NOT RECONCILED"
008640             GO TO 4100-EXIT
008650         END-IF
008660         ADD 1 TO WS-SC-MAX-USED
008670         SET SC-IDX TO WS-SC-MAX-USED
008680         MOVE RC-STEP-NAME       TO WS-SC-JOB(SC-IDX)
008690         MOVE "N"                TO WS-SC-DUE-SW(SC-IDX)
008700         PERFORM 3400-CLEAR-CKPT THRU 3400-EXIT
008710     END-IF.
008720     IF RC-COMPLETION-TS < WS-OPENED-TS
008730         MOVE RC-STATUS-CODE     TO WS-SC-BEFORE-ST(SC-IDX)
008740         MOVE RC-COMPLETION-TS   TO WS-SC-BEFORE-TS(SC-IDX)
008750         GO TO 4100-EXIT
008760     END-IF.
008770     IF RC-SITE-CODE = WS-RUN-SITE
008780         MOVE RC-STATUS-CODE     TO WS-SC-TKOV-ST(SC-IDX)
008790         MOVE RC-COMPLETION-TS   TO WS-SC-TKOV-TS(SC-IDX)
008800     ELSE
008810         MOVE RC-STATUS-CODE     TO WS-SC-AFTER-ST(SC-IDX)
008820         MOVE RC-COMPLETION-TS   TO WS-SC-AFTER-TS(SC-IDX)
008830     END-IF.
008840 4100-EXIT.
008850     EXIT.
008860*================================================================
008870* 4110-MATCH-STEP - COMPARE ONE SCHEDULE-TABLE ENTRY AGAINST THE
008880*                   CHECKPOINT ROW'S STEP.
008890*================================================================
008900 4110-MATCH-STEP.
008910     IF WS-SC-JOB(SC-IDX) = RC-STEP-NAME
008920         MOVE "Y" TO WS-FOUND-SWITCH
008930     END-IF.
008940 4110-EXIT.
008950     EXIT.
008960*================================================================
008970* 5000-OPEN-TAKEOVER - OPEN THE TAKEOVER FILE. ON AN OPEN A
008980*                      CLUSTER NOT DEFINED YET IS CREATED; A
008990*                      HAND-BACK NEEDS ONE THERE.
009000*================================================================
009010 5000-OPEN-TAKEOVER.
009020     OPEN I-O TAKEOVER-FILE.
009030     IF WS-TAKEOVER-STATUS = "35"
009040        AND WS-FUNC-OPEN
009050         OPEN OUTPUT TAKEOVER-FILE
009060         IF WS-TAKEOVER-STATUS = "00"
009070             CLOSE TAKEOVER-FILE
009080             OPEN I-O TAKEOVER-FILE
009090         END-IF
009100     END-IF.
009110     IF WS-TAKEOVER-STATUS = "35"
009120         GO TO 9875-ABEND-NONE-OPEN
009130     END-IF.
009140     IF WS-TAKEOVER-STATUS NOT = "00"
009150         GO TO 9870-ABEND-TAKEOVER-OPEN
009160     END-IF.
009170     MOVE "Y"                    TO WS-TAKEOVER-OPEN-SWITCH.
009180 5000-EXIT.
009190     EXIT.
009200*================================================================
009210* 5100-LOAD-OPEN-ROWS - BROWSE THE OWNING SITE'S ROWS ON THE
009220*                       TAKEOVER FILE AND TABLE THE OPEN ONES. AN
009230*                       OPEN MUST FIND NONE - A TAKEOVER ALREADY
009240*                       RUNNING IS HANDED BACK BEFORE ANOTHER IS
009250*                       OPENED. A HAND-BACK MUST FIND SOME, AND
009260*                       TAKES THE CYCLE, THE TAKING-OVER SITE AND
009270*                       THE WINDOW FROM THEM.
009280*================================================================
009290 5100-LOAD-OPEN-ROWS.
009300     MOVE "N"                    TO WS-EOF-SWITCH.
009310     MOVE WS-OWNER-SITE          TO TK-OWNER-SITE.
009320     MOVE LOW-VALUES             TO TK-OPERATOR-ID.
009330     START TAKEOVER-FILE
009340         KEY IS NOT LESS THAN TK-KEY
009350         INVALID KEY
009360             MOVE "Y" TO WS-EOF-SWITCH
009370     END-START.
009380     PERFORM 5110-READ-TAKEOVER  THRU 5110-EXIT
009390         UNTIL WS-EOF-YES.
009400     IF WS-FUNC-OPEN
009410         IF WS-OP-MAX-USED > ZERO
009420             GO TO 9880-ABEND-ALREADY-OPEN
009430         END-IF
009440         GO TO 5100-EXIT
009450     END-IF.
009460     IF WS-OP-MAX-USED = ZERO
009470         GO TO 9875-ABEND-NONE-OPEN
009480     END-IF.
009490 5100-EXIT.
009500     EXIT.
009510*================================================================
009520* 5110-READ-TAKEOVER - READ THE NEXT TAKEOVER ROW, STOPPING AT THE
009530*                      END OF THE OWNING SITE'S ROWS. THE FIRST
009540*                      OPEN ROW SETS THE TAKEOVER; THE EARLIEST
009550*                      OPENING AND LATEST EXPIRY ARE KEPT.
009560*================================================================
009570 5110-READ-TAKEOVER.
009580     READ TAKEOVER-FILE NEXT RECORD
009590         AT END
009600             MOVE "Y" TO WS-EOF-SWITCH
009610             GO TO 5110-EXIT
009620     END-READ.
009630     IF TK-OWNER-SITE NOT = WS-OWNER-SITE
009640         MOVE "Y"                TO WS-EOF-SWITCH
009650         GO TO 5110-EXIT
009660     END-IF.
009670     IF NOT TK-OPEN
009680         GO TO 5110-EXIT
009690     END-IF.
009700     IF WS-OP-MAX-USED NOT < WS-OP-TABLE-MAX
009710         DISPLAY "TAKEOVR0004W OPEN-ROW TABLE FULL AT "
009720             WS-OP-TABLE-MAX " - " TK-OPERATOR-ID " NOT CLOSED"
009730         ADD 1                   TO WS-FLAG-COUNT
009740         GO TO 5110-EXIT
009750     END-IF.
009760     ADD 1 TO WS-OP-MAX-USED.
009770     SET OP-IDX TO WS-OP-MAX-USED.
009780     MOVE TK-OPERATOR-ID         TO WS-OP-OPERATOR-ID(OP-IDX).
009790     IF WS-OP-MAX-USED = 1
009800         MOVE TK-RUN-SITE        TO WS-RUN-SITE
009810         MOVE TK-CYCLE-NUMBER    TO WS-TAKE-CYCLE
009820         MOVE TK-OPENED-TS       TO WS-OPENED-TS
009830         MOVE TK-EXPIRES-TS      TO WS-EXPIRES-TS
009840         MOVE TK-SUPERVISOR-ID   TO WS-SUPV-ID
009850         GO TO 5110-EXIT
009860     END-IF.
009870     IF TK-OPENED-TS < WS-OPENED-TS
009880         MOVE TK-OPENED-TS       TO WS-OPENED-TS
009890     END-IF.
009900     IF TK-EXPIRES-TS > WS-EXPIRES-TS
009910         MOVE TK-EXPIRES-TS      TO WS-EXPIRES-TS
009920     END-IF.
009930 5110-EXIT.
009940     EXIT.
009950*================================================================
009960* 5900-WRITE-HEADINGS - THE REPORT HEADINGS, ONCE THE TAKEOVER IS
009970*                       KNOWN.
009980*================================================================
009990 5900-WRITE-HEADINGS.
010000     IF WS-FUNC-OPEN
010010         MOVE "OPEN"             TO HDG-1-FUNCTION
010020     ELSE
010030         MOVE "HAND-BACK"        TO HDG-1-FUNCTION
010040     END-IF.
010050     MOVE WS-OWNER-SITE          TO HDG-2-OWNER.
010060     MOVE WS-RUN-SITE            TO HDG-2-RUN.
010070     MOVE WS-TAKE-CYCLE          TO HDG-2-CYCLE.
010080     MOVE WS-TAKE-DATE           TO HDG-2-DATE.
010090     MOVE WS-CURRENT-HHMMSSCC(1:6) TO HDG-2-TIME.
010100     MOVE WS-OPENED-TS(1:8)      TO HDG-3-OPEN-DATE.
010110     MOVE WS-OPENED-TS(9:6)      TO HDG-3-OPEN-TIME.
010120     MOVE WS-EXPIRES-TS(1:8)     TO HDG-3-EXP-DATE.
010130     MOVE WS-EXPIRES-TS(9:6)     TO HDG-3-EXP-TIME.
010140     MOVE WS-SUPV-ID             TO HDG-3-SUPV.
010150     WRITE TAKE-RPT-RECORD       FROM HDG-LINE-1.
010160     WRITE TAKE-RPT-RECORD       FROM HDG-LINE-2.
010170     WRITE TAKE-RPT-RECORD       FROM HDG-LINE-3.
010180     WRITE TAKE-RPT-RECORD       FROM BLANK-LINE.
010190 5900-EXIT.
010200     EXIT.
010210*================================================================
010220* 6000-LIST-OUTSTANDING - OPEN: EVERY STEP DUE IN THE OWNING
010230*                         SITE'S CYCLE WHOSE LATEST CHECKPOINT IS
010240*                         NOT A COMPLETION ("C" OR "W").
010250*================================================================
010260 6000-LIST-OUTSTANDING.
010270     WRITE TAKE-RPT-RECORD       FROM SECT-HDG-OUTSTANDING.
010280     PERFORM 6010-ONE-OUTSTANDING THRU 6010-EXIT
010290         VARYING SC-IDX FROM 1 BY 1
010300         UNTIL SC-IDX > WS-SC-MAX-USED.
010310     IF WS-OUTSTANDING-COUNT = ZERO
010320         WRITE TAKE-RPT-RECORD   FROM NONE-LINE
010330     END-IF.
010340     WRITE TAKE-RPT-RECORD       FROM BLANK-LINE.
010350 6000-EXIT.
010360     EXIT.
010370*================================================================
010380* 6010-ONE-OUTSTANDING - LIST ONE STEP IF DUE AND NOT COMPLETED.
010390*================================================================
010400 6010-ONE-OUTSTANDING.
010410     IF NOT WS-SC-DUE(SC-IDX)
010420        OR WS-SC-BEFORE-DONE(SC-IDX)
010430         GO TO 6010-EXIT
010440     END-IF.
010450     MOVE WS-SC-JOB(SC-IDX)      TO STX-STEP.
010460     IF WS-SC-BEFORE-ABEND(SC-IDX)
010470         MOVE "ABENDED"          TO STX-STATE
010480         MOVE WS-SC-BEFORE-TS(SC-IDX)(1:8) TO STX-DATE
010490         MOVE WS-SC-BEFORE-TS(SC-IDX)(9:6) TO STX-TIME
010500     ELSE
010510         MOVE "NO CHECKPOINT THIS CYCLE" TO STX-STATE
010520         MOVE SPACES             TO STX-DATE
010530                                    STX-TIME
010540     END-IF.
010550     MOVE STEP-TEXT-AREA         TO ITM-TEXT.
010560     WRITE TAKE-RPT-RECORD       FROM ITEM-LINE.
010570     ADD 1                       TO WS-OUTSTANDING-COUNT.
010580 6010-EXIT.
010590     EXIT.
010600*================================================================
010610* 6500-AUTHORIZE-OPERATORS - OPEN: ONE TAKEOVER ROW PER OPERATOR
010620*                            NAMED ON THE PARAMETER WHO PASSES
010630*                            6510. WITH NOTHING OUTSTANDING THERE
010640*                            IS NOTHING TO TAKE OVER AND NO ROW IS
010650*                            WRITTEN.
010660*================================================================
010670 6500-AUTHORIZE-OPERATORS.
010680     IF WS-OUTSTANDING-COUNT = ZERO
010690         WRITE TAKE-RPT-RECORD   FROM NOT-OPENED-LINE
010700         WRITE TAKE-RPT-RECORD   FROM BLANK-LINE
010710         DISPLAY "TAKEOVR0005W NOTHING OUTSTANDING IN CYCLE "
010720             WS-TAKE-CYCLE " OF SITE " WS-OWNER-SITE
010730             " - NO TAKEOVER OPENED"
010740         ADD 1                   TO WS-FLAG-COUNT
010750         GO TO 6500-EXIT
010760     END-IF.
010770     WRITE TAKE-RPT-RECORD       FROM SECT-HDG-OPERATORS.
010780     OPEN INPUT OPER-MASTER-FILE.
010790     IF WS-OPERMAST-STATUS NOT = "00"
010800         GO TO 9820-ABEND-OPERMAST-OPEN
010810     END-IF.
010820     PERFORM 6510-ONE-OPERATOR   THRU 6510-EXIT
010830         VARYING WS-OPER-SUB FROM 1 BY 1
010840         UNTIL WS-OPER-SUB > 6.
010850     CLOSE OPER-MASTER-FILE.
010860     WRITE TAKE-RPT-RECORD       FROM BLANK-LINE.
010870 6500-EXIT.
010880     EXIT.
010890*================================================================
010900* 6510-ONE-OPERATOR - ONE OPERATOR NAMED ON THE PARAMETER. THE
010910*                     OPERATOR MUST BE ON THE OPERATOR MASTER,
010920*                     AUTHORIZED AND INSIDE THEIR DATES, AND AN
010930*                     OPERATOR OF THE TAKING-OVER SITE - NOT OF
010940*                     EVERY SITE OR OF THE OWNING SITE, WHO NEED
010950*                     NO TAKEOVER AND WHOSE RUNS BANNER-RTN WOULD
010960*                     NOT STAMP AS ONE. A NAME REPEATED IS TAKEN
010970*                     ONCE. AN EARLIER, HANDED-BACK ROW FOR THE
010980*                     SAME OPERATOR IS REPLACED.
010990*================================================================
011000 6510-ONE-OPERATOR.
011010     IF WS-OPER-ID(WS-OPER-SUB) = SPACES
011020         GO TO 6510-EXIT
011030     END-IF.
011040     MOVE "N"                    TO WS-FOUND-SWITCH.
011050     PERFORM 6520-CHECK-REPEAT   THRU 6520-EXIT
011060         VARYING WS-DUP-SUB FROM 1 BY 1
011070         UNTIL WS-DUP-SUB NOT < WS-OPER-SUB
011080            OR WS-FOUND-YES.
011090     IF WS-FOUND-YES
011100         GO TO 6510-EXIT
011110     END-IF.
011120     MOVE SPACES                 TO OPER-TEXT-AREA.
011130     MOVE WS-OPER-ID(WS-OPER-SUB) TO PTX-OPERATOR-ID.
011140     MOVE WS-OPER-ID(WS-OPER-SUB) TO OM-OPERATOR-ID.
011150     READ OPER-MASTER-FILE
011160         INVALID KEY
011170             MOVE "REFUSED - NOT ON THE OPERATOR MASTER"
011180                                 TO WS-REFUSE-TEXT
011190             GO TO 6510-REFUSE
011200     END-READ.
011210     MOVE OM-OPERATOR-NAME       TO PTX-NAME.
011220     IF NOT OM-AUTHORIZED
011230         MOVE "REFUSED - NOT AUTHORIZED" TO WS-REFUSE-TEXT
011240         GO TO 6510-REFUSE
011250     END-IF.
011260     IF (OM-EFF-DATE NUMERIC AND OM-EFF-DATE > ZERO
011270         AND WS-CURRENT-YYYYMMDD < OM-EFF-DATE)
011280        OR (OM-EXP-DATE NUMERIC AND OM-EXP-DATE > ZERO
011290         AND WS-CURRENT-YYYYMMDD > OM-EXP-DATE)
011300         MOVE "REFUSED - OUTSIDE AUTHORIZATION DATES"
011310                                 TO WS-REFUSE-TEXT
011320         GO TO 6510-REFUSE
011330     END-IF.
011340     IF OM-SITE-LIST = SPACES
011350         MOVE "REFUSED - ALREADY AUTHORIZED, EVERY SITE"
011360                                 TO WS-REFUSE-TEXT
011370         GO TO 6510-REFUSE
011380     END-IF.
011390     MOVE "N"                    TO WS-OWNER-MATCH-SWITCH.
011400     MOVE "N"                    TO WS-RUN-MATCH-SWITCH.
011410     PERFORM 6530-ONE-SITE       THRU 6530-EXIT
011420         VARYING WS-SITE-SUB FROM 1 BY 1
011430         UNTIL WS-SITE-SUB > 2.
011440     IF WS-OWNER-MATCH
011450         MOVE "REFUSED - ALREADY AUTHORIZED, OWNER SITE"
011460                                 TO WS-REFUSE-TEXT
011470         GO TO 6510-REFUSE
011480     END-IF.
011490     IF NOT WS-RUN-MATCH
011500         MOVE "REFUSED - NOT AN OPERATOR OF THE SITE"
011510                                 TO WS-REFUSE-TEXT
011520         GO TO 6510-REFUSE
011530     END-IF.
011540     MOVE SPACES                 TO TAKEOVER-RECORD.
011550     MOVE WS-OWNER-SITE          TO TK-OWNER-SITE.
011560     MOVE WS-OPER-ID(WS-OPER-SUB) TO TK-OPERATOR-ID.
011570     MOVE WS-RUN-SITE            TO TK-RUN-SITE.
011580     MOVE WS-TAKE-CYCLE          TO TK-CYCLE-NUMBER.
011590     MOVE WS-OPENED-TS           TO TK-OPENED-TS.
011600     MOVE WS-EXPIRES-TS          TO TK-EXPIRES-TS.
011610     MOVE WS-HOURS               TO TK-HOURS.
011620     MOVE WS-SUPV-ID             TO TK-SUPERVISOR-ID.
011630     MOVE "O"                    TO TK-STATUS.
011640     WRITE TAKEOVER-RECORD
011650         INVALID KEY
011660             REWRITE TAKEOVER-RECORD
011670                 INVALID KEY
011680                     GO TO 9890-ABEND-TAKEOVER-WRITE
011690             END-REWRITE
011700     END-WRITE.
011710     IF WS-TAKEOVER-STATUS NOT = "00"
011720         GO TO 9890-ABEND-TAKEOVER-WRITE
011730     END-IF.
011740     MOVE "AUTHORIZED"           TO PTX-RESULT.
011750     MOVE OPER-TEXT-AREA         TO ITM-TEXT.
011760     WRITE TAKE-RPT-RECORD       FROM ITEM-LINE.
011770     ADD 1                       TO WS-OPENED-COUNT.
011780     GO TO 6510-EXIT.
011790 6510-REFUSE.
011800     MOVE WS-REFUSE-TEXT         TO PTX-RESULT.
011810     MOVE OPER-TEXT-AREA         TO ITM-TEXT.
011820     WRITE TAKE-RPT-RECORD       FROM ITEM-LINE.
011830     DISPLAY "TAKEOVR0006W OPERATOR " PTX-OPERATOR-ID " "
011840         WS-REFUSE-TEXT.
011850     ADD 1                       TO WS-REFUSED-COUNT.
011860     ADD 1                       TO WS-FLAG-COUNT.
011870 6510-EXIT.
011880     EXIT.
011890*================================================================
011900* 6520-CHECK-REPEAT - COMPARE ONE EARLIER NAME ON THE PARAMETER.
011910*================================================================
011920 6520-CHECK-REPEAT.
011930     IF WS-OPER-ID(WS-DUP-SUB) = WS-OPER-ID(WS-OPER-SUB)
011940         MOVE "Y" TO WS-FOUND-SWITCH
011950     END-IF.
011960 6520-EXIT.
011970     EXIT.
011980*================================================================
011990* 6530-ONE-SITE - COMPARE ONE OF THE OPERATOR'S PERMITTED SITES
012000*                 WITH THE OWNING AND THE TAKING-OVER SITE.
012010*================================================================
012020 6530-ONE-SITE.
012030     IF OM-SITE-CODE(WS-SITE-SUB) = WS-OWNER-SITE
012040         MOVE "Y"                TO WS-OWNER-MATCH-SWITCH
012050     END-IF.
012060     IF OM-SITE-CODE(WS-SITE-SUB) = WS-RUN-SITE
012070         MOVE "Y"                TO WS-RUN-MATCH-SWITCH
012080     END-IF.
012090 6530-EXIT.
012100     EXIT.
012110*================================================================
012120* 6600-RECONCILE - HAND-BACK: EVERY STEP THAT WAS OUTSTANDING
012130*                  WHEN THE TAKEOVER OPENED, AND WHAT BECAME OF
012140*                  IT - COMPLETED UNDER THE TAKEOVER, COMPLETED BY
012150*                  THE OWNING SITE ITSELF, OR STILL OUTSTANDING.
012160*================================================================
012170 6600-RECONCILE.
012180     WRITE TAKE-RPT-RECORD       FROM SECT-HDG-RECONCILE.
012190     PERFORM 6610-ONE-RECONCILE  THRU 6610-EXIT
012200         VARYING SC-IDX FROM 1 BY 1
012210         UNTIL SC-IDX > WS-SC-MAX-USED.
012220     IF WS-OUTSTANDING-COUNT = ZERO
012230         WRITE TAKE-RPT-RECORD   FROM NONE-LINE
012240     END-IF.
012250     WRITE TAKE-RPT-RECORD       FROM BLANK-LINE.
012260 6600-EXIT.
012270     EXIT.
012280*================================================================
012290* 6610-ONE-RECONCILE - RECONCILE ONE STEP IF IT WAS OUTSTANDING.
012300*                      A COMPLETION UNDER THE TAKEOVER COUNTS
012310*                      FIRST; A STEP LEFT ABENDED UNDER IT IS
012320*                      SHOWN AS SUCH.
012330*================================================================
012340 6610-ONE-RECONCILE.
012350     IF NOT WS-SC-DUE(SC-IDX)
012360        OR WS-SC-BEFORE-DONE(SC-IDX)
012370         GO TO 6610-EXIT
012380     END-IF.
012390     ADD 1                       TO WS-OUTSTANDING-COUNT.
012400     MOVE WS-SC-JOB(SC-IDX)      TO STX-STEP.
012410     EVALUATE TRUE
012420         WHEN WS-SC-TKOV-DONE(SC-IDX)
012430             MOVE "COMPLETED UNDER TAKEOVER" TO STX-STATE
012440             MOVE WS-SC-TKOV-TS(SC-IDX)(1:8) TO STX-DATE
012450             MOVE WS-SC-TKOV-TS(SC-IDX)(9:6) TO STX-TIME
012460             ADD 1               TO WS-BY-TAKEOVER-COUNT
012470         WHEN WS-SC-AFTER-DONE(SC-IDX)
012480             MOVE "COMPLETED BY OWNING SITE" TO STX-STATE
012490             MOVE WS-SC-AFTER-TS(SC-IDX)(1:8) TO STX-DATE
012500             MOVE WS-SC-AFTER-TS(SC-IDX)(9:6) TO STX-TIME
012510             ADD 1               TO WS-BY-OWNER-COUNT
012520         WHEN WS-SC-TKOV-ABEND(SC-IDX)
012530             MOVE "ABENDED UNDER TAKEOVER - OUTSTANDING"
012540                                 TO STX-STATE
012550             MOVE WS-SC-TKOV-TS(SC-IDX)(1:8) TO STX-DATE
012560             MOVE WS-SC-TKOV-TS(SC-IDX)(9:6) TO STX-TIME
012570             ADD 1               TO WS-STILL-OUT-COUNT
012580             ADD 1               TO WS-FLAG-COUNT
012590         WHEN OTHER
012600             MOVE "NOT RUN - STILL OUTSTANDING" TO STX-STATE
012610             MOVE SPACES         TO STX-DATE
012620                                    STX-TIME
012630             ADD 1               TO WS-STILL-OUT-COUNT
012640             ADD 1               TO WS-FLAG-COUNT
012650     END-EVALUATE.
012660     MOVE STEP-TEXT-AREA         TO ITM-TEXT.
012670     WRITE TAKE-RPT-RECORD       FROM ITEM-LINE.
012680 6610-EXIT.
012690     EXIT.
012700*================================================================
012710* 6700-LIST-NOT-NEEDED - HAND-BACK: EVERY STEP THE TAKING-OVER
012720*                        SITE RAN UNDER THE TAKEOVER THAT WAS NOT
012730*                        OUTSTANDING - NOT DUE IN THE CYCLE, OR
012740*                        ALREADY COMPLETED BEFORE THE TAKEOVER
012750*                        OPENED.
012760*================================================================
012770 6700-LIST-NOT-NEEDED.
012780     WRITE TAKE-RPT-RECORD       FROM SECT-HDG-NOT-NEEDED.
012790     PERFORM 6710-ONE-NOT-NEEDED THRU 6710-EXIT
012800         VARYING SC-IDX FROM 1 BY 1
012810         UNTIL SC-IDX > WS-SC-MAX-USED.
012820     IF WS-NOT-NEEDED-COUNT = ZERO
012830         WRITE TAKE-RPT-RECORD   FROM NONE-LINE
012840     END-IF.
012850     WRITE TAKE-RPT-RECORD       FROM BLANK-LINE.
012860 6700-EXIT.
012870     EXIT.
012880*================================================================
012890* 6710-ONE-NOT-NEEDED - LIST ONE STEP IF RUN UNDER THE TAKEOVER
012900*                       BUT NOT OUTSTANDING.
012910*================================================================
012920 6710-ONE-NOT-NEEDED.
012930     IF WS-SC-TKOV-ST(SC-IDX) = SPACE
012940         GO TO 6710-EXIT
012950     END-IF.
012960     IF WS-SC-DUE(SC-IDX)
012970        AND NOT WS-SC-BEFORE-DONE(SC-IDX)
012980         GO TO 6710-EXIT
012990     END-IF.
013000     MOVE WS-SC-JOB(SC-IDX)      TO STX-STEP.
013010     IF WS-SC-DUE(SC-IDX)
013020         MOVE "ALREADY COMPLETED BEFORE THE TAKEOVER"
013030                                 TO STX-STATE
013040     ELSE
013050         MOVE "NOT DUE IN THE CYCLE" TO STX-STATE
013060     END-IF.
013070     MOVE WS-SC-TKOV-TS(SC-IDX)(1:8) TO STX-DATE.
013080     MOVE WS-SC-TKOV-TS(SC-IDX)(9:6) TO STX-TIME.
013090     MOVE STEP-TEXT-AREA         TO ITM-TEXT.
013100     WRITE TAKE-RPT-RECORD       FROM ITEM-LINE.
013110     ADD 1                       TO WS-NOT-NEEDED-COUNT.
013120     ADD 1                       TO WS-FLAG-COUNT.
013130 6710-EXIT.
013140     EXIT.
013150*================================================================
013160* 6800-CLOSE-ROWS - HAND-BACK: MARK EVERY OPEN ROW FOR THE OWNING
013170*                   SITE HANDED BACK, SO BANNER-RTN HONOURS IT NO
013180*                   LONGER, AND LIST THE OPERATORS CLOSED.
013190*================================================================
013200 6800-CLOSE-ROWS.
013210     WRITE TAKE-RPT-RECORD       FROM SECT-HDG-CLOSED.
013220     PERFORM 6810-CLOSE-ONE      THRU 6810-EXIT
013230         VARYING OP-IDX FROM 1 BY 1
013240         UNTIL OP-IDX > WS-OP-MAX-USED.
013250     WRITE TAKE-RPT-RECORD       FROM BLANK-LINE.
013260 6800-EXIT.
013270     EXIT.
013280*================================================================
013290* 6810-CLOSE-ONE - CLOSE ONE OPERATOR'S ROW.
013300*================================================================
013310 6810-CLOSE-ONE.
013320     MOVE WS-OWNER-SITE          TO TK-OWNER-SITE.
013330     MOVE WS-OP-OPERATOR-ID(OP-IDX) TO TK-OPERATOR-ID.
013340     READ TAKEOVER-FILE
013350         INVALID KEY
013360             GO TO 9890-ABEND-TAKEOVER-WRITE
013370     END-READ.
013380     MOVE "C"                    TO TK-STATUS.
013390     MOVE WS-NOW-TS              TO TK-CLOSED-TS.
013400     REWRITE TAKEOVER-RECORD
013410         INVALID KEY
013420             GO TO 9890-ABEND-TAKEOVER-WRITE
013430     END-REWRITE.
013440     IF WS-TAKEOVER-STATUS NOT = "00"
013450         GO TO 9890-ABEND-TAKEOVER-WRITE
013460     END-IF.
013470     MOVE SPACES                 TO OPER-TEXT-AREA.
013480     MOVE TK-OPERATOR-ID         TO PTX-OPERATOR-ID.
013490     MOVE "HANDED BACK"          TO PTX-RESULT.
013500     MOVE OPER-TEXT-AREA         TO ITM-TEXT.
013510     WRITE TAKE-RPT-RECORD       FROM ITEM-LINE.
013520     ADD 1                       TO WS-CLOSED-COUNT.
013530 6810-EXIT.
013540     EXIT.
013550*================================================================
013560* 7000-CHECK-NON-PROC - IS THE DATE IN WS-CHECK-DATE A
013570*                       NON-PROCESSING DAY? THE ANSWER IS LEFT
013580*                       IN WS-NON-PROC-SWITCH.
013590*================================================================
013600 7000-CHECK-NON-PROC.
013610     MOVE "N"                    TO WS-NON-PROC-SWITCH.
013620     PERFORM 7010-ONE-CAL-ENTRY  THRU 7010-EXIT
013630         VARYING CL-IDX FROM 1 BY 1
013640         UNTIL CL-IDX > WS-CL-MAX-USED
013650            OR WS-NON-PROC-YES.
013660 7000-EXIT.
013670     EXIT.
013680*================================================================
013690* 7010-ONE-CAL-ENTRY - COMPARE ONE LOADED CALENDAR DATE.
013700*================================================================
013710 7010-ONE-CAL-ENTRY.
013720     IF WS-CL-DATE(CL-IDX) = WS-CHECK-DATE
013730         MOVE "Y"                TO WS-NON-PROC-SWITCH
013740     END-IF.
013750 7010-EXIT.
013760     EXIT.
013770*================================================================
013780* 7100-CALC-SERIAL - RUNNING DAY COUNT FOR THE DATE IN
013790*                    WS-CD-DATE, LEFT IN WS-CD-SERIAL - THE
013800*                    SAME DAY ARITHMETIC NIGHT-WATCH USES.
013810*================================================================
013820 7100-CALC-SERIAL.
013830     MOVE WS-CD-YEAR             TO WS-CD-WORK-YEAR.
013840     MOVE WS-CD-MONTH            TO WS-CD-WORK-MONTH.
013850     IF WS-CD-WORK-MONTH < 3
013860         SUBTRACT 1 FROM WS-CD-WORK-YEAR
013870         ADD 12 TO WS-CD-WORK-MONTH
013880     END-IF.
013890     COMPUTE WS-CD-SERIAL =
013900         365 * WS-CD-WORK-YEAR
013910         + WS-CD-WORK-YEAR / 4
013920         - WS-CD-WORK-YEAR / 100
013930         + WS-CD-WORK-YEAR / 400
013940         + (153 * (WS-CD-WORK-MONTH + 1)) / 5
013950         + WS-CD-DAY.
013960 7100-EXIT.
013970     EXIT.
013980*================================================================
013990* 7200-NEXT-DAY - STEP THE DATE IN WS-CD-DATE FORWARD ONE
014000*                 CALENDAR DAY.
014010*================================================================
014020 7200-NEXT-DAY.
014030     PERFORM 7300-DAYS-IN-MONTH  THRU 7300-EXIT.
014040     IF WS-CD-DAY < WS-MONTH-DAYS
014050         ADD 1 TO WS-CD-DAY
014060         GO TO 7200-EXIT
014070     END-IF.
014080     MOVE 1                      TO WS-CD-DAY.
014090     IF WS-CD-MONTH < 12
014100         ADD 1 TO WS-CD-MONTH
014110     ELSE
014120         MOVE 1                  TO WS-CD-MONTH
014130         ADD 1 TO WS-CD-YEAR
014140     END-IF.
014150 7200-EXIT.
014160     EXIT.
014170*================================================================
014180* 7300-DAYS-IN-MONTH - DAYS IN THE MONTH OF WS-CD-DATE, LEFT
014190*                      IN WS-MONTH-DAYS, WITH THE CENTURY LEAP
014200*                      RULE IN FULL.
014210*================================================================
014220 7300-DAYS-IN-MONTH.
014230     EVALUATE WS-CD-MONTH
014240         WHEN 4
014250         WHEN 6
014260         WHEN 9
014270         WHEN 11
014280             MOVE 30             TO WS-MONTH-DAYS
014290         WHEN 2
014300             MOVE 28             TO WS-MONTH-DAYS
014310             DIVIDE WS-CD-YEAR BY 4
014320                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
014330             IF WS-LEAP-REM = 0
014340                 MOVE 29         TO WS-MONTH-DAYS
014350             END-IF
014360             DIVIDE WS-CD-YEAR BY 100
014370                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
014380             IF WS-LEAP-REM = 0
014390                 MOVE 28         TO WS-MONTH-DAYS
014400             END-IF
014410             DIVIDE WS-CD-YEAR BY 400
014420                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
014430             IF WS-LEAP-REM = 0
014440                 MOVE 29         TO WS-MONTH-DAYS
014450             END-IF
014460         WHEN OTHER
014470             MOVE 31             TO WS-MONTH-DAYS
014480     END-EVALUATE.
014490 7300-EXIT.
014500     EXIT.
014510*================================================================
014520* 8000-WRITE-OPEN-TOTALS - OPEN: THE STEPS OUTSTANDING AND THE
014530*                          OPERATORS AUTHORIZED AND REFUSED, AND
014540*                          THE SAME ON THE JOB LOG.
014550*================================================================
014560 8000-WRITE-OPEN-TOTALS.
014570     MOVE WS-OUTSTANDING-COUNT   TO TOT-1-COUNT.
014580     MOVE WS-OPENED-COUNT        TO TOT-2-COUNT.
014590     MOVE WS-REFUSED-COUNT       TO TOT-3-COUNT.
014600     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-1.
014610     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-2.
014620     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-3.
014630     DISPLAY "TAKEOVR0001I TAKEOVER OF SITE " WS-OWNER-SITE
014640         " CYCLE " WS-TAKE-CYCLE " BY SITE " WS-RUN-SITE
014650         " OPENED FOR " WS-OPENED-COUNT " OPERATORS UNTIL "
014660         WS-EXPIRES-TS.
014670 8000-EXIT.
014680     EXIT.
014690*================================================================
014700* 8100-WRITE-BACK-TOTALS - HAND-BACK: THE RECONCILIATION TOTALS
014710*                          AND THE OPERATORS CLOSED, AND THE SAME
014720*                          ON THE JOB LOG.
014730*================================================================
014740 8100-WRITE-BACK-TOTALS.
014750     MOVE WS-OUTSTANDING-COUNT   TO TOT-1-COUNT.
014760     MOVE WS-BY-TAKEOVER-COUNT   TO TOT-4-COUNT.
014770     MOVE WS-BY-OWNER-COUNT      TO TOT-5-COUNT.
014780     MOVE WS-STILL-OUT-COUNT     TO TOT-6-COUNT.
014790     MOVE WS-NOT-NEEDED-COUNT    TO TOT-7-COUNT.
014800     MOVE WS-CLOSED-COUNT        TO TOT-8-COUNT.
014810     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-1.
014820     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-4.
014830     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-5.
014840     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-6.
014850     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-7.
014860     WRITE TAKE-RPT-RECORD       FROM TOTAL-LINE-8.
014870     DISPLAY "TAKEOVR0002I TAKEOVER OF SITE " WS-OWNER-SITE
014880         " CYCLE " WS-TAKE-CYCLE " BY SITE " WS-RUN-SITE
014890         " HANDED BACK, " WS-STILL-OUT-COUNT
014900         " STEPS STILL OUTSTANDING".
014910 8100-EXIT.
014920     EXIT.
014930*================================================================
014940* 9000-TERMINATE - CLOSE THE REPORT, AND THE TAKEOVER FILE IF IT
014950*                  WAS OPENED, BEFORE ENDING THE STEP.
014960*================================================================
014970 9000-TERMINATE.
014980     CLOSE TAKE-RPT-FILE.
014990     IF WS-TAKEOVER-OPEN
015000         CLOSE TAKEOVER-FILE
015010     END-IF.
015020 9000-EXIT.
015030     EXIT.
015040*================================================================
015050* 9810-ABEND-PARM - THE TAKEOVER PARAMETER IS MISSING, NAMES NO
015060*                   FUNCTION OR OWNING SITE, OR - FOR AN OPEN -
015070*                   LACKS A SEPARATE TAKING-OVER SITE, VALID
015080*                   HOURS, A SUPERVISOR OR ANY OPERATOR.
015090*================================================================
015100 9810-ABEND-PARM.
015110     DISPLAY "TAKEOVR0001E TAKEOVER PARAMETER MISSING OR "
015120         "INVALID, FILE STATUS=" WS-TAKEPARM-STATUS
015130         " - RUN TERMINATED".
015140     MOVE 16                     TO RETURN-CODE.
015150     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015160     STOP RUN.
015170*================================================================
015180* 9820-ABEND-OPERMAST-OPEN - THE OPERATOR MASTER WOULD NOT OPEN.
015190*================================================================
015200 9820-ABEND-OPERMAST-OPEN.
015210     DISPLAY "TAKEOVR0002E OPER-MASTER-FILE OPEN FAILED, FILE "
015220         "STATUS=" WS-OPERMAST-STATUS " - RUN TERMINATED".
015230     MOVE 16                     TO RETURN-CODE.
015240     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015250     STOP RUN.
015260*================================================================
015270* 9825-ABEND-SUPERVISOR - THE SUPERVISOR NAMED IS NOT AN
015280*                         AUTHORIZED, IN-DATE SUPERVISOR ON THE
015290*                         OPERATOR MASTER.
015300*================================================================
015310 9825-ABEND-SUPERVISOR.
015320     DISPLAY "TAKEOVR0003E " WS-SUPV-ID
015330         " IS NOT AN AUTHORIZED SUPERVISOR - RUN TERMINATED".
015340     MOVE 16                     TO RETURN-CODE.
015350     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015360     STOP RUN.
015370*================================================================
015380* 9830-ABEND-NO-CYCLE - THE OWNING SITE'S CYCLE-CONTROL FILE
015390*                       WOULD NOT OPEN, OR HAS NO OPEN CYCLE TO
015400*                       TAKE OVER, OR NO ROW FOR THE CYCLE BEING
015410*                       HANDED BACK.
015420*================================================================
015430 9830-ABEND-NO-CYCLE.
015440     DISPLAY "TAKEOVR0004E NO USABLE CYCLE ON SITE "
015450         WS-OWNER-SITE "'S CYCLE-CONTROL FILE, FILE STATUS="
015460         WS-CYCLCTLA-STATUS " - RUN TERMINATED".
015470     MOVE 16                     TO RETURN-CODE.
015480     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015490     STOP RUN.
015500*================================================================
015510* 9840-ABEND-PROCCAL-OPEN - THE PROCESSING-CALENDAR FILE
015520*                           EXISTS BUT WOULD NOT OPEN.
015530*================================================================
015540 9840-ABEND-PROCCAL-OPEN.
015550     DISPLAY "TAKEOVR0005E PROC-CAL-FILE OPEN FAILED, FILE "
015560         "STATUS=" WS-PROCCAL-STATUS " - RUN TERMINATED".
015570     MOVE 16                     TO RETURN-CODE.
015580     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015590     STOP RUN.
015600*================================================================
015610* 9850-ABEND-SCHEDULE-OPEN - THE EXPECTED-SCHEDULE FILE WOULD
015620*                            NOT OPEN.
015630*================================================================
015640 9850-ABEND-SCHEDULE-OPEN.
015650     DISPLAY "TAKEOVR0006E SCHEDULE-FILE OPEN FAILED, FILE "
015660         "STATUS=" WS-SCHEDFIL-STATUS " - RUN TERMINATED".
015670     MOVE 16                     TO RETURN-CODE.
015680     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015690     STOP RUN.
015700*================================================================
015710* 9860-ABEND-RESTCKPA-OPEN - THE OWNING SITE'S CHECKPOINT FILE
015720*                            EXISTS BUT WOULD NOT OPEN.
015730*================================================================
015740 9860-ABEND-RESTCKPA-OPEN.
015750     DISPLAY "TAKEOVR0007E RESTART-CKPT-A-FILE OPEN FAILED, FILE "
015760         "STATUS=" WS-RESTCKPA-STATUS " - RUN TERMINATED".
015770     MOVE 16                     TO RETURN-CODE.
015780     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015790     STOP RUN.
015800*================================================================
015810* 9870-ABEND-TAKEOVER-OPEN - THE TAKEOVER FILE WOULD NOT OPEN OR
015820*                            COULD NOT BE CREATED.
015830*================================================================
015840 9870-ABEND-TAKEOVER-OPEN.
015850     DISPLAY "TAKEOVR0008E TAKEOVER-FILE OPEN FAILED, FILE "
015860         "STATUS=" WS-TAKEOVER-STATUS " - RUN TERMINATED".
015870     MOVE 16                     TO RETURN-CODE.
015880     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015890     STOP RUN.
015900*================================================================
015910* 9875-ABEND-NONE-OPEN - HAND-BACK: NO OPEN TAKEOVER FOR THE
015920*                        OWNING SITE TO HAND BACK.
015930*================================================================
015940 9875-ABEND-NONE-OPEN.
015950     DISPLAY "TAKEOVR0009E NO OPEN TAKEOVER FOR SITE "
015960         WS-OWNER-SITE " - NOTHING TO HAND BACK - RUN TERMINATED".
015970     MOVE 16                     TO RETURN-CODE.
015980     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015990     STOP RUN.
016000*================================================================
016010* 9880-ABEND-ALREADY-OPEN - OPEN: A TAKEOVER OF THE OWNING SITE
016020*                           IS ALREADY OPEN AND MUST BE HANDED
016030*                           BACK FIRST.
016040*================================================================
016050 9880-ABEND-ALREADY-OPEN.
016060     DISPLAY "TAKEOVR0010E A TAKEOVER OF SITE " WS-OWNER-SITE
016070         " IS ALREADY OPEN - HAND IT BACK FIRST - RUN TERMINATED".
016080     MOVE 16                     TO RETURN-CODE.
016090     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016100     STOP RUN.
016110*================================================================
016120* 9890-ABEND-TAKEOVER-WRITE - A TAKEOVER ROW WOULD NOT WRITE OR
016130*                             REWRITE.
016140*================================================================
016150 9890-ABEND-TAKEOVER-WRITE.
016160     DISPLAY "TAKEOVR0011E TAKEOVER-FILE UPDATE FAILED FOR "
016170         TK-KEY ", FILE STATUS=" WS-TAKEOVER-STATUS
016180         " - RUN TERMINATED".
016190     MOVE 16                     TO RETURN-CODE.
016200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
016210     STOP RUN.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SLA-SCORECARD.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. MONTH-END ON-TIME SLA
000130*                  SCORECARD. TREND-REPORT ONLY SETS EACH JOB
000140*                  AGAINST ITS OWN PAST RUNS; THIS SETS EVERY
000150*                  JOB ON THE EXPECTED SCHEDULE AGAINST THE
000160*                  NIGHTS IT WAS DUE. FOR EACH NIGHT OF THE
000170*                  MONTH (SEE SLAPARM) THE SAME FREQUENCY AND
000180*                  PROCESSING-CALENDAR RULES AS NIGHT-WATCH AND
000190*                  MORN-RECON DECIDE WHICH JOBS WERE DUE; THE
000200*                  RUN-TIME HISTORY FILE (SEE JOBHIST), WITH
000210*                  EACH CYCLE DATED FROM THE FIRST CYCLE-
000220*                  CONTROL ROW FOR IT, SAYS WHAT HAPPENED. A
000230*                  DUE NIGHT IS NEVER RAN (NO HISTORY ROW),
000240*                  FAILED (NON-ZERO FINAL RETURN CODE, OR THE
000250*                  RUN NEVER ENDED), LATE START (STARTED AFTER
000260*                  SC-EXPECTED-START, WITH NIGHT-WATCH'S ROLL
000270*                  PAST MIDNIGHT), OVERRAN (ELAPSED LONGER
000280*                  THAN SC-EXPECTED-MINS) OR ON TIME - IN THAT
000290*                  ORDER, ONE BUCKET PER NIGHT. A JOB BELOW THE
000300*                  SLA PERCENTAGE IS FLAGGED ON THE REPORT AND
000310*                  THE JOB LOG AND ENDS THE STEP WITH RETURN
000320*                  CODE 4. A WHOLE-WINDOW SECTION GIVES, NIGHT
000330*                  BY NIGHT, THE TIME THE LAST JOB FINISHED,
000340*                  AND THE SCORECARD GOES TO THE SERVICE-
000350*                  MANAGEMENT DASHBOARD AS A FIXED-FORMAT
000360*                  EXTRACT (SEE SLAEXTR) WITH A COUNTED
000370*                  TRAILER, THE SEC-EXTRACT CONVENTION.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SLA-PARM-FILE       ASSIGN TO SLAPARM
000460                                ORGANIZATION IS LINE SEQUENTIAL
000470                                FILE STATUS IS WS-SLAPARM-STATUS.
000480     SELECT CYCLE-CTL-FILE      ASSIGN TO CYCLCTL
000490                                ORGANIZATION IS LINE SEQUENTIAL
000500                                FILE STATUS IS WS-CYCLCTL-STATUS.
000510     SELECT PROC-CAL-FILE       ASSIGN TO PROCCAL
000520                                ORGANIZATION IS LINE SEQUENTIAL
000530                                FILE STATUS IS WS-PROCCAL-STATUS.
000540     SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFIL
000550                                ORGANIZATION IS LINE SEQUENTIAL
000560                                FILE STATUS IS WS-SCHEDFIL-STATUS.
000570     SELECT JOB-HIST-FILE       ASSIGN TO JOBHIST
000580                                ORGANIZATION IS INDEXED
000590                                ACCESS MODE IS SEQUENTIAL
000600                                RECORD KEY IS JH-HIST-KEY
000610                                FILE STATUS IS WS-JOBHIST-STATUS.
000620     SELECT SLA-EXTR-FILE       ASSIGN TO SLAEXTR
000630                                ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT SLA-RPT-FILE        ASSIGN TO SLARPT
000650                                ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  SLA-PARM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY SLAPARM.
000710 FD  CYCLE-CTL-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY CYCLECTL.
000740 FD  PROC-CAL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY PROCCAL.
000770 FD  SCHEDULE-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY SCHEDFIL.
000800 FD  JOB-HIST-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY JOBHIST.
000830 FD  SLA-EXTR-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY SLAEXTR.
000860 FD  SLA-RPT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 132 CHARACTERS.
000890 01  SLA-RPT-RECORD              PIC X(132).
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* CONTROL SWITCHES.
000930*----------------------------------------------------------------
000940 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
000950     88  WS-EOF-YES                          VALUE "Y".
000960 01  WS-FOUND-SWITCH             PIC X(01)   VALUE "N".
000970     88  WS-FOUND-YES                        VALUE "Y".
000980*----------------------------------------------------------------
000990* FILE-STATUS WORK AREAS.
001000*----------------------------------------------------------------
001010 01  WS-SLAPARM-STATUS           PIC X(02)   VALUE "00".
001020 01  WS-CYCLCTL-STATUS           PIC X(02)   VALUE "00".
001030 01  WS-PROCCAL-STATUS           PIC X(02)   VALUE "00".
001040 01  WS-SCHEDFIL-STATUS          PIC X(02)   VALUE "00".
001050 01  WS-JOBHIST-STATUS           PIC X(02)   VALUE "00".
001060*----------------------------------------------------------------
001070* RUN DATE/TIME, THE MONTH BEING SCORED AND THE SLA TARGET.
001080*----------------------------------------------------------------
001090 01  WS-CURRENT-DATE.
001100     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
001110     05  WS-CURRENT-PARTS REDEFINES WS-CURRENT-YYYYMMDD.
001120         10  WS-CURRENT-YEAR     PIC 9(04).
001130         10  WS-CURRENT-MONTH    PIC 9(02).
001140         10  WS-CURRENT-DAY      PIC 9(02).
001150 01  WS-CURRENT-TIME.
001160     05  WS-CURRENT-HHMMSSCC     PIC 9(08).
001170 01  WS-REPORT-MONTH.
001180     05  WS-RM-YEAR              PIC 9(04).
001190     05  WS-RM-MONTH             PIC 9(02).
001200 01  WS-MONTH-GIVEN-SWITCH       PIC X(01)   VALUE "N".
001210     88  WS-MONTH-GIVEN                      VALUE "Y".
001220 01  WS-SLA-PCT                  PIC 9(03)   VALUE 95.
001230 01  WS-MONTH-NIGHTS             PIC 9(02)   COMP VALUE ZERO.
001240 01  WS-NIGHT-DATE.
001250     05  WS-ND-YEAR-MONTH        PIC 9(06).
001260     05  WS-ND-DAY               PIC 9(02).
001270 01  WS-DAY-SUB                  PIC 9(02)   COMP VALUE ZERO.
001280*----------------------------------------------------------------
001290* CYCLE TABLE - ONE ENTRY PER CYCLE OPENED IN THE MONTH, WITH
001300* ITS DAY OF THE MONTH AND OPENING TIME FROM THE FIRST CYCLE-
001310* CONTROL ROW FOR IT.
001320*----------------------------------------------------------------
001330 01  WS-LAST-CYCLE               PIC 9(06)   VALUE ZEROES.
001340 01  WS-CYCLE-SEEN-SWITCH        PIC X(01)   VALUE "N".
001350     88  WS-CYCLE-SEEN                       VALUE "Y".
001360 01  WS-CY-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001370 01  WS-CY-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
001380 01  WS-CY-TABLE.
001390     05  WS-CY-ENTRY             OCCURS 100 TIMES
001400                                 INDEXED BY CY-IDX.
001410         10  WS-CY-NUMBER        PIC 9(06).
001420         10  WS-CY-DAY           PIC 9(02).
001430         10  WS-CY-OPEN-HHMM     PIC X(04).
001440*----------------------------------------------------------------
001450* JOB TABLE - ONE ENTRY PER SCHEDULED JOB, WITH ITS EXPECTED
001460* START/DURATION, ITS BUCKET COUNTS FOR THE MONTH AND, NIGHT BY
001470* NIGHT, WHETHER IT WAS DUE AND WHAT THE HISTORY FILE SAYS
001480* HAPPENED. WHERE A JOB RAN IN TWO CYCLES DATED THE SAME NIGHT
001490* THE LATER CYCLE'S RUN STANDS - THE HISTORY FILE IS READ IN
001500* JOB THEN CYCLE ORDER.
001510*----------------------------------------------------------------
001520 01  WS-JB-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001530 01  WS-JB-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
001540 01  WS-JB-TABLE.
001550     05  WS-JB-ENTRY             OCCURS 100 TIMES
001560                                 INDEXED BY JB-IDX.
001570         10  WS-JB-JOB           PIC X(08).
001580         10  WS-JB-EXP-START     PIC X(04).
001590         10  WS-JB-EXP-MINS      PIC X(04).
001600         10  WS-JB-DUE-COUNT     PIC 9(03)   COMP.
001610         10  WS-JB-ONTIME-COUNT  PIC 9(03)   COMP.
001620         10  WS-JB-LATE-COUNT    PIC 9(03)   COMP.
001630         10  WS-JB-OVERRUN-COUNT PIC 9(03)   COMP.
001640         10  WS-JB-FAILED-COUNT  PIC 9(03)   COMP.
001650         10  WS-JB-NEVER-COUNT   PIC 9(03)   COMP.
001660         10  WS-JB-NIGHT         OCCURS 31 TIMES
001670                                 INDEXED BY NT-IDX.
001680             15  WS-JN-DUE-SW    PIC X(01).
001690                 88  WS-JN-DUE               VALUE "Y".
001700             15  WS-JN-RAN-SW    PIC X(01).
001710                 88  WS-JN-RAN               VALUE "Y".
001720             15  WS-JN-OPEN-HHMM PIC X(04).
001730             15  WS-JN-START-TS  PIC X(14).
001740             15  WS-JN-END-TS    PIC X(14).
001750             15  WS-JN-ELAPSED   PIC 9(07).
001760             15  WS-JN-FINAL-RC  PIC X(02).
001770*----------------------------------------------------------------
001780* NIGHT TABLE - THE WHOLE WINDOW, ONE ENTRY PER DAY OF THE
001790* MONTH: LAST END TIMESTAMP OF ANY RUN IN THE NIGHT'S CYCLES,
001800* RUNS SEEN, AND THE DUE/ON-TIME COUNTS FROM THE SCORING PASS.
001810*----------------------------------------------------------------
001820 01  WS-NT-TABLE.
001830     05  WS-NT-ENTRY             OCCURS 31 TIMES.
001840         10  WS-NT-LAST-END      PIC X(14).
001850         10  WS-NT-RUN-COUNT     PIC 9(04)   COMP.
001860         10  WS-NT-DUE-COUNT     PIC 9(04)   COMP.
001870         10  WS-NT-ONTIME-COUNT  PIC 9(04)   COMP.
001880*----------------------------------------------------------------
001890* NON-PROCESSING-DAY TABLE LOADED FROM THE PROCESSING CALENDAR.
001900*----------------------------------------------------------------
001910 01  WS-CL-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001920 01  WS-CL-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
001930 01  WS-CL-TABLE.
001940     05  WS-CL-ENTRY             OCCURS 100 TIMES
001950                                 INDEXED BY CL-IDX.
001960         10  WS-CL-DATE          PIC X(08).
001970*----------------------------------------------------------------
001980* DUE-CHECK WORK AREAS - THE SAME DAY-SERIAL ARITHMETIC
001990* NIGHT-WATCH, MORN-RECON AND LOG-PURGE USE.
002000*----------------------------------------------------------------
002010 01  WS-DUE-SWITCH               PIC X(01)   VALUE "N".
002020     88  WS-DUE-YES                          VALUE "Y".
002030 01  WS-NON-PROC-SWITCH          PIC X(01)   VALUE "N".
002040     88  WS-NON-PROC-YES                     VALUE "Y".
002050 01  WS-ME-DONE-SWITCH           PIC X(01)   VALUE "N".
002060     88  WS-ME-DONE                          VALUE "Y".
002070 01  WS-CHECK-DATE               PIC X(08)   VALUE SPACES.
002080 01  WS-LIST-SUB                 PIC 9(02)   COMP VALUE ZERO.
002090 01  WS-CD-DATE.
002100     05  WS-CD-YEAR              PIC 9(04).
002110     05  WS-CD-MONTH             PIC 9(02).
002120     05  WS-CD-DAY               PIC 9(02).
002130 01  WS-CD-WORK-YEAR             PIC 9(04)   COMP.
002140 01  WS-CD-WORK-MONTH            PIC 9(02)   COMP.
002150 01  WS-CD-SERIAL                PIC 9(07)   COMP.
002160 01  WS-DOW-QUOT                 PIC 9(07)   COMP.
002170 01  WS-DOW-REM                  PIC 9(01)   COMP.
002180 01  WS-DOW-INDEX                PIC 9(01)   COMP.
002190 01  WS-MONTH-DAYS               PIC 9(02)   COMP.
002200 01  WS-LEAP-QUOT                PIC 9(04)   COMP.
002210 01  WS-LEAP-REM                 PIC 9(04)   COMP.
002220 01  WS-SAVE-MONTH               PIC 9(02)   COMP.
002230*----------------------------------------------------------------
002240* SCORING WORK AREAS.
002250*----------------------------------------------------------------
002260 01  WS-EXPECTED-TS              PIC X(14)   VALUE SPACES.
002270 01  WS-EXP-MINS-NUM             PIC 9(04)   VALUE ZEROES.
002280 01  WS-LIMIT-SECS               PIC 9(07)   COMP VALUE ZERO.
002290 01  WS-ONTIME-PCT               PIC 9(03)V9(01) VALUE ZERO.
002300*----------------------------------------------------------------
002310* MONTH TOTALS, EXTRACT COUNTS AND THE HISTORY RECONCILIATION.
002320*----------------------------------------------------------------
002330 01  WS-TOT-DUE                  PIC 9(07)   COMP VALUE ZERO.
002340 01  WS-TOT-ONTIME               PIC 9(07)   COMP VALUE ZERO.
002350 01  WS-TOT-LATE                 PIC 9(07)   COMP VALUE ZERO.
002360 01  WS-TOT-OVERRUN              PIC 9(07)   COMP VALUE ZERO.
002370 01  WS-TOT-FAILED               PIC 9(07)   COMP VALUE ZERO.
002380 01  WS-TOT-NEVER                PIC 9(07)   COMP VALUE ZERO.
002390 01  WS-BELOW-COUNT              PIC 9(05)   COMP VALUE ZERO.
002400 01  WS-NIGHTS-RUN               PIC 9(05)   COMP VALUE ZERO.
002410 01  WS-HIST-READ                PIC 9(07)   COMP VALUE ZERO.
002420 01  WS-HIST-IN-MONTH            PIC 9(07)   COMP VALUE ZERO.
002430 01  WS-HIST-SCORED              PIC 9(07)   COMP VALUE ZERO.
002440 01  WS-EXTR-DTL-COUNT           PIC 9(07)   COMP VALUE ZERO.
002450 01  WS-EXTR-WIN-COUNT           PIC 9(07)   COMP VALUE ZERO.
002460 01  WS-EXTR-TOTAL               PIC 9(07)   COMP VALUE ZERO.
002470*----------------------------------------------------------------
002480* REPORT LINE LAYOUTS.
002490*----------------------------------------------------------------
002500 01  HDG-LINE-1                  PIC X(132)  VALUE
002510     "MONTHLY BATCH ON-TIME SLA SCORECARD".
002520 01  HDG-LINE-2.
002530     05  FILLER                  PIC X(11)   VALUE
002540         "REPORT DATE".
002550     05  HDG-2-DATE              PIC 9(08).
002560     05  FILLER                  PIC X(08)   VALUE
002570         "  MONTH ".
002580     05  HDG-2-MONTH             PIC 9(06).
002590     05  FILLER                  PIC X(15)   VALUE
002600         "  SLA TARGET % ".
002610     05  HDG-2-SLA-PCT           PIC ZZ9.
002620     05  FILLER                  PIC X(81)   VALUE SPACES.
002630 01  HDG-LINE-3.
002640     05  FILLER                  PIC X(36)   VALUE
002650         "JOB       DUE  ON-TIME  LATE-START  ".
002660     05  FILLER                  PIC X(36)   VALUE
002670         "OVERRAN  FAILED  NEVER-RAN  ON-TIME%".
002680     05  FILLER                  PIC X(60)   VALUE SPACES.
002690 01  DETAIL-LINE.
002700     05  DTL-JOB-NAME            PIC X(08).
002710     05  FILLER                  PIC X(02)   VALUE SPACES.
002720     05  DTL-DUE                 PIC ZZ9.
002730     05  FILLER                  PIC X(06)   VALUE SPACES.
002740     05  DTL-ONTIME              PIC ZZ9.
002750     05  FILLER                  PIC X(09)   VALUE SPACES.
002760     05  DTL-LATE                PIC ZZ9.
002770     05  FILLER                  PIC X(06)   VALUE SPACES.
002780     05  DTL-OVERRUN             PIC ZZ9.
002790     05  FILLER                  PIC X(05)   VALUE SPACES.
002800     05  DTL-FAILED              PIC ZZ9.
002810     05  FILLER                  PIC X(08)   VALUE SPACES.
002820     05  DTL-NEVER               PIC ZZ9.
002830     05  FILLER                  PIC X(05)   VALUE SPACES.
002840     05  DTL-PCT                 PIC ZZ9.9.
002850     05  FILLER                  PIC X(02)   VALUE SPACES.
002860     05  DTL-FLAG-TEXT           PIC X(30).
002870     05  FILLER                  PIC X(28)   VALUE SPACES.
002880 01  WIN-HDG-LINE-1              PIC X(132)  VALUE
002890     "BATCH WINDOW BY NIGHT".
002900 01  WIN-HDG-LINE-2.
002910     05  FILLER                  PIC X(30)   VALUE
002920         "NIGHT      LAST JOB FINISHED  ".
002930     05  FILLER                  PIC X(18)   VALUE
002940         "RUNS  DUE  ON-TIME".
002950     05  FILLER                  PIC X(84)   VALUE SPACES.
002960 01  WIN-LINE.
002970     05  WIN-NIGHT-DATE          PIC X(08).
002980     05  FILLER                  PIC X(03)   VALUE SPACES.
002990     05  WIN-END-DATE            PIC X(08).
003000     05  FILLER                  PIC X(01)   VALUE SPACES.
003010     05  WIN-END-TIME            PIC X(06).
003020     05  FILLER                  PIC X(04)   VALUE SPACES.
003030     05  WIN-RUNS                PIC ZZZ9.
003040     05  FILLER                  PIC X(02)   VALUE SPACES.
003050     05  WIN-DUE                 PIC ZZ9.
003060     05  FILLER                  PIC X(06)   VALUE SPACES.
003070     05  WIN-ONTIME              PIC ZZ9.
003080     05  FILLER                  PIC X(02)   VALUE SPACES.
003090     05  WIN-TEXT                PIC X(30).
003100     05  FILLER                  PIC X(52)   VALUE SPACES.
003110 01  TOTAL-LINE-1.
003120     05  FILLER                  PIC X(18)   VALUE
003130         "JOBS SCORED       ".
003140     05  TOT-JOB-COUNT           PIC ZZZZ9.
003150     05  FILLER                  PIC X(109)  VALUE SPACES.
003160 01  TOTAL-LINE-2.
003170     05  FILLER                  PIC X(18)   VALUE
003180         "NIGHTS DUE        ".
003190     05  TOT-DUE                 PIC ZZZZ9.
003200     05  FILLER                  PIC X(109)  VALUE SPACES.
003210 01  TOTAL-LINE-3.
003220     05  FILLER                  PIC X(18)   VALUE
003230         "ON TIME           ".
003240     05  TOT-ONTIME              PIC ZZZZ9.
003250     05  FILLER                  PIC X(109)  VALUE SPACES.
003260 01  TOTAL-LINE-4.
003270     05  FILLER                  PIC X(18)   VALUE
003280         "LATE STARTS       ".
003290     05  TOT-LATE                PIC ZZZZ9.
003300     05  FILLER                  PIC X(109)  VALUE SPACES.
003310 01  TOTAL-LINE-5.
003320     05  FILLER                  PIC X(18)   VALUE
003330         "OVERRAN           ".
003340     05  TOT-OVERRUN             PIC ZZZZ9.
003350     05  FILLER                  PIC X(109)  VALUE SPACES.
003360 01  TOTAL-LINE-6.
003370     05  FILLER                  PIC X(18)   VALUE
003380         "FAILED            ".
003390     05  TOT-FAILED              PIC ZZZZ9.
003400     05  FILLER                  PIC X(109)  VALUE SPACES.
003410 01  TOTAL-LINE-7.
003420     05  FILLER                  PIC X(18)   VALUE
003430         "NEVER RAN         ".
003440     05  TOT-NEVER               PIC ZZZZ9.
003450     05  FILLER                  PIC X(109)  VALUE SPACES.
003460 01  TOTAL-LINE-8.
003470     05  FILLER                  PIC X(18)   VALUE
003480         "OVERALL ON-TIME % ".
003490     05  TOT-PCT                 PIC ZZ9.9.
003500     05  FILLER                  PIC X(109)  VALUE SPACES.
003510 01  TOTAL-LINE-9.
003520     05  FILLER                  PIC X(18)   VALUE
003530         "JOBS BELOW SLA    ".
003540     05  TOT-BELOW               PIC ZZZZ9.
003550     05  FILLER                  PIC X(109)  VALUE SPACES.
003560 01  BLANK-LINE                   PIC X(132)  VALUE SPACES.
003570 PROCEDURE DIVISION.
003580*================================================================
003590* 0000-MAINLINE.
003600*================================================================
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003630     PERFORM 2000-LOAD-CYCLES      THRU 2000-EXIT.
003640     PERFORM 2500-LOAD-CALENDAR    THRU 2500-EXIT.
003650     PERFORM 3000-LOAD-SCHEDULE    THRU 3000-EXIT.
003660     PERFORM 4000-SCAN-HISTORY     THRU 4000-EXIT.
003670     PERFORM 5000-SCORE-JOBS       THRU 5000-EXIT.
003680     PERFORM 6000-PRINT-WINDOW     THRU 6000-EXIT.
003690     PERFORM 8000-PRINT-TOTALS     THRU 8000-EXIT.
003700     PERFORM 8500-WRITE-TRAILER    THRU 8500-EXIT.
003710     PERFORM 8600-RECONCILE        THRU 8600-EXIT.
003720     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003730     IF WS-BELOW-COUNT > ZERO
003740         MOVE 4 TO RETURN-CODE
003750     END-IF.
003760     STOP RUN.
003770*================================================================
003780* 1000-INITIALIZE - PICK UP THE PARAMETERS, SETTLE THE MONTH TO
003790*                   SCORE, OPEN THE REPORT AND THE EXTRACT AND
003800*                   WRITE THE HEADINGS AND THE EXTRACT HEADER.
003810*                   THE INPUT FILES ARE EACH OPENED AND CLOSED
003820*                   BY THEIR OWN PASS, THE MORN-RECON
003830*                   CONVENTION.
003840*================================================================
003850 1000-INITIALIZE.
003860     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
003870     ACCEPT WS-CURRENT-HHMMSSCC FROM TIME.
003880     PERFORM 1100-GET-PARM         THRU 1100-EXIT.
003890     PERFORM 1200-SET-MONTH        THRU 1200-EXIT.
003900     INITIALIZE WS-NT-TABLE.
003910     OPEN OUTPUT SLA-RPT-FILE.
003920     OPEN OUTPUT SLA-EXTR-FILE.
003930     MOVE WS-CURRENT-YYYYMMDD      TO HDG-2-DATE.
003940     MOVE WS-REPORT-MONTH          TO HDG-2-MONTH.
003950     MOVE WS-SLA-PCT               TO HDG-2-SLA-PCT.
003960     WRITE SLA-RPT-RECORD          FROM HDG-LINE-1.
003970     WRITE SLA-RPT-RECORD          FROM HDG-LINE-2.
003980     WRITE SLA-RPT-RECORD          FROM BLANK-LINE.
003990     WRITE SLA-RPT-RECORD          FROM HDG-LINE-3.
004000     MOVE SPACES                   TO SLA-EXTR-RECORD.
004010     MOVE "H"                      TO SX-RECORD-TYPE.
004020     MOVE "BATCHSLA"               TO SX-HDR-SYSTEM-ID.
004030     MOVE WS-CURRENT-YYYYMMDD      TO SX-HDR-EXTRACT-DATE.
004040     MOVE WS-CURRENT-HHMMSSCC(1:6) TO SX-HDR-EXTRACT-TIME.
004050     MOVE WS-REPORT-MONTH          TO SX-HDR-REPORT-MONTH.
004060     MOVE WS-SLA-PCT               TO SX-HDR-SLA-PCT.
004070     WRITE SLA-EXTR-RECORD.
004080 1000-EXIT.
004090     EXIT.
004100*================================================================
004110* 1100-GET-PARM - READ THE MONTH AND SLA TARGET. A MISSING OR
004120*                 EMPTY PARM FILE KEEPS THE DEFAULTS; A MONTH
004130*                 THAT IS NOT A VALID YYYYMM IS WARNED AND
004140*                 DEFAULTED RATHER THAN SCORING THE WRONG
004150*                 MONTH IN SILENCE.
004160*================================================================
004170 1100-GET-PARM.
004180     OPEN INPUT SLA-PARM-FILE.
004190     IF WS-SLAPARM-STATUS NOT = "00"
004200         GO TO 1100-EXIT
004210     END-IF.
004220     READ SLA-PARM-FILE
004230         AT END
004240             MOVE SPACES TO SLA-PARM-RECORD
004250     END-READ.
004260     CLOSE SLA-PARM-FILE.
004270     IF SP-SLA-PCT NUMERIC
004280         MOVE SP-SLA-PCT           TO WS-SLA-PCT
004290     END-IF.
004300     IF SP-REPORT-MONTH = SPACES
004310         GO TO 1100-EXIT
004320     END-IF.
004330     IF SP-REPORT-MONTH NUMERIC
004340         MOVE SP-REPORT-MONTH      TO WS-REPORT-MONTH
004350         IF WS-RM-MONTH > ZERO
004360            AND WS-RM-MONTH < 13
004370            AND WS-RM-YEAR > ZERO
004380             MOVE "Y"              TO WS-MONTH-GIVEN-SWITCH
004390         END-IF
004400     END-IF.
004410     IF NOT WS-MONTH-GIVEN
004420         DISPLAY "SLARPT0005W REPORT MONTH " SP-REPORT-MONTH
004430             " IS NOT A VALID YYYYMM - PREVIOUS MONTH SCORED"
004440     END-IF.
004450 1100-EXIT.
004460     EXIT.
004470*================================================================
004480* 1200-SET-MONTH - WITHOUT A GOOD MONTH ON THE PARM, SCORE THE
004490*                  CALENDAR MONTH BEFORE THE RUN DATE. THE
004500*                  NUMBER OF NIGHTS IN THE MONTH BOUNDS EVERY
004510*                  NIGHT-BY-NIGHT PASS THAT FOLLOWS.
004520*================================================================
004530 1200-SET-MONTH.
004540     IF NOT WS-MONTH-GIVEN
004550         MOVE WS-CURRENT-YEAR      TO WS-RM-YEAR
004560         IF WS-CURRENT-MONTH > 1
004570             COMPUTE WS-RM-MONTH = WS-CURRENT-MONTH - 1
004580         ELSE
004590             MOVE 12               TO WS-RM-MONTH
004600             SUBTRACT 1 FROM WS-RM-YEAR
004610         END-IF
004620     END-IF.
004630     MOVE WS-RM-YEAR               TO WS-CD-YEAR.
004640     MOVE WS-RM-MONTH              TO WS-CD-MONTH.
004650     MOVE 1                        TO WS-CD-DAY.
004660     PERFORM 7300-DAYS-IN-MONTH    THRU 7300-EXIT.
004670     MOVE WS-MONTH-DAYS            TO WS-MONTH-NIGHTS.
004680     MOVE WS-REPORT-MONTH          TO WS-ND-YEAR-MONTH.
004690 1200-EXIT.
004700     EXIT.
004710*================================================================
004720* 2000-LOAD-CYCLES - TABLE EVERY CYCLE OPENED IN THE MONTH. THE
004730*                    FIRST CYCLE-CONTROL ROW FOR A CYCLE GIVES
004740*                    ITS NIGHT AND OPENING TIME; RESUME AND
004750*                    CLOSE ROWS AFTER IT ARE PASSED BY.
004760*================================================================
004770 2000-LOAD-CYCLES.
004780     MOVE "N"                    TO WS-EOF-SWITCH.
004790     OPEN INPUT CYCLE-CTL-FILE.
004800     IF WS-CYCLCTL-STATUS NOT = "00"
004810         GO TO 9810-ABEND-CYCLE-OPEN
004820     END-IF.
004830     PERFORM 2100-READ-CYCLE     THRU 2100-EXIT
004840         UNTIL WS-EOF-YES.
004850     CLOSE CYCLE-CTL-FILE.
004860 2000-EXIT.
004870     EXIT.
004880*================================================================
004890* 2100-READ-CYCLE - READ ONE CYCLE-CONTROL ROW AND TABLE ITS
004900*                   CYCLE IF IT IS THE FIRST ROW FOR THE CYCLE
004910*                   AND THE CYCLE DATE FALLS IN THE MONTH.
004920*================================================================
004930 2100-READ-CYCLE.
004940     READ CYCLE-CTL-FILE
004950         AT END
004960             MOVE "Y" TO WS-EOF-SWITCH
004970             GO TO 2100-EXIT
004980     END-READ.
004990     IF WS-CYCLE-SEEN
005000        AND CY-CYCLE-NUMBER = WS-LAST-CYCLE
005010         GO TO 2100-EXIT
005020     END-IF.
005030     MOVE CY-CYCLE-NUMBER        TO WS-LAST-CYCLE.
005040     MOVE "Y"                    TO WS-CYCLE-SEEN-SWITCH.
005050     IF CY-CYCLE-DATE(1:6) NOT = WS-REPORT-MONTH
005060        OR CY-CYCLE-DATE(7:2) NOT NUMERIC
005070         GO TO 2100-EXIT
005080     END-IF.
005090     IF WS-CY-MAX-USED < WS-CY-TABLE-MAX
005100         ADD 1 TO WS-CY-MAX-USED
005110         SET CY-IDX TO WS-CY-MAX-USED
005120         MOVE CY-CYCLE-NUMBER    TO WS-CY-NUMBER(CY-IDX)
005130         MOVE CY-CYCLE-DATE(7:2) TO WS-CY-DAY(CY-IDX)
005140         MOVE CY-OPENED-TS(9:4)  TO WS-CY-OPEN-HHMM(CY-IDX)
005150     ELSE
005160         DISPLAY "SLARPT0003W CYCLE TABLE FULL AT "
005170             WS-CY-TABLE-MAX " - CYCLE " CY-CYCLE-NUMBER
005180             " NOT SCORED"
005190     END-IF.
005200 2100-EXIT.
005210     EXIT.
005220*================================================================
005230* 2500-LOAD-CALENDAR - LOAD THE NON-PROCESSING DATES FROM THE
005240*                      PROCESSING-CALENDAR FILE. A CALENDAR
005250*                      THAT DOES NOT EXIST YET LOADS AS EMPTY.
005260*================================================================
005270 2500-LOAD-CALENDAR.
005280     MOVE "N"                    TO WS-EOF-SWITCH.
005290     OPEN INPUT PROC-CAL-FILE.
005300     IF WS-PROCCAL-STATUS = "35"
005310         GO TO 2500-EXIT
005320     END-IF.
005330     IF WS-PROCCAL-STATUS NOT = "00"
005340         GO TO 9830-ABEND-PROCCAL-OPEN
005350     END-IF.
005360     PERFORM 2510-READ-CAL       THRU 2510-EXIT
005370         UNTIL WS-EOF-YES.
005380     CLOSE PROC-CAL-FILE.
005390 2500-EXIT.
005400     EXIT.
005410*================================================================
005420* 2510-READ-CAL - READ ONE CALENDAR ROW AND KEEP ITS DATE IF IT
005430*                 MARKS A NON-PROCESSING DAY.
005440*================================================================
005450 2510-READ-CAL.
005460     READ PROC-CAL-FILE
005470         AT END
005480             MOVE "Y" TO WS-EOF-SWITCH
005490             GO TO 2510-EXIT
005500     END-READ.
005510     IF NOT CL-NON-PROCESSING
005520         GO TO 2510-EXIT
005530     END-IF.
005540     IF WS-CL-MAX-USED < WS-CL-TABLE-MAX
005550         ADD 1 TO WS-CL-MAX-USED
005560         SET CL-IDX TO WS-CL-MAX-USED
005570         MOVE CL-CAL-DATE        TO WS-CL-DATE(CL-IDX)
005580     ELSE
005590         DISPLAY "SLARPT0001W CALENDAR TABLE FULL AT "
005600             WS-CL-TABLE-MAX " - " CL-CAL-DATE " NOT LOADED"
005610     END-IF.
005620 2510-EXIT.
005630     EXIT.
005640*================================================================
005650* 3000-LOAD-SCHEDULE - LOAD THE EXPECTED-SCHEDULE FILE INTO
005660*                      THE JOB TABLE AND MARK EVERY NIGHT OF
005670*                      THE MONTH EACH JOB WAS DUE.
005680*================================================================
005690 3000-LOAD-SCHEDULE.
005700     MOVE "N"                    TO WS-EOF-SWITCH.
005710     OPEN INPUT SCHEDULE-FILE.
005720     IF WS-SCHEDFIL-STATUS NOT = "00"
005730         GO TO 9820-ABEND-SCHEDULE-OPEN
005740     END-IF.
005750     PERFORM 3100-READ-SCHEDULE  THRU 3100-EXIT
005760         UNTIL WS-EOF-YES.
005770     CLOSE SCHEDULE-FILE.
005780 3000-EXIT.
005790     EXIT.
005800*================================================================
005810* 3100-READ-SCHEDULE - READ ONE SCHEDULE ROW, ADD ITS JOB TO
005820*                      THE TABLE IF NEW AND MARK ITS DUE
005830*                      NIGHTS. A DUPLICATE ROW ADDS ITS OWN DUE
005840*                      NIGHTS TO THE EXISTING ENTRY, THE
005850*                      MORN-RECON CONVENTION; THE FIRST ROW'S
005860*                      EXPECTED START AND DURATION STAND.
005870*================================================================
005880 3100-READ-SCHEDULE.
005890     READ SCHEDULE-FILE
005900         AT END
005910             MOVE "Y" TO WS-EOF-SWITCH
005920             GO TO 3100-EXIT
005930     END-READ.
005940     IF SC-JOB-NAME = SPACES
005950         GO TO 3100-EXIT
005960     END-IF.
005970     MOVE "N"                    TO WS-FOUND-SWITCH.
005980     PERFORM 3200-MATCH-SCHEDULE THRU 3200-EXIT
005990         VARYING JB-IDX FROM 1 BY 1
006000         UNTIL JB-IDX > WS-JB-MAX-USED
006010            OR WS-FOUND-YES.
006020     IF WS-FOUND-YES
006030         SET JB-IDX DOWN BY 1
006040     ELSE
006050         IF WS-JB-MAX-USED < WS-JB-TABLE-MAX
006060             ADD 1 TO WS-JB-MAX-USED
006070             SET JB-IDX TO WS-JB-MAX-USED
006080             INITIALIZE WS-JB-ENTRY(JB-IDX)
006090             MOVE SC-JOB-NAME    TO WS-JB-JOB(JB-IDX)
006100             MOVE SC-EXPECTED-START
006110                                 TO WS-JB-EXP-START(JB-IDX)
006120             MOVE SC-EXPECTED-MINS
006130                                 TO WS-JB-EXP-MINS(JB-IDX)
006140         ELSE
006150             DISPLAY "SLARPT0002W SCHEDULE TABLE FULL AT "
006160                 WS-JB-TABLE-MAX " - " SC-JOB-NAME
006170                 " NOT SCORED"
006180             GO TO 3100-EXIT
006190         END-IF
006200     END-IF.
006210     PERFORM 3150-MARK-ONE-NIGHT THRU 3150-EXIT
006220         VARYING NT-IDX FROM 1 BY 1
006230         UNTIL NT-IDX > WS-MONTH-NIGHTS.
006240 3100-EXIT.
006250     EXIT.
006260*================================================================
006270* 3150-MARK-ONE-NIGHT - IS THE SCHEDULE ROW JUST READ DUE ON
006280*                       ONE NIGHT OF THE MONTH? IF SO, MARK IT.
006290*================================================================
006300 3150-MARK-ONE-NIGHT.
006310     SET WS-DAY-SUB              TO NT-IDX.
006320     MOVE WS-DAY-SUB             TO WS-ND-DAY.
006330     PERFORM 3300-CHECK-DUE      THRU 3300-EXIT.
006340     IF WS-DUE-YES
006350         MOVE "Y"                TO WS-JN-DUE-SW(JB-IDX, NT-IDX)
006360     END-IF.
006370 3150-EXIT.
006380     EXIT.
006390*================================================================
006400* 3200-MATCH-SCHEDULE - COMPARE ONE JOB-TABLE ENTRY AGAINST
006410*                       THE CURRENT SCHEDULE ROW.
006420*================================================================
006430 3200-MATCH-SCHEDULE.
006440     IF WS-JB-JOB(JB-IDX) = SC-JOB-NAME
006450         MOVE "Y" TO WS-FOUND-SWITCH
006460     END-IF.
006470 3200-EXIT.
006480     EXIT.
006490*================================================================
006500* 3300-CHECK-DUE - IS THE SCHEDULE ROW JUST READ DUE ON THE
006510*                  NIGHT IN WS-NIGHT-DATE? THE SAME RULES AS
006520*                  NIGHT-WATCH AND MORN-RECON: NOTHING IS DUE
006530*                  ON A NON-PROCESSING DAY, AND AN UNKNOWN
006540*                  FREQUENCY CODE READS AS DAILY. THE ANSWER
006550*                  IS LEFT IN WS-DUE-SWITCH.
006560*================================================================
006570 3300-CHECK-DUE.
006580     MOVE "N"                    TO WS-DUE-SWITCH.
006590     MOVE WS-NIGHT-DATE          TO WS-CHECK-DATE.
006600     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
006610     IF WS-NON-PROC-YES
006620         GO TO 3300-EXIT
006630     END-IF.
006640     EVALUATE TRUE
006650         WHEN SC-FREQ-WEEKLY
006660             PERFORM 3310-CHECK-WEEKLY    THRU 3310-EXIT
006670         WHEN SC-FREQ-MONTH-END
006680             PERFORM 3320-CHECK-MONTH-END THRU 3320-EXIT
006690         WHEN SC-FREQ-DATE-LIST
006700             PERFORM 3330-CHECK-DATE-LIST THRU 3330-EXIT
006710         WHEN OTHER
006720             MOVE "Y"            TO WS-DUE-SWITCH
006730     END-EVALUATE.
006740 3300-EXIT.
006750     EXIT.
006760*================================================================
006770* 3310-CHECK-WEEKLY - DUE WHEN THE RUN-DAY FLAG FOR THE NIGHT'S
006780*                     DAY OF WEEK IS "Y". THE DAY-SERIAL
006790*                     REMAINDER MODULO 7 IS SATURDAY = 0, SO IT
006800*                     IS REMAPPED TO 1-7 MONDAY THROUGH SUNDAY
006810*                     TO INDEX THE FLAGS.
006820*================================================================
006830 3310-CHECK-WEEKLY.
006840     MOVE WS-NIGHT-DATE          TO WS-CD-DATE.
006850     PERFORM 7100-CALC-SERIAL    THRU 7100-EXIT.
006860     DIVIDE WS-CD-SERIAL BY 7
006870         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
006880     EVALUATE WS-DOW-REM
006890         WHEN 2  MOVE 1          TO WS-DOW-INDEX
006900         WHEN 3  MOVE 2          TO WS-DOW-INDEX
006910         WHEN 4  MOVE 3          TO WS-DOW-INDEX
006920         WHEN 5  MOVE 4          TO WS-DOW-INDEX
006930         WHEN 6  MOVE 5          TO WS-DOW-INDEX
006940         WHEN 0  MOVE 6          TO WS-DOW-INDEX
006950         WHEN OTHER
006960                 MOVE 7          TO WS-DOW-INDEX
006970     END-EVALUATE.
006980     IF SC-RUN-DAY(WS-DOW-INDEX) = "Y"
006990         MOVE "Y"                TO WS-DUE-SWITCH
007000     END-IF.
007010 3310-EXIT.
007020     EXIT.
007030*================================================================
007040* 3320-CHECK-MONTH-END - DUE WHEN THE NIGHT IS THE LAST
007050*                        PROCESSING DAY OF ITS MONTH - EVERY
007060*                        LATER DAY IN THE MONTH MUST BE ON THE
007070*                        CALENDAR AS NON-PROCESSING.
007080*================================================================
007090 3320-CHECK-MONTH-END.
007100     MOVE "Y"                    TO WS-DUE-SWITCH.
007110     MOVE WS-NIGHT-DATE          TO WS-CD-DATE.
007120     MOVE "N"                    TO WS-ME-DONE-SWITCH.
007130     PERFORM 3325-ONE-LATER-DAY  THRU 3325-EXIT
007140         UNTIL WS-ME-DONE.
007150 3320-EXIT.
007160     EXIT.
007170*================================================================
007180* 3325-ONE-LATER-DAY - STEP ONE DAY FORWARD. PAST THE END OF
007190*                      THE MONTH THE NIGHT STANDS AS THE LAST
007200*                      PROCESSING DAY; A LATER PROCESSING DAY
007210*                      IN THE MONTH MEANS IT IS NOT.
007220*================================================================
007230 3325-ONE-LATER-DAY.
007240     MOVE WS-CD-MONTH            TO WS-SAVE-MONTH.
007250     PERFORM 7200-NEXT-DAY       THRU 7200-EXIT.
007260     IF WS-CD-MONTH NOT = WS-SAVE-MONTH
007270         MOVE "Y"                TO WS-ME-DONE-SWITCH
007280         GO TO 3325-EXIT
007290     END-IF.
007300     MOVE WS-CD-DATE             TO WS-CHECK-DATE.
007310     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
007320     IF NOT WS-NON-PROC-YES
007330         MOVE "N"                TO WS-DUE-SWITCH
007340         MOVE "Y"                TO WS-ME-DONE-SWITCH
007350     END-IF.
007360 3325-EXIT.
007370     EXIT.
007380*================================================================
007390* 3330-CHECK-DATE-LIST - DUE WHEN THE NIGHT IS ONE OF THE (UP
007400*                        TO FOUR) DATES LISTED ON THE ROW.
007410*================================================================
007420 3330-CHECK-DATE-LIST.
007430     PERFORM 3335-ONE-LIST-DATE  THRU 3335-EXIT
007440         VARYING WS-LIST-SUB FROM 1 BY 1
007450         UNTIL WS-LIST-SUB > 4
007460            OR WS-DUE-YES.
007470 3330-EXIT.
007480     EXIT.
007490*================================================================
007500* 3335-ONE-LIST-DATE - COMPARE ONE LISTED DATE.
007510*================================================================
007520 3335-ONE-LIST-DATE.
007530     IF SC-RUN-DATE(WS-LIST-SUB) = WS-NIGHT-DATE
007540         MOVE "Y"                TO WS-DUE-SWITCH
007550     END-IF.
007560 3335-EXIT.
007570     EXIT.
007580*================================================================
007590* 4000-SCAN-HISTORY - ONE PASS OF THE RUN-TIME HISTORY FILE.
007600*                     A FILE THAT DOES NOT EXIST YET SCANS AS
007610*                     EMPTY - EVERY DUE NIGHT IS THEN NEVER
007620*                     RAN, WHICH IS WHAT THE SCORECARD SHOULD
007630*                     SAY.
007640*================================================================
007650 4000-SCAN-HISTORY.
007660     MOVE "N"                    TO WS-EOF-SWITCH.
007670     OPEN INPUT JOB-HIST-FILE.
007680     IF WS-JOBHIST-STATUS = "35"
007690         GO TO 4000-EXIT
007700     END-IF.
007710     IF WS-JOBHIST-STATUS NOT = "00"
007720         GO TO 9840-ABEND-HIST-IO
007730     END-IF.
007740     PERFORM 4100-READ-HIST      THRU 4100-EXIT
007750         UNTIL WS-EOF-YES.
007760     CLOSE JOB-HIST-FILE.
007770 4000-EXIT.
007780     EXIT.
007790*================================================================
007800* 4100-READ-HIST - READ ONE HISTORY ROW. A ROW FROM A CYCLE
007810*                  OPENED IN THE MONTH COUNTS TOWARDS ITS
007820*                  NIGHT'S WINDOW WHETHER OR NOT THE JOB IS
007830*                  SCHEDULED, AND IS KEPT AGAINST THE JOB'S
007840*                  NIGHT IF IT IS. ROWS FROM OTHER CYCLES ARE
007850*                  PASSED BY.
007860*================================================================
007870 4100-READ-HIST.
007880     READ JOB-HIST-FILE
007890         AT END
007900             MOVE "Y" TO WS-EOF-SWITCH
007910             GO TO 4100-EXIT
007920     END-READ.
007930     IF WS-JOBHIST-STATUS NOT = "00"
007940         GO TO 9840-ABEND-HIST-IO
007950     END-IF.
007960     ADD 1                       TO WS-HIST-READ.
007970     IF JH-CYCLE-NUMBER NOT NUMERIC
007980         GO TO 4100-EXIT
007990     END-IF.
008000     MOVE "N"                    TO WS-FOUND-SWITCH.
008010     PERFORM 4200-MATCH-CYCLE    THRU 4200-EXIT
008020         VARYING CY-IDX FROM 1 BY 1
008030         UNTIL CY-IDX > WS-CY-MAX-USED
008040            OR WS-FOUND-YES.
008050     IF NOT WS-FOUND-YES
008060         GO TO 4100-EXIT
008070     END-IF.
008080     SET CY-IDX DOWN BY 1.
008090     MOVE WS-CY-DAY(CY-IDX)      TO WS-DAY-SUB.
008100     ADD 1                       TO WS-HIST-IN-MONTH.
008110     ADD 1                       TO WS-NT-RUN-COUNT(WS-DAY-SUB).
008120     IF JH-END-TS NUMERIC
008130        AND JH-END-TS > WS-NT-LAST-END(WS-DAY-SUB)
008140         MOVE JH-END-TS          TO WS-NT-LAST-END(WS-DAY-SUB)
008150     END-IF.
008160     MOVE "N"                    TO WS-FOUND-SWITCH.
008170     PERFORM 4300-MATCH-HIST-JOB THRU 4300-EXIT
008180         VARYING JB-IDX FROM 1 BY 1
008190         UNTIL JB-IDX > WS-JB-MAX-USED
008200            OR WS-FOUND-YES.
008210     IF NOT WS-FOUND-YES
008220         GO TO 4100-EXIT
008230     END-IF.
008240     SET JB-IDX DOWN BY 1.
008250     SET NT-IDX                  TO WS-DAY-SUB.
008260     ADD 1                       TO WS-HIST-SCORED.
008270     MOVE "Y"                    TO WS-JN-RAN-SW(JB-IDX, NT-IDX).
008280     MOVE WS-CY-OPEN-HHMM(CY-IDX)
008290                             TO WS-JN-OPEN-HHMM(JB-IDX, NT-IDX).
008300     MOVE JH-START-TS        TO WS-JN-START-TS(JB-IDX, NT-IDX).
008310     MOVE JH-END-TS          TO WS-JN-END-TS(JB-IDX, NT-IDX).
008320     MOVE JH-FINAL-RC        TO WS-JN-FINAL-RC(JB-IDX, NT-IDX).
008330     IF JH-ELAPSED-SECS NUMERIC
008340         MOVE JH-ELAPSED-SECS
008350                             TO WS-JN-ELAPSED(JB-IDX, NT-IDX)
008360     ELSE
008370         MOVE ZERO           TO WS-JN-ELAPSED(JB-IDX, NT-IDX)
008380     END-IF.
008390 4100-EXIT.
008400     EXIT.
008410*================================================================
008420* 4200-MATCH-CYCLE - COMPARE ONE CYCLE-TABLE ENTRY AGAINST THE
008430*                    CURRENT HISTORY ROW'S CYCLE.
008440*================================================================
008450 4200-MATCH-CYCLE.
008460     IF WS-CY-NUMBER(CY-IDX) = JH-CYCLE-NUMBER
008470         MOVE "Y" TO WS-FOUND-SWITCH
008480     END-IF.
008490 4200-EXIT.
008500     EXIT.
008510*================================================================
008520* 4300-MATCH-HIST-JOB - COMPARE ONE JOB-TABLE ENTRY AGAINST THE
008530*                       CURRENT HISTORY ROW'S JOB.
008540*================================================================
008550 4300-MATCH-HIST-JOB.
008560     IF WS-JB-JOB(JB-IDX) = JH-JOB-NAME
008570         MOVE "Y" TO WS-FOUND-SWITCH
008580     END-IF.
008590 4300-EXIT.
008600     EXIT.
008610*================================================================
008620* 5000-SCORE-JOBS - SCORE EVERY SCHEDULED JOB AND WRITE ITS
008630*                   SCORECARD LINE AND EXTRACT DETAIL.
008640*================================================================
008650 5000-SCORE-JOBS.
008660     PERFORM 5100-SCORE-ONE-JOB  THRU 5100-EXIT
008670         VARYING JB-IDX FROM 1 BY 1
008680         UNTIL JB-IDX > WS-JB-MAX-USED.
008690 5000-EXIT.
008700     EXIT.
008710*================================================================
008720* 5100-SCORE-ONE-JOB - SORT THE JOB'S DUE NIGHTS INTO THEIR
008730*                      BUCKETS, THEN WORK OUT ITS ON-TIME
008740*                      PERCENTAGE AGAINST THE SLA TARGET. A JOB
008750*                      NOT DUE AT ALL IN THE MONTH IS LISTED
008760*                      BUT CANNOT MISS ITS SLA.
008770*================================================================
008780 5100-SCORE-ONE-JOB.
008790     PERFORM 5200-SCORE-ONE-NIGHT THRU 5200-EXIT
008800         VARYING NT-IDX FROM 1 BY 1
008810         UNTIL NT-IDX > WS-MONTH-NIGHTS.
008820     MOVE SPACES                 TO DETAIL-LINE.
008830     MOVE WS-JB-JOB(JB-IDX)      TO DTL-JOB-NAME.
008840     MOVE WS-JB-DUE-COUNT(JB-IDX)     TO DTL-DUE.
008850     MOVE WS-JB-ONTIME-COUNT(JB-IDX)  TO DTL-ONTIME.
008860     MOVE WS-JB-LATE-COUNT(JB-IDX)    TO DTL-LATE.
008870     MOVE WS-JB-OVERRUN-COUNT(JB-IDX) TO DTL-OVERRUN.
008880     MOVE WS-JB-FAILED-COUNT(JB-IDX)  TO DTL-FAILED.
008890     MOVE WS-JB-NEVER-COUNT(JB-IDX)   TO DTL-NEVER.
008900     MOVE SPACES                 TO SLA-EXTR-RECORD.
008910     MOVE "D"                    TO SX-RECORD-TYPE.
008920     MOVE "N"                    TO SX-DTL-BELOW-SLA.
008930     MOVE ZERO                   TO WS-ONTIME-PCT.
008940     IF WS-JB-DUE-COUNT(JB-IDX) = ZERO
008950         MOVE "NOT DUE IN MONTH"  TO DTL-FLAG-TEXT
008960         GO TO 5100-WRITE-LINE
008970     END-IF.
008980     COMPUTE WS-ONTIME-PCT ROUNDED =
008990         WS-JB-ONTIME-COUNT(JB-IDX) * 100
009000         / WS-JB-DUE-COUNT(JB-IDX).
009010     IF WS-ONTIME-PCT < WS-SLA-PCT
009020         MOVE "** BELOW SLA **"   TO DTL-FLAG-TEXT
009030         MOVE "Y"                TO SX-DTL-BELOW-SLA
009040         ADD 1                   TO WS-BELOW-COUNT
009050     END-IF.
009060 5100-WRITE-LINE.
009070     MOVE WS-ONTIME-PCT          TO DTL-PCT.
009080     WRITE SLA-RPT-RECORD        FROM DETAIL-LINE.
009090     IF SX-DTL-BELOW-SLA = "Y"
009100         DISPLAY "SLARPT0004W " DTL-JOB-NAME " ON TIME "
009110             DTL-PCT "% OF " WS-JB-DUE-COUNT(JB-IDX)
009120             " DUE NIGHTS - BELOW SLA TARGET " WS-SLA-PCT "%"
009130     END-IF.
009140     MOVE WS-JB-JOB(JB-IDX)           TO SX-DTL-JOB-NAME.
009150     MOVE WS-JB-DUE-COUNT(JB-IDX)     TO SX-DTL-DUE-NIGHTS.
009160     MOVE WS-JB-ONTIME-COUNT(JB-IDX)  TO SX-DTL-ON-TIME.
009170     MOVE WS-JB-LATE-COUNT(JB-IDX)    TO SX-DTL-LATE-START.
009180     MOVE WS-JB-OVERRUN-COUNT(JB-IDX) TO SX-DTL-OVERRAN.
009190     MOVE WS-JB-FAILED-COUNT(JB-IDX)  TO SX-DTL-FAILED.
009200     MOVE WS-JB-NEVER-COUNT(JB-IDX)   TO SX-DTL-NEVER-RAN.
009210     MOVE WS-ONTIME-PCT               TO SX-DTL-ON-TIME-PCT.
009220     WRITE SLA-EXTR-RECORD.
009230     ADD 1                       TO WS-EXTR-DTL-COUNT.
009240     ADD WS-JB-DUE-COUNT(JB-IDX)     TO WS-TOT-DUE.
009250     ADD WS-JB-ONTIME-COUNT(JB-IDX)  TO WS-TOT-ONTIME.
009260     ADD WS-JB-LATE-COUNT(JB-IDX)    TO WS-TOT-LATE.
009270     ADD WS-JB-OVERRUN-COUNT(JB-IDX) TO WS-TOT-OVERRUN.
009280     ADD WS-JB-FAILED-COUNT(JB-IDX)  TO WS-TOT-FAILED.
009290     ADD WS-JB-NEVER-COUNT(JB-IDX)   TO WS-TOT-NEVER.
009300 5100-EXIT.
009310     EXIT.
009320*================================================================
009330* 5200-SCORE-ONE-NIGHT - ONE DUE NIGHT GOES IN EXACTLY ONE
009340*                        BUCKET, TESTED IN THIS ORDER: NO RUN
009350*                        IS NEVER RAN; A NON-ZERO FINAL RETURN
009360*                        CODE, OR A RUN THAT NEVER ENDED, IS
009370*                        FAILED; A START AFTER THE EXPECTED
009380*                        START IS LATE START - AN EXPECTED TIME
009390*                        EARLIER THAN THE CYCLE'S OPENING TIME
009400*                        FALLS THE NEXT MORNING, AS IN
009410*                        NIGHT-WATCH; AN ELAPSED TIME LONGER
009420*                        THAN THE EXPECTED MINUTES IS OVERRAN.
009430*                        NO EXPECTED START (OR ZERO EXPECTED
009440*                        MINUTES) ON FILE SKIPS THAT TEST.
009450*================================================================
009460 5200-SCORE-ONE-NIGHT.
009470     IF NOT WS-JN-DUE(JB-IDX, NT-IDX)
009480         GO TO 5200-EXIT
009490     END-IF.
009500     SET WS-DAY-SUB              TO NT-IDX.
009510     ADD 1                       TO WS-JB-DUE-COUNT(JB-IDX).
009520     ADD 1                       TO WS-NT-DUE-COUNT(WS-DAY-SUB).
009530     IF NOT WS-JN-RAN(JB-IDX, NT-IDX)
009540         ADD 1                   TO WS-JB-NEVER-COUNT(JB-IDX)
009550         GO TO 5200-EXIT
009560     END-IF.
009570     IF WS-JN-END-TS(JB-IDX, NT-IDX) NOT NUMERIC
009580        OR WS-JN-FINAL-RC(JB-IDX, NT-IDX) NOT = "00"
009590         ADD 1                   TO WS-JB-FAILED-COUNT(JB-IDX)
009600         GO TO 5200-EXIT
009610     END-IF.
009620     IF WS-JB-EXP-START(JB-IDX) NUMERIC
009630         MOVE WS-DAY-SUB         TO WS-ND-DAY
009640         MOVE SPACES             TO WS-EXPECTED-TS
009650         MOVE WS-NIGHT-DATE      TO WS-EXPECTED-TS(1:8)
009660         IF WS-JN-OPEN-HHMM(JB-IDX, NT-IDX) NUMERIC
009670            AND WS-JB-EXP-START(JB-IDX)
009680                < WS-JN-OPEN-HHMM(JB-IDX, NT-IDX)
009690             MOVE WS-NIGHT-DATE  TO WS-CD-DATE
009700             PERFORM 7200-NEXT-DAY THRU 7200-EXIT
009710             MOVE WS-CD-DATE     TO WS-EXPECTED-TS(1:8)
009720         END-IF
009730         MOVE WS-JB-EXP-START(JB-IDX) TO WS-EXPECTED-TS(9:4)
009740         MOVE "00"               TO WS-EXPECTED-TS(13:2)
009750         IF WS-JN-START-TS(JB-IDX, NT-IDX) > WS-EXPECTED-TS
009760             ADD 1               TO WS-JB-LATE-COUNT(JB-IDX)
009770             GO TO 5200-EXIT
009780         END-IF
009790     END-IF.
009800     IF WS-JB-EXP-MINS(JB-IDX) NUMERIC
009810         MOVE WS-JB-EXP-MINS(JB-IDX) TO WS-EXP-MINS-NUM
009820         COMPUTE WS-LIMIT-SECS = WS-EXP-MINS-NUM * 60
009830         IF WS-EXP-MINS-NUM > ZERO
009840            AND WS-JN-ELAPSED(JB-IDX, NT-IDX) > WS-LIMIT-SECS
009850             ADD 1               TO WS-JB-OVERRUN-COUNT(JB-IDX)
009860             GO TO 5200-EXIT
009870         END-IF
009880     END-IF.
009890     ADD 1                       TO WS-JB-ONTIME-COUNT(JB-IDX).
009900     ADD 1                   TO WS-NT-ONTIME-COUNT(WS-DAY-SUB).
009910 5200-EXIT.
009920     EXIT.
009930*================================================================
009940* 6000-PRINT-WINDOW - THE WHOLE BATCH WINDOW, ONE LINE PER
009950*                     NIGHT OF THE MONTH: WHEN THE LAST JOB
009960*                     FINISHED, HOW MANY RUNS THE NIGHT'S
009970*                     CYCLES SAW, AND HOW MANY OF THE JOBS DUE
009980*                     THAT NIGHT WERE ON TIME.
009990*================================================================
010000 6000-PRINT-WINDOW.
010010     WRITE SLA-RPT-RECORD        FROM BLANK-LINE.
010020     WRITE SLA-RPT-RECORD        FROM WIN-HDG-LINE-1.
010030     WRITE SLA-RPT-RECORD        FROM BLANK-LINE.
010040     WRITE SLA-RPT-RECORD        FROM WIN-HDG-LINE-2.
010050     PERFORM 6100-ONE-NIGHT      THRU 6100-EXIT
010060         VARYING WS-DAY-SUB FROM 1 BY 1
010070         UNTIL WS-DAY-SUB > WS-MONTH-NIGHTS.
010080 6000-EXIT.
010090     EXIT.
010100*================================================================
010110* 6100-ONE-NIGHT - PRINT ONE NIGHT'S WINDOW LINE, AND SEND IT
010120*                  ON THE EXTRACT IF ANYTHING RAN. A NIGHT WITH
010130*                  NO RUNS SAYS WHETHER IT WAS A NON-PROCESSING
010140*                  DAY OR A GAP.
010150*================================================================
010160 6100-ONE-NIGHT.
010170     MOVE WS-DAY-SUB             TO WS-ND-DAY.
010180     MOVE SPACES                 TO WIN-LINE.
010190     MOVE WS-NIGHT-DATE          TO WIN-NIGHT-DATE.
010200     MOVE WS-NT-RUN-COUNT(WS-DAY-SUB)    TO WIN-RUNS.
010210     MOVE WS-NT-DUE-COUNT(WS-DAY-SUB)    TO WIN-DUE.
010220     MOVE WS-NT-ONTIME-COUNT(WS-DAY-SUB) TO WIN-ONTIME.
010230     IF WS-NT-RUN-COUNT(WS-DAY-SUB) = ZERO
010240         MOVE WS-NIGHT-DATE      TO WS-CHECK-DATE
010250         PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT
010260         IF WS-NON-PROC-YES
010270             MOVE "NON-PROCESSING DAY" TO WIN-TEXT
010280         ELSE
010290             MOVE "NO JOBS RAN"  TO WIN-TEXT
010300         END-IF
010310         WRITE SLA-RPT-RECORD    FROM WIN-LINE
010320         GO TO 6100-EXIT
010330     END-IF.
010340     IF WS-NT-LAST-END(WS-DAY-SUB) = SPACES
010350         MOVE "NO RUN FINISHED"  TO WIN-TEXT
010360     ELSE
010370         MOVE WS-NT-LAST-END(WS-DAY-SUB)(1:8) TO WIN-END-DATE
010380         MOVE WS-NT-LAST-END(WS-DAY-SUB)(9:6) TO WIN-END-TIME
010390     END-IF.
010400     WRITE SLA-RPT-RECORD        FROM WIN-LINE.
010410     ADD 1                       TO WS-NIGHTS-RUN.
010420     MOVE SPACES                 TO SLA-EXTR-RECORD.
010430     MOVE "W"                    TO SX-RECORD-TYPE.
010440     MOVE WS-NIGHT-DATE          TO SX-WIN-NIGHT-DATE.
010450     MOVE WS-NT-LAST-END(WS-DAY-SUB)     TO SX-WIN-LAST-END-TS.
010460     MOVE WS-NT-RUN-COUNT(WS-DAY-SUB)    TO SX-WIN-JOBS-RUN.
010470     MOVE WS-NT-DUE-COUNT(WS-DAY-SUB)    TO SX-WIN-JOBS-DUE.
010480     MOVE WS-NT-ONTIME-COUNT(WS-DAY-SUB) TO SX-WIN-JOBS-ON-TIME.
010490     WRITE SLA-EXTR-RECORD.
010500     ADD 1                       TO WS-EXTR-WIN-COUNT.
010510 6100-EXIT.
010520     EXIT.
010530*================================================================
010540* 7000-CHECK-NON-PROC - IS THE DATE IN WS-CHECK-DATE A
010550*                       NON-PROCESSING DAY? THE ANSWER IS LEFT
010560*                       IN WS-NON-PROC-SWITCH.
010570*================================================================
010580 7000-CHECK-NON-PROC.
010590     MOVE "N"                    TO WS-NON-PROC-SWITCH.
010600     PERFORM 7010-ONE-CAL-ENTRY  THRU 7010-EXIT
010610         VARYING CL-IDX FROM 1 BY 1
010620         UNTIL CL-IDX > WS-CL-MAX-USED
010630            OR WS-NON-PROC-YES.
010640 7000-EXIT.
010650     EXIT.
010660*================================================================
010670* 7010-ONE-CAL-ENTRY - COMPARE ONE LOADED CALENDAR DATE.
010680*================================================================
010690 7010-ONE-CAL-ENTRY.
010700     IF WS-CL-DATE(CL-IDX) = WS-CHECK-DATE
010710         MOVE "Y"                TO WS-NON-PROC-SWITCH
010720     END-IF.
010730 7010-EXIT.
010740     EXIT.
010750*================================================================
010760* 7100-CALC-SERIAL - RUNNING DAY COUNT FOR THE DATE IN
010770*                    WS-CD-DATE, LEFT IN WS-CD-SERIAL - THE
010780*                    SAME DAY ARITHMETIC LOG-PURGE AND
010790*                    MORN-RECON USE.
010800*================================================================
010810 7100-CALC-SERIAL.
010820     MOVE WS-CD-YEAR             TO WS-CD-WORK-YEAR.
010830     MOVE WS-CD-MONTH            TO WS-CD-WORK-MONTH.
010840     IF WS-CD-WORK-MONTH < 3
010850         SUBTRACT 1 FROM WS-CD-WORK-YEAR
010860         ADD 12 TO WS-CD-WORK-MONTH
010870     END-IF.
010880     COMPUTE WS-CD-SERIAL =
010890         365 * WS-CD-WORK-YEAR
010900         + WS-CD-WORK-YEAR / 4
010910         - WS-CD-WORK-YEAR / 100
010920         + WS-CD-WORK-YEAR / 400
010930         + (153 * (WS-CD-WORK-MONTH + 1)) / 5
010940         + WS-CD-DAY.
010950 7100-EXIT.
010960     EXIT.
010970*================================================================
010980* 7200-NEXT-DAY - STEP THE DATE IN WS-CD-DATE FORWARD ONE
010990*                 CALENDAR DAY.
011000*================================================================
011010 7200-NEXT-DAY.
011020     PERFORM 7300-DAYS-IN-MONTH  THRU 7300-EXIT.
011030     IF WS-CD-DAY < WS-MONTH-DAYS
011040         ADD 1 TO WS-CD-DAY
011050         GO TO 7200-EXIT
011060     END-IF.
011070     MOVE 1                      TO WS-CD-DAY.
011080     IF WS-CD-MONTH < 12
011090         ADD 1 TO WS-CD-MONTH
011100     ELSE
011110         MOVE 1                  TO WS-CD-MONTH
011120         ADD 1 TO WS-CD-YEAR
011130     END-IF.
011140 7200-EXIT.
011150     EXIT.
011160*================================================================
011170* 7300-DAYS-IN-MONTH - DAYS IN THE MONTH OF WS-CD-DATE, LEFT
011180*                      IN WS-MONTH-DAYS, WITH THE CENTURY LEAP
011190*                      RULE IN FULL.
011200*================================================================
011210 7300-DAYS-IN-MONTH.
011220     EVALUATE WS-CD-MONTH
011230         WHEN 4
011240         WHEN 6
011250         WHEN 9
011260         WHEN 11
011270             MOVE 30             TO WS-MONTH-DAYS
011280         WHEN 2
011290             MOVE 28             TO WS-MONTH-DAYS
011300             DIVIDE WS-CD-YEAR BY 4
011310                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
011320             IF WS-LEAP-REM = 0
011330                 MOVE 29         TO WS-MONTH-DAYS
011340             END-IF
011350             DIVIDE WS-CD-YEAR BY 100
011360                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
011370             IF WS-LEAP-REM = 0
011380                 MOVE 28         TO WS-MONTH-DAYS
011390             END-IF
011400             DIVIDE WS-CD-YEAR BY 400
011410                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
011420             IF WS-LEAP-REM = 0
011430                 MOVE 29         TO WS-MONTH-DAYS
011440             END-IF
011450         WHEN OTHER
011460             MOVE 31             TO WS-MONTH-DAYS
011470     END-EVALUATE.
011480 7300-EXIT.
011490     EXIT.
011500*================================================================
011510* 8000-PRINT-TOTALS - WRITE THE MONTH TOTALS AND THE OVERALL
011520*                     ON-TIME PERCENTAGE ACROSS EVERY DUE
011530*                     NIGHT OF EVERY JOB.
011540*================================================================
011550 8000-PRINT-TOTALS.
011560     WRITE SLA-RPT-RECORD        FROM BLANK-LINE.
011570     MOVE WS-JB-MAX-USED         TO TOT-JOB-COUNT.
011580     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-1.
011590     MOVE WS-TOT-DUE             TO TOT-DUE.
011600     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-2.
011610     MOVE WS-TOT-ONTIME          TO TOT-ONTIME.
011620     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-3.
011630     MOVE WS-TOT-LATE            TO TOT-LATE.
011640     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-4.
011650     MOVE WS-TOT-OVERRUN         TO TOT-OVERRUN.
011660     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-5.
011670     MOVE WS-TOT-FAILED          TO TOT-FAILED.
011680     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-6.
011690     MOVE WS-TOT-NEVER           TO TOT-NEVER.
011700     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-7.
011710     MOVE ZERO                   TO WS-ONTIME-PCT.
011720     IF WS-TOT-DUE > ZERO
011730         COMPUTE WS-ONTIME-PCT ROUNDED =
011740             WS-TOT-ONTIME * 100 / WS-TOT-DUE
011750     END-IF.
011760     MOVE WS-ONTIME-PCT          TO TOT-PCT.
011770     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-8.
011780     MOVE WS-BELOW-COUNT         TO TOT-BELOW.
011790     WRITE SLA-RPT-RECORD        FROM TOTAL-LINE-9.
011800 8000-EXIT.
011810     EXIT.
011820*================================================================
011830* 8500-WRITE-TRAILER - CLOSE THE EXTRACT WITH THE RECORD COUNTS
011840*                      AND THE MONTH'S DUE AND ON-TIME TOTALS.
011850*================================================================
011860 8500-WRITE-TRAILER.
011870     COMPUTE WS-EXTR-TOTAL =
011880         WS-EXTR-DTL-COUNT + WS-EXTR-WIN-COUNT.
011890     MOVE SPACES                 TO SLA-EXTR-RECORD.
011900     MOVE "T"                    TO SX-RECORD-TYPE.
011910     MOVE WS-EXTR-DTL-COUNT      TO SX-TRL-JOB-COUNT.
011920     MOVE WS-EXTR-WIN-COUNT      TO SX-TRL-NIGHT-COUNT.
011930     MOVE WS-TOT-DUE             TO SX-TRL-DUE-TOTAL.
011940     MOVE WS-TOT-ONTIME          TO SX-TRL-ON-TIME-TOTAL.
011950     MOVE WS-BELOW-COUNT         TO SX-TRL-BELOW-SLA.
011960     MOVE WS-EXTR-TOTAL          TO SX-TRL-TOTAL-COUNT.
011970     WRITE SLA-EXTR-RECORD.
011980 8500-EXIT.
011990     EXIT.
012000*================================================================
012010* 8600-RECONCILE - PROVE THE HISTORY PASS AND THE EXTRACT ON
012020*                  THE JOB LOG, THE LOG-PURGE CONVENTION.
012030*================================================================
012040 8600-RECONCILE.
012050     DISPLAY "SLARPT0001I MONTH " WS-REPORT-MONTH
012060         " HISTORY ROWS READ " WS-HIST-READ
012070         " IN MONTH " WS-HIST-IN-MONTH
012080         " SCORED " WS-HIST-SCORED.
012090     DISPLAY "SLARPT0001I EXTRACT JOB RECORDS "
012100         WS-EXTR-DTL-COUNT " NIGHT RECORDS " WS-EXTR-WIN-COUNT
012110         " TOTAL SENT " WS-EXTR-TOTAL.
012120 8600-EXIT.
012130     EXIT.
012140*================================================================
012150* 9000-TERMINATE - CLOSE THE REPORT AND THE EXTRACT BEFORE
012160*                  ENDING THE STEP.
012170*================================================================
012180 9000-TERMINATE.
012190     CLOSE SLA-RPT-FILE.
012200     CLOSE SLA-EXTR-FILE.
012210 9000-EXIT.
012220     EXIT.
012230*================================================================
012240* 9810-ABEND-CYCLE-OPEN - THE CYCLE-CONTROL FILE WOULD NOT
012250*                         OPEN. WITHOUT IT NO HISTORY ROW CAN
012260*                         BE PUT ON A NIGHT, AND EVERY DUE
012270*                         NIGHT WOULD SCORE AS NEVER RAN.
012280*================================================================
012290 9810-ABEND-CYCLE-OPEN.
012300     DISPLAY "SLARPT0001E CYCLE-CTL-FILE OPEN FAILED, FILE "
012310         "STATUS=" WS-CYCLCTL-STATUS " - RUN TERMINATED".
012320     MOVE 16                     TO RETURN-CODE.
012330     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012340     STOP RUN.
012350*================================================================
012360* 9820-ABEND-SCHEDULE-OPEN - THE EXPECTED-SCHEDULE FILE WOULD
012370*                            NOT OPEN. WITHOUT IT THERE IS
012380*                            NOTHING TO SCORE.
012390*================================================================
012400 9820-ABEND-SCHEDULE-OPEN.
012410     DISPLAY "SLARPT0002E SCHEDULE-FILE OPEN FAILED, FILE "
012420         "STATUS=" WS-SCHEDFIL-STATUS " - RUN TERMINATED".
012430     MOVE 16                     TO RETURN-CODE.
012440     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012450     STOP RUN.
012460*================================================================
012470* 9830-ABEND-PROCCAL-OPEN - THE PROCESSING-CALENDAR FILE EXISTS
012480*                           BUT WOULD NOT OPEN. A BROKEN
012490*                           CALENDAR MUST NOT READ AS "EVERY
012500*                           DAY PROCESSES" - EVERY HOLIDAY
012510*                           WOULD SCORE AS A MISSED NIGHT.
012520*================================================================
012530 9830-ABEND-PROCCAL-OPEN.
012540     DISPLAY "SLARPT0003E PROC-CAL-FILE OPEN FAILED, FILE "
012550         "STATUS=" WS-PROCCAL-STATUS " - RUN TERMINATED".
012560     MOVE 16                     TO RETURN-CODE.
012570     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012580     STOP RUN.
012590*================================================================
012600* 9840-ABEND-HIST-IO - THE HISTORY FILE EXISTS BUT AN OPEN OR
012610*                      READ AGAINST IT FAILED. STOP RATHER THAN
012620*                      SCORE A PART-READ MONTH.
012630*================================================================
012640 9840-ABEND-HIST-IO.
012650     DISPLAY "SLARPT0004E JOB-HIST-FILE I-O FAILED, FILE "
012660         "STATUS=" WS-JOBHIST-STATUS " - RUN TERMINATED".
012670     MOVE 16                     TO RETURN-CODE.
012680     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012690     STOP RUN.

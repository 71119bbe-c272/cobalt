000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCHED-MAINT.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. BATCH MAINTENANCE FOR THE
000130*                  EXPECTED-SCHEDULE FILE (SCHEDFIL) AND THE
000140*                  PROCESSING CALENDAR (PROCCAL), WHICH DRIVE
000150*                  CYCLE-CONTROL, MORN-RECON AND NIGHT-WATCH
000160*                  BUT UNTIL NOW WERE EDITED BY HAND. READS A
000170*                  TRANSACTION FILE OF ADD / CHANGE / DELETE
000180*                  RECORDS FOR EITHER FILE AND APPLIES THEM
000190*                  WITH FULL EDIT CHECKING: THE RUN FREQUENCY
000200*                  MUST AGREE WITH THE RUN-DAY FLAGS AND THE
000210*                  DATE LIST, EVERY DATE MUST BE A REAL DATE,
000220*                  THE EXPECTED START MUST BE A REAL HHMM, AND
000230*                  DUPLICATE JOBS AND CALENDAR DATES ARE
000240*                  REJECTED. THE FILES ARE LINE SEQUENTIAL, SO
000250*                  THE OLD FILES ARE READ IN AND THE NEW ONES
000260*                  WRITTEN TO SCHEDNEW AND PROCCNEW FOR THE JOB
000270*                  TO CATALOG IN THEIR PLACE - THE LOG-PURGE
000280*                  CONVENTION. DUPLICATES ALREADY ON THE OLD
000290*                  FILES ARE DROPPED, AND BAD CALENDAR ROWS
000300*                  ALREADY ON FILE ARE WARNED ABOUT, ON THE
000310*                  REGISTER. EVERY TRANSACTION GETS A BEFORE/
000320*                  AFTER REGISTER LINE, AND A 35-NIGHT
000330*                  LOOK-AHEAD OF WHICH JOBS THE FREQUENCY AND
000340*                  CALENDAR RULES EXPECT EACH NIGHT IS PRINTED
000350*                  FROM THE NEW FILES, SO A MISTAKE SHOWS UP
000360*                  BEFORE THE NIGHT IT MATTERS. ANY REJECT OR
000370*                  WARNING ENDS THE STEP WITH RETURN CODE 4.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SCHED-TRAN-FILE     ASSIGN TO SCHDTRAN
000460                                ORGANIZATION IS LINE SEQUENTIAL
000470                                FILE STATUS IS WS-SCHDTRAN-STATUS.
000480     SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFIL
000490                                ORGANIZATION IS LINE SEQUENTIAL
000500                                FILE STATUS IS WS-SCHEDFIL-STATUS.
000510     SELECT SCHEDULE-NEW-FILE   ASSIGN TO SCHEDNEW
000520                                ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT PROC-CAL-FILE       ASSIGN TO PROCCAL
000540                                ORGANIZATION IS LINE SEQUENTIAL
000550                                FILE STATUS IS WS-PROCCAL-STATUS.
000560     SELECT PROC-CAL-NEW-FILE   ASSIGN TO PROCCNEW
000570                                ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT CHANGE-RGSTR-FILE   ASSIGN TO SCHDCHGR
000590                                ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT LOOK-AHEAD-FILE     ASSIGN TO SCHDLOOK
000610                                ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SCHED-TRAN-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY SCHDTRAN.
000670 FD  SCHEDULE-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY SCHEDFIL.
000700*----------------------------------------------------------------
000710* THE NEW SIDES ARE WRITTEN FROM THE TABLE ROWS, WHICH CARRY
000720* THE SAME LAYOUTS - ONE COPYBOOK CANNOT BE COPIED INTO TWO
000730* FDS.
000740*----------------------------------------------------------------
000750 FD  SCHEDULE-NEW-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 60 CHARACTERS.
000780 01  SCHEDULE-NEW-RECORD         PIC X(60).
000790 FD  PROC-CAL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY PROCCAL.
000820 FD  PROC-CAL-NEW-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 60 CHARACTERS.
000850 01  PROC-CAL-NEW-RECORD         PIC X(60).
000860 FD  CHANGE-RGSTR-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 132 CHARACTERS.
000890 01  CHANGE-RGSTR-RECORD         PIC X(132).
000900 FD  LOOK-AHEAD-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  LOOK-AHEAD-RECORD           PIC X(132).
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* CONTROL SWITCHES.
000970*----------------------------------------------------------------
000980 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
000990     88  WS-EOF-YES                          VALUE "Y".
001000 01  WS-LOAD-EOF-SWITCH          PIC X(01)   VALUE "N".
001010     88  WS-LOAD-EOF-YES                     VALUE "Y".
001020 01  WS-FOUND-SWITCH             PIC X(01)   VALUE "N".
001030     88  WS-FOUND-YES                        VALUE "Y".
001040 01  WS-DATE-OK-SWITCH           PIC X(01)   VALUE "N".
001050     88  WS-DATE-OK                          VALUE "Y".
001060*----------------------------------------------------------------
001070* FILE-STATUS WORK AREAS.
001080*----------------------------------------------------------------
001090 01  WS-SCHDTRAN-STATUS          PIC X(02)   VALUE "00".
001100 01  WS-SCHEDFIL-STATUS          PIC X(02)   VALUE "00".
001110 01  WS-PROCCAL-STATUS           PIC X(02)   VALUE "00".
001120*----------------------------------------------------------------
001130* RUN-DATE AND TRANSACTION COUNTS FOR THE RECONCILIATION
001140* TOTALS AT THE FOOT OF THE REGISTER.
001150*----------------------------------------------------------------
001160 01  WS-RUN-DATE                 PIC 9(08).
001170 01  WS-TRAN-READ-COUNT          PIC 9(05)   COMP VALUE ZERO.
001180 01  WS-TRAN-APPLIED-COUNT       PIC 9(05)   COMP VALUE ZERO.
001190 01  WS-TRAN-REJECT-COUNT        PIC 9(05)   COMP VALUE ZERO.
001200 01  WS-WARNING-COUNT            PIC 9(05)   COMP VALUE ZERO.
001210 01  WS-SCHED-WRITTEN-COUNT      PIC 9(05)   COMP VALUE ZERO.
001220 01  WS-CAL-WRITTEN-COUNT        PIC 9(05)   COMP VALUE ZERO.
001230*----------------------------------------------------------------
001240* SCHEDULE TABLE - EVERY ROW OF THE OLD SCHEDULE, THEN THE
001250* ADDS, IN FILE ORDER. A DELETED ROW IS MARKED INACTIVE AND
001260* LEFT IN PLACE; ONLY ACTIVE ROWS GO TO THE NEW FILE. THE
001270* FIELD VIEW IS THE SCHEDFIL LAYOUT.
001280*----------------------------------------------------------------
001290 01  WS-SC-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001300 01  WS-SC-TABLE-MAX             PIC 9(03)   COMP VALUE 200.
001310 01  WS-SC-SUB                   PIC 9(03)   COMP VALUE ZERO.
001320 01  WS-SC-FOUND-SUB             PIC 9(03)   COMP VALUE ZERO.
001330 01  WS-SC-TABLE.
001340     05  WS-SC-ENTRY             OCCURS 200 TIMES.
001350         10  WS-SC-ACTIVE-SW     PIC X(01).
001360             88  WS-SC-ACTIVE                VALUE "Y".
001370         10  WS-SC-DUE-COUNT     PIC 9(03)   COMP.
001380         10  WS-SC-ROW           PIC X(60).
001390         10  WS-SC-FIELDS        REDEFINES WS-SC-ROW.
001400             15  WS-SC-JOB       PIC X(08).
001410             15  WS-SC-FREQ      PIC X(01).
001420                 88  WS-SC-FREQ-WEEKLY       VALUE "W".
001430                 88  WS-SC-FREQ-MONTH-END    VALUE "M".
001440                 88  WS-SC-FREQ-DATE-LIST    VALUE "L".
001450             15  WS-SC-RUN-DAY   OCCURS 07 TIMES
001460                                 PIC X(01).
001470             15  WS-SC-START     PIC X(04).
001480             15  WS-SC-MINS      PIC 9(04).
001490             15  WS-SC-RUN-DATE  OCCURS 04 TIMES
001500                                 PIC X(08).
001510             15  FILLER          PIC X(04).
001520*----------------------------------------------------------------
001530* CALENDAR TABLE - EVERY ROW OF THE OLD CALENDAR, THEN THE
001540* ADDS, HANDLED THE SAME WAY. THE FIELD VIEW IS THE PROCCAL
001550* LAYOUT.
001560*----------------------------------------------------------------
001570 01  WS-CL-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001580 01  WS-CL-TABLE-MAX             PIC 9(03)   COMP VALUE 500.
001590 01  WS-CL-SUB                   PIC 9(03)   COMP VALUE ZERO.
001600 01  WS-CL-FOUND-SUB             PIC 9(03)   COMP VALUE ZERO.
001610 01  WS-CL-TABLE.
001620     05  WS-CL-ENTRY             OCCURS 500 TIMES.
001630         10  WS-CL-ACTIVE-SW     PIC X(01).
001640             88  WS-CL-ACTIVE                VALUE "Y".
001650         10  WS-CL-ROW           PIC X(60).
001660         10  WS-CL-FIELDS        REDEFINES WS-CL-ROW.
001670             15  WS-CL-DATE      PIC X(08).
001680             15  WS-CL-TYPE      PIC X(01).
001690                 88  WS-CL-NON-PROCESSING    VALUE "H" "N".
001700             15  WS-CL-DESC      PIC X(30).
001710             15  FILLER          PIC X(21).
001720*----------------------------------------------------------------
001730* BEFORE/AFTER IMAGES OF THE ROW FOR THE REGISTER'S IMAGE
001740* LINES, THE SWITCH SAYING WHICH LINES THE CURRENT
001750* TRANSACTION HAS EARNED, AND ITS DISPOSITION.
001760*----------------------------------------------------------------
001770 01  WS-DISPOSITION              PIC X(34).
001780 01  WS-BEFORE-ROW               PIC X(60).
001790 01  WS-AFTER-ROW                PIC X(60).
001800 01  WS-IMAGE-ROW                PIC X(60).
001810 01  WS-IMAGE-SC-VIEW            REDEFINES WS-IMAGE-ROW.
001820     05  WS-IM-SC-JOB            PIC X(08).
001830     05  WS-IM-SC-FREQ           PIC X(01).
001840     05  WS-IM-SC-RUN-DAYS       PIC X(07).
001850     05  WS-IM-SC-START          PIC X(04).
001860     05  WS-IM-SC-MINS           PIC 9(04).
001870     05  WS-IM-SC-DATE-LIST.
001880         10  WS-IM-SC-RUN-DATE   OCCURS 04 TIMES
001890                                 PIC X(08).
001900     05  FILLER                  PIC X(04).
001910 01  WS-IMAGE-CL-VIEW            REDEFINES WS-IMAGE-ROW.
001920     05  WS-IM-CL-DATE           PIC X(08).
001930     05  WS-IM-CL-TYPE           PIC X(01).
001940     05  WS-IM-CL-DESC           PIC X(30).
001950     05  FILLER                  PIC X(21).
001960 01  WS-IMAGE-LINES-SWITCH       PIC X(01)   VALUE "N".
001970     88  WS-IMAGE-LINES-NONE                 VALUE "N".
001980     88  WS-IMAGE-LINES-AFTER                VALUE "A".
001990     88  WS-IMAGE-LINES-BOTH                 VALUE "B".
002000     88  WS-IMAGE-LINES-BEFORE               VALUE "F".
002010*----------------------------------------------------------------
002020* SCHEDULE-DETAIL EDIT WORK AREAS.
002030*----------------------------------------------------------------
002040 01  WS-EDIT-MINS                PIC 9(04)   VALUE ZEROES.
002050 01  WS-EDIT-MINS-TEXT           PIC X(04)   VALUE SPACES.
002060 01  WS-EDIT-START-HH            PIC 9(02)   VALUE ZEROES.
002070 01  WS-EDIT-START-MM            PIC 9(02)   VALUE ZEROES.
002080 01  WS-DAY-SUB                  PIC 9(02)   COMP VALUE ZERO.
002090 01  WS-LIST-SUB                 PIC 9(02)   COMP VALUE ZERO.
002100 01  WS-LIST-SUB-2               PIC 9(02)   COMP VALUE ZERO.
002110 01  WS-RUN-DAY-Y-COUNT          PIC 9(02)   COMP VALUE ZERO.
002120 01  WS-LIST-DATE-COUNT          PIC 9(02)   COMP VALUE ZERO.
002130*----------------------------------------------------------------
002140* DATE ARITHMETIC WORK AREAS. THE DAY SERIAL IS THE SAME
002150* RUNNING DAY COUNT LOG-PURGE AND MORN-RECON USE - ITS
002160* REMAINDER MODULO 7 GIVES THE DAY OF WEEK (SATURDAY = 0),
002170* REMAPPED TO 1-7 MONDAY THROUGH SUNDAY TO INDEX THE SCHEDULE
002180* ROW'S RUN-DAY FLAGS.
002190*----------------------------------------------------------------
002200 01  WS-NON-PROC-SWITCH          PIC X(01)   VALUE "N".
002210     88  WS-NON-PROC-YES                     VALUE "Y".
002220 01  WS-ME-DONE-SWITCH           PIC X(01)   VALUE "N".
002230     88  WS-ME-DONE                          VALUE "Y".
002240 01  WS-MONTH-END-SWITCH         PIC X(01)   VALUE "N".
002250     88  WS-MONTH-END-NIGHT                  VALUE "Y".
002260 01  WS-DUE-SWITCH               PIC X(01)   VALUE "N".
002270     88  WS-DUE-YES                          VALUE "Y".
002280 01  WS-CHECK-DATE               PIC X(08)   VALUE SPACES.
002290 01  WS-NON-PROC-DESC            PIC X(30)   VALUE SPACES.
002300 01  WS-CD-DATE.
002310     05  WS-CD-YEAR              PIC 9(04).
002320     05  WS-CD-MONTH             PIC 9(02).
002330     05  WS-CD-DAY               PIC 9(02).
002340 01  WS-CD-WORK-YEAR             PIC 9(04)   COMP.
002350 01  WS-CD-WORK-MONTH            PIC 9(02)   COMP.
002360 01  WS-CD-SERIAL                PIC 9(07)   COMP.
002370 01  WS-DOW-QUOT                 PIC 9(07)   COMP.
002380 01  WS-DOW-REM                  PIC 9(01)   COMP.
002390 01  WS-DOW-INDEX                PIC 9(01)   COMP.
002400 01  WS-MONTH-DAYS               PIC 9(02)   COMP.
002410 01  WS-LEAP-QUOT                PIC 9(04)   COMP.
002420 01  WS-LEAP-REM                 PIC 9(04)   COMP.
002430 01  WS-SAVE-MONTH               PIC 9(02)   COMP.
002440*----------------------------------------------------------------
002450* LOOK-AHEAD WORK AREAS. THE WINDOW STARTS WITH TONIGHT.
002460*----------------------------------------------------------------
002470 01  WS-LA-NIGHTS                PIC 9(03)   COMP VALUE 35.
002480 01  WS-LA-NIGHT-NO              PIC 9(03)   COMP VALUE ZERO.
002490 01  WS-NIGHT-DATE.
002500     05  WS-NT-YEAR              PIC 9(04).
002510     05  WS-NT-MONTH             PIC 9(02).
002520     05  WS-NT-DAY               PIC 9(02).
002530 01  WS-NIGHT-DOW-INDEX          PIC 9(01)   COMP VALUE ZERO.
002540 01  WS-NIGHT-JOB-COUNT          PIC 9(03)   COMP VALUE ZERO.
002550 01  WS-LA-SLOT                  PIC 9(02)   COMP VALUE ZERO.
002560 01  WS-LA-SLOT-MAX              PIC 9(02)   COMP VALUE 12.
002570 01  WS-LA-NON-PROC-COUNT        PIC 9(05)   COMP VALUE ZERO.
002580 01  WS-LA-JOB-NIGHT-COUNT       PIC 9(05)   COMP VALUE ZERO.
002590 01  WS-LA-NOT-DUE-COUNT         PIC 9(05)   COMP VALUE ZERO.
002600 01  WS-DAY-NAMES-LITERAL        PIC X(21)   VALUE
002610     "MONTUEWEDTHUFRISATSUN".
002620 01  WS-DAY-NAMES                REDEFINES WS-DAY-NAMES-LITERAL.
002630     05  WS-DAY-NAME             OCCURS 07 TIMES
002640                                 PIC X(03).
002650*----------------------------------------------------------------
002660* REGISTER LINE LAYOUTS.
002670*----------------------------------------------------------------
002680 01  HDG-LINE-1                  PIC X(132)  VALUE
002690     "SCHEDULE AND PROCESSING CALENDAR CHANGE REGISTER".
002700 01  HDG-LINE-2.
002710     05  FILLER                  PIC X(11)   VALUE
002720         "REPORT DATE".
002730     05  HDG-2-DATE              PIC 9(08).
002740     05  FILLER                  PIC X(113)  VALUE SPACES.
002750 01  HDG-LINE-3                  PIC X(132)  VALUE
002760     "ACTION     FILE   KEY       DISPOSITION".
002770 01  DETAIL-LINE.
002780     05  DTL-ACTION              PIC X(10).
002790     05  FILLER                  PIC X(01)   VALUE SPACES.
002800     05  DTL-FILE                PIC X(05).
002810     05  FILLER                  PIC X(02)   VALUE SPACES.
002820     05  DTL-KEY                 PIC X(08).
002830     05  FILLER                  PIC X(02)   VALUE SPACES.
002840     05  DTL-DISPOSITION         PIC X(34).
002850     05  FILLER                  PIC X(70)   VALUE SPACES.
002860 01  SCHED-IMAGE-LINE.
002870     05  FILLER                  PIC X(11)   VALUE SPACES.
002880     05  SIL-TAG                 PIC X(07).
002890     05  FILLER                  PIC X(01)   VALUE SPACES.
002900     05  FILLER                  PIC X(05)   VALUE "FREQ ".
002910     05  SIL-FREQ                PIC X(01).
002920     05  FILLER                  PIC X(01)   VALUE SPACES.
002930     05  FILLER                  PIC X(05)   VALUE "DAYS ".
002940     05  SIL-RUN-DAYS            PIC X(07).
002950     05  FILLER                  PIC X(01)   VALUE SPACES.
002960     05  FILLER                  PIC X(06)   VALUE "START ".
002970     05  SIL-START               PIC X(04).
002980     05  FILLER                  PIC X(01)   VALUE SPACES.
002990     05  FILLER                  PIC X(05)   VALUE "MINS ".
003000     05  SIL-MINS                PIC 9(04).
003010     05  FILLER                  PIC X(01)   VALUE SPACES.
003020     05  FILLER                  PIC X(06)   VALUE "DATES ".
003030     05  SIL-DATE-1              PIC X(08).
003040     05  FILLER                  PIC X(01)   VALUE SPACES.
003050     05  SIL-DATE-2              PIC X(08).
003060     05  FILLER                  PIC X(01)   VALUE SPACES.
003070     05  SIL-DATE-3              PIC X(08).
003080     05  FILLER                  PIC X(01)   VALUE SPACES.
003090     05  SIL-DATE-4              PIC X(08).
003100     05  FILLER                  PIC X(31)   VALUE SPACES.
003110 01  CAL-IMAGE-LINE.
003120     05  FILLER                  PIC X(11)   VALUE SPACES.
003130     05  CIL-TAG                 PIC X(07).
003140     05  FILLER                  PIC X(01)   VALUE SPACES.
003150     05  FILLER                  PIC X(05)   VALUE "TYPE ".
003160     05  CIL-TYPE                PIC X(01).
003170     05  FILLER                  PIC X(01)   VALUE SPACES.
003180     05  FILLER                  PIC X(05)   VALUE "DESC ".
003190     05  CIL-DESC                PIC X(30).
003200     05  FILLER                  PIC X(71)   VALUE SPACES.
003210 01  TOTAL-LINE-1.
003220     05  FILLER                  PIC X(18)   VALUE
003230         "TRANSACTIONS READ ".
003240     05  TOT-READ-COUNT          PIC ZZZZ9.
003250     05  FILLER                  PIC X(109)  VALUE SPACES.
003260 01  TOTAL-LINE-2.
003270     05  FILLER                  PIC X(18)   VALUE
003280         "APPLIED           ".
003290     05  TOT-APPLIED-COUNT       PIC ZZZZ9.
003300     05  FILLER                  PIC X(109)  VALUE SPACES.
003310 01  TOTAL-LINE-3.
003320     05  FILLER                  PIC X(18)   VALUE
003330         "REJECTED          ".
003340     05  TOT-REJECT-COUNT        PIC ZZZZ9.
003350     05  FILLER                  PIC X(109)  VALUE SPACES.
003360 01  TOTAL-LINE-4.
003370     05  FILLER                  PIC X(18)   VALUE
003380         "OLD-FILE WARNINGS ".
003390     05  TOT-WARNING-COUNT       PIC ZZZZ9.
003400     05  FILLER                  PIC X(109)  VALUE SPACES.
003410 01  TOTAL-LINE-5.
003420     05  FILLER                  PIC X(18)   VALUE
003430         "SCHEDULE ROWS OUT ".
003440     05  TOT-SCHED-COUNT         PIC ZZZZ9.
003450     05  FILLER                  PIC X(109)  VALUE SPACES.
003460 01  TOTAL-LINE-6.
003470     05  FILLER                  PIC X(18)   VALUE
003480         "CALENDAR ROWS OUT ".
003490     05  TOT-CAL-COUNT           PIC ZZZZ9.
003500     05  FILLER                  PIC X(109)  VALUE SPACES.
003510*----------------------------------------------------------------
003520* LOOK-AHEAD LINE LAYOUTS.
003530*----------------------------------------------------------------
003540 01  LA-HDG-LINE-1               PIC X(132)  VALUE
003550     "SCHEDULE LOOK-AHEAD - JOBS EXPECTED EACH NIGHT FOR THE NEXT
003560-    "35 NIGHTS".
003570 01  LA-HDG-LINE-3               PIC X(132)  VALUE
003580     "DATE      DAY  JOBS  JOBS EXPECTED TO RUN".
003590 01  LA-DETAIL-LINE.
003600     05  LAD-DATE                PIC X(08).
003610     05  FILLER                  PIC X(02)   VALUE SPACES.
003620     05  LAD-DAY                 PIC X(03).
003630     05  FILLER                  PIC X(02)   VALUE SPACES.
003640     05  LAD-JOB-COUNT           PIC ZZ9.
003650     05  FILLER                  PIC X(03)   VALUE SPACES.
003660     05  LAD-JOB-AREA.
003670         10  LAD-JOB             OCCURS 12 TIMES.
003680             15  LAD-JOB-NAME    PIC X(08).
003690             15  FILLER          PIC X(01).
003700     05  FILLER                  PIC X(03)   VALUE SPACES.
003710 01  LA-NON-PROC-TEXT.
003720     05  FILLER                  PIC X(19)   VALUE
003730         "NON-PROCESSING DAY ".
003740     05  LNP-DESC                PIC X(30).
003750     05  FILLER                  PIC X(59)   VALUE SPACES.
003760 01  LA-NOT-DUE-HDG-LINE         PIC X(132)  VALUE
003770     "SCHEDULED JOBS NOT EXPECTED ON ANY NIGHT IN THE WINDOW".
003780 01  NONE-LINE                   PIC X(132)  VALUE
003790     "NONE - EVERY SCHEDULED JOB IS EXPECTED AT LEAST ONCE".
003800 01  LA-NOT-DUE-LINE.
003810     05  LND-JOB-NAME            PIC X(08).
003820     05  FILLER                  PIC X(02)   VALUE SPACES.
003830     05  FILLER                  PIC X(05)   VALUE "FREQ ".
003840     05  LND-FREQ                PIC X(01).
003850     05  FILLER                  PIC X(116)  VALUE SPACES.
003860 01  LA-TOTAL-LINE-1.
003870     05  FILLER                  PIC X(18)   VALUE
003880         "NIGHTS            ".
003890     05  LAT-NIGHTS              PIC ZZZZ9.
003900     05  FILLER                  PIC X(109)  VALUE SPACES.
003910 01  LA-TOTAL-LINE-2.
003920     05  FILLER                  PIC X(18)   VALUE
003930         "NON-PROCESSING    ".
003940     05  LAT-NON-PROC            PIC ZZZZ9.
003950     05  FILLER                  PIC X(109)  VALUE SPACES.
003960 01  LA-TOTAL-LINE-3.
003970     05  FILLER                  PIC X(18)   VALUE
003980         "JOB-NIGHTS        ".
003990     05  LAT-JOB-NIGHTS          PIC ZZZZ9.
004000     05  FILLER                  PIC X(109)  VALUE SPACES.
004010 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
004020 PROCEDURE DIVISION.
004030*================================================================
004040* 0000-MAINLINE.
004050*================================================================
004060 0000-MAINLINE.
004070     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
004080     PERFORM 1100-LOAD-SCHEDULE    THRU 1100-EXIT.
004090     PERFORM 1200-LOAD-CALENDAR    THRU 1200-EXIT.
004100     PERFORM 2000-READ-TRAN        THRU 2000-EXIT.
004110     PERFORM 3000-PROCESS-TRAN     THRU 3000-EXIT
004120         UNTIL WS-EOF-YES.
004130     PERFORM 5000-WRITE-NEW-FILES  THRU 5000-EXIT.
004140     PERFORM 5500-PRINT-TOTALS     THRU 5500-EXIT.
004150     PERFORM 6000-LOOK-AHEAD       THRU 6000-EXIT.
004160     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
004170     IF WS-TRAN-REJECT-COUNT > ZERO
004180        OR WS-WARNING-COUNT > ZERO
004190         MOVE 4 TO RETURN-CODE
004200     END-IF.
004210     STOP RUN.
004220*================================================================
004230* 1000-INITIALIZE - OPEN THE TRANSACTIONS AND THE TWO REPORTS
004240*                   AND WRITE THE REGISTER HEADINGS.
004250*================================================================
004260 1000-INITIALIZE.
004270     OPEN INPUT  SCHED-TRAN-FILE.
004280     IF WS-SCHDTRAN-STATUS NOT = "00"
004290         GO TO 9810-ABEND-SCHDTRAN-OPEN
004300     END-IF.
004310     OPEN OUTPUT CHANGE-RGSTR-FILE.
004320     OPEN OUTPUT LOOK-AHEAD-FILE.
004330     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004340     MOVE WS-RUN-DATE              TO HDG-2-DATE.
004350     WRITE CHANGE-RGSTR-RECORD     FROM HDG-LINE-1.
004360     WRITE CHANGE-RGSTR-RECORD     FROM HDG-LINE-2.
004370     WRITE CHANGE-RGSTR-RECORD     FROM BLANK-LINE.
004380     WRITE CHANGE-RGSTR-RECORD     FROM HDG-LINE-3.
004390 1000-EXIT.
004400     EXIT.
004410*================================================================
004420* 1100-LOAD-SCHEDULE - LOAD THE OLD SCHEDULE INTO THE TABLE. A
004430*                      SCHEDULE NOT CATALOGED YET (STATUS 35)
004440*                      LOADS AS EMPTY AND IS BUILT FROM ADDS.
004450*================================================================
004460 1100-LOAD-SCHEDULE.
004470     MOVE "N"                    TO WS-LOAD-EOF-SWITCH.
004480     OPEN INPUT SCHEDULE-FILE.
004490     IF WS-SCHEDFIL-STATUS = "35"
004500         GO TO 1100-EXIT
004510     END-IF.
004520     IF WS-SCHEDFIL-STATUS NOT = "00"
004530         GO TO 9820-ABEND-SCHEDFIL-OPEN
004540     END-IF.
004550     PERFORM 1110-READ-SCHEDULE  THRU 1110-EXIT
004560         UNTIL WS-LOAD-EOF-YES.
004570     CLOSE SCHEDULE-FILE.
004580 1100-EXIT.
004590     EXIT.
004600*================================================================
004610* 1110-READ-SCHEDULE - READ ONE OLD SCHEDULE ROW INTO THE
004620*                      TABLE. A BLANK JOB NAME IS DROPPED, AND
004630*                      SO IS A SECOND ROW FOR A JOB ALREADY
004640*                      LOADED - THE READERS ONLY EVER USED THE
004650*                      FIRST - BOTH ON THE REGISTER.
004660*================================================================
004670 1110-READ-SCHEDULE.
004680     READ SCHEDULE-FILE
004690         AT END
004700             MOVE "Y" TO WS-LOAD-EOF-SWITCH
004710             GO TO 1110-EXIT
004720     END-READ.
004730     MOVE SPACES                 TO DETAIL-LINE.
004740     MOVE "ON FILE"              TO DTL-ACTION.
004750     MOVE "SCHED"                TO DTL-FILE.
004760     MOVE SC-JOB-NAME            TO DTL-KEY.
004770     IF SC-JOB-NAME = SPACES
004780         MOVE "DROPPED - JOB NAME MISSING"
004790                                 TO DTL-DISPOSITION
004800         PERFORM 8150-WRITE-WARNING THRU 8150-EXIT
004810         GO TO 1110-EXIT
004820     END-IF.
004830     MOVE SC-JOB-NAME            TO ST-SC-JOB-NAME.
004840     PERFORM 4000-FIND-JOB       THRU 4000-EXIT.
004850     IF WS-FOUND-YES
004860         MOVE "DROPPED - DUPLICATE JOB ON FILE"
004870                                 TO DTL-DISPOSITION
004880         PERFORM 8150-WRITE-WARNING THRU 8150-EXIT
004890         GO TO 1110-EXIT
004900     END-IF.
004910     IF WS-SC-MAX-USED NOT < WS-SC-TABLE-MAX
004915         CLOSE SCHEDULE-FILE
004920         GO TO 9840-ABEND-TABLE-FULL
004930     END-IF.
004940     ADD 1                       TO WS-SC-MAX-USED.
004950     MOVE "Y"                TO WS-SC-ACTIVE-SW(WS-SC-MAX-USED).
004960     MOVE SCHEDULE-RECORD        TO WS-SC-ROW(WS-SC-MAX-USED).
004965     MOVE ZERO               TO WS-SC-DUE-COUNT(WS-SC-MAX-USED).
004970 1110-EXIT.
004980     EXIT.
004990*================================================================
005000* 1200-LOAD-CALENDAR - LOAD THE OLD CALENDAR INTO THE TABLE. A
005010*                      CALENDAR NOT CATALOGED YET LOADS AS
005020*                      EMPTY.
005030*================================================================
005040 1200-LOAD-CALENDAR.
005050     MOVE "N"                    TO WS-LOAD-EOF-SWITCH.
005060     OPEN INPUT PROC-CAL-FILE.
005070     IF WS-PROCCAL-STATUS = "35"
005080         GO TO 1200-EXIT
005090     END-IF.
005100     IF WS-PROCCAL-STATUS NOT = "00"
005110         GO TO 9830-ABEND-PROCCAL-OPEN
005120     END-IF.
005130     PERFORM 1210-READ-CAL       THRU 1210-EXIT
005140         UNTIL WS-LOAD-EOF-YES.
005150     CLOSE PROC-CAL-FILE.
005160 1200-EXIT.
005170     EXIT.
005180*================================================================
005190* 1210-READ-CAL - READ ONE OLD CALENDAR ROW INTO THE TABLE. A
005200*                 SECOND ROW FOR A DATE IS DROPPED. A ROW WHOSE
005210*                 DATE IS NOT A REAL DATE, OR WHOSE DAY TYPE IS
005220*                 NOT H OR N, IS KEPT BUT WARNED ABOUT - IT
005230*                 NEVER MATCHES A NIGHT, SO THE HOLIDAY IT WAS
005240*                 MEANT FOR WOULD STILL PROCESS. IT CAN BE
005250*                 DELETED BY KEY AND ADDED AGAIN CORRECTLY.
005260*================================================================
005270 1210-READ-CAL.
005280     READ PROC-CAL-FILE
005290         AT END
005300             MOVE "Y" TO WS-LOAD-EOF-SWITCH
005310             GO TO 1210-EXIT
005320     END-READ.
005330     MOVE SPACES                 TO DETAIL-LINE.
005340     MOVE "ON FILE"              TO DTL-ACTION.
005350     MOVE "CAL"                  TO DTL-FILE.
005360     MOVE CL-CAL-DATE            TO DTL-KEY.
005370     MOVE CL-CAL-DATE            TO ST-CL-CAL-DATE.
005380     PERFORM 4100-FIND-DATE      THRU 4100-EXIT.
005390     IF WS-FOUND-YES
005400         MOVE "DROPPED - DUPLICATE DATE ON FILE"
005410                                 TO DTL-DISPOSITION
005420         PERFORM 8150-WRITE-WARNING THRU 8150-EXIT
005430         GO TO 1210-EXIT
005440     END-IF.
005450     IF WS-CL-MAX-USED NOT < WS-CL-TABLE-MAX
005455         CLOSE PROC-CAL-FILE
005460         GO TO 9840-ABEND-TABLE-FULL
005470     END-IF.
005480     ADD 1                       TO WS-CL-MAX-USED.
005490     MOVE "Y"                TO WS-CL-ACTIVE-SW(WS-CL-MAX-USED).
005500     MOVE PROC-CALENDAR-RECORD   TO WS-CL-ROW(WS-CL-MAX-USED).
005510     MOVE CL-CAL-DATE            TO WS-CHECK-DATE.
005520     PERFORM 7400-EDIT-DATE      THRU 7400-EXIT.
005530     IF NOT WS-DATE-OK
005540         MOVE "WARNING - DATE NOT VALID, KEPT"
005550                                 TO DTL-DISPOSITION
005560         PERFORM 8150-WRITE-WARNING THRU 8150-EXIT
005570         GO TO 1210-EXIT
005580     END-IF.
005590     IF NOT CL-NON-PROCESSING
005600         MOVE "WARNING - DAY TYPE NOT H/N, KEPT"
005610                                 TO DTL-DISPOSITION
005620         PERFORM 8150-WRITE-WARNING THRU 8150-EXIT
005630     END-IF.
005640 1210-EXIT.
005650     EXIT.
005660*================================================================
005670* 2000-READ-TRAN - READ THE NEXT TRANSACTION RECORD.
005680*================================================================
005690 2000-READ-TRAN.
005700     READ SCHED-TRAN-FILE
005710         AT END
005720             MOVE "Y" TO WS-EOF-SWITCH
005730     END-READ.
005740     IF NOT WS-EOF-YES
005750         ADD 1 TO WS-TRAN-READ-COUNT
005760     END-IF.
005770 2000-EXIT.
005780     EXIT.
005790*================================================================
005800* 3000-PROCESS-TRAN - EDIT-CHECK AND APPLY ONE TRANSACTION,
005810*                     WRITE ITS REGISTER LINES, AND MOVE ON TO
005820*                     THE NEXT RECORD. EVERY TRANSACTION GETS A
005830*                     LINE - APPLIED OR REJECTED - SO THE
005840*                     REGISTER IS A COMPLETE ACCOUNT OF THE
005850*                     DAY'S INPUT. TRANSACTIONS APPLY IN FILE
005860*                     ORDER, SO A LATER ONE SEES AN EARLIER
005870*                     ONE'S RESULT.
005880*================================================================
005890 3000-PROCESS-TRAN.
005900     MOVE SPACES                 TO WS-DISPOSITION
005910                                    WS-BEFORE-ROW
005920                                    WS-AFTER-ROW.
005930     MOVE "N"                    TO WS-IMAGE-LINES-SWITCH.
005940     EVALUATE TRUE
005950         WHEN ST-FILE-SCHEDULE
005960             PERFORM 3100-SCHED-TRAN      THRU 3100-EXIT
005970         WHEN ST-FILE-CALENDAR
005980             PERFORM 3500-CAL-TRAN        THRU 3500-EXIT
005990         WHEN OTHER
006000             MOVE "REJECTED - FILE CODE NOT S/C"
006010                                 TO WS-DISPOSITION
006020             PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
006030     END-EVALUATE.
006040     PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
006050     IF WS-IMAGE-LINES-BOTH OR WS-IMAGE-LINES-BEFORE
006060         PERFORM 8200-WRITE-BEFORE-IMAGE THRU 8200-EXIT
006070     END-IF.
006080     IF WS-IMAGE-LINES-AFTER OR WS-IMAGE-LINES-BOTH
006090         PERFORM 8300-WRITE-AFTER-IMAGE THRU 8300-EXIT
006100     END-IF.
006110     PERFORM 2000-READ-TRAN      THRU 2000-EXIT.
006120 3000-EXIT.
006130     EXIT.
006140*================================================================
006150* 3100-SCHED-TRAN - A SCHEDULE TRANSACTION. THE JOB NAME IS
006160*                   THE KEY AND MUST BE GIVEN.
006170*================================================================
006180 3100-SCHED-TRAN.
006190     IF ST-SC-JOB-NAME = SPACES
006200         MOVE "REJECTED - JOB NAME MISSING"
006210                                 TO WS-DISPOSITION
006220         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
006230         GO TO 3100-EXIT
006240     END-IF.
006250     PERFORM 4000-FIND-JOB       THRU 4000-EXIT.
006260     EVALUATE TRUE
006270         WHEN ST-ADD
006280             PERFORM 3200-SCHED-ADD       THRU 3200-EXIT
006290         WHEN ST-CHANGE
006300             PERFORM 3300-SCHED-CHANGE    THRU 3300-EXIT
006310         WHEN ST-DELETE
006320             PERFORM 3400-SCHED-DELETE    THRU 3400-EXIT
006330         WHEN OTHER
006340             MOVE "REJECTED - UNKNOWN ACTION"
006350                                 TO WS-DISPOSITION
006360             PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
006370     END-EVALUATE.
006380 3100-EXIT.
006390     EXIT.
006400*================================================================
006410* 3200-SCHED-ADD - A NEW JOB ON THE SCHEDULE. THE JOB MUST NOT
006420*                  ALREADY BE ON IT.
006430*================================================================
006440 3200-SCHED-ADD.
006450     IF WS-FOUND-YES
006460         MOVE WS-SC-ROW(WS-SC-FOUND-SUB) TO WS-BEFORE-ROW
006470         MOVE "F"                TO WS-IMAGE-LINES-SWITCH
006480         MOVE "REJECTED - JOB ALREADY ON SCHEDULE"
006490                                 TO WS-DISPOSITION
006500         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
006510         GO TO 3200-EXIT
006520     END-IF.
006530     PERFORM 3450-EDIT-SCHED-DETAIL THRU 3450-EXIT.
006540     IF WS-DISPOSITION NOT = SPACES
006550         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
006560         GO TO 3200-EXIT
006570     END-IF.
006580     IF WS-SC-MAX-USED NOT < WS-SC-TABLE-MAX
006590         GO TO 9840-ABEND-TABLE-FULL
006600     END-IF.
006610     ADD 1                       TO WS-SC-MAX-USED.
006620     MOVE WS-SC-MAX-USED         TO WS-SC-SUB.
006630     MOVE "Y"                    TO WS-SC-ACTIVE-SW(WS-SC-SUB).
006635     MOVE ZERO                   TO WS-SC-DUE-COUNT(WS-SC-SUB).
006640     PERFORM 3490-MOVE-SCHED-DETAIL THRU 3490-EXIT.
006650     MOVE WS-SC-ROW(WS-SC-SUB)   TO WS-AFTER-ROW.
006660     MOVE "A"                    TO WS-IMAGE-LINES-SWITCH.
006670     MOVE "APPLIED"              TO WS-DISPOSITION.
006680     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
006690 3200-EXIT.
006700     EXIT.
006710*================================================================
006720* 3300-SCHED-CHANGE - REPLACE AN EXISTING JOB'S SCHEDULE ROW
006730*                     WITH THE TRANSACTION'S DETAIL. THE JOB
006740*                     MUST BE ON THE SCHEDULE.
006750*================================================================
006760 3300-SCHED-CHANGE.
006770     IF NOT WS-FOUND-YES
006780         MOVE "REJECTED - JOB NOT ON SCHEDULE"
006790                                 TO WS-DISPOSITION
006800         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
006810         GO TO 3300-EXIT
006820     END-IF.
006830     MOVE WS-SC-FOUND-SUB        TO WS-SC-SUB.
006840     MOVE WS-SC-ROW(WS-SC-SUB)   TO WS-BEFORE-ROW.
006850     MOVE "F"                    TO WS-IMAGE-LINES-SWITCH.
006860     PERFORM 3450-EDIT-SCHED-DETAIL THRU 3450-EXIT.
006870     IF WS-DISPOSITION NOT = SPACES
006880         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
006890         GO TO 3300-EXIT
006900     END-IF.
006910     PERFORM 3490-MOVE-SCHED-DETAIL THRU 3490-EXIT.
006920     MOVE WS-SC-ROW(WS-SC-SUB)   TO WS-AFTER-ROW.
006930     MOVE "B"                    TO WS-IMAGE-LINES-SWITCH.
006940     MOVE "APPLIED - ROW REPLACED" TO WS-DISPOSITION.
006950     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
006960 3300-EXIT.
006970     EXIT.
006980*================================================================
006990* 3400-SCHED-DELETE - TAKE A JOB OFF THE SCHEDULE. THE JOB
007000*                     MUST BE ON IT. ONLY THE KEY IS NEEDED.
007010*================================================================
007020 3400-SCHED-DELETE.
007030     IF NOT WS-FOUND-YES
007040         MOVE "REJECTED - JOB NOT ON SCHEDULE"
007050                                 TO WS-DISPOSITION
007060         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
007070         GO TO 3400-EXIT
007080     END-IF.
007090     MOVE WS-SC-ROW(WS-SC-FOUND-SUB) TO WS-BEFORE-ROW.
007100     MOVE "N"               TO WS-SC-ACTIVE-SW(WS-SC-FOUND-SUB).
007110     MOVE "F"                    TO WS-IMAGE-LINES-SWITCH.
007120     MOVE "APPLIED - ROW DELETED" TO WS-DISPOSITION.
007130     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
007140 3400-EXIT.
007150     EXIT.
007160*================================================================
007170* 3450-EDIT-SCHED-DETAIL - CHECK A SCHEDULE ROW BEFORE IT GOES
007180*                          ON FILE. THE FREQUENCY MUST BE D, W,
007190*                          M OR L (SPACE STILL READS AS DAILY,
007200*                          AS THE READERS TREAT IT). RUN-DAY
007210*                          FLAGS BELONG ONLY TO A WEEKLY JOB -
007220*                          EACH Y OR N, AT LEAST ONE Y - AND A
007230*                          DATE LIST ONLY TO A LIST JOB - AT
007240*                          LEAST ONE REAL DATE, NONE REPEATED.
007250*                          THE EXPECTED START, IF GIVEN, MUST BE
007260*                          A REAL HHMM AND THE MINUTES, IF
007270*                          GIVEN, NUMERIC (LEADING SPACES READ
007280*                          AS ZEROES). A COMPLAINT IS LEFT IN
007290*                          WS-DISPOSITION.
007300*================================================================
007310 3450-EDIT-SCHED-DETAIL.
007320     IF ST-SC-RUN-FREQ NOT = "D"
007330        AND ST-SC-RUN-FREQ NOT = "W"
007340        AND ST-SC-RUN-FREQ NOT = "M"
007350        AND ST-SC-RUN-FREQ NOT = "L"
007360        AND ST-SC-RUN-FREQ NOT = SPACE
007370         MOVE "REJECTED - RUN FREQ NOT D/W/M/L"
007380                                 TO WS-DISPOSITION
007390         GO TO 3450-EXIT
007400     END-IF.
007410     IF ST-SC-RUN-FREQ = "W"
007420         MOVE ZERO               TO WS-RUN-DAY-Y-COUNT
007430         PERFORM 3460-EDIT-RUN-DAY THRU 3460-EXIT
007440             VARYING WS-DAY-SUB FROM 1 BY 1
007450             UNTIL WS-DAY-SUB > 7
007460         IF WS-DISPOSITION NOT = SPACES
007470             GO TO 3450-EXIT
007480         END-IF
007490         IF WS-RUN-DAY-Y-COUNT = ZERO
007500             MOVE "REJECTED - WEEKLY WITH NO RUN DAY"
007510                                 TO WS-DISPOSITION
007520             GO TO 3450-EXIT
007530         END-IF
007540     ELSE
007550         IF ST-SC-RUN-DAYS NOT = SPACES
007560             MOVE "REJECTED - RUN DAYS NEED FREQ W"
007570                                 TO WS-DISPOSITION
007580             GO TO 3450-EXIT
007590         END-IF
007600     END-IF.
007610     IF ST-SC-RUN-FREQ = "L"
007620         MOVE ZERO               TO WS-LIST-DATE-COUNT
007630         PERFORM 3470-EDIT-LIST-DATE THRU 3470-EXIT
007640             VARYING WS-LIST-SUB FROM 1 BY 1
007650             UNTIL WS-LIST-SUB > 4
007660                OR WS-DISPOSITION NOT = SPACES
007670         IF WS-DISPOSITION NOT = SPACES
007680             GO TO 3450-EXIT
007690         END-IF
007700         IF WS-LIST-DATE-COUNT = ZERO
007710             MOVE "REJECTED - DATE LIST EMPTY"
007720                                 TO WS-DISPOSITION
007730             GO TO 3450-EXIT
007740         END-IF
007750     ELSE
007760         IF ST-SC-DATE-LIST NOT = SPACES
007770             MOVE "REJECTED - DATE LIST NEEDS FREQ L"
007780                                 TO WS-DISPOSITION
007790             GO TO 3450-EXIT
007800         END-IF
007810     END-IF.
007820     IF ST-SC-EXPECTED-START NOT = SPACES
007830         IF ST-SC-EXPECTED-START NOT NUMERIC
007840             MOVE "REJECTED - START NOT A VALID HHMM"
007850                                 TO WS-DISPOSITION
007860             GO TO 3450-EXIT
007870         END-IF
007880         MOVE ST-SC-START-HH     TO WS-EDIT-START-HH
007890         MOVE ST-SC-START-MM     TO WS-EDIT-START-MM
007900         IF WS-EDIT-START-HH > 23
007910            OR WS-EDIT-START-MM > 59
007920             MOVE "REJECTED - START NOT A VALID HHMM"
007930                                 TO WS-DISPOSITION
007940             GO TO 3450-EXIT
007950         END-IF
007960     END-IF.
007970     MOVE ZEROES                 TO WS-EDIT-MINS.
007980     IF ST-SC-EXPECTED-MINS NOT = SPACES
007990         MOVE ST-SC-EXPECTED-MINS TO WS-EDIT-MINS-TEXT
008000         INSPECT WS-EDIT-MINS-TEXT
008010             REPLACING LEADING SPACES BY ZEROES
008020         IF WS-EDIT-MINS-TEXT NUMERIC
008030             MOVE WS-EDIT-MINS-TEXT  TO WS-EDIT-MINS
008040         ELSE
008050             MOVE "REJECTED - MINUTES NOT NUMERIC"
008060                                 TO WS-DISPOSITION
008070         END-IF
008080     END-IF.
008090 3450-EXIT.
008100     EXIT.
008110*================================================================
008120* 3460-EDIT-RUN-DAY - ONE RUN-DAY FLAG OF A WEEKLY JOB.
008130*================================================================
008140 3460-EDIT-RUN-DAY.
008150     IF ST-SC-RUN-DAY(WS-DAY-SUB) = "Y"
008160         ADD 1                   TO WS-RUN-DAY-Y-COUNT
008170         GO TO 3460-EXIT
008180     END-IF.
008190     IF ST-SC-RUN-DAY(WS-DAY-SUB) NOT = "N"
008200         MOVE "REJECTED - RUN DAY FLAG NOT Y/N"
008210                                 TO WS-DISPOSITION
008220     END-IF.
008230 3460-EXIT.
008240     EXIT.
008250*================================================================
008260* 3470-EDIT-LIST-DATE - ONE DATE OF A LIST JOB. A BLANK SLOT IS
008270*                       PASSED BY; A KEYED ONE MUST BE A REAL
008280*                       DATE AND NOT REPEAT AN EARLIER SLOT.
008290*================================================================
008300 3470-EDIT-LIST-DATE.
008310     IF ST-SC-RUN-DATE(WS-LIST-SUB) = SPACES
008320         GO TO 3470-EXIT
008330     END-IF.
008340     ADD 1                       TO WS-LIST-DATE-COUNT.
008350     MOVE ST-SC-RUN-DATE(WS-LIST-SUB) TO WS-CHECK-DATE.
008360     PERFORM 7400-EDIT-DATE      THRU 7400-EXIT.
008370     IF NOT WS-DATE-OK
008380         MOVE "REJECTED - LIST DATE NOT VALID"
008390                                 TO WS-DISPOSITION
008400         GO TO 3470-EXIT
008410     END-IF.
008420     PERFORM 3480-CHECK-LIST-DUP THRU 3480-EXIT
008430         VARYING WS-LIST-SUB-2 FROM 1 BY 1
008440         UNTIL WS-LIST-SUB-2 NOT < WS-LIST-SUB.
008450 3470-EXIT.
008460     EXIT.
008470*================================================================
008480* 3480-CHECK-LIST-DUP - COMPARE WITH ONE EARLIER LIST SLOT.
008490*================================================================
008500 3480-CHECK-LIST-DUP.
008510     IF ST-SC-RUN-DATE(WS-LIST-SUB-2) =
008520        ST-SC-RUN-DATE(WS-LIST-SUB)
008530         MOVE "REJECTED - DUPLICATE LIST DATE"
008540                                 TO WS-DISPOSITION
008550     END-IF.
008560 3480-EXIT.
008570     EXIT.
008580*================================================================
008590* 3490-MOVE-SCHED-DETAIL - CARRY THE EDITED SCHEDULE DETAIL
008600*                          INTO TABLE ROW WS-SC-SUB. THE
008610*                          MINUTES GO IN AS THE EDITED NUMBER.
008620*================================================================
008630 3490-MOVE-SCHED-DETAIL.
008640     MOVE ST-SCHED-DETAIL        TO WS-SC-ROW(WS-SC-SUB).
008650     MOVE WS-EDIT-MINS           TO WS-SC-MINS(WS-SC-SUB).
008660 3490-EXIT.
008670     EXIT.
008680*================================================================
008690* 3500-CAL-TRAN - A CALENDAR TRANSACTION. THE DATE IS THE KEY
008700*                 AND MUST BE A REAL DATE - EXCEPT ON A DELETE,
008710*                 WHICH MAY NEED TO REMOVE A MIS-KEYED ONE.
008720*================================================================
008730 3500-CAL-TRAN.
008740     IF ST-CL-CAL-DATE = SPACES
008750         MOVE "REJECTED - CALENDAR DATE MISSING"
008760                                 TO WS-DISPOSITION
008770         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
008780         GO TO 3500-EXIT
008790     END-IF.
008800     PERFORM 4100-FIND-DATE      THRU 4100-EXIT.
008810     EVALUATE TRUE
008820         WHEN ST-ADD
008830             PERFORM 3600-CAL-ADD         THRU 3600-EXIT
008840         WHEN ST-CHANGE
008850             PERFORM 3700-CAL-CHANGE      THRU 3700-EXIT
008860         WHEN ST-DELETE
008870             PERFORM 3800-CAL-DELETE      THRU 3800-EXIT
008880         WHEN OTHER
008890             MOVE "REJECTED - UNKNOWN ACTION"
008900                                 TO WS-DISPOSITION
008910             PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
008920     END-EVALUATE.
008930 3500-EXIT.
008940     EXIT.
008950*================================================================
008960* 3600-CAL-ADD - A NEW NON-PROCESSING DAY. THE DATE MUST NOT
008970*                ALREADY BE ON THE CALENDAR.
008980*================================================================
008990 3600-CAL-ADD.
009000     IF WS-FOUND-YES
009010         MOVE WS-CL-ROW(WS-CL-FOUND-SUB) TO WS-BEFORE-ROW
009020         MOVE "F"                TO WS-IMAGE-LINES-SWITCH
009030         MOVE "REJECTED - DATE ALREADY ON FILE"
009040                                 TO WS-DISPOSITION
009050         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
009060         GO TO 3600-EXIT
009070     END-IF.
009080     PERFORM 3850-EDIT-CAL-DETAIL THRU 3850-EXIT.
009090     IF WS-DISPOSITION NOT = SPACES
009100         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
009110         GO TO 3600-EXIT
009120     END-IF.
009130     IF WS-CL-MAX-USED NOT < WS-CL-TABLE-MAX
009140         GO TO 9840-ABEND-TABLE-FULL
009150     END-IF.
009160     ADD 1                       TO WS-CL-MAX-USED.
009170     MOVE WS-CL-MAX-USED         TO WS-CL-SUB.
009180     MOVE "Y"                    TO WS-CL-ACTIVE-SW(WS-CL-SUB).
009190     MOVE ST-CAL-DETAIL          TO WS-CL-ROW(WS-CL-SUB).
009200     MOVE WS-CL-ROW(WS-CL-SUB)   TO WS-AFTER-ROW.
009210     MOVE "A"                    TO WS-IMAGE-LINES-SWITCH.
009220     MOVE "APPLIED"              TO WS-DISPOSITION.
009230     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
009240 3600-EXIT.
009250     EXIT.
009260*================================================================
009270* 3700-CAL-CHANGE - REPLACE AN EXISTING CALENDAR ROW'S DAY TYPE
009280*                   AND DESCRIPTION. THE DATE MUST BE ON FILE.
009290*================================================================
009300 3700-CAL-CHANGE.
009310     IF NOT WS-FOUND-YES
009320         MOVE "REJECTED - DATE NOT ON CALENDAR"
009330                                 TO WS-DISPOSITION
009340         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
009350         GO TO 3700-EXIT
009360     END-IF.
009370     MOVE WS-CL-FOUND-SUB        TO WS-CL-SUB.
009380     MOVE WS-CL-ROW(WS-CL-SUB)   TO WS-BEFORE-ROW.
009390     MOVE "F"                    TO WS-IMAGE-LINES-SWITCH.
009400     PERFORM 3850-EDIT-CAL-DETAIL THRU 3850-EXIT.
009410     IF WS-DISPOSITION NOT = SPACES
009420         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
009430         GO TO 3700-EXIT
009440     END-IF.
009450     MOVE ST-CAL-DETAIL          TO WS-CL-ROW(WS-CL-SUB).
009460     MOVE WS-CL-ROW(WS-CL-SUB)   TO WS-AFTER-ROW.
009470     MOVE "B"                    TO WS-IMAGE-LINES-SWITCH.
009480     MOVE "APPLIED - ROW REPLACED" TO WS-DISPOSITION.
009490     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
009500 3700-EXIT.
009510     EXIT.
009520*================================================================
009530* 3800-CAL-DELETE - TAKE A DATE OFF THE CALENDAR, MAKING IT A
009540*                   NORMAL PROCESSING DAY AGAIN. THE DATE MUST
009550*                   BE ON FILE, VALID OR NOT.
009560*================================================================
009570 3800-CAL-DELETE.
009580     IF NOT WS-FOUND-YES
009590         MOVE "REJECTED - DATE NOT ON CALENDAR"
009600                                 TO WS-DISPOSITION
009610         PERFORM 8100-COUNT-REJECT THRU 8100-EXIT
009620         GO TO 3800-EXIT
009630     END-IF.
009640     MOVE WS-CL-ROW(WS-CL-FOUND-SUB) TO WS-BEFORE-ROW.
009650     MOVE "N"               TO WS-CL-ACTIVE-SW(WS-CL-FOUND-SUB).
009660     MOVE "F"                    TO WS-IMAGE-LINES-SWITCH.
009670     MOVE "APPLIED - ROW DELETED" TO WS-DISPOSITION.
009680     ADD 1                       TO WS-TRAN-APPLIED-COUNT.
009690 3800-EXIT.
009700     EXIT.
009710*================================================================
009720* 3850-EDIT-CAL-DETAIL - CHECK A CALENDAR ROW BEFORE IT GOES ON
009730*                        FILE: A REAL DATE, AND A DAY TYPE OF H
009740*                        (HOLIDAY) OR N (OTHER NON-PROCESSING
009750*                        DAY) - THE FILE ONLY CARRIES THE
009760*                        EXCEPTIONS. A COMPLAINT IS LEFT IN
009770*                        WS-DISPOSITION.
009780*================================================================
009790 3850-EDIT-CAL-DETAIL.
009800     MOVE ST-CL-CAL-DATE         TO WS-CHECK-DATE.
009810     PERFORM 7400-EDIT-DATE      THRU 7400-EXIT.
009820     IF NOT WS-DATE-OK
009830         MOVE "REJECTED - CALENDAR DATE NOT VALID"
009840                                 TO WS-DISPOSITION
009850         GO TO 3850-EXIT
009860     END-IF.
009870     IF ST-CL-DAY-TYPE NOT = "H"
009880        AND ST-CL-DAY-TYPE NOT = "N"
009890         MOVE "REJECTED - DAY TYPE NOT H/N"
009900                                 TO WS-DISPOSITION
009910     END-IF.
009920 3850-EXIT.
009930     EXIT.
009940*================================================================
009950* 4000-FIND-JOB - LOOK ST-SC-JOB-NAME UP AMONG THE ACTIVE
009960*                 SCHEDULE ROWS. THE ANSWER IS LEFT IN
009970*                 WS-FOUND-SWITCH AND WS-SC-FOUND-SUB.
009980*================================================================
009990 4000-FIND-JOB.
010000     MOVE "N"                    TO WS-FOUND-SWITCH.
010010     MOVE ZERO                   TO WS-SC-FOUND-SUB.
010020     PERFORM 4010-FIND-JOB-SCAN  THRU 4010-EXIT
010030         VARYING WS-SC-SUB FROM 1 BY 1
010040         UNTIL WS-SC-SUB > WS-SC-MAX-USED
010050            OR WS-FOUND-YES.
010060 4000-EXIT.
010070     EXIT.
010080*================================================================
010090* 4010-FIND-JOB-SCAN - COMPARE ONE SCHEDULE ROW.
010100*================================================================
010110 4010-FIND-JOB-SCAN.
010120     IF WS-SC-ACTIVE(WS-SC-SUB)
010130        AND WS-SC-JOB(WS-SC-SUB) = ST-SC-JOB-NAME
010140         MOVE "Y"                TO WS-FOUND-SWITCH
010150         MOVE WS-SC-SUB          TO WS-SC-FOUND-SUB
010160     END-IF.
010170 4010-EXIT.
010180     EXIT.
010190*================================================================
010200* 4100-FIND-DATE - LOOK ST-CL-CAL-DATE UP AMONG THE ACTIVE
010210*                  CALENDAR ROWS. THE ANSWER IS LEFT IN
010220*                  WS-FOUND-SWITCH AND WS-CL-FOUND-SUB.
010230*================================================================
010240 4100-FIND-DATE.
010250     MOVE "N"                    TO WS-FOUND-SWITCH.
010260     MOVE ZERO                   TO WS-CL-FOUND-SUB.
010270     PERFORM 4110-FIND-DATE-SCAN THRU 4110-EXIT
010280         VARYING WS-CL-SUB FROM 1 BY 1
010290         UNTIL WS-CL-SUB > WS-CL-MAX-USED
010300            OR WS-FOUND-YES.
010310 4100-EXIT.
010320     EXIT.
010330*================================================================
010340* 4110-FIND-DATE-SCAN - COMPARE ONE CALENDAR ROW.
010350*================================================================
010360 4110-FIND-DATE-SCAN.
010370     IF WS-CL-ACTIVE(WS-CL-SUB)
010380        AND WS-CL-DATE(WS-CL-SUB) = ST-CL-CAL-DATE
010390         MOVE "Y"                TO WS-FOUND-SWITCH
010400         MOVE WS-CL-SUB          TO WS-CL-FOUND-SUB
010410     END-IF.
010420 4110-EXIT.
010430     EXIT.
010440*================================================================
010450* 5000-WRITE-NEW-FILES - WRITE EVERY ACTIVE TABLE ROW TO THE
010460*                        NEW SCHEDULE AND CALENDAR.
010470*================================================================
010480 5000-WRITE-NEW-FILES.
010490     OPEN OUTPUT SCHEDULE-NEW-FILE.
010500     OPEN OUTPUT PROC-CAL-NEW-FILE.
010510     PERFORM 5100-WRITE-SCHED-ROW THRU 5100-EXIT
010520         VARYING WS-SC-SUB FROM 1 BY 1
010530         UNTIL WS-SC-SUB > WS-SC-MAX-USED.
010540     PERFORM 5200-WRITE-CAL-ROW  THRU 5200-EXIT
010550         VARYING WS-CL-SUB FROM 1 BY 1
010560         UNTIL WS-CL-SUB > WS-CL-MAX-USED.
010570     CLOSE SCHEDULE-NEW-FILE.
010580     CLOSE PROC-CAL-NEW-FILE.
010590 5000-EXIT.
010600     EXIT.
010610*================================================================
010620* 5100-WRITE-SCHED-ROW - WRITE ONE SCHEDULE ROW IF ACTIVE.
010630*================================================================
010640 5100-WRITE-SCHED-ROW.
010650     IF NOT WS-SC-ACTIVE(WS-SC-SUB)
010660         GO TO 5100-EXIT
010670     END-IF.
010680     WRITE SCHEDULE-NEW-RECORD   FROM WS-SC-ROW(WS-SC-SUB).
010690     ADD 1                       TO WS-SCHED-WRITTEN-COUNT.
010700 5100-EXIT.
010710     EXIT.
010720*================================================================
010730* 5200-WRITE-CAL-ROW - WRITE ONE CALENDAR ROW IF ACTIVE.
010740*================================================================
010750 5200-WRITE-CAL-ROW.
010760     IF NOT WS-CL-ACTIVE(WS-CL-SUB)
010770         GO TO 5200-EXIT
010780     END-IF.
010790     WRITE PROC-CAL-NEW-RECORD   FROM WS-CL-ROW(WS-CL-SUB).
010800     ADD 1                       TO WS-CAL-WRITTEN-COUNT.
010810 5200-EXIT.
010820     EXIT.
010830*================================================================
010840* 5500-PRINT-TOTALS - WRITE THE RECONCILIATION TOTALS AT THE
010850*                     FOOT OF THE REGISTER.
010860*================================================================
010870 5500-PRINT-TOTALS.
010880     WRITE CHANGE-RGSTR-RECORD   FROM BLANK-LINE.
010890     MOVE WS-TRAN-READ-COUNT     TO TOT-READ-COUNT.
010900     WRITE CHANGE-RGSTR-RECORD   FROM TOTAL-LINE-1.
010910     MOVE WS-TRAN-APPLIED-COUNT  TO TOT-APPLIED-COUNT.
010920     WRITE CHANGE-RGSTR-RECORD   FROM TOTAL-LINE-2.
010930     MOVE WS-TRAN-REJECT-COUNT   TO TOT-REJECT-COUNT.
010940     WRITE CHANGE-RGSTR-RECORD   FROM TOTAL-LINE-3.
010950     MOVE WS-WARNING-COUNT       TO TOT-WARNING-COUNT.
010960     WRITE CHANGE-RGSTR-RECORD   FROM TOTAL-LINE-4.
010970     MOVE WS-SCHED-WRITTEN-COUNT TO TOT-SCHED-COUNT.
010980     WRITE CHANGE-RGSTR-RECORD   FROM TOTAL-LINE-5.
010990     MOVE WS-CAL-WRITTEN-COUNT   TO TOT-CAL-COUNT.
011000     WRITE CHANGE-RGSTR-RECORD   FROM TOTAL-LINE-6.
011010 5500-EXIT.
011020     EXIT.
011030*================================================================
011040* 6000-LOOK-AHEAD - PRINT, NIGHT BY NIGHT FROM TONIGHT, WHICH
011050*                   JOBS ON THE NEW SCHEDULE THE FREQUENCY AND
011060*                   CALENDAR RULES EXPECT TO RUN, WORKED OUT
011070*                   THE SAME WAY MORN-RECON DECIDES A JOB WAS
011080*                   DUE. JOBS NOT DUE ON ANY NIGHT IN THE
011090*                   WINDOW ARE LISTED AFTERWARDS - RIGHT FOR A
011100*                   MONTH-END OR DATE-LIST JOB NOW AND THEN,
011110*                   A MISTAKE OTHERWISE.
011120*================================================================
011130 6000-LOOK-AHEAD.
011140     WRITE LOOK-AHEAD-RECORD     FROM LA-HDG-LINE-1.
011150     WRITE LOOK-AHEAD-RECORD     FROM HDG-LINE-2.
011160     WRITE LOOK-AHEAD-RECORD     FROM BLANK-LINE.
011170     WRITE LOOK-AHEAD-RECORD     FROM LA-HDG-LINE-3.
011180     MOVE WS-RUN-DATE            TO WS-NIGHT-DATE.
011190     PERFORM 6100-ONE-NIGHT      THRU 6100-EXIT
011200         VARYING WS-LA-NIGHT-NO FROM 1 BY 1
011210         UNTIL WS-LA-NIGHT-NO > WS-LA-NIGHTS.
011220     WRITE LOOK-AHEAD-RECORD     FROM BLANK-LINE.
011230     WRITE LOOK-AHEAD-RECORD     FROM LA-NOT-DUE-HDG-LINE.
011240     PERFORM 6400-ONE-NOT-DUE    THRU 6400-EXIT
011250         VARYING WS-SC-SUB FROM 1 BY 1
011260         UNTIL WS-SC-SUB > WS-SC-MAX-USED.
011270     IF WS-LA-NOT-DUE-COUNT = ZERO
011280         WRITE LOOK-AHEAD-RECORD FROM NONE-LINE
011290     END-IF.
011300     WRITE LOOK-AHEAD-RECORD     FROM BLANK-LINE.
011310     MOVE WS-LA-NIGHTS           TO LAT-NIGHTS.
011320     WRITE LOOK-AHEAD-RECORD     FROM LA-TOTAL-LINE-1.
011330     MOVE WS-LA-NON-PROC-COUNT   TO LAT-NON-PROC.
011340     WRITE LOOK-AHEAD-RECORD     FROM LA-TOTAL-LINE-2.
011350     MOVE WS-LA-JOB-NIGHT-COUNT  TO LAT-JOB-NIGHTS.
011360     WRITE LOOK-AHEAD-RECORD     FROM LA-TOTAL-LINE-3.
011370 6000-EXIT.
011380     EXIT.
011390*================================================================
011400* 6100-ONE-NIGHT - ONE NIGHT OF THE WINDOW: ITS DAY OF WEEK,
011410*                  WHETHER IT PROCESSES AT ALL, WHETHER IT IS
011420*                  THE MONTH'S LAST PROCESSING DAY, THEN EACH
011430*                  JOB. THE DATE STEPS ON A DAY AT THE END.
011440*================================================================
011450 6100-ONE-NIGHT.
011460     MOVE SPACES                 TO LA-DETAIL-LINE.
011470     MOVE WS-NIGHT-DATE          TO LAD-DATE.
011480     MOVE WS-NIGHT-DATE          TO WS-CD-DATE.
011490     PERFORM 7100-CALC-SERIAL    THRU 7100-EXIT.
011500     DIVIDE WS-CD-SERIAL BY 7
011510         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
011520     EVALUATE WS-DOW-REM
011530         WHEN 2  MOVE 1          TO WS-NIGHT-DOW-INDEX
011540         WHEN 3  MOVE 2          TO WS-NIGHT-DOW-INDEX
011550         WHEN 4  MOVE 3          TO WS-NIGHT-DOW-INDEX
011560         WHEN 5  MOVE 4          TO WS-NIGHT-DOW-INDEX
011570         WHEN 6  MOVE 5          TO WS-NIGHT-DOW-INDEX
011580         WHEN 0  MOVE 6          TO WS-NIGHT-DOW-INDEX
011590         WHEN OTHER
011600                 MOVE 7          TO WS-NIGHT-DOW-INDEX
011610     END-EVALUATE.
011620     MOVE WS-DAY-NAME(WS-NIGHT-DOW-INDEX) TO LAD-DAY.
011630     MOVE WS-NIGHT-DATE          TO WS-CHECK-DATE.
011640     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
011650     IF WS-NON-PROC-YES
011660         ADD 1                   TO WS-LA-NON-PROC-COUNT
011670         MOVE ZERO               TO LAD-JOB-COUNT
011680         MOVE WS-NON-PROC-DESC   TO LNP-DESC
011690         MOVE LA-NON-PROC-TEXT   TO LAD-JOB-AREA
011700         WRITE LOOK-AHEAD-RECORD FROM LA-DETAIL-LINE
011710         GO TO 6100-NEXT-NIGHT
011720     END-IF.
011730     PERFORM 6150-CHECK-MONTH-END THRU 6150-EXIT.
011740     MOVE ZERO                   TO WS-NIGHT-JOB-COUNT
011750                                    WS-LA-SLOT.
011760     PERFORM 6200-COUNT-ONE-JOB  THRU 6200-EXIT
011770         VARYING WS-SC-SUB FROM 1 BY 1
011780         UNTIL WS-SC-SUB > WS-SC-MAX-USED.
011790     MOVE WS-NIGHT-JOB-COUNT     TO LAD-JOB-COUNT.
011800     IF WS-NIGHT-JOB-COUNT = ZERO
011810         WRITE LOOK-AHEAD-RECORD FROM LA-DETAIL-LINE
011820         GO TO 6100-NEXT-NIGHT
011830     END-IF.
011840     PERFORM 6300-LIST-ONE-JOB   THRU 6300-EXIT
011850         VARYING WS-SC-SUB FROM 1 BY 1
011860         UNTIL WS-SC-SUB > WS-SC-MAX-USED.
011870     IF WS-LA-SLOT > ZERO
011880         WRITE LOOK-AHEAD-RECORD FROM LA-DETAIL-LINE
011890     END-IF.
011900 6100-NEXT-NIGHT.
011910     MOVE WS-NIGHT-DATE          TO WS-CD-DATE.
011920     PERFORM 7200-NEXT-DAY       THRU 7200-EXIT.
011930     MOVE WS-CD-DATE             TO WS-NIGHT-DATE.
011940 6100-EXIT.
011950     EXIT.
011960*================================================================
011970* 6150-CHECK-MONTH-END - IS THE NIGHT (A PROCESSING DAY) THE
011980*                        LAST PROCESSING DAY OF ITS MONTH? EVERY
011990*                        LATER DAY IN THE MONTH MUST BE ON THE
012000*                        CALENDAR AS NON-PROCESSING.
012010*================================================================
012020 6150-CHECK-MONTH-END.
012030     MOVE "Y"                    TO WS-MONTH-END-SWITCH.
012040     MOVE WS-NIGHT-DATE          TO WS-CD-DATE.
012050     MOVE "N"                    TO WS-ME-DONE-SWITCH.
012060     PERFORM 6160-ONE-LATER-DAY  THRU 6160-EXIT
012070         UNTIL WS-ME-DONE.
012080 6150-EXIT.
012090     EXIT.
012100*================================================================
012110* 6160-ONE-LATER-DAY - STEP ONE DAY FORWARD. PAST THE END OF
012120*                      THE MONTH THE NIGHT STANDS AS THE LAST
012130*                      PROCESSING DAY; A LATER PROCESSING DAY
012140*                      IN THE MONTH MEANS IT IS NOT.
012150*================================================================
012160 6160-ONE-LATER-DAY.
012170     MOVE WS-CD-MONTH            TO WS-SAVE-MONTH.
012180     PERFORM 7200-NEXT-DAY       THRU 7200-EXIT.
012190     IF WS-CD-MONTH NOT = WS-SAVE-MONTH
012200         MOVE "Y"                TO WS-ME-DONE-SWITCH
012210         GO TO 6160-EXIT
012220     END-IF.
012230     MOVE WS-CD-DATE             TO WS-CHECK-DATE.
012240     PERFORM 7000-CHECK-NON-PROC THRU 7000-EXIT.
012250     IF NOT WS-NON-PROC-YES
012260         MOVE "N"                TO WS-MONTH-END-SWITCH
012270         MOVE "Y"                TO WS-ME-DONE-SWITCH
012280     END-IF.
012290 6160-EXIT.
012300     EXIT.
012310*================================================================
012320* 6200-COUNT-ONE-JOB - DECIDE WHETHER ONE ACTIVE SCHEDULE ROW
012330*                      IS DUE TONIGHT AND COUNT IT.
012340*================================================================
012350 6200-COUNT-ONE-JOB.
012360     PERFORM 6250-CHECK-DUE      THRU 6250-EXIT.
012370     IF WS-DUE-YES
012380         ADD 1                   TO WS-NIGHT-JOB-COUNT
012390                                    WS-LA-JOB-NIGHT-COUNT
012400                                    WS-SC-DUE-COUNT(WS-SC-SUB)
012410     END-IF.
012420 6200-EXIT.
012430     EXIT.
012440*================================================================
012450* 6250-CHECK-DUE - IS SCHEDULE ROW WS-SC-SUB DUE ON THE NIGHT
012460*                  (ALREADY KNOWN TO BE A PROCESSING DAY)? AN
012470*                  UNKNOWN OR SPACE FREQUENCY READS AS DAILY,
012480*                  AS IN THE READERS. THE ANSWER IS LEFT IN
012490*                  WS-DUE-SWITCH.
012500*================================================================
012510 6250-CHECK-DUE.
012520     MOVE "N"                    TO WS-DUE-SWITCH.
012530     IF NOT WS-SC-ACTIVE(WS-SC-SUB)
012540         GO TO 6250-EXIT
012550     END-IF.
012560     EVALUATE TRUE
012570         WHEN WS-SC-FREQ-WEEKLY(WS-SC-SUB)
012580             IF WS-SC-RUN-DAY(WS-SC-SUB, WS-NIGHT-DOW-INDEX)
012590                = "Y"
012600                 MOVE "Y"        TO WS-DUE-SWITCH
012610             END-IF
012620         WHEN WS-SC-FREQ-MONTH-END(WS-SC-SUB)
012630             MOVE WS-MONTH-END-SWITCH TO WS-DUE-SWITCH
012640         WHEN WS-SC-FREQ-DATE-LIST(WS-SC-SUB)
012650             PERFORM 6260-ONE-LIST-DATE THRU 6260-EXIT
012660                 VARYING WS-LIST-SUB FROM 1 BY 1
012670                 UNTIL WS-LIST-SUB > 4
012680                    OR WS-DUE-YES
012690         WHEN OTHER
012700             MOVE "Y"            TO WS-DUE-SWITCH
012710     END-EVALUATE.
012720 6250-EXIT.
012730     EXIT.
012740*================================================================
012750* 6260-ONE-LIST-DATE - COMPARE ONE LISTED DATE WITH THE NIGHT.
012760*================================================================
012770 6260-ONE-LIST-DATE.
012780     IF WS-SC-RUN-DATE(WS-SC-SUB, WS-LIST-SUB) = WS-NIGHT-DATE
012790         MOVE "Y"                TO WS-DUE-SWITCH
012800     END-IF.
012810 6260-EXIT.
012820     EXIT.
012830*================================================================
012840* 6300-LIST-ONE-JOB - PUT ONE DUE JOB ON THE NIGHT'S LINE,
012850*                     STARTING A CONTINUATION LINE WHEN THE
012860*                     CURRENT ONE IS FULL.
012870*================================================================
012880 6300-LIST-ONE-JOB.
012890     PERFORM 6250-CHECK-DUE      THRU 6250-EXIT.
012900     IF NOT WS-DUE-YES
012910         GO TO 6300-EXIT
012920     END-IF.
012930     IF WS-LA-SLOT NOT < WS-LA-SLOT-MAX
012940         WRITE LOOK-AHEAD-RECORD FROM LA-DETAIL-LINE
012950         MOVE SPACES             TO LA-DETAIL-LINE
012960         MOVE ZERO               TO WS-LA-SLOT
012970     END-IF.
012980     ADD 1                       TO WS-LA-SLOT.
012990     MOVE WS-SC-JOB(WS-SC-SUB)   TO LAD-JOB-NAME(WS-LA-SLOT).
013000 6300-EXIT.
013010     EXIT.
013020*================================================================
013030* 6400-ONE-NOT-DUE - LIST ONE ACTIVE JOB NOT DUE ON ANY NIGHT
013040*                    OF THE WINDOW.
013050*================================================================
013060 6400-ONE-NOT-DUE.
013070     IF NOT WS-SC-ACTIVE(WS-SC-SUB)
013080        OR WS-SC-DUE-COUNT(WS-SC-SUB) > ZERO
013090         GO TO 6400-EXIT
013100     END-IF.
013110     MOVE WS-SC-JOB(WS-SC-SUB)   TO LND-JOB-NAME.
013120     MOVE WS-SC-FREQ(WS-SC-SUB)  TO LND-FREQ.
013130     WRITE LOOK-AHEAD-RECORD     FROM LA-NOT-DUE-LINE.
013140     ADD 1                       TO WS-LA-NOT-DUE-COUNT.
013150 6400-EXIT.
013160     EXIT.
013170*================================================================
013180* 7000-CHECK-NON-PROC - IS THE DATE IN WS-CHECK-DATE A
013190*                       NON-PROCESSING DAY ON THE NEW CALENDAR?
013200*                       THE ANSWER IS LEFT IN WS-NON-PROC-SWITCH
013210*                       AND THE ROW'S DESCRIPTION IN
013220*                       WS-NON-PROC-DESC.
013230*================================================================
013240 7000-CHECK-NON-PROC.
013250     MOVE "N"                    TO WS-NON-PROC-SWITCH.
013260     MOVE SPACES                 TO WS-NON-PROC-DESC.
013270     PERFORM 7010-ONE-CAL-ENTRY  THRU 7010-EXIT
013280         VARYING WS-CL-SUB FROM 1 BY 1
013290         UNTIL WS-CL-SUB > WS-CL-MAX-USED
013300            OR WS-NON-PROC-YES.
013310 7000-EXIT.
013320     EXIT.
013330*================================================================
013340* 7010-ONE-CAL-ENTRY - COMPARE ONE ACTIVE CALENDAR ROW.
013350*================================================================
013360 7010-ONE-CAL-ENTRY.
013370     IF WS-CL-ACTIVE(WS-CL-SUB)
013380        AND WS-CL-NON-PROCESSING(WS-CL-SUB)
013390        AND WS-CL-DATE(WS-CL-SUB) = WS-CHECK-DATE
013400         MOVE "Y"                TO WS-NON-PROC-SWITCH
013410         MOVE WS-CL-DESC(WS-CL-SUB) TO WS-NON-PROC-DESC
013420     END-IF.
013430 7010-EXIT.
013440     EXIT.
013450*================================================================
013460* 7100-CALC-SERIAL - RUNNING DAY COUNT FOR THE DATE IN
013470*                    WS-CD-DATE, LEFT IN WS-CD-SERIAL. JANUARY
013480*                    AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF
013490*                    THE PRIOR YEAR SO THE LEAP DAY FALLS AT
013500*                    THE END OF THE COUNTING YEAR - THE SAME
013510*                    DAY ARITHMETIC LOG-PURGE USES.
013520*================================================================
013530 7100-CALC-SERIAL.
013540     MOVE WS-CD-YEAR             TO WS-CD-WORK-YEAR.
013550     MOVE WS-CD-MONTH            TO WS-CD-WORK-MONTH.
013560     IF WS-CD-WORK-MONTH < 3
013570         SUBTRACT 1 FROM WS-CD-WORK-YEAR
013580         ADD 12 TO WS-CD-WORK-MONTH
013590     END-IF.
013600     COMPUTE WS-CD-SERIAL =
013610         365 * WS-CD-WORK-YEAR
013620         + WS-CD-WORK-YEAR / 4
013630         - WS-CD-WORK-YEAR / 100
013640         + WS-CD-WORK-YEAR / 400
013650         + (153 * (WS-CD-WORK-MONTH + 1)) / 5
013660         + WS-CD-DAY.
013670 7100-EXIT.
013680     EXIT.
013690*================================================================
013700* 7200-NEXT-DAY - STEP THE DATE IN WS-CD-DATE FORWARD ONE
013710*                 CALENDAR DAY.
013720*================================================================
013730 7200-NEXT-DAY.
013740     PERFORM 7300-DAYS-IN-MONTH  THRU 7300-EXIT.
013750     IF WS-CD-DAY < WS-MONTH-DAYS
013760         ADD 1 TO WS-CD-DAY
013770         GO TO 7200-EXIT
013780     END-IF.
013790     MOVE 1                      TO WS-CD-DAY.
013800     IF WS-CD-MONTH < 12
013810         ADD 1 TO WS-CD-MONTH
013820     ELSE
013830         MOVE 1                  TO WS-CD-MONTH
013840         ADD 1 TO WS-CD-YEAR
013850     END-IF.
013860 7200-EXIT.
013870     EXIT.
013880*================================================================
013890* 7300-DAYS-IN-MONTH - DAYS IN THE MONTH OF WS-CD-DATE, LEFT
013900*                      IN WS-MONTH-DAYS, WITH THE CENTURY LEAP
013910*                      RULE IN FULL.
013920*================================================================
013930 7300-DAYS-IN-MONTH.
013940     EVALUATE WS-CD-MONTH
013950         WHEN 4
013960         WHEN 6
013970         WHEN 9
013980         WHEN 11
013990             MOVE 30             TO WS-MONTH-DAYS
014000         WHEN 2
014010             MOVE 28             TO WS-MONTH-DAYS
014020             DIVIDE WS-CD-YEAR BY 4
014030                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
014040             IF WS-LEAP-REM = 0
014050                 MOVE 29         TO WS-MONTH-DAYS
014060             END-IF
014070             DIVIDE WS-CD-YEAR BY 100
014080                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
014090             IF WS-LEAP-REM = 0
014100                 MOVE 28         TO WS-MONTH-DAYS
014110             END-IF
014120             DIVIDE WS-CD-YEAR BY 400
014130                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
014140             IF WS-LEAP-REM = 0
014150                 MOVE 29         TO WS-MONTH-DAYS
014160             END-IF
014170         WHEN OTHER
014180             MOVE 31             TO WS-MONTH-DAYS
014190     END-EVALUATE.
014200 7300-EXIT.
014210     EXIT.
014220*================================================================
014230* 7400-EDIT-DATE - IS WS-CHECK-DATE A REAL YYYYMMDD DATE?
014240*                  NUMERIC, A YEAR FROM 1900, A MONTH 01-12
014250*                  AND A DAY THAT EXISTS IN THAT MONTH. THE
014260*                  ANSWER IS LEFT IN WS-DATE-OK-SWITCH.
014270*================================================================
014280 7400-EDIT-DATE.
014290     MOVE "N"                    TO WS-DATE-OK-SWITCH.
014300     IF WS-CHECK-DATE NOT NUMERIC
014310         GO TO 7400-EXIT
014320     END-IF.
014330     MOVE WS-CHECK-DATE          TO WS-CD-DATE.
014340     IF WS-CD-YEAR < 1900
014350        OR WS-CD-MONTH < 1
014360        OR WS-CD-MONTH > 12
014370        OR WS-CD-DAY < 1
014380         GO TO 7400-EXIT
014390     END-IF.
014400     PERFORM 7300-DAYS-IN-MONTH  THRU 7300-EXIT.
014410     IF WS-CD-DAY > WS-MONTH-DAYS
014420         GO TO 7400-EXIT
014430     END-IF.
014440     MOVE "Y"                    TO WS-DATE-OK-SWITCH.
014450 7400-EXIT.
014460     EXIT.
014470*================================================================
014480* 8000-WRITE-REGISTER - WRITE ONE TRANSACTION'S REGISTER LINE.
014490*                       THE KEY SHOWN DEPENDS ON THE FILE.
014500*================================================================
014510 8000-WRITE-REGISTER.
014520     MOVE SPACES                 TO DETAIL-LINE.
014530     MOVE ST-ACTION              TO DTL-ACTION.
014540     EVALUATE TRUE
014550         WHEN ST-FILE-SCHEDULE
014560             MOVE "SCHED"        TO DTL-FILE
014570             MOVE ST-SC-JOB-NAME TO DTL-KEY
014580         WHEN ST-FILE-CALENDAR
014590             MOVE "CAL"          TO DTL-FILE
014600             MOVE ST-CL-CAL-DATE TO DTL-KEY
014610         WHEN OTHER
014620             MOVE ST-FILE-CODE   TO DTL-FILE
014630             MOVE ST-DETAIL      TO DTL-KEY
014640     END-EVALUATE.
014650     MOVE WS-DISPOSITION         TO DTL-DISPOSITION.
014660     WRITE CHANGE-RGSTR-RECORD   FROM DETAIL-LINE.
014670 8000-EXIT.
014680     EXIT.
014690*================================================================
014700* 8100-COUNT-REJECT - BUMP THE REJECT COUNT. THE DISPOSITION
014710*                     TEXT WAS ALREADY SET BY THE CALLER.
014720*================================================================
014730 8100-COUNT-REJECT.
014740     ADD 1                       TO WS-TRAN-REJECT-COUNT.
014750 8100-EXIT.
014760     EXIT.
014770*================================================================
014780* 8150-WRITE-WARNING - WRITE AN OLD-FILE WARNING LINE ALREADY
014790*                      BUILT IN DETAIL-LINE BY THE LOAD, AND
014800*                      COUNT IT.
014810*================================================================
014820 8150-WRITE-WARNING.
014830     WRITE CHANGE-RGSTR-RECORD   FROM DETAIL-LINE.
014840     ADD 1                       TO WS-WARNING-COUNT.
014850 8150-EXIT.
014860     EXIT.
014870*================================================================
014880* 8200-WRITE-BEFORE-IMAGE - WRITE THE BEFORE IMAGE OF THE ROW.
014890*================================================================
014900 8200-WRITE-BEFORE-IMAGE.
014910     MOVE WS-BEFORE-ROW          TO WS-IMAGE-ROW.
014920     MOVE "BEFORE"               TO SIL-TAG
014930                                    CIL-TAG.
014940     PERFORM 8400-WRITE-IMAGE    THRU 8400-EXIT.
014950 8200-EXIT.
014960     EXIT.
014970*================================================================
014980* 8300-WRITE-AFTER-IMAGE - WRITE THE AFTER IMAGE OF THE ROW.
014990*================================================================
015000 8300-WRITE-AFTER-IMAGE.
015010     MOVE WS-AFTER-ROW           TO WS-IMAGE-ROW.
015020     MOVE "AFTER"                TO SIL-TAG
015030                                    CIL-TAG.
015040     PERFORM 8400-WRITE-IMAGE    THRU 8400-EXIT.
015050 8300-EXIT.
015060     EXIT.
015070*================================================================
015080* 8400-WRITE-IMAGE - FORMAT WS-IMAGE-ROW IN ITS FILE'S LAYOUT
015090*                    AND WRITE IT UNDER THE REGISTER LINE.
015100*================================================================
015110 8400-WRITE-IMAGE.
015120     IF ST-FILE-CALENDAR
015130         MOVE WS-IM-CL-TYPE      TO CIL-TYPE
015140         MOVE WS-IM-CL-DESC      TO CIL-DESC
015150         WRITE CHANGE-RGSTR-RECORD FROM CAL-IMAGE-LINE
015160         GO TO 8400-EXIT
015170     END-IF.
015180     MOVE WS-IM-SC-FREQ          TO SIL-FREQ.
015190     MOVE WS-IM-SC-RUN-DAYS      TO SIL-RUN-DAYS.
015200     MOVE WS-IM-SC-START         TO SIL-START.
015210     MOVE WS-IM-SC-MINS          TO SIL-MINS.
015220     MOVE WS-IM-SC-RUN-DATE(1)   TO SIL-DATE-1.
015230     MOVE WS-IM-SC-RUN-DATE(2)   TO SIL-DATE-2.
015240     MOVE WS-IM-SC-RUN-DATE(3)   TO SIL-DATE-3.
015250     MOVE WS-IM-SC-RUN-DATE(4)   TO SIL-DATE-4.
015260     WRITE CHANGE-RGSTR-RECORD   FROM SCHED-IMAGE-LINE.
015270 8400-EXIT.
015280     EXIT.
015290*================================================================
015300* 9000-TERMINATE - CLOSE DOWN THE FILES BEFORE ENDING THE STEP.
015310*================================================================
015320 9000-TERMINATE.
015330     CLOSE SCHED-TRAN-FILE.
015340     CLOSE CHANGE-RGSTR-FILE.
015350     CLOSE LOOK-AHEAD-FILE.
015360 9000-EXIT.
015370     EXIT.
015380*================================================================
015390* 9810-ABEND-SCHDTRAN-OPEN - THE TRANSACTION FILE WOULD NOT
015400*                            OPEN.
015410*================================================================
015420 9810-ABEND-SCHDTRAN-OPEN.
015430     DISPLAY "SCHDMNT0001E SCHED-TRAN-FILE OPEN FAILED, FILE "
015440         "STATUS=" WS-SCHDTRAN-STATUS " - RUN TERMINATED".
015450     MOVE 16                     TO RETURN-CODE.
015460     STOP RUN.
015470*================================================================
015480* 9820-ABEND-SCHEDFIL-OPEN - THE OLD SCHEDULE EXISTS BUT WOULD
015490*                            NOT OPEN. NO NEW FILES ARE WRITTEN,
015500*                            SO THE OLD ONES STAND.
015510*================================================================
015520 9820-ABEND-SCHEDFIL-OPEN.
015530     DISPLAY "SCHDMNT0002E SCHEDULE-FILE OPEN FAILED, FILE "
015540         "STATUS=" WS-SCHEDFIL-STATUS " - RUN TERMINATED".
015550     MOVE 16                     TO RETURN-CODE.
015560     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015570     STOP RUN.
015580*================================================================
015590* 9830-ABEND-PROCCAL-OPEN - THE OLD CALENDAR EXISTS BUT WOULD
015600*                           NOT OPEN.
015610*================================================================
015620 9830-ABEND-PROCCAL-OPEN.
015630     DISPLAY "SCHDMNT0003E PROC-CAL-FILE OPEN FAILED, FILE "
015640         "STATUS=" WS-PROCCAL-STATUS " - RUN TERMINATED".
015650     MOVE 16                     TO RETURN-CODE.
015670     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015680     STOP RUN.
015690*================================================================
015700* 9840-ABEND-TABLE-FULL - A SCHEDULE OR CALENDAR TABLE IS FULL.
015710*                         WRITING THE NEW FILES FROM A PART-
015720*                         LOADED TABLE WOULD LOSE ROWS, SO STOP
015730*                         BEFORE ANY ARE WRITTEN. A LOAD THAT
015731*                         RUNS OUT OF ROOM CLOSES ITS OLD FILE
015732*                         BEFORE COMING HERE.
015740*================================================================
015750 9840-ABEND-TABLE-FULL.
015760     DISPLAY "SCHDMNT0004E TABLE FULL - SCHEDULE MAX "
015770         WS-SC-TABLE-MAX ", CALENDAR MAX " WS-CL-TABLE-MAX
015780         " - RUN TERMINATED".
015790     MOVE 16                     TO RETURN-CODE.
015800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
015810     STOP RUN.

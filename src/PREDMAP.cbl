000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRED-MAP.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. PRINTED DEPENDENCY MAP OF
000130*                  THE JOB PREDECESSOR FILE BANNER-RTN ENFORCES
000140*                  AT JOB START, SO THE SCHEDULERS CAN CHECK THE
000150*                  CHAINS THEY HAVE DEFINED. EVERY JOB ON THE
000160*                  FILE, AND EVERY PREDECESSOR IT NAMES, IS
000170*                  PRINTED IN RUN ORDER: LEVEL 0 HAS NO
000180*                  PREDECESSORS, AND EACH JOB SITS ONE LEVEL
000190*                  BELOW ITS DEEPEST PREDECESSOR. THE LEVELS ARE
000200*                  WORKED OUT BY REPEATED PASSES OVER THE TABLE;
000210*                  A JOB STILL CLIMBING AFTER AS MANY PASSES AS
000220*                  THERE ARE JOBS IS IN (OR BEHIND) A CIRCULAR
000230*                  CHAIN THAT COULD NEVER START, AND IS LISTED
000240*                  APART. A JOB NAMING ITSELF, AND A JOB OR
000250*                  PREDECESSOR NOT ON THE NIGHTLY SCHEDULE
000260*                  (SCHEDFIL), ARE FLAGGED TOO. ANY FLAG ENDS THE
000270*                  STEP WITH RETURN CODE 4 SO THE MAP GETS LOOKED
000280*                  AT.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PREDECESSOR-FILE    ASSIGN TO PREDFILE
000370                                ORGANIZATION IS INDEXED
000380                                ACCESS MODE IS SEQUENTIAL
000390                                RECORD KEY IS PD-JOB-NAME
000400                                FILE STATUS IS WS-PREDFILE-STATUS.
000410     SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFIL
000420                                ORGANIZATION IS LINE SEQUENTIAL
000430                                FILE STATUS IS WS-SCHEDFIL-STATUS.
000440     SELECT PRED-MAP-FILE       ASSIGN TO PREDMAP
000450                                ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PREDECESSOR-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY PREDFILE.
000510 FD  SCHEDULE-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY SCHEDFIL.
000540 FD  PRED-MAP-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 132 CHARACTERS.
000570 01  PRED-MAP-RECORD             PIC X(132).
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000600* CONTROL SWITCHES.
000610*----------------------------------------------------------------
000620 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
000630     88  WS-EOF-YES                          VALUE "Y".
000640 01  WS-SCHED-LOADED-SWITCH      PIC X(01)   VALUE "N".
000650     88  WS-SCHED-LOADED                     VALUE "Y".
000660 01  WS-CHANGED-SWITCH           PIC X(01)   VALUE "N".
000670     88  WS-LEVEL-CHANGED                    VALUE "Y".
000680 01  WS-FOUND-SWITCH             PIC X(01)   VALUE "N".
000690     88  WS-FOUND                            VALUE "Y".
000700*----------------------------------------------------------------
000710* FILE-STATUS WORK AREAS.
000720*----------------------------------------------------------------
000730 01  WS-PREDFILE-STATUS          PIC X(02)   VALUE "00".
000740 01  WS-SCHEDFIL-STATUS          PIC X(02)   VALUE "00".
000750*----------------------------------------------------------------
000760* RUN DATE AND RECONCILIATION COUNTS.
000770*----------------------------------------------------------------
000780 01  WS-RUN-DATE                 PIC 9(08).
000790 01  WS-ROW-COUNT                PIC 9(05)   COMP VALUE ZERO.
000800 01  WS-FLAG-COUNT               PIC 9(05)   COMP VALUE ZERO.
000810 01  WS-CIRCULAR-COUNT           PIC 9(05)   COMP VALUE ZERO.
000820*----------------------------------------------------------------
000830* SCHEDULE TABLE - THE JOB NAMES ON THE NIGHTLY SCHEDULE, FOR
000840* THE NOT-ON-SCHEDULE CHECK.
000850*----------------------------------------------------------------
000860 01  WS-SC-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
000870 01  WS-SC-TABLE-MAX             PIC 9(03)   COMP VALUE 200.
000880 01  WS-SC-SUB                   PIC 9(03)   COMP VALUE ZERO.
000890 01  WS-SC-TABLE.
000900     05  WS-SC-JOB               OCCURS 200 TIMES
000910                                 PIC X(08).
000920*----------------------------------------------------------------
000930* JOB TABLE - ONE ENTRY PER JOB ON THE PREDECESSOR FILE AND PER
000940* PREDECESSOR NAMED, EACH PREDECESSOR CARRYING THE SUBSCRIPT
000950* OF ITS OWN ENTRY, AND THE RUN-ORDER LEVEL WORKED OUT BY 4000.
000960*----------------------------------------------------------------
000970 01  WS-JB-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
000980 01  WS-JB-TABLE-MAX             PIC 9(03)   COMP VALUE 200.
000990 01  WS-JB-SUB                   PIC 9(03)   COMP VALUE ZERO.
001000 01  WS-JB-PRED-SUB-2            PIC 9(03)   COMP VALUE ZERO.
001010 01  WS-PD-SUB                   PIC 9(02)   COMP VALUE ZERO.
001020 01  WS-JB-TABLE.
001030     05  WS-JB-ENTRY             OCCURS 200 TIMES.
001040         10  WS-JB-NAME          PIC X(08).
001050         10  WS-JB-ROW-SWITCH    PIC X(01).
001060             88  WS-JB-HAS-ROW               VALUE "Y".
001070         10  WS-JB-LEVEL         PIC 9(03)   COMP.
001080         10  WS-JB-FEEDS         PIC 9(03)   COMP.
001090         10  WS-JB-PRED          OCCURS 10 TIMES.
001100             15  WS-JB-PRED-NAME PIC X(08).
001110             15  WS-JB-PRED-SUB  PIC 9(03)   COMP.
001120*----------------------------------------------------------------
001130* LOOKUP AND LEVEL WORK AREAS.
001140*----------------------------------------------------------------
001150 01  WS-FIND-NAME                PIC X(08)   VALUE SPACES.
001160 01  WS-FIND-SUB                 PIC 9(03)   COMP VALUE ZERO.
001170 01  WS-PASS-COUNT               PIC 9(03)   COMP VALUE ZERO.
001180 01  WS-CAND-LEVEL               PIC 9(03)   COMP VALUE ZERO.
001190 01  WS-MAX-LEVEL                PIC 9(03)   COMP VALUE ZERO.
001200 01  WS-PRINT-LEVEL              PIC 9(03)   COMP VALUE ZERO.
001210 01  WS-LEVEL-EDIT               PIC ZZ9.
001220*----------------------------------------------------------------
001230* REPORT LINE LAYOUTS.
001240*----------------------------------------------------------------
001250 01  HDG-LINE-1                  PIC X(132)  VALUE
001260     "JOB PREDECESSOR DEPENDENCY MAP".
001270 01  HDG-LINE-2.
001280     05  FILLER                  PIC X(11)   VALUE
001290         "REPORT DATE".
001300     05  HDG-2-DATE              PIC 9(08).
001310     05  FILLER                  PIC X(113)  VALUE SPACES.
001320 01  HDG-LINE-3.
001330     05  FILLER                  PIC X(05)   VALUE "LVL".
001340     05  FILLER                  PIC X(10)   VALUE "JOB".
001350     05  FILLER                  PIC X(07)   VALUE "FEEDS".
001360     05  FILLER                  PIC X(92)   VALUE "PREDECESSORS".
001370     05  FILLER                  PIC X(18)   VALUE "REMARK".
001380 01  CIRCULAR-HDG-LINE           PIC X(132)  VALUE
001390     "CIRCULAR CHAINS - THESE JOBS CAN NEVER START ON THE CHAINS A
001400-    "S DEFINED".
001410 01  DETAIL-LINE.
001420     05  DTL-LEVEL               PIC X(03).
001430     05  FILLER                  PIC X(02)   VALUE SPACES.
001440     05  DTL-JOB-NAME            PIC X(08).
001450     05  FILLER                  PIC X(04)   VALUE SPACES.
001460     05  DTL-FEEDS               PIC ZZ9.
001470     05  FILLER                  PIC X(02)   VALUE SPACES.
001480     05  DTL-PRED-AREA.
001490         10  DTL-PRED            OCCURS 10 TIMES.
001500             15  DTL-PRED-NAME   PIC X(08).
001510             15  FILLER          PIC X(01).
001520     05  FILLER                  PIC X(02)   VALUE SPACES.
001530     05  DTL-REMARK              PIC X(18).
001540 01  NONE-LINE                   PIC X(132)  VALUE
001550     "NO PREDECESSOR ROWS ON FILE - NO JOB HAS A DEPENDENCY".
001560 01  TOTAL-LINE-1.
001570     05  FILLER                  PIC X(18)   VALUE
001580         "PREDECESSOR ROWS  ".
001590     05  TOT-ROW-COUNT           PIC ZZZZ9.
001600     05  FILLER                  PIC X(109)  VALUE SPACES.
001610 01  TOTAL-LINE-2.
001620     05  FILLER                  PIC X(18)   VALUE
001630         "JOBS ON MAP       ".
001640     05  TOT-JOB-COUNT           PIC ZZZZ9.
001650     05  FILLER                  PIC X(109)  VALUE SPACES.
001660 01  TOTAL-LINE-3.
001670     05  FILLER                  PIC X(18)   VALUE
001680         "JOBS FLAGGED      ".
001690     05  TOT-FLAG-COUNT          PIC ZZZZ9.
001700     05  FILLER                  PIC X(109)  VALUE SPACES.
001710 01  SCHED-NOTE-LINE             PIC X(132)  VALUE
001720     "SCHEDULE FILE NOT ON CATALOG - SCHEDULE CHECK SKIPPED".
001730 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
001740 PROCEDURE DIVISION.
001750*================================================================
001760* 0000-MAINLINE.
001770*================================================================
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001800     PERFORM 2000-LOAD-SCHEDULE    THRU 2000-EXIT.
001810     PERFORM 3000-LOAD-PREDECESSORS THRU 3000-EXIT.
001820     PERFORM 4000-CALC-LEVELS      THRU 4000-EXIT.
001830     PERFORM 5000-PRINT-MAP        THRU 5000-EXIT.
001840     PERFORM 7000-PRINT-TOTALS     THRU 7000-EXIT.
001850     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001860     IF WS-FLAG-COUNT > ZERO
001870         MOVE 4 TO RETURN-CODE
001880     END-IF.
001890     STOP RUN.
001900*================================================================
001910* 1000-INITIALIZE - OPEN THE MAP AND WRITE THE HEADINGS.
001920*================================================================
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001950     OPEN OUTPUT PRED-MAP-FILE.
001960     MOVE WS-RUN-DATE            TO HDG-2-DATE.
001970     WRITE PRED-MAP-RECORD       FROM HDG-LINE-1.
001980     WRITE PRED-MAP-RECORD       FROM HDG-LINE-2.
001990     WRITE PRED-MAP-RECORD       FROM BLANK-LINE.
002000     WRITE PRED-MAP-RECORD       FROM HDG-LINE-3.
002010 1000-EXIT.
002020     EXIT.
002030*================================================================
002040* 2000-LOAD-SCHEDULE - LOAD THE SCHEDULE'S JOB NAMES. NO
002050*                      SCHEDULE ON CATALOG (STATUS 35) JUST
002060*                      SKIPS THE NOT-ON-SCHEDULE CHECK.
002070*================================================================
002080 2000-LOAD-SCHEDULE.
002090     MOVE "N"                    TO WS-EOF-SWITCH.
002100     OPEN INPUT SCHEDULE-FILE.
002110     IF WS-SCHEDFIL-STATUS = "35"
002120         GO TO 2000-EXIT
002130     END-IF.
002140     IF WS-SCHEDFIL-STATUS NOT = "00"
002150         GO TO 9820-ABEND-SCHEDFIL-OPEN
002160     END-IF.
002170     MOVE "Y"                    TO WS-SCHED-LOADED-SWITCH.
002180     PERFORM 2100-READ-SCHEDULE  THRU 2100-EXIT
002190         UNTIL WS-EOF-YES.
002200     CLOSE SCHEDULE-FILE.
002210 2000-EXIT.
002220     EXIT.
002230*================================================================
002240* 2100-READ-SCHEDULE - READ ONE SCHEDULE ROW INTO THE TABLE.
002250*================================================================
002260 2100-READ-SCHEDULE.
002270     READ SCHEDULE-FILE
002280         AT END
002290             MOVE "Y" TO WS-EOF-SWITCH
002300             GO TO 2100-EXIT
002310     END-READ.
002320     IF WS-SC-MAX-USED < WS-SC-TABLE-MAX
002330         ADD 1                   TO WS-SC-MAX-USED
002340         MOVE SC-JOB-NAME        TO WS-SC-JOB(WS-SC-MAX-USED)
002350     ELSE
002360         DISPLAY "PREDMAP0001W SCHEDULE TABLE FULL AT "
002370             WS-SC-TABLE-MAX " - " SC-JOB-NAME " NOT LOADED"
002380     END-IF.
002390 2100-EXIT.
002400     EXIT.
002410*================================================================
002420* 3000-LOAD-PREDECESSORS - READ THE PREDECESSOR FILE IN JOB
002430*                          ORDER INTO THE JOB TABLE. A FILE NOT
002440*                          DEFINED YET (STATUS 35) MAPS AS
002450*                          EMPTY - IT IS WHAT BANNER-RTN SEES
002460*                          TOO, NO DEPENDENCIES AT ALL.
002470*================================================================
002480 3000-LOAD-PREDECESSORS.
002490     MOVE "N"                    TO WS-EOF-SWITCH.
002500     OPEN INPUT PREDECESSOR-FILE.
002510     IF WS-PREDFILE-STATUS = "35"
002520         GO TO 3000-EXIT
002530     END-IF.
002540     IF WS-PREDFILE-STATUS NOT = "00"
002550         GO TO 9810-ABEND-PREDFILE-OPEN
002560     END-IF.
002570     PERFORM 3100-READ-PRED-ROW  THRU 3100-EXIT
002580         UNTIL WS-EOF-YES.
002590     CLOSE PREDECESSOR-FILE.
002600 3000-EXIT.
002610     EXIT.
002620*================================================================
002630* 3100-READ-PRED-ROW - ONE PREDECESSOR ROW: FIND (OR ADD) THE
002640*                      JOB'S ENTRY, THEN EACH NON-BLANK SLOT.
002650*================================================================
002660 3100-READ-PRED-ROW.
002670     READ PREDECESSOR-FILE
002680         AT END
002690             MOVE "Y" TO WS-EOF-SWITCH
002700             GO TO 3100-EXIT
002710     END-READ.
002720     ADD 1                       TO WS-ROW-COUNT.
002730     MOVE PD-JOB-NAME            TO WS-FIND-NAME.
002740     PERFORM 3500-FIND-JOB       THRU 3500-EXIT.
002750     IF WS-FIND-SUB = ZERO
002760         GO TO 3100-EXIT
002770     END-IF.
002780     MOVE WS-FIND-SUB            TO WS-JB-SUB.
002790     MOVE "Y"                    TO WS-JB-ROW-SWITCH(WS-JB-SUB).
002800     PERFORM 3200-ONE-PRED-SLOT  THRU 3200-EXIT
002810         VARYING WS-PD-SUB FROM 1 BY 1
002820         UNTIL WS-PD-SUB > 10.
002830 3100-EXIT.
002840     EXIT.
002850*================================================================
002860* 3200-ONE-PRED-SLOT - CARRY ONE PREDECESSOR SLOT ONTO THE JOB'S
002870*                      ENTRY, POINTING IT AT THE PREDECESSOR'S
002880*                      OWN ENTRY (ADDED IF IT HAS NO ROW OF ITS
002890*                      OWN), AND COUNT THE JOB IT FEEDS.
002900*================================================================
002910 3200-ONE-PRED-SLOT.
002920     MOVE PD-PRED-JOB(WS-PD-SUB)
002930                        TO WS-JB-PRED-NAME(WS-JB-SUB, WS-PD-SUB).
002940     MOVE ZERO          TO WS-JB-PRED-SUB(WS-JB-SUB, WS-PD-SUB).
002950     IF PD-PRED-JOB(WS-PD-SUB) = SPACES
002960         GO TO 3200-EXIT
002970     END-IF.
002980     MOVE PD-PRED-JOB(WS-PD-SUB) TO WS-FIND-NAME.
002990     PERFORM 3500-FIND-JOB       THRU 3500-EXIT.
003000     IF WS-FIND-SUB = ZERO
003010         GO TO 3200-EXIT
003020     END-IF.
003030     MOVE WS-FIND-SUB   TO WS-JB-PRED-SUB(WS-JB-SUB, WS-PD-SUB).
003040     ADD 1                       TO WS-JB-FEEDS(WS-FIND-SUB).
003050 3200-EXIT.
003060     EXIT.
003070*================================================================
003080* 3500-FIND-JOB - LOOK WS-FIND-NAME UP IN THE JOB TABLE, ADDING
003090*                 A FRESH ENTRY WHEN IT IS NOT THERE. THE
003100*                 SUBSCRIPT IS LEFT IN WS-FIND-SUB - ZERO WHEN
003110*                 THE TABLE IS FULL.
003120*================================================================
003130 3500-FIND-JOB.
003140     MOVE ZERO                   TO WS-FIND-SUB.
003150     MOVE "N"                    TO WS-FOUND-SWITCH.
003160     PERFORM 3510-FIND-SCAN      THRU 3510-EXIT
003170         VARYING WS-JB-PRED-SUB-2 FROM 1 BY 1
003180         UNTIL WS-JB-PRED-SUB-2 > WS-JB-MAX-USED
003190            OR WS-FOUND.
003200     IF WS-FOUND
003210         GO TO 3500-EXIT
003220     END-IF.
003230     IF WS-JB-MAX-USED NOT < WS-JB-TABLE-MAX
003240         DISPLAY "PREDMAP0002W JOB TABLE FULL AT "
003250             WS-JB-TABLE-MAX " - " WS-FIND-NAME " NOT MAPPED"
003260         GO TO 3500-EXIT
003270     END-IF.
003280     ADD 1                       TO WS-JB-MAX-USED.
003290     MOVE WS-JB-MAX-USED         TO WS-FIND-SUB.
003300     MOVE SPACES                 TO WS-JB-ENTRY(WS-FIND-SUB).
003310     MOVE WS-FIND-NAME           TO WS-JB-NAME(WS-FIND-SUB).
003320     MOVE "N"                    TO WS-JB-ROW-SWITCH(WS-FIND-SUB).
003330     MOVE ZERO                   TO WS-JB-LEVEL(WS-FIND-SUB)
003340                                    WS-JB-FEEDS(WS-FIND-SUB).
003350     PERFORM 3520-CLEAR-PRED     THRU 3520-EXIT
003360         VARYING WS-PD-SUB FROM 1 BY 1
003370         UNTIL WS-PD-SUB > 10.
003380 3500-EXIT.
003390     EXIT.
003400*================================================================
003410* 3510-FIND-SCAN - COMPARE ONE TABLE ENTRY.
003420*================================================================
003430 3510-FIND-SCAN.
003440     IF WS-JB-NAME(WS-JB-PRED-SUB-2) = WS-FIND-NAME
003450         MOVE WS-JB-PRED-SUB-2   TO WS-FIND-SUB
003460         MOVE "Y"                TO WS-FOUND-SWITCH
003470     END-IF.
003480 3510-EXIT.
003490     EXIT.
003500*================================================================
003510* 3520-CLEAR-PRED - CLEAR ONE PREDECESSOR SLOT OF A NEW ENTRY.
003520*================================================================
003530 3520-CLEAR-PRED.
003540     MOVE SPACES
003550                   TO WS-JB-PRED-NAME(WS-FIND-SUB, WS-PD-SUB).
003560     MOVE ZERO          TO WS-JB-PRED-SUB(WS-FIND-SUB, WS-PD-SUB).
003570 3520-EXIT.
003580     EXIT.
003590*================================================================
003600* 4000-CALC-LEVELS - RAISE EACH JOB TO ONE LEVEL BELOW ITS
003610*                    DEEPEST PREDECESSOR, PASS AFTER PASS,
003620*                    UNTIL A PASS CHANGES NOTHING. WITHOUT A
003630*                    LOOP NO LEVEL CAN REACH THE NUMBER OF JOBS
003640*                    ON THE MAP, SO THE PASSES STOP ONE BEYOND
003650*                    THAT AND ANY JOB AT OR PAST IT IS IN OR
003660*                    BEHIND A CIRCULAR CHAIN.
003670*================================================================
003680 4000-CALC-LEVELS.
003690     MOVE ZERO                   TO WS-PASS-COUNT.
003700     MOVE "Y"                    TO WS-CHANGED-SWITCH.
003710     PERFORM 4100-LEVEL-PASS     THRU 4100-EXIT
003720         UNTIL NOT WS-LEVEL-CHANGED
003730            OR WS-PASS-COUNT > WS-JB-MAX-USED.
003740     MOVE ZERO                   TO WS-MAX-LEVEL.
003750     PERFORM 4400-ONE-MAX-LEVEL  THRU 4400-EXIT
003760         VARYING WS-JB-SUB FROM 1 BY 1
003770         UNTIL WS-JB-SUB > WS-JB-MAX-USED.
003780 4000-EXIT.
003790     EXIT.
003800*================================================================
003810* 4100-LEVEL-PASS - ONE PASS OVER EVERY JOB.
003820*================================================================
003830 4100-LEVEL-PASS.
003840     ADD 1                       TO WS-PASS-COUNT.
003850     MOVE "N"                    TO WS-CHANGED-SWITCH.
003860     PERFORM 4200-ONE-JOB-LEVEL  THRU 4200-EXIT
003870         VARYING WS-JB-SUB FROM 1 BY 1
003880         UNTIL WS-JB-SUB > WS-JB-MAX-USED.
003890 4100-EXIT.
003900     EXIT.
003910*================================================================
003920* 4200-ONE-JOB-LEVEL - ONE JOB AGAINST EACH OF ITS PREDECESSORS.
003930*================================================================
003940 4200-ONE-JOB-LEVEL.
003950     PERFORM 4300-ONE-PRED-LEVEL THRU 4300-EXIT
003960         VARYING WS-PD-SUB FROM 1 BY 1
003970         UNTIL WS-PD-SUB > 10.
003980 4200-EXIT.
003990     EXIT.
004000*================================================================
004010* 4300-ONE-PRED-LEVEL - A JOB MUST SIT BELOW THIS PREDECESSOR.
004020*================================================================
004030 4300-ONE-PRED-LEVEL.
004040     MOVE WS-JB-PRED-SUB(WS-JB-SUB, WS-PD-SUB)
004050                                 TO WS-JB-PRED-SUB-2.
004060     IF WS-JB-PRED-SUB-2 = ZERO
004070         GO TO 4300-EXIT
004080     END-IF.
004090     IF WS-JB-LEVEL(WS-JB-PRED-SUB-2) NOT < 998
004100         GO TO 4300-EXIT
004110     END-IF.
004120     COMPUTE WS-CAND-LEVEL = WS-JB-LEVEL(WS-JB-PRED-SUB-2) + 1.
004130     IF WS-CAND-LEVEL > WS-JB-LEVEL(WS-JB-SUB)
004140         MOVE WS-CAND-LEVEL      TO WS-JB-LEVEL(WS-JB-SUB)
004150         MOVE "Y"                TO WS-CHANGED-SWITCH
004160     END-IF.
004170 4300-EXIT.
004180     EXIT.
004190*================================================================
004200* 4400-ONE-MAX-LEVEL - DEEPEST LEVEL OUTSIDE ANY CIRCULAR CHAIN.
004210*================================================================
004220 4400-ONE-MAX-LEVEL.
004230     IF WS-JB-LEVEL(WS-JB-SUB) < WS-JB-MAX-USED
004240        AND WS-JB-LEVEL(WS-JB-SUB) > WS-MAX-LEVEL
004250         MOVE WS-JB-LEVEL(WS-JB-SUB) TO WS-MAX-LEVEL
004260     END-IF.
004270 4400-EXIT.
004280     EXIT.
004290*================================================================
004300* 5000-PRINT-MAP - PRINT THE JOBS LEVEL BY LEVEL IN RUN ORDER,
004310*                  THEN THE CIRCULAR CHAINS UNDER THEIR OWN
004320*                  HEADING.
004330*================================================================
004340 5000-PRINT-MAP.
004350     IF WS-JB-MAX-USED = ZERO
004360         WRITE PRED-MAP-RECORD   FROM NONE-LINE
004370         GO TO 5000-EXIT
004380     END-IF.
004390     PERFORM 5100-PRINT-LEVEL    THRU 5100-EXIT
004400         VARYING WS-PRINT-LEVEL FROM 0 BY 1
004410         UNTIL WS-PRINT-LEVEL > WS-MAX-LEVEL.
004420     PERFORM 5150-COUNT-CIRCULAR THRU 5150-EXIT
004430         VARYING WS-JB-SUB FROM 1 BY 1
004440         UNTIL WS-JB-SUB > WS-JB-MAX-USED.
004450     IF WS-CIRCULAR-COUNT = ZERO
004460         GO TO 5000-EXIT
004470     END-IF.
004480     WRITE PRED-MAP-RECORD       FROM BLANK-LINE.
004490     WRITE PRED-MAP-RECORD       FROM CIRCULAR-HDG-LINE.
004500     PERFORM 5160-PRINT-CIRCULAR THRU 5160-EXIT
004510         VARYING WS-JB-SUB FROM 1 BY 1
004520         UNTIL WS-JB-SUB > WS-JB-MAX-USED.
004530 5000-EXIT.
004540     EXIT.
004550*================================================================
004560* 5100-PRINT-LEVEL - EVERY JOB SITTING AT WS-PRINT-LEVEL.
004570*================================================================
004580 5100-PRINT-LEVEL.
004590     PERFORM 5110-LEVEL-JOB      THRU 5110-EXIT
004600         VARYING WS-JB-SUB FROM 1 BY 1
004610         UNTIL WS-JB-SUB > WS-JB-MAX-USED.
004620 5100-EXIT.
004630     EXIT.
004640*================================================================
004650* 5110-LEVEL-JOB - PRINT ONE JOB IF IT SITS AT THIS LEVEL.
004660*================================================================
004670 5110-LEVEL-JOB.
004680     IF WS-JB-LEVEL(WS-JB-SUB) NOT = WS-PRINT-LEVEL
004690         GO TO 5110-EXIT
004700     END-IF.
004710     MOVE WS-JB-LEVEL(WS-JB-SUB) TO WS-LEVEL-EDIT.
004720     MOVE WS-LEVEL-EDIT          TO DTL-LEVEL.
004730     PERFORM 5200-PRINT-JOB      THRU 5200-EXIT.
004740 5110-EXIT.
004750     EXIT.
004760*================================================================
004770* 5150-COUNT-CIRCULAR - COUNT ONE JOB IN OR BEHIND A LOOP.
004780*================================================================
004790 5150-COUNT-CIRCULAR.
004800     IF WS-JB-LEVEL(WS-JB-SUB) NOT < WS-JB-MAX-USED
004810         ADD 1                   TO WS-CIRCULAR-COUNT
004820     END-IF.
004830 5150-EXIT.
004840     EXIT.
004850*================================================================
004860* 5160-PRINT-CIRCULAR - PRINT ONE JOB IN OR BEHIND A LOOP. IT
004870*                       HAS NO RUN-ORDER LEVEL TO SHOW.
004880*================================================================
004890 5160-PRINT-CIRCULAR.
004900     IF WS-JB-LEVEL(WS-JB-SUB) < WS-JB-MAX-USED
004910         GO TO 5160-EXIT
004920     END-IF.
004930     MOVE "***"                  TO DTL-LEVEL.
004940     PERFORM 5200-PRINT-JOB      THRU 5200-EXIT.
004950 5160-EXIT.
004960     EXIT.
004970*================================================================
004980* 5200-PRINT-JOB - BUILD AND WRITE ONE JOB'S DETAIL LINE. THE
004990*                  LEVEL IS ALREADY IN DTL-LEVEL. THE WORST
005000*                  PROBLEM FOUND GOES IN THE REMARK.
005010*================================================================
005020 5200-PRINT-JOB.
005030     MOVE WS-JB-NAME(WS-JB-SUB)  TO DTL-JOB-NAME.
005040     MOVE WS-JB-FEEDS(WS-JB-SUB) TO DTL-FEEDS.
005050     MOVE SPACES                 TO DTL-PRED-AREA
005060                                    DTL-REMARK.
005070     PERFORM 5300-MOVE-PRED      THRU 5300-EXIT
005080         VARYING WS-PD-SUB FROM 1 BY 1
005090         UNTIL WS-PD-SUB > 10.
005100     PERFORM 5400-CHECK-SCHEDULE THRU 5400-EXIT.
005110     IF NOT WS-FOUND
005120         MOVE "*NOT ON SCHEDULE"  TO DTL-REMARK
005130     END-IF.
005140     IF WS-JB-LEVEL(WS-JB-SUB) NOT < WS-JB-MAX-USED
005150         MOVE "*CIRCULAR CHAIN"  TO DTL-REMARK
005160     END-IF.
005170     PERFORM 5350-CHECK-SELF     THRU 5350-EXIT
005180         VARYING WS-PD-SUB FROM 1 BY 1
005190         UNTIL WS-PD-SUB > 10.
005200     IF DTL-REMARK NOT = SPACES
005210         ADD 1                   TO WS-FLAG-COUNT
005220     END-IF.
005230     WRITE PRED-MAP-RECORD       FROM DETAIL-LINE.
005240 5200-EXIT.
005250     EXIT.
005260*================================================================
005270* 5300-MOVE-PRED - ONE PREDECESSOR NAME ONTO THE DETAIL LINE.
005280*================================================================
005290 5300-MOVE-PRED.
005300     MOVE WS-JB-PRED-NAME(WS-JB-SUB, WS-PD-SUB)
005310                                 TO DTL-PRED-NAME(WS-PD-SUB).
005320 5300-EXIT.
005330     EXIT.
005340*================================================================
005350* 5350-CHECK-SELF - A JOB NAMING ITSELF AS ITS OWN PREDECESSOR.
005360*================================================================
005370 5350-CHECK-SELF.
005380     IF WS-JB-PRED-SUB(WS-JB-SUB, WS-PD-SUB) = WS-JB-SUB
005390         MOVE "*SELF-DEPENDENT"  TO DTL-REMARK
005400     END-IF.
005410 5350-EXIT.
005420     EXIT.
005430*================================================================
005440* 5400-CHECK-SCHEDULE - IS THE JOB ON THE NIGHTLY SCHEDULE? NO
005450*                       SCHEDULE LOADED PASSES EVERY JOB.
005460*================================================================
005470 5400-CHECK-SCHEDULE.
005480     MOVE "Y"                    TO WS-FOUND-SWITCH.
005490     IF NOT WS-SCHED-LOADED
005500         GO TO 5400-EXIT
005510     END-IF.
005520     MOVE "N"                    TO WS-FOUND-SWITCH.
005530     PERFORM 5410-SCHED-SCAN     THRU 5410-EXIT
005540         VARYING WS-SC-SUB FROM 1 BY 1
005550         UNTIL WS-SC-SUB > WS-SC-MAX-USED
005560            OR WS-FOUND.
005570 5400-EXIT.
005580     EXIT.
005590*================================================================
005600* 5410-SCHED-SCAN - COMPARE ONE SCHEDULE ENTRY.
005610*================================================================
005620 5410-SCHED-SCAN.
005630     IF WS-SC-JOB(WS-SC-SUB) = WS-JB-NAME(WS-JB-SUB)
005640         MOVE "Y"                TO WS-FOUND-SWITCH
005650     END-IF.
005660 5410-EXIT.
005670     EXIT.
005680*================================================================
005690* 7000-PRINT-TOTALS - WRITE THE RECONCILIATION TOTALS.
005700*================================================================
005710 7000-PRINT-TOTALS.
005720     WRITE PRED-MAP-RECORD       FROM BLANK-LINE.
005730     IF NOT WS-SCHED-LOADED
005740         WRITE PRED-MAP-RECORD   FROM SCHED-NOTE-LINE
005750     END-IF.
005760     MOVE WS-ROW-COUNT           TO TOT-ROW-COUNT.
005770     WRITE PRED-MAP-RECORD       FROM TOTAL-LINE-1.
005780     MOVE WS-JB-MAX-USED         TO TOT-JOB-COUNT.
005790     WRITE PRED-MAP-RECORD       FROM TOTAL-LINE-2.
005800     MOVE WS-FLAG-COUNT          TO TOT-FLAG-COUNT.
005810     WRITE PRED-MAP-RECORD       FROM TOTAL-LINE-3.
005820 7000-EXIT.
005830     EXIT.
005840*================================================================
005850* 9000-TERMINATE - CLOSE DOWN THE FILES BEFORE ENDING THE STEP.
005860*================================================================
005870 9000-TERMINATE.
005880     CLOSE PRED-MAP-FILE.
005890 9000-EXIT.
005900     EXIT.
005910*================================================================
005920* 9810-ABEND-PREDFILE-OPEN - THE PREDECESSOR FILE EXISTS BUT
005930*                            WOULD NOT OPEN. A BROKEN FILE MUST
005940*                            NOT MAP AS "NO DEPENDENCIES".
005950*================================================================
005960 9810-ABEND-PREDFILE-OPEN.
005970     DISPLAY "PREDMAP0001E PREDECESSOR-FILE OPEN FAILED, FILE "
005980         "STATUS=" WS-PREDFILE-STATUS " - RUN TERMINATED".
005990     MOVE 16                     TO RETURN-CODE.
006000     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
006010     STOP RUN.
006020*================================================================
006030* 9820-ABEND-SCHEDFIL-OPEN - THE SCHEDULE EXISTS BUT WOULD NOT
006040*                            OPEN.
006050*================================================================
006060 9820-ABEND-SCHEDFIL-OPEN.
006070     DISPLAY "PREDMAP0002E SCHEDULE-FILE OPEN FAILED, FILE "
006080         "STATUS=" WS-SCHEDFIL-STATUS " - RUN TERMINATED".
006090     MOVE 16                     TO RETURN-CODE.
006100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
006110     STOP RUN.

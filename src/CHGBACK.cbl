000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHARGEBACK.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. MONTHLY BATCH CHARGEBACK
000130*                  INTERFACE TO FINANCE, WHO UNTIL NOW REBUILT
000140*                  THE NUMBERS BY HAND FROM DAILY-SUMMARY
000150*                  PRINTOUTS. FOR EVERY CYCLE OPENED IN THE
000160*                  BILLING MONTH (SEE CHGPARM) IT TOTALS, PER
000170*                  SITE CODE AND JOB, THE RUNS (ONE PER "S"
000180*                  AUDIT ROW), THE RERUNS WITHIN A CYCLE (EVERY
000190*                  "S" ROW AFTER THE FIRST FOR THE SAME SITE,
000200*                  JOB AND CYCLE) AND THE ELAPSED SECONDS FROM
000210*                  THE RUN-TIME HISTORY FILE (SEE JOBHIST).
000220*                  AL-SITE-CODE SEPARATES SITE A'S RUNS FROM
000230*                  SITE B'S; A HISTORY ROW, WHICH CARRIES NO
000240*                  SITE, IS CREDITED TO THE SITE OF THE LAST
000250*                  "S" ROW FOR ITS JOB IN ITS CYCLE - THE RUN
000260*                  HIST-LOAD TIMED. THE RATE AND OWNERSHIP FILE
000270*                  (SEE CHGRATE) PRICES EACH LINE. THE OUTPUT
000280*                  IS A HEADER/DETAIL/TRAILER INTERFACE FILE
000290*                  BUILT LIKE SECINTF (SEE CHGINTF) WITH RECORD
000300*                  COUNTS AND AN AMOUNT HASH TOTAL, AND A
000310*                  PRINTED REPORT WHOSE RECONCILIATION SECTION
000320*                  TIES THE FILE BACK TO THE AUDIT AND HISTORY
000330*                  COUNTS. A JOB WITH NO RATE, A HISTORY ROW
000340*                  WITH NO START ROW TO CREDIT IT TO, OR
000350*                  TOTALS THAT DO NOT BALANCE END THE STEP
000360*                  WITH RETURN CODE 4.
000370*================================================================
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHARGE-PARM-FILE    ASSIGN TO CHGPARM
000450                                ORGANIZATION IS LINE SEQUENTIAL
000460                                FILE STATUS IS WS-CHGPARM-STATUS.
000470     SELECT CYCLE-CTL-FILE      ASSIGN TO CYCLCTL
000480                                ORGANIZATION IS LINE SEQUENTIAL
000490                                FILE STATUS IS WS-CYCLCTL-STATUS.
000500     SELECT CHARGE-RATE-FILE    ASSIGN TO CHGRATE
000510                                ORGANIZATION IS LINE SEQUENTIAL
000520                                FILE STATUS IS WS-CHGRATE-STATUS.
000530     SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
000540                                ORGANIZATION IS INDEXED
000550                                ACCESS MODE IS DYNAMIC
000560                                RECORD KEY IS AL-LOG-KEY
000570                                FILE STATUS IS WS-AUDITLOG-STATUS.
000580     SELECT JOB-HIST-FILE       ASSIGN TO JOBHIST
000590                                ORGANIZATION IS INDEXED
000600                                ACCESS MODE IS SEQUENTIAL
000610                                RECORD KEY IS JH-HIST-KEY
000620                                FILE STATUS IS WS-JOBHIST-STATUS.
000630     SELECT CHARGE-INTF-FILE    ASSIGN TO CHGINTF
000640                                ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT CHARGE-RPT-FILE     ASSIGN TO CHGRPT
000660                                ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CHARGE-PARM-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CHGPARM.
000720 FD  CYCLE-CTL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CYCLECTL.
000750 FD  CHARGE-RATE-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CHGRATE.
000780 FD  AUDIT-LOG-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY AUDITLOG.
000810 FD  JOB-HIST-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY JOBHIST.
000840 FD  CHARGE-INTF-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY CHGINTF.
000870 FD  CHARGE-RPT-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  CHARGE-RPT-RECORD           PIC X(132).
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* CONTROL SWITCHES.
000940*----------------------------------------------------------------
000950 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
000960     88  WS-EOF-YES                          VALUE "Y".
000970 01  WS-FOUND-SWITCH             PIC X(01)   VALUE "N".
000980     88  WS-FOUND-YES                        VALUE "Y".
000990 01  WS-RERUN-SWITCH             PIC X(01)   VALUE "N".
001000     88  WS-RERUN-YES                        VALUE "Y".
001010 01  WS-BALANCE-SWITCH           PIC X(01)   VALUE "Y".
001020     88  WS-IN-BALANCE                       VALUE "Y".
001030*----------------------------------------------------------------
001040* FILE-STATUS WORK AREAS.
001050*----------------------------------------------------------------
001060 01  WS-CHGPARM-STATUS           PIC X(02)   VALUE "00".
001070 01  WS-CYCLCTL-STATUS           PIC X(02)   VALUE "00".
001080 01  WS-CHGRATE-STATUS           PIC X(02)   VALUE "00".
001090 01  WS-AUDITLOG-STATUS          PIC X(02)   VALUE "00".
001100 01  WS-JOBHIST-STATUS           PIC X(02)   VALUE "00".
001110*----------------------------------------------------------------
001120* RUN DATE/TIME AND THE MONTH BEING BILLED.
001130*----------------------------------------------------------------
001140 01  WS-CURRENT-DATE.
001150     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
001160     05  WS-CURRENT-PARTS REDEFINES WS-CURRENT-YYYYMMDD.
001170         10  WS-CURRENT-YEAR     PIC 9(04).
001180         10  WS-CURRENT-MONTH    PIC 9(02).
001190         10  WS-CURRENT-DAY      PIC 9(02).
001200 01  WS-CURRENT-TIME.
001210     05  WS-CURRENT-HHMMSSCC     PIC 9(08).
001220 01  WS-BILL-MONTH.
001230     05  WS-BM-YEAR              PIC 9(04).
001240     05  WS-BM-MONTH             PIC 9(02).
001250 01  WS-MONTH-GIVEN-SWITCH       PIC X(01)   VALUE "N".
001260     88  WS-MONTH-GIVEN                      VALUE "Y".
001270*----------------------------------------------------------------
001280* CYCLE TABLE - EVERY CYCLE OPENED IN THE BILLING MONTH, FROM
001290* THE FIRST CYCLE-CONTROL ROW FOR EACH.
001300*----------------------------------------------------------------
001310 01  WS-LAST-CYCLE               PIC 9(06)   VALUE ZEROES.
001320 01  WS-CYCLE-SEEN-SWITCH        PIC X(01)   VALUE "N".
001330     88  WS-CYCLE-SEEN                       VALUE "Y".
001340 01  WS-CY-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001350 01  WS-CY-TABLE-MAX             PIC 9(03)   COMP VALUE 100.
001360 01  WS-CY-TABLE.
001370     05  WS-CY-ENTRY             OCCURS 100 TIMES
001380                                 INDEXED BY CY-IDX.
001390         10  WS-CY-NUMBER        PIC 9(06).
001400*----------------------------------------------------------------
001410* RATE TABLE LOADED FROM THE RATE AND OWNERSHIP FILE.
001420*----------------------------------------------------------------
001430 01  WS-RT-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001440 01  WS-RT-TABLE-MAX             PIC 9(03)   COMP VALUE 200.
001450 01  WS-RT-TABLE.
001460     05  WS-RT-ENTRY             OCCURS 200 TIMES
001470                                 INDEXED BY RT-IDX.
001480         10  WS-RT-JOB           PIC X(08).
001490         10  WS-RT-COST-CENTRE   PIC X(08).
001500         10  WS-RT-RUN-RATE      PIC 9(05)V9(02).
001510         10  WS-RT-MINUTE-RATE   PIC 9(05)V9(02).
001520*----------------------------------------------------------------
001530* RUN TABLE - ONE ENTRY PER SITE, JOB AND CYCLE WITH A START
001540* ROW, SO A SECOND START IN THE SAME CYCLE IS KNOWN FOR A
001550* RERUN AND A HISTORY ROW CAN BE CREDITED TO THE SITE THAT
001560* STARTED THE JOB LAST IN ITS CYCLE.
001570*----------------------------------------------------------------
001580 01  WS-RUN-KEY.
001590     05  WS-RUN-KEY-SITE         PIC X(04).
001600     05  WS-RUN-KEY-JOB          PIC X(08).
001610     05  WS-RUN-KEY-CYCLE        PIC 9(06).
001620 01  WS-RN-MAX-USED              PIC 9(05)   COMP VALUE ZERO.
001630 01  WS-RN-TABLE-MAX             PIC 9(05)   COMP VALUE 5000.
001640 01  WS-RN-TABLE.
001650     05  WS-RN-ENTRY             OCCURS 5000 TIMES
001660                                 INDEXED BY RN-IDX.
001670         10  WS-RN-KEY.
001680             15  WS-RN-SITE      PIC X(04).
001690             15  WS-RN-JOB       PIC X(08).
001700             15  WS-RN-CYCLE     PIC 9(06).
001710         10  WS-RN-LAST-TS       PIC X(15).
001720 01  WS-BEST-SITE                PIC X(04)   VALUE SPACES.
001730 01  WS-BEST-TS                  PIC X(15)   VALUE SPACES.
001740*----------------------------------------------------------------
001750* CHARGE TABLE - ONE ENTRY PER SITE AND JOB, KEPT IN SITE THEN
001760* JOB ORDER AS ENTRIES ARE ADDED SO THE REPORT AND THE
001770* INTERFACE COME OUT GROUPED BY SITE.
001780*----------------------------------------------------------------
001790 01  WS-CB-KEY.
001800     05  WS-CB-KEY-SITE          PIC X(04).
001810     05  WS-CB-KEY-JOB           PIC X(08).
001820 01  WS-CB-MAX-USED              PIC 9(03)   COMP VALUE ZERO.
001830 01  WS-CB-TABLE-MAX             PIC 9(03)   COMP VALUE 400.
001840 01  WS-CB-SUB                   PIC 9(03)   COMP VALUE ZERO.
001850 01  WS-CB-POS                   PIC 9(03)   COMP VALUE ZERO.
001860 01  WS-SHIFT-SUB                PIC 9(03)   COMP VALUE ZERO.
001870 01  WS-CB-TABLE.
001880     05  WS-CB-ENTRY             OCCURS 401 TIMES.
001890         10  WS-CB-ENTRY-KEY.
001900             15  WS-CB-SITE      PIC X(04).
001910             15  WS-CB-JOB       PIC X(08).
001920         10  WS-CB-RUNS          PIC 9(05)   COMP.
001930         10  WS-CB-RERUNS        PIC 9(05)   COMP.
001940         10  WS-CB-ELAPSED       PIC 9(09)   COMP.
001950*----------------------------------------------------------------
001960* PRICING WORK AREAS.
001970*----------------------------------------------------------------
001980 01  WS-RATED-SWITCH             PIC X(01)   VALUE "N".
001990     88  WS-RATED                            VALUE "Y".
002000 01  WS-COST-CENTRE              PIC X(08)   VALUE SPACES.
002010 01  WS-RUN-RATE                 PIC 9(05)V9(02) VALUE ZERO.
002020 01  WS-MINUTE-RATE              PIC 9(05)V9(02) VALUE ZERO.
002030 01  WS-AMOUNT                   PIC 9(09)V9(02) VALUE ZERO.
002040 01  WS-HOLD-SITE                PIC X(04)   VALUE SPACES.
002050 01  WS-SITE-ACTIVE-SWITCH       PIC X(01)   VALUE "N".
002060     88  WS-SITE-ACTIVE                      VALUE "Y".
002070 01  WS-SITE-RUNS                PIC 9(07)   COMP VALUE ZERO.
002080 01  WS-SITE-RERUNS              PIC 9(07)   COMP VALUE ZERO.
002090 01  WS-SITE-ELAPSED             PIC 9(11)   COMP VALUE ZERO.
002100 01  WS-SITE-AMOUNT              PIC 9(11)V9(02) VALUE ZERO.
002110*----------------------------------------------------------------
002120* RECONCILIATION COUNTS AND INTERFACE TOTALS.
002130*----------------------------------------------------------------
002140 01  WS-AUDIT-STARTS             PIC 9(09)   COMP VALUE ZERO.
002150 01  WS-AUDIT-RERUNS             PIC 9(09)   COMP VALUE ZERO.
002160 01  WS-AUDIT-DROPPED            PIC 9(09)   COMP VALUE ZERO.
002170 01  WS-HIST-IN-MONTH            PIC 9(09)   COMP VALUE ZERO.
002180 01  WS-HIST-CREDITED            PIC 9(09)   COMP VALUE ZERO.
002190 01  WS-HIST-UNMATCHED           PIC 9(09)   COMP VALUE ZERO.
002200 01  WS-HIST-ELAPSED             PIC 9(11)   COMP VALUE ZERO.
002210 01  WS-UNBILLED-ELAPSED         PIC 9(11)   COMP VALUE ZERO.
002220 01  WS-ROW-ELAPSED              PIC 9(07)   COMP VALUE ZERO.
002230 01  WS-UNRATED-COUNT            PIC 9(05)   COMP VALUE ZERO.
002240 01  WS-DETAIL-COUNT             PIC 9(07)   COMP VALUE ZERO.
002250 01  WS-RUN-TOTAL                PIC 9(09)   COMP VALUE ZERO.
002260 01  WS-RERUN-TOTAL              PIC 9(09)   COMP VALUE ZERO.
002270 01  WS-ELAPSED-TOTAL            PIC 9(11)   COMP VALUE ZERO.
002280 01  WS-AMOUNT-HASH              PIC 9(13)V9(02) VALUE ZERO.
002290*----------------------------------------------------------------
002300* REPORT LINE LAYOUTS.
002310*----------------------------------------------------------------
002320 01  HDG-LINE-1                  PIC X(132)  VALUE
002330     "MONTHLY BATCH CHARGEBACK BY SITE AND JOB".
002340 01  HDG-LINE-2.
002350     05  FILLER                  PIC X(11)   VALUE
002360         "REPORT DATE".
002370     05  HDG-2-DATE              PIC 9(08).
002380     05  FILLER                  PIC X(16)   VALUE
002390         "  BILLING MONTH ".
002400     05  HDG-2-MONTH             PIC 9(06).
002410     05  FILLER                  PIC X(91)   VALUE SPACES.
002420 01  HDG-LINE-3.
002430     05  FILLER                  PIC X(40)   VALUE
002440         "SITE  JOB       COST-CTR   RUNS  RERUNS ".
002450     05  FILLER                  PIC X(28)   VALUE
002460         "ELAPSED SECS          AMOUNT".
002470     05  FILLER                  PIC X(64)   VALUE SPACES.
002480 01  DETAIL-LINE.
002490     05  DTL-SITE                PIC X(04).
002500     05  FILLER                  PIC X(02)   VALUE SPACES.
002510     05  DTL-JOB-NAME            PIC X(08).
002520     05  FILLER                  PIC X(02)   VALUE SPACES.
002530     05  DTL-COST-CENTRE         PIC X(08).
002540     05  FILLER                  PIC X(02)   VALUE SPACES.
002550     05  DTL-RUNS                PIC ZZZZ9.
002560     05  FILLER                  PIC X(03)   VALUE SPACES.
002570     05  DTL-RERUNS              PIC ZZZZ9.
002580     05  FILLER                  PIC X(02)   VALUE SPACES.
002590     05  DTL-ELAPSED             PIC ZZZ,ZZZ,ZZ9.
002600     05  FILLER                  PIC X(02)   VALUE SPACES.
002610     05  DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002620     05  FILLER                  PIC X(02)   VALUE SPACES.
002630     05  DTL-FLAG-TEXT           PIC X(30).
002640     05  FILLER                  PIC X(32)   VALUE SPACES.
002650 01  SITE-TOTAL-LINE.
002660     05  STL-SITE                PIC X(04).
002670     05  FILLER                  PIC X(02)   VALUE SPACES.
002680     05  FILLER                  PIC X(18)   VALUE
002690         "SITE TOTAL".
002700     05  FILLER                  PIC X(02)   VALUE SPACES.
002710     05  STL-RUNS                PIC ZZZZ9.
002720     05  FILLER                  PIC X(03)   VALUE SPACES.
002730     05  STL-RERUNS              PIC ZZZZ9.
002740     05  FILLER                  PIC X(02)   VALUE SPACES.
002750     05  STL-ELAPSED             PIC ZZZ,ZZZ,ZZ9.
002760     05  FILLER                  PIC X(02)   VALUE SPACES.
002770     05  STL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002780     05  FILLER                  PIC X(64)   VALUE SPACES.
002790 01  REC-HDG-LINE                PIC X(132)  VALUE
002800     "RECONCILIATION".
002810 01  REC-COUNT-LINE.
002820     05  REC-LABEL               PIC X(36).
002830     05  REC-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.
002840     05  FILLER                  PIC X(81)   VALUE SPACES.
002850 01  REC-AMOUNT-LINE.
002860     05  REC-AMT-LABEL           PIC X(36).
002870     05  REC-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002880     05  FILLER                  PIC X(78)   VALUE SPACES.
002890 01  BALANCED-LINE               PIC X(132)  VALUE
002900     "INTERFACE FILE RECONCILES TO AUDIT AND HISTORY COUNTS".
002910 01  UNBALANCED-LINE             PIC X(132)  VALUE
002920     "** INTERFACE FILE DOES NOT RECONCILE - SEE COUNTS ABOVE **".
002930 01  BLANK-LINE                   PIC X(132)  VALUE SPACES.
002940 PROCEDURE DIVISION.
002950*================================================================
002960* 0000-MAINLINE.
002970*================================================================
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003000     PERFORM 2000-LOAD-CYCLES      THRU 2000-EXIT.
003010     PERFORM 2500-LOAD-RATES       THRU 2500-EXIT.
003020     PERFORM 3000-SCAN-AUDIT       THRU 3000-EXIT.
003030     PERFORM 4000-SCAN-HISTORY     THRU 4000-EXIT.
003040     PERFORM 5000-WRITE-CHARGES    THRU 5000-EXIT.
003050     PERFORM 6000-WRITE-TRAILER    THRU 6000-EXIT.
003060     PERFORM 7000-RECONCILE        THRU 7000-EXIT.
003070     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003080     IF WS-UNRATED-COUNT > ZERO
003090        OR WS-HIST-UNMATCHED > ZERO
003100        OR NOT WS-IN-BALANCE
003110         MOVE 4 TO RETURN-CODE
003120     END-IF.
003130     STOP RUN.
003140*================================================================
003150* 1000-INITIALIZE - PICK UP THE BILLING MONTH, OPEN THE REPORT
003160*                   AND THE INTERFACE FILE AND WRITE THE
003170*                   HEADINGS AND THE INTERFACE HEADER.
003180*================================================================
003190 1000-INITIALIZE.
003200     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
003210     ACCEPT WS-CURRENT-HHMMSSCC FROM TIME.
003220     PERFORM 1100-GET-PARM         THRU 1100-EXIT.
003230     IF NOT WS-MONTH-GIVEN
003240         MOVE WS-CURRENT-YEAR      TO WS-BM-YEAR
003250         IF WS-CURRENT-MONTH > 1
003260             COMPUTE WS-BM-MONTH = WS-CURRENT-MONTH - 1
003270         ELSE
003280             MOVE 12               TO WS-BM-MONTH
003290             SUBTRACT 1 FROM WS-BM-YEAR
003300         END-IF
003310     END-IF.
003320     OPEN OUTPUT CHARGE-RPT-FILE.
003330     OPEN OUTPUT CHARGE-INTF-FILE.
003340     MOVE WS-CURRENT-YYYYMMDD      TO HDG-2-DATE.
003350     MOVE WS-BILL-MONTH            TO HDG-2-MONTH.
003360     WRITE CHARGE-RPT-RECORD       FROM HDG-LINE-1.
003370     WRITE CHARGE-RPT-RECORD       FROM HDG-LINE-2.
003380     WRITE CHARGE-RPT-RECORD       FROM BLANK-LINE.
003390     WRITE CHARGE-RPT-RECORD       FROM HDG-LINE-3.
003400     MOVE SPACES                   TO CHARGE-INTF-RECORD.
003410     MOVE "H"                      TO CI-RECORD-TYPE.
003420     MOVE "OPSBATCH"               TO CI-HDR-SYSTEM-ID.
003430     MOVE WS-CURRENT-YYYYMMDD      TO CI-HDR-EXTRACT-DATE.
003440     MOVE WS-CURRENT-HHMMSSCC(1:6) TO CI-HDR-EXTRACT-TIME.
003450     MOVE WS-BILL-MONTH            TO CI-HDR-BILL-MONTH.
003460     WRITE CHARGE-INTF-RECORD.
003470 1000-EXIT.
003480     EXIT.
003490*================================================================
003500* 1100-GET-PARM - READ THE BILLING MONTH. A MISSING OR EMPTY
003510*                 PARM FILE BILLS THE PREVIOUS MONTH; A MONTH
003520*                 THAT IS NOT A VALID YYYYMM IS WARNED AND
003530*                 DEFAULTED THE SAME WAY.
003540*================================================================
003550 1100-GET-PARM.
003560     OPEN INPUT CHARGE-PARM-FILE.
003570     IF WS-CHGPARM-STATUS NOT = "00"
003580         GO TO 1100-EXIT
003590     END-IF.
003600     READ CHARGE-PARM-FILE
003610         AT END
003620             MOVE SPACES TO CHARGE-PARM-RECORD
003630     END-READ.
003640     CLOSE CHARGE-PARM-FILE.
003650     IF CP-BILLING-MONTH = SPACES
003660         GO TO 1100-EXIT
003670     END-IF.
003680     IF CP-BILLING-MONTH NUMERIC
003690         MOVE CP-BILLING-MONTH     TO WS-BILL-MONTH
003700         IF WS-BM-MONTH > ZERO
003710            AND WS-BM-MONTH < 13
003720            AND WS-BM-YEAR > ZERO
003730             MOVE "Y"              TO WS-MONTH-GIVEN-SWITCH
003740         END-IF
003750     END-IF.
003760     IF NOT WS-MONTH-GIVEN
003770         DISPLAY "CHGBACK0005W BILLING MONTH " CP-BILLING-MONTH
003780             " IS NOT A VALID YYYYMM - PREVIOUS MONTH BILLED"
003790     END-IF.
003800 1100-EXIT.
003810     EXIT.
003820*================================================================
003830* 2000-LOAD-CYCLES - TABLE EVERY CYCLE OPENED IN THE BILLING
003840*                    MONTH. THE FIRST CYCLE-CONTROL ROW FOR A
003850*                    CYCLE GIVES ITS DATE; RESUME AND CLOSE
003860*                    ROWS AFTER IT ARE PASSED BY.
003870*================================================================
003880 2000-LOAD-CYCLES.
003890     MOVE "N"                    TO WS-EOF-SWITCH.
003900     OPEN INPUT CYCLE-CTL-FILE.
003910     IF WS-CYCLCTL-STATUS NOT = "00"
003920         GO TO 9810-ABEND-CYCLE-OPEN
003930     END-IF.
003940     PERFORM 2100-READ-CYCLE     THRU 2100-EXIT
003950         UNTIL WS-EOF-YES.
003960     CLOSE CYCLE-CTL-FILE.
003970 2000-EXIT.
003980     EXIT.
003990*================================================================
004000* 2100-READ-CYCLE - READ ONE CYCLE-CONTROL ROW AND TABLE ITS
004010*                   CYCLE IF IT IS THE FIRST ROW FOR THE CYCLE
004020*                   AND THE CYCLE DATE FALLS IN THE MONTH.
004030*================================================================
004040 2100-READ-CYCLE.
004050     READ CYCLE-CTL-FILE
004060         AT END
004070             MOVE "Y" TO WS-EOF-SWITCH
004080             GO TO 2100-EXIT
004090     END-READ.
004100     IF WS-CYCLE-SEEN
004110        AND CY-CYCLE-NUMBER = WS-LAST-CYCLE
004120         GO TO 2100-EXIT
004130     END-IF.
004140     MOVE CY-CYCLE-NUMBER        TO WS-LAST-CYCLE.
004150     MOVE "Y"                    TO WS-CYCLE-SEEN-SWITCH.
004160     IF CY-CYCLE-DATE(1:6) NOT = WS-BILL-MONTH
004170         GO TO 2100-EXIT
004180     END-IF.
004190     IF WS-CY-MAX-USED < WS-CY-TABLE-MAX
004200         ADD 1 TO WS-CY-MAX-USED
004210         SET CY-IDX TO WS-CY-MAX-USED
004220         MOVE CY-CYCLE-NUMBER    TO WS-CY-NUMBER(CY-IDX)
004230     ELSE
004240         DISPLAY "CHGBACK0001W CYCLE TABLE FULL AT "
004250             WS-CY-TABLE-MAX " - CYCLE " CY-CYCLE-NUMBER
004260             " NOT BILLED"
004270     END-IF.
004280 2100-EXIT.
004290     EXIT.
004300*================================================================
004310* 2500-LOAD-RATES - LOAD THE RATE AND OWNERSHIP FILE. A FILE
004320*                   THAT DOES NOT EXIST YET LOADS AS EMPTY -
004330*                   EVERY JOB THEN GOES OUT UNPRICED AND
004340*                   FLAGGED, WHICH IS WHAT FINANCE SHOULD SEE.
004350*================================================================
004360 2500-LOAD-RATES.
004370     MOVE "N"                    TO WS-EOF-SWITCH.
004380     OPEN INPUT CHARGE-RATE-FILE.
004390     IF WS-CHGRATE-STATUS = "35"
004400         GO TO 2500-EXIT
004410     END-IF.
004420     IF WS-CHGRATE-STATUS NOT = "00"
004430         GO TO 9820-ABEND-RATE-OPEN
004440     END-IF.
004450     PERFORM 2510-READ-RATE      THRU 2510-EXIT
004460         UNTIL WS-EOF-YES.
004470     CLOSE CHARGE-RATE-FILE.
004480 2500-EXIT.
004490     EXIT.
004500*================================================================
004510* 2510-READ-RATE - READ ONE RATE ROW AND TABLE IT. A BLANK JOB
004520*                  IS SKIPPED; A DUPLICATE JOB OR A RATE THAT
004530*                  IS NOT NUMERIC IS WARNED AND SKIPPED - THE
004540*                  FIRST GOOD ROW FOR A JOB STANDS.
004550*================================================================
004560 2510-READ-RATE.
004570     READ CHARGE-RATE-FILE
004580         AT END
004590             MOVE "Y" TO WS-EOF-SWITCH
004600             GO TO 2510-EXIT
004610     END-READ.
004620     IF CR-JOB-NAME = SPACES
004630         GO TO 2510-EXIT
004640     END-IF.
004650     IF CR-RUN-RATE NOT NUMERIC
004660        OR CR-MINUTE-RATE NOT NUMERIC
004670         DISPLAY "CHGBACK0002W RATE ROW FOR " CR-JOB-NAME
004680             " HAS A NON-NUMERIC RATE - SKIPPED"
004690         GO TO 2510-EXIT
004700     END-IF.
004710     MOVE "N"                    TO WS-FOUND-SWITCH.
004720     PERFORM 2520-MATCH-RATE     THRU 2520-EXIT
004730         VARYING RT-IDX FROM 1 BY 1
004740         UNTIL RT-IDX > WS-RT-MAX-USED
004750            OR WS-FOUND-YES.
004760     IF WS-FOUND-YES
004770         DISPLAY "CHGBACK0009W DUPLICATE RATE ROW FOR "
004780             CR-JOB-NAME " - SKIPPED"
004790         GO TO 2510-EXIT
004800     END-IF.
004810     IF WS-RT-MAX-USED < WS-RT-TABLE-MAX
004820         ADD 1 TO WS-RT-MAX-USED
004830         SET RT-IDX TO WS-RT-MAX-USED
004840         MOVE CR-JOB-NAME        TO WS-RT-JOB(RT-IDX)
004850         MOVE CR-COST-CENTRE     TO WS-RT-COST-CENTRE(RT-IDX)
004860         MOVE CR-RUN-RATE        TO WS-RT-RUN-RATE(RT-IDX)
004870         MOVE CR-MINUTE-RATE     TO WS-RT-MINUTE-RATE(RT-IDX)
004880     ELSE
004890         DISPLAY "CHGBACK0003W RATE TABLE FULL AT "
004900             WS-RT-TABLE-MAX " - " CR-JOB-NAME " NOT LOADED"
004910     END-IF.
004920 2510-EXIT.
004930     EXIT.
004940*================================================================
004950* 2520-MATCH-RATE - COMPARE ONE RATE-TABLE ENTRY AGAINST THE
004960*                   CURRENT RATE ROW.
004970*================================================================
004980 2520-MATCH-RATE.
004990     IF WS-RT-JOB(RT-IDX) = CR-JOB-NAME
005000         MOVE "Y" TO WS-FOUND-SWITCH
005010     END-IF.
005020 2520-EXIT.
005030     EXIT.
005040*================================================================
005050* 3000-SCAN-AUDIT - READ THE AUDIT LOG FROM THE FIRST OF THE
005060*                   MONTH TO THE END AND COUNT EVERY START ROW
005070*                   STAMPED WITH ONE OF THE MONTH'S CYCLES. A
005080*                   CLUSTER NOT DEFINED YET (STATUS 35) SCANS
005090*                   AS EMPTY.
005100*================================================================
005110 3000-SCAN-AUDIT.
005120     MOVE "N"                    TO WS-EOF-SWITCH.
005130     OPEN INPUT AUDIT-LOG-FILE.
005140     IF WS-AUDITLOG-STATUS = "35"
005150         GO TO 3000-EXIT
005160     END-IF.
005170     IF WS-AUDITLOG-STATUS NOT = "00"
005180         GO TO 9830-ABEND-AUDIT-OPEN
005190     END-IF.
005200     MOVE LOW-VALUES             TO AL-LOG-KEY.
005210     MOVE WS-BILL-MONTH          TO AL-TIMESTAMP(1:6).
005220     MOVE "01"                   TO AL-TIMESTAMP(7:2).
005230     START AUDIT-LOG-FILE
005240         KEY NOT LESS THAN AL-LOG-KEY
005250         INVALID KEY
005260             MOVE "Y" TO WS-EOF-SWITCH
005270     END-START.
005280     PERFORM 3100-READ-AUDIT     THRU 3100-EXIT
005290         UNTIL WS-EOF-YES.
005300     CLOSE AUDIT-LOG-FILE.
005310 3000-EXIT.
005320     EXIT.
005330*================================================================
005340* 3100-READ-AUDIT - READ ONE AUDIT ROW. A START ROW IN ONE OF
005350*                   THE MONTH'S CYCLES IS A RUN FOR ITS SITE
005360*                   AND JOB, AND A RERUN IF THAT SITE HAS
005370*                   ALREADY STARTED THE JOB IN THE CYCLE.
005380*                   EVERY OTHER ROW IS PASSED BY.
005390*================================================================
005400 3100-READ-AUDIT.
005410     READ AUDIT-LOG-FILE NEXT
005420         AT END
005430             MOVE "Y" TO WS-EOF-SWITCH
005440             GO TO 3100-EXIT
005450     END-READ.
005460     IF NOT AL-START-ENTRY
005470         GO TO 3100-EXIT
005480     END-IF.
005490     IF AL-CYCLE-NUMBER NOT NUMERIC
005500         GO TO 3100-EXIT
005510     END-IF.
005520     MOVE "N"                    TO WS-FOUND-SWITCH.
005530     PERFORM 3200-MATCH-CYCLE    THRU 3200-EXIT
005540         VARYING CY-IDX FROM 1 BY 1
005550         UNTIL CY-IDX > WS-CY-MAX-USED
005560            OR WS-FOUND-YES.
005570     IF NOT WS-FOUND-YES
005580         GO TO 3100-EXIT
005590     END-IF.
005600     ADD 1                       TO WS-AUDIT-STARTS.
005610     MOVE AL-SITE-CODE           TO WS-RUN-KEY-SITE.
005620     MOVE AL-JOB-NAME            TO WS-RUN-KEY-JOB.
005630     MOVE AL-CYCLE-NUMBER        TO WS-RUN-KEY-CYCLE.
005640     MOVE "N"                    TO WS-FOUND-SWITCH.
005650     PERFORM 3300-MATCH-RUN      THRU 3300-EXIT
005660         VARYING RN-IDX FROM 1 BY 1
005670         UNTIL RN-IDX > WS-RN-MAX-USED
005680            OR WS-FOUND-YES.
005690     IF WS-FOUND-YES
005700         SET RN-IDX DOWN BY 1
005710         MOVE "Y"                TO WS-RERUN-SWITCH
005720         ADD 1                   TO WS-AUDIT-RERUNS
005730     ELSE
005740         IF WS-RN-MAX-USED < WS-RN-TABLE-MAX
005750             ADD 1 TO WS-RN-MAX-USED
005760             SET RN-IDX TO WS-RN-MAX-USED
005770             MOVE WS-RUN-KEY     TO WS-RN-KEY(RN-IDX)
005780             MOVE "N"            TO WS-RERUN-SWITCH
005790         ELSE
005800             DISPLAY "CHGBACK0004W RUN TABLE FULL AT "
005810                 WS-RN-TABLE-MAX " - " AL-JOB-NAME
005820                 " CYCLE " AL-CYCLE-NUMBER " NOT BILLED"
005830             ADD 1               TO WS-AUDIT-DROPPED
005840             GO TO 3100-EXIT
005850         END-IF
005860     END-IF.
005870     MOVE AL-TIMESTAMP           TO WS-RN-LAST-TS(RN-IDX).
005880     MOVE AL-SITE-CODE           TO WS-CB-KEY-SITE.
005890     MOVE AL-JOB-NAME            TO WS-CB-KEY-JOB.
005900     PERFORM 3400-FIND-CHARGE    THRU 3400-EXIT.
005910     IF WS-CB-SUB = ZERO
005920         ADD 1                   TO WS-AUDIT-DROPPED
005930         GO TO 3100-EXIT
005940     END-IF.
005950     ADD 1                       TO WS-CB-RUNS(WS-CB-SUB).
005960     IF WS-RERUN-YES
005970         ADD 1                   TO WS-CB-RERUNS(WS-CB-SUB)
005980     END-IF.
005990 3100-EXIT.
006000     EXIT.
006010*================================================================
006020* 3200-MATCH-CYCLE - COMPARE ONE CYCLE-TABLE ENTRY AGAINST THE
006030*                    CURRENT AUDIT ROW'S CYCLE.
006040*================================================================
006050 3200-MATCH-CYCLE.
006060     IF WS-CY-NUMBER(CY-IDX) = AL-CYCLE-NUMBER
006070         MOVE "Y" TO WS-FOUND-SWITCH
006080     END-IF.
006090 3200-EXIT.
006100     EXIT.
006110*================================================================
006120* 3300-MATCH-RUN - COMPARE ONE RUN-TABLE ENTRY AGAINST THE
006130*                  SITE, JOB AND CYCLE IN WS-RUN-KEY.
006140*================================================================
006150 3300-MATCH-RUN.
006160     IF WS-RN-KEY(RN-IDX) = WS-RUN-KEY
006170         MOVE "Y" TO WS-FOUND-SWITCH
006180     END-IF.
006190 3300-EXIT.
006200     EXIT.
006210*================================================================
006220* 3400-FIND-CHARGE - FIND THE CHARGE-TABLE ENTRY FOR THE SITE
006230*                    AND JOB IN WS-CB-KEY, ADDING IT IN ITS
006240*                    SITE/JOB PLACE IF NEW. ITS SUBSCRIPT IS
006250*                    LEFT IN WS-CB-SUB; ZERO MEANS THE TABLE
006260*                    IS FULL.
006270*================================================================
006280 3400-FIND-CHARGE.
006290     MOVE ZERO                   TO WS-CB-POS.
006300     MOVE "N"                    TO WS-FOUND-SWITCH.
006310     PERFORM 3410-MATCH-CHARGE   THRU 3410-EXIT
006320         VARYING WS-CB-SUB FROM 1 BY 1
006330         UNTIL WS-CB-SUB > WS-CB-MAX-USED
006340            OR WS-FOUND-YES.
006350     IF WS-FOUND-YES
006360         SUBTRACT 1 FROM WS-CB-SUB
006370         GO TO 3400-EXIT
006380     END-IF.
006390     IF WS-CB-MAX-USED NOT < WS-CB-TABLE-MAX
006400         DISPLAY "CHGBACK0010W CHARGE TABLE FULL AT "
006410             WS-CB-TABLE-MAX " - " WS-CB-KEY-SITE " "
006420             WS-CB-KEY-JOB " NOT BILLED"
006430         MOVE ZERO               TO WS-CB-SUB
006440         GO TO 3400-EXIT
006450     END-IF.
006460     IF WS-CB-POS = ZERO
006470         COMPUTE WS-CB-POS = WS-CB-MAX-USED + 1
006480     END-IF.
006490     PERFORM 3420-SHIFT-ONE-DOWN THRU 3420-EXIT
006500         VARYING WS-SHIFT-SUB FROM WS-CB-MAX-USED BY -1
006510         UNTIL WS-SHIFT-SUB < WS-CB-POS.
006520     ADD 1                       TO WS-CB-MAX-USED.
006530     MOVE WS-CB-POS              TO WS-CB-SUB.
006540     MOVE WS-CB-KEY              TO WS-CB-ENTRY-KEY(WS-CB-SUB).
006550     MOVE ZERO                   TO WS-CB-RUNS(WS-CB-SUB).
006560     MOVE ZERO                   TO WS-CB-RERUNS(WS-CB-SUB).
006570     MOVE ZERO                   TO WS-CB-ELAPSED(WS-CB-SUB).
006580 3400-EXIT.
006590     EXIT.
006600*================================================================
006610* 3410-MATCH-CHARGE - COMPARE ONE CHARGE-TABLE ENTRY AGAINST
006620*                     THE KEY WANTED, NOTING THE FIRST ENTRY
006630*                     THAT SORTS AFTER IT - WHERE A NEW ENTRY
006640*                     WOULD GO.
006650*================================================================
006660 3410-MATCH-CHARGE.
006670     IF WS-CB-ENTRY-KEY(WS-CB-SUB) = WS-CB-KEY
006680         MOVE "Y" TO WS-FOUND-SWITCH
006690         GO TO 3410-EXIT
006700     END-IF.
006710     IF WS-CB-POS = ZERO
006720        AND WS-CB-ENTRY-KEY(WS-CB-SUB) > WS-CB-KEY
006730         MOVE WS-CB-SUB          TO WS-CB-POS
006740     END-IF.
006750 3410-EXIT.
006760     EXIT.
006770*================================================================
006780* 3420-SHIFT-ONE-DOWN - MOVE ONE CHARGE-TABLE ENTRY DOWN A
006790*                       PLACE TO OPEN THE GAP FOR A NEW ONE.
006800*================================================================
006810 3420-SHIFT-ONE-DOWN.
006820     MOVE WS-CB-ENTRY(WS-SHIFT-SUB)
006830                             TO WS-CB-ENTRY(WS-SHIFT-SUB + 1).
006840 3420-EXIT.
006850     EXIT.
006860*================================================================
006870* 4000-SCAN-HISTORY - ONE PASS OF THE RUN-TIME HISTORY FILE,
006880*                     CREDITING EACH ROW IN ONE OF THE MONTH'S
006890*                     CYCLES TO ITS SITE AND JOB. A FILE THAT
006900*                     DOES NOT EXIST YET SCANS AS EMPTY.
006910*================================================================
006920 4000-SCAN-HISTORY.
006930     MOVE "N"                    TO WS-EOF-SWITCH.
006940     OPEN INPUT JOB-HIST-FILE.
006950     IF WS-JOBHIST-STATUS = "35"
006960         GO TO 4000-EXIT
006970     END-IF.
006980     IF WS-JOBHIST-STATUS NOT = "00"
006990         GO TO 9840-ABEND-HIST-IO
007000     END-IF.
007010     PERFORM 4100-READ-HIST      THRU 4100-EXIT
007020         UNTIL WS-EOF-YES.
007030     CLOSE JOB-HIST-FILE.
007040 4000-EXIT.
007050     EXIT.
007060*================================================================
007070* 4100-READ-HIST - READ ONE HISTORY ROW. ITS ELAPSED SECONDS GO
007080*                  TO THE SITE WHOSE START ROW FOR THE JOB WAS
007090*                  LAST IN THE CYCLE. A ROW WITH NO START ROW
007100*                  TO CREDIT IT TO IS COUNTED AND WARNED, NOT
007110*                  BILLED - THE RECONCILIATION SHOWS IT.
007120*================================================================
007130 4100-READ-HIST.
007140     READ JOB-HIST-FILE
007150         AT END
007160             MOVE "Y" TO WS-EOF-SWITCH
007170             GO TO 4100-EXIT
007180     END-READ.
007190     IF WS-JOBHIST-STATUS NOT = "00"
007200         GO TO 9840-ABEND-HIST-IO
007210     END-IF.
007220     IF JH-CYCLE-NUMBER NOT NUMERIC
007230         GO TO 4100-EXIT
007240     END-IF.
007250     MOVE "N"                    TO WS-FOUND-SWITCH.
007260     PERFORM 4200-MATCH-HIST-CYCLE THRU 4200-EXIT
007270         VARYING CY-IDX FROM 1 BY 1
007280         UNTIL CY-IDX > WS-CY-MAX-USED
007290            OR WS-FOUND-YES.
007300     IF NOT WS-FOUND-YES
007310         GO TO 4100-EXIT
007320     END-IF.
007330     ADD 1                       TO WS-HIST-IN-MONTH.
007340     MOVE ZERO                   TO WS-ROW-ELAPSED.
007350     IF JH-ELAPSED-SECS NUMERIC
007360         MOVE JH-ELAPSED-SECS    TO WS-ROW-ELAPSED
007370     END-IF.
007380     ADD WS-ROW-ELAPSED          TO WS-HIST-ELAPSED.
007390     MOVE SPACES                 TO WS-BEST-SITE.
007400     MOVE SPACES                 TO WS-BEST-TS.
007410     MOVE "N"                    TO WS-FOUND-SWITCH.
007420     PERFORM 4300-CHECK-RUN-SITE THRU 4300-EXIT
007430         VARYING RN-IDX FROM 1 BY 1
007440         UNTIL RN-IDX > WS-RN-MAX-USED.
007450     IF NOT WS-FOUND-YES
007460         ADD 1                   TO WS-HIST-UNMATCHED
007470         ADD WS-ROW-ELAPSED      TO WS-UNBILLED-ELAPSED
007480         DISPLAY "CHGBACK0006W HISTORY ROW " JH-JOB-NAME
007490             " CYCLE " JH-CYCLE-NUMBER
007500             " HAS NO START ROW - NOT BILLED"
007510         GO TO 4100-EXIT
007520     END-IF.
007530     MOVE WS-BEST-SITE           TO WS-CB-KEY-SITE.
007540     MOVE JH-JOB-NAME            TO WS-CB-KEY-JOB.
007550     PERFORM 3400-FIND-CHARGE    THRU 3400-EXIT.
007560     IF WS-CB-SUB = ZERO
007570         ADD 1                   TO WS-HIST-UNMATCHED
007580         ADD WS-ROW-ELAPSED      TO WS-UNBILLED-ELAPSED
007590         GO TO 4100-EXIT
007600     END-IF.
007610     ADD 1                       TO WS-HIST-CREDITED.
007620     ADD WS-ROW-ELAPSED          TO WS-CB-ELAPSED(WS-CB-SUB).
007630 4100-EXIT.
007640     EXIT.
007650*================================================================
007660* 4200-MATCH-HIST-CYCLE - COMPARE ONE CYCLE-TABLE ENTRY AGAINST
007670*                         THE CURRENT HISTORY ROW'S CYCLE.
007680*================================================================
007690 4200-MATCH-HIST-CYCLE.
007700     IF WS-CY-NUMBER(CY-IDX) = JH-CYCLE-NUMBER
007710         MOVE "Y" TO WS-FOUND-SWITCH
007720     END-IF.
007730 4200-EXIT.
007740     EXIT.
007750*================================================================
007760* 4300-CHECK-RUN-SITE - IS THIS RUN-TABLE ENTRY THE HISTORY
007770*                       ROW'S JOB AND CYCLE, AND ITS START THE
007780*                       LATEST SEEN SO FAR ACROSS THE SITES?
007790*================================================================
007800 4300-CHECK-RUN-SITE.
007810     IF WS-RN-JOB(RN-IDX) NOT = JH-JOB-NAME
007820        OR WS-RN-CYCLE(RN-IDX) NOT = JH-CYCLE-NUMBER
007830         GO TO 4300-EXIT
007840     END-IF.
007850     IF NOT WS-FOUND-YES
007860        OR WS-RN-LAST-TS(RN-IDX) > WS-BEST-TS
007870         MOVE "Y"                TO WS-FOUND-SWITCH
007880         MOVE WS-RN-SITE(RN-IDX) TO WS-BEST-SITE
007890         MOVE WS-RN-LAST-TS(RN-IDX) TO WS-BEST-TS
007900     END-IF.
007910 4300-EXIT.
007920     EXIT.
007930*================================================================
007940* 5000-WRITE-CHARGES - PRICE EVERY SITE/JOB ENTRY IN TABLE
007950*                      ORDER, WRITE ITS REPORT LINE AND ITS
007960*                      INTERFACE DETAIL, AND TOTAL EACH SITE.
007970*================================================================
007980 5000-WRITE-CHARGES.
007990     PERFORM 5100-WRITE-ONE-CHARGE THRU 5100-EXIT
008000         VARYING WS-CB-SUB FROM 1 BY 1
008010         UNTIL WS-CB-SUB > WS-CB-MAX-USED.
008020     IF WS-SITE-ACTIVE
008030         PERFORM 5300-END-SITE   THRU 5300-EXIT
008040     END-IF.
008050 5000-EXIT.
008060     EXIT.
008070*================================================================
008080* 5100-WRITE-ONE-CHARGE - ONE SITE/JOB LINE. THE AMOUNT IS THE
008090*                         RUNS AT THE PER-RUN RATE PLUS THE
008100*                         ELAPSED TIME AT THE PER-MINUTE RATE,
008110*                         ROUNDED TO THE CENT. A JOB WITH NO
008120*                         RATE ROW GOES OUT AT ZERO, FLAGGED.
008130*================================================================
008140 5100-WRITE-ONE-CHARGE.
008150     IF WS-SITE-ACTIVE
008160        AND WS-CB-SITE(WS-CB-SUB) NOT = WS-HOLD-SITE
008170         PERFORM 5300-END-SITE   THRU 5300-EXIT
008180     END-IF.
008190     IF NOT WS-SITE-ACTIVE
008200         MOVE "Y"                TO WS-SITE-ACTIVE-SWITCH
008210         MOVE WS-CB-SITE(WS-CB-SUB) TO WS-HOLD-SITE
008220         MOVE ZERO               TO WS-SITE-RUNS
008230         MOVE ZERO               TO WS-SITE-RERUNS
008240         MOVE ZERO               TO WS-SITE-ELAPSED
008250         MOVE ZERO               TO WS-SITE-AMOUNT
008260     END-IF.
008270     PERFORM 5200-FIND-RATE      THRU 5200-EXIT.
008280     MOVE ZERO                   TO WS-AMOUNT.
008290     IF WS-RATED
008300         COMPUTE WS-AMOUNT ROUNDED =
008310             WS-CB-RUNS(WS-CB-SUB) * WS-RUN-RATE
008320             + WS-CB-ELAPSED(WS-CB-SUB) * WS-MINUTE-RATE / 60
008330     ELSE
008340         ADD 1                   TO WS-UNRATED-COUNT
008350         DISPLAY "CHGBACK0007W " WS-CB-JOB(WS-CB-SUB)
008360             " HAS NO RATE ROW - SENT UNPRICED"
008370     END-IF.
008380     MOVE SPACES                 TO DETAIL-LINE.
008390     MOVE WS-CB-SITE(WS-CB-SUB)  TO DTL-SITE.
008400     MOVE WS-CB-JOB(WS-CB-SUB)   TO DTL-JOB-NAME.
008410     MOVE WS-COST-CENTRE         TO DTL-COST-CENTRE.
008420     MOVE WS-CB-RUNS(WS-CB-SUB)  TO DTL-RUNS.
008430     MOVE WS-CB-RERUNS(WS-CB-SUB) TO DTL-RERUNS.
008440     MOVE WS-CB-ELAPSED(WS-CB-SUB) TO DTL-ELAPSED.
008450     MOVE WS-AMOUNT              TO DTL-AMOUNT.
008460     IF NOT WS-RATED
008470         MOVE "** NO RATE ON FILE **" TO DTL-FLAG-TEXT
008480     END-IF.
008490     WRITE CHARGE-RPT-RECORD     FROM DETAIL-LINE.
008500     MOVE SPACES                 TO CHARGE-INTF-RECORD.
008510     MOVE "D"                    TO CI-RECORD-TYPE.
008520     MOVE WS-CB-SITE(WS-CB-SUB)  TO CI-DTL-SITE-CODE.
008530     MOVE WS-CB-JOB(WS-CB-SUB)   TO CI-DTL-JOB-NAME.
008540     MOVE WS-COST-CENTRE         TO CI-DTL-COST-CENTRE.
008550     MOVE WS-CB-RUNS(WS-CB-SUB)  TO CI-DTL-RUN-COUNT.
008560     MOVE WS-CB-RERUNS(WS-CB-SUB) TO CI-DTL-RERUN-COUNT.
008570     MOVE WS-CB-ELAPSED(WS-CB-SUB) TO CI-DTL-ELAPSED-SECS.
008580     MOVE WS-RUN-RATE            TO CI-DTL-RUN-RATE.
008590     MOVE WS-MINUTE-RATE         TO CI-DTL-MINUTE-RATE.
008600     MOVE WS-AMOUNT              TO CI-DTL-AMOUNT.
008610     MOVE WS-RATED-SWITCH        TO CI-DTL-RATED-FLAG.
008620     WRITE CHARGE-INTF-RECORD.
008630     ADD 1                       TO WS-DETAIL-COUNT.
008640     ADD WS-CB-RUNS(WS-CB-SUB)   TO WS-RUN-TOTAL.
008650     ADD WS-CB-RERUNS(WS-CB-SUB) TO WS-RERUN-TOTAL.
008660     ADD WS-CB-ELAPSED(WS-CB-SUB) TO WS-ELAPSED-TOTAL.
008670     ADD WS-AMOUNT               TO WS-AMOUNT-HASH.
008680     ADD WS-CB-RUNS(WS-CB-SUB)   TO WS-SITE-RUNS.
008690     ADD WS-CB-RERUNS(WS-CB-SUB) TO WS-SITE-RERUNS.
008700     ADD WS-CB-ELAPSED(WS-CB-SUB) TO WS-SITE-ELAPSED.
008710     ADD WS-AMOUNT               TO WS-SITE-AMOUNT.
008720 5100-EXIT.
008730     EXIT.
008740*================================================================
008750* 5200-FIND-RATE - LOOK UP THE CURRENT ENTRY'S JOB ON THE RATE
008760*                  TABLE, LEAVING ITS COST CENTRE AND RATES (OR
008770*                  SPACES AND ZERO) AND WS-RATED-SWITCH.
008780*================================================================
008790 5200-FIND-RATE.
008800     MOVE "N"                    TO WS-RATED-SWITCH.
008810     MOVE SPACES                 TO WS-COST-CENTRE.
008820     MOVE ZERO                   TO WS-RUN-RATE.
008830     MOVE ZERO                   TO WS-MINUTE-RATE.
008840     PERFORM 5210-ONE-RATE       THRU 5210-EXIT
008850         VARYING RT-IDX FROM 1 BY 1
008860         UNTIL RT-IDX > WS-RT-MAX-USED
008870            OR WS-RATED.
008880 5200-EXIT.
008890     EXIT.
008900*================================================================
008910* 5210-ONE-RATE - COMPARE ONE RATE-TABLE ENTRY.
008920*================================================================
008930 5210-ONE-RATE.
008940     IF WS-RT-JOB(RT-IDX) = WS-CB-JOB(WS-CB-SUB)
008950         MOVE "Y"                TO WS-RATED-SWITCH
008960         MOVE WS-RT-COST-CENTRE(RT-IDX) TO WS-COST-CENTRE
008970         MOVE WS-RT-RUN-RATE(RT-IDX)    TO WS-RUN-RATE
008980         MOVE WS-RT-MINUTE-RATE(RT-IDX) TO WS-MINUTE-RATE
008990     END-IF.
009000 5210-EXIT.
009010     EXIT.
009020*================================================================
009030* 5300-END-SITE - ONE SITE'S LINES ARE ALL OUT; WRITE ITS
009040*                 TOTAL.
009050*================================================================
009060 5300-END-SITE.
009070     MOVE WS-HOLD-SITE           TO STL-SITE.
009080     MOVE WS-SITE-RUNS           TO STL-RUNS.
009090     MOVE WS-SITE-RERUNS         TO STL-RERUNS.
009100     MOVE WS-SITE-ELAPSED        TO STL-ELAPSED.
009110     MOVE WS-SITE-AMOUNT         TO STL-AMOUNT.
009120     WRITE CHARGE-RPT-RECORD     FROM SITE-TOTAL-LINE.
009130     WRITE CHARGE-RPT-RECORD     FROM BLANK-LINE.
009140     MOVE "N"                    TO WS-SITE-ACTIVE-SWITCH.
009150 5300-EXIT.
009160     EXIT.
009170*================================================================
009180* 6000-WRITE-TRAILER - CLOSE THE INTERFACE FILE WITH THE DETAIL
009190*                      COUNT, THE RUN, RERUN AND ELAPSED
009200*                      TOTALS AND THE AMOUNT HASH.
009210*================================================================
009220 6000-WRITE-TRAILER.
009230     MOVE SPACES                 TO CHARGE-INTF-RECORD.
009240     MOVE "T"                    TO CI-RECORD-TYPE.
009250     MOVE WS-DETAIL-COUNT        TO CI-TRL-DETAIL-COUNT.
009260     MOVE WS-RUN-TOTAL           TO CI-TRL-RUN-TOTAL.
009270     MOVE WS-RERUN-TOTAL         TO CI-TRL-RERUN-TOTAL.
009280     MOVE WS-ELAPSED-TOTAL       TO CI-TRL-ELAPSED-SECS.
009290     MOVE WS-AMOUNT-HASH         TO CI-TRL-AMOUNT-HASH.
009300     WRITE CHARGE-INTF-RECORD.
009310 6000-EXIT.
009320     EXIT.
009330*================================================================
009340* 7000-RECONCILE - PRINT THE RECONCILIATION FINANCE TIES THE
009350*                  FILE BACK TO: START ROWS READ AGAINST RUNS
009360*                  SENT, HISTORY ROWS AND SECONDS READ AGAINST
009370*                  SECONDS SENT OR HELD BACK, AND THE TRAILER'S
009380*                  COUNT AND HASH. THE FILE BALANCES WHEN EVERY
009390*                  START ROW WAS SENT AND THE SECONDS SENT AND
009400*                  HELD BACK ADD BACK TO THE HISTORY TOTAL.
009410*================================================================
009420 7000-RECONCILE.
009430     WRITE CHARGE-RPT-RECORD     FROM BLANK-LINE.
009440     WRITE CHARGE-RPT-RECORD     FROM REC-HDG-LINE.
009450     WRITE CHARGE-RPT-RECORD     FROM BLANK-LINE.
009460     MOVE "AUDIT START ROWS IN MONTH'S CYCLES" TO REC-LABEL.
009470     MOVE WS-AUDIT-STARTS        TO REC-COUNT.
009480     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009490     MOVE "  OF WHICH RERUNS WITHIN A CYCLE" TO REC-LABEL.
009500     MOVE WS-AUDIT-RERUNS        TO REC-COUNT.
009510     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009520     MOVE "RUNS SENT"            TO REC-LABEL.
009530     MOVE WS-RUN-TOTAL           TO REC-COUNT.
009540     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009550     MOVE "RERUNS SENT"          TO REC-LABEL.
009560     MOVE WS-RERUN-TOTAL         TO REC-COUNT.
009570     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009580     MOVE "HISTORY ROWS IN MONTH'S CYCLES" TO REC-LABEL.
009590     MOVE WS-HIST-IN-MONTH       TO REC-COUNT.
009600     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009610     MOVE "HISTORY ROWS CREDITED" TO REC-LABEL.
009620     MOVE WS-HIST-CREDITED       TO REC-COUNT.
009630     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009640     MOVE "HISTORY ROWS WITH NO START ROW" TO REC-LABEL.
009650     MOVE WS-HIST-UNMATCHED      TO REC-COUNT.
009660     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009670     MOVE "ELAPSED SECONDS IN HISTORY" TO REC-LABEL.
009680     MOVE WS-HIST-ELAPSED        TO REC-COUNT.
009690     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009700     MOVE "ELAPSED SECONDS SENT" TO REC-LABEL.
009710     MOVE WS-ELAPSED-TOTAL       TO REC-COUNT.
009720     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009730     MOVE "ELAPSED SECONDS NOT BILLED" TO REC-LABEL.
009740     MOVE WS-UNBILLED-ELAPSED    TO REC-COUNT.
009750     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009760     MOVE "JOBS WITH NO RATE ON FILE" TO REC-LABEL.
009770     MOVE WS-UNRATED-COUNT       TO REC-COUNT.
009780     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009790     MOVE "DETAIL RECORDS SENT"  TO REC-LABEL.
009800     MOVE WS-DETAIL-COUNT        TO REC-COUNT.
009810     WRITE CHARGE-RPT-RECORD     FROM REC-COUNT-LINE.
009820     MOVE "AMOUNT HASH TOTAL SENT" TO REC-AMT-LABEL.
009830     MOVE WS-AMOUNT-HASH         TO REC-AMOUNT.
009840     WRITE CHARGE-RPT-RECORD     FROM REC-AMOUNT-LINE.
009850     WRITE CHARGE-RPT-RECORD     FROM BLANK-LINE.
009860     IF WS-RUN-TOTAL NOT = WS-AUDIT-STARTS
009870        OR WS-RERUN-TOTAL NOT = WS-AUDIT-RERUNS
009880        OR WS-ELAPSED-TOTAL + WS-UNBILLED-ELAPSED
009890               NOT = WS-HIST-ELAPSED
009900        OR WS-AUDIT-DROPPED > ZERO
009910         MOVE "N"                TO WS-BALANCE-SWITCH
009920     END-IF.
009930     IF WS-IN-BALANCE
009940         WRITE CHARGE-RPT-RECORD FROM BALANCED-LINE
009950     ELSE
009960         WRITE CHARGE-RPT-RECORD FROM UNBALANCED-LINE
009970         DISPLAY "CHGBACK0008W INTERFACE FILE DOES NOT "
009980             "RECONCILE TO AUDIT AND HISTORY COUNTS"
009990     END-IF.
010000     DISPLAY "CHGBACK0001I MONTH " WS-BILL-MONTH
010010         " DETAILS SENT " WS-DETAIL-COUNT
010020         " RUNS " WS-RUN-TOTAL
010030         " HASH " WS-AMOUNT-HASH.
010040 7000-EXIT.
010050     EXIT.
010060*================================================================
010070* 9000-TERMINATE - CLOSE THE REPORT AND THE INTERFACE FILE
010080*                  BEFORE ENDING THE STEP.
010090*================================================================
010100 9000-TERMINATE.
010110     CLOSE CHARGE-RPT-FILE.
010120     CLOSE CHARGE-INTF-FILE.
010130 9000-EXIT.
010140     EXIT.
010150*================================================================
010160* 9810-ABEND-CYCLE-OPEN - THE CYCLE-CONTROL FILE WOULD NOT
010170*                         OPEN. WITHOUT IT THE MONTH'S CYCLES
010180*                         ARE UNKNOWN AND NOTHING CAN BE
010190*                         BILLED.
010200*================================================================
010210 9810-ABEND-CYCLE-OPEN.
010220     DISPLAY "CHGBACK0001E CYCLE-CTL-FILE OPEN FAILED, FILE "
010230         "STATUS=" WS-CYCLCTL-STATUS " - RUN TERMINATED".
010240     MOVE 16                     TO RETURN-CODE.
010250     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
010260     STOP RUN.
010270*================================================================
010280* 9820-ABEND-RATE-OPEN - THE RATE FILE EXISTS BUT WOULD NOT
010290*                        OPEN. SENDING EVERY JOB UNPRICED
010300*                        WOULD BILL FINANCE NOTHING.
010310*================================================================
010320 9820-ABEND-RATE-OPEN.
010330     DISPLAY "CHGBACK0002E CHARGE-RATE-FILE OPEN FAILED, FILE "
010340         "STATUS=" WS-CHGRATE-STATUS " - RUN TERMINATED".
010350     MOVE 16                     TO RETURN-CODE.
010360     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
010370     STOP RUN.
010380*================================================================
010390* 9830-ABEND-AUDIT-OPEN - THE AUDIT LOG WOULD NOT OPEN.
010400*================================================================
010410 9830-ABEND-AUDIT-OPEN.
010420     DISPLAY "CHGBACK0003E AUDIT-LOG-FILE OPEN FAILED, FILE "
010430         "STATUS=" WS-AUDITLOG-STATUS " - RUN TERMINATED".
010440     MOVE 16                     TO RETURN-CODE.
010450     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
010460     STOP RUN.
010470*================================================================
010480* 9840-ABEND-HIST-IO - THE HISTORY FILE EXISTS BUT AN OPEN OR
010490*                      READ AGAINST IT FAILED. STOP RATHER THAN
010500*                      BILL A PART-READ MONTH.
010510*================================================================
010520 9840-ABEND-HIST-IO.
010530     DISPLAY "CHGBACK0004E JOB-HIST-FILE I-O FAILED, FILE "
010540         "STATUS=" WS-JOBHIST-STATUS " - RUN TERMINATED".
010550     MOVE 16                     TO RETURN-CODE.
010560     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
010570     STOP RUN.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OPER-CHG-RELEASE.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. NIGHTLY RELEASE OF THE
000130*                  OPER-MASTER CHANGE REQUESTS KEYED AND
000140*                  APPROVED ON THE OPCHMNT SCREEN. RUNS AHEAD
000150*                  OF OPER-MAINT WITH THE OPERPEND CLUSTER
000160*                  CLOSED TO THE REGION. EVERY APPROVED REQUEST
000170*                  WHOSE APPROVER IS NOT ITS REQUESTER IS
000180*                  WRITTEN AS AN OPERTRAN RECORD CARRYING BOTH
000190*                  IDS AND ITS REQUEST NUMBER (DD OPCHTRAN,
000200*                  CONCATENATED INTO OPER-MAINT'S OPERTRAN DD
000210*                  THE WAY THE DORMANT-REVIEW REVOKES ARE) AND
000220*                  MARKED RELEASED SO IT GOES ONCE. THE
000230*                  EXCEPTION LISTING SHOWS WHAT WENT, EVERY
000240*                  REQUEST STILL PENDING MORE THAN TWO DAYS, AND
000250*                  ANY REQUEST APPROVED BY ITS OWN REQUESTER -
000260*                  THE SCREEN REFUSES THAT, SO ONE HERE MEANS THE
000270*                  FILE WAS ALTERED OUTSIDE IT. SUCH A REQUEST IS
000280*                  NOT RELEASED; IT IS MARKED REJECTED AND MUST BE
000290*                  KEYED AGAIN. EITHER EXCEPTION ENDS THE STEP
000300*                  WITH RETURN CODE 4 SO THE LISTING GETS LOOKED
000305*                  AT.
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPER-PEND-FILE      ASSIGN TO OPERPEND
000390                                ORGANIZATION IS INDEXED
000400                                ACCESS MODE IS SEQUENTIAL
000410                                RECORD KEY IS PC-REQUEST-NO
000420                                FILE STATUS IS WS-OPERPEND-STATUS.
000430     SELECT REL-TRAN-FILE       ASSIGN TO OPCHTRAN
000440                                ORGANIZATION IS LINE SEQUENTIAL
000445                                FILE STATUS IS WS-OPCHTRAN-STATUS.
000450     SELECT REL-RPT-FILE        ASSIGN TO OPCHGRPT
000460                                ORGANIZATION IS LINE SEQUENTIAL
000465                                FILE STATUS IS WS-OPCHGRPT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPER-PEND-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY OPERPEND.
000520 FD  REL-TRAN-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY OPERTRAN.
000550 FD  REL-RPT-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 132 CHARACTERS.
000580 01  REL-RPT-RECORD              PIC X(132).
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------
000610* CONTROL SWITCHES.
000620*----------------------------------------------------------------
000630 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
000640     88  WS-EOF-YES                          VALUE "Y".
000650*----------------------------------------------------------------
000660* FILE-STATUS WORK AREAS.
000670*----------------------------------------------------------------
000680 01  WS-OPERPEND-STATUS          PIC X(02)   VALUE "00".
000681 01  WS-OPCHTRAN-STATUS          PIC X(02)   VALUE "00".
000682 01  WS-OPCHGRPT-STATUS          PIC X(02)   VALUE "00".
000690*----------------------------------------------------------------
000700* RUN DATE, PENDING LIMIT AND RECONCILIATION COUNTS.
000710*----------------------------------------------------------------
000720 01  WS-RUN-DATE                 PIC 9(08).
000730 01  WS-PENDING-LIMIT-DAYS       PIC 9(03)   VALUE 2.
000740 01  WS-READ-COUNT               PIC 9(05)   COMP VALUE ZERO.
000750 01  WS-RELEASED-COUNT           PIC 9(05)   COMP VALUE ZERO.
000760 01  WS-OVERDUE-COUNT            PIC 9(05)   COMP VALUE ZERO.
000770 01  WS-SELF-APPR-COUNT          PIC 9(05)   COMP VALUE ZERO.
000780*----------------------------------------------------------------
000790* DAY-SERIAL WORK AREAS - THE LOG-PURGE DAY ARITHMETIC FOR THE
000800* AGE OF A PENDING REQUEST.
000810*----------------------------------------------------------------
000820 01  WS-TODAY-SERIAL             PIC 9(07)   COMP VALUE ZERO.
000830 01  WS-REQ-AGE-DAYS             PIC S9(07)  COMP VALUE ZERO.
000840 01  WS-CD-DATE.
000850     05  WS-CD-YEAR              PIC 9(04).
000860     05  WS-CD-MONTH             PIC 9(02).
000870     05  WS-CD-DAY               PIC 9(02).
000880 01  WS-CD-WORK-YEAR             PIC 9(04)   COMP.
000890 01  WS-CD-WORK-MONTH            PIC 9(02)   COMP.
000900 01  WS-CD-SERIAL                PIC 9(07)   COMP.
000910*----------------------------------------------------------------
000920* REPORT LINE LAYOUTS.
000930*----------------------------------------------------------------
000940 01  HDG-LINE-1                  PIC X(132)  VALUE
000950     "OPERATOR MASTER CHANGE REQUESTS - RELEASE AND EXCEPTIONS".
000960 01  HDG-LINE-2.
000970     05  FILLER                  PIC X(11)   VALUE
000980         "REPORT DATE".
000990     05  HDG-2-DATE              PIC 9(08).
001000     05  FILLER                  PIC X(113)  VALUE SPACES.
001010 01  HDG-LINE-3                  PIC X(132)  VALUE
001020     "REQUEST ACTION     OPERATOR  REQUESTER APPROVER  REQUESTED
001030-    " DAYS  DISPOSITION".
001040 01  DETAIL-LINE.
001050     05  DTL-REQUEST-NO          PIC 9(06).
001060     05  FILLER                  PIC X(02)   VALUE SPACES.
001070     05  DTL-ACTION              PIC X(10).
001080     05  FILLER                  PIC X(01)   VALUE SPACES.
001090     05  DTL-OPERATOR-ID         PIC X(08).
001100     05  FILLER                  PIC X(02)   VALUE SPACES.
001110     05  DTL-REQUESTER-ID        PIC X(08).
001120     05  FILLER                  PIC X(02)   VALUE SPACES.
001130     05  DTL-APPROVER-ID         PIC X(08).
001140     05  FILLER                  PIC X(02)   VALUE SPACES.
001150     05  DTL-REQUEST-DATE        PIC 9(08).
001160     05  FILLER                  PIC X(02)   VALUE SPACES.
001170     05  DTL-AGE-DAYS            PIC ZZ9.
001180     05  FILLER                  PIC X(02)   VALUE SPACES.
001190     05  DTL-DISPOSITION         PIC X(34).
001200     05  FILLER                  PIC X(34)   VALUE SPACES.
001210 01  TOTAL-LINE-1.
001220     05  FILLER                  PIC X(18)   VALUE
001230         "REQUESTS READ     ".
001240     05  TOT-READ-COUNT          PIC ZZZZ9.
001250     05  FILLER                  PIC X(109)  VALUE SPACES.
001260 01  TOTAL-LINE-2.
001270     05  FILLER                  PIC X(18)   VALUE
001280         "RELEASED          ".
001290     05  TOT-RELEASED-COUNT      PIC ZZZZ9.
001300     05  FILLER                  PIC X(109)  VALUE SPACES.
001310 01  TOTAL-LINE-3.
001320     05  FILLER                  PIC X(18)   VALUE
001330         "PENDING OVER LIMIT".
001340     05  TOT-OVERDUE-COUNT       PIC ZZZZ9.
001350     05  FILLER                  PIC X(109)  VALUE SPACES.
001360 01  TOTAL-LINE-4.
001370     05  FILLER                  PIC X(18)   VALUE
001380         "SELF-APPROVED     ".
001390     05  TOT-SELF-APPR-COUNT     PIC ZZZZ9.
001400     05  FILLER                  PIC X(109)  VALUE SPACES.
001410 01  BLANK-LINE                   PIC X(132)  VALUE SPACES.
001420 PROCEDURE DIVISION.
001430*================================================================
001440* 0000-MAINLINE.
001450*================================================================
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001480     PERFORM 2000-READ-REQUEST     THRU 2000-EXIT.
001490     PERFORM 3000-PROCESS-REQUEST  THRU 3000-EXIT
001500         UNTIL WS-EOF-YES.
001510     PERFORM 6000-PRINT-TOTALS     THRU 6000-EXIT.
001520     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001530     IF WS-OVERDUE-COUNT > ZERO
001540        OR WS-SELF-APPR-COUNT > ZERO
001550         MOVE 4 TO RETURN-CODE
001560     END-IF.
001570     STOP RUN.
001580*================================================================
001590* 1000-INITIALIZE - WORK OUT TODAY'S DAY SERIAL, OPEN THE
001600*                   FILES AND WRITE THE HEADINGS. THE REQUEST
001610*                   FILE OPENS I-O SO RELEASED AND REFUSED
001620*                   ROWS CAN BE MARKED IN PLACE.
001630*================================================================
001640 1000-INITIALIZE.
001650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001660     MOVE WS-RUN-DATE            TO WS-CD-DATE.
001670     PERFORM 7100-CALC-SERIAL    THRU 7100-EXIT.
001680     MOVE WS-CD-SERIAL           TO WS-TODAY-SERIAL.
001690     OPEN I-O    OPER-PEND-FILE.
001700     IF WS-OPERPEND-STATUS NOT = "00"
001710         GO TO 9810-ABEND-OPERPEND-OPEN
001720     END-IF.
001730     OPEN OUTPUT REL-TRAN-FILE.
001731     IF WS-OPCHTRAN-STATUS NOT = "00"
001732         GO TO 9830-ABEND-OPCHTRAN-OPEN
001733     END-IF.
001740     OPEN OUTPUT REL-RPT-FILE.
001741     IF WS-OPCHGRPT-STATUS NOT = "00"
001742         GO TO 9840-ABEND-OPCHGRPT-OPEN
001743     END-IF.
001750     MOVE WS-RUN-DATE            TO HDG-2-DATE.
001760     WRITE REL-RPT-RECORD        FROM HDG-LINE-1.
001770     WRITE REL-RPT-RECORD        FROM HDG-LINE-2.
001780     WRITE REL-RPT-RECORD        FROM BLANK-LINE.
001790     WRITE REL-RPT-RECORD        FROM HDG-LINE-3.
001800 1000-EXIT.
001810     EXIT.
001820*================================================================
001830* 2000-READ-REQUEST - READ THE NEXT REQUEST IN KEY ORDER.
001840*================================================================
001850 2000-READ-REQUEST.
001860     READ OPER-PEND-FILE NEXT RECORD
001870         AT END
001880             MOVE "Y" TO WS-EOF-SWITCH
001890     END-READ.
001900     IF NOT WS-EOF-YES
001910         ADD 1 TO WS-READ-COUNT
001920     END-IF.
001930 2000-EXIT.
001940     EXIT.
001950*================================================================
001960* 3000-PROCESS-REQUEST - RELEASE AN APPROVED REQUEST, REFUSE A
001970*                        SELF-APPROVED ONE, LIST A PENDING ONE
001980*                        OVER THE LIMIT. REJECTED, RELEASED AND
001990*                        APPLIED ROWS ARE PASSED OVER.
002000*================================================================
002010 3000-PROCESS-REQUEST.
002020     EVALUATE TRUE
002030         WHEN PC-APPROVED
002040             IF PC-APPROVER-ID = PC-REQUESTER-ID
002050                 PERFORM 3200-REFUSE-SELF-APPR THRU 3200-EXIT
002060             ELSE
002070                 PERFORM 3100-RELEASE-REQUEST THRU 3100-EXIT
002080             END-IF
002090         WHEN PC-PENDING
002100             PERFORM 3300-CHECK-PENDING-AGE THRU 3300-EXIT
002110         WHEN OTHER
002120             CONTINUE
002130     END-EVALUATE.
002140     PERFORM 2000-READ-REQUEST   THRU 2000-EXIT.
002150 3000-EXIT.
002160     EXIT.
002170*================================================================
002180* 3100-RELEASE-REQUEST - MARK THE REQUEST RELEASED, THEN WRITE
002190*                        THE OPERTRAN RECORD FOR OPER-MAINT,
002200*                        CARRYING BOTH IDS - IN THAT ORDER, SO
002210*                        A FAILED REWRITE NEVER LEAVES A CHANGE
002220*                        THAT COULD GO TWICE.
002230*================================================================
002240 3100-RELEASE-REQUEST.
002250     MOVE SPACES                 TO OPER-TRAN-RECORD.
002260     MOVE PC-ACTION              TO OT-ACTION.
002270     MOVE PC-OPERATOR-ID         TO OT-OPERATOR-ID.
002280     MOVE PC-OPERATOR-NAME       TO OT-OPERATOR-NAME.
002290     MOVE PC-EFF-DATE            TO OT-EFF-DATE.
002300     MOVE PC-EXP-DATE            TO OT-EXP-DATE.
002310     MOVE PC-SHIFT-CODES         TO OT-SHIFT-CODES.
002320     MOVE PC-SITE-LIST           TO OT-SITE-LIST.
002330     MOVE PC-JOB-LIST            TO OT-JOB-LIST.
002340     MOVE PC-SUPERVISOR-FLAG     TO OT-SUPERVISOR-FLAG.
002350     MOVE PC-REQUESTER-ID        TO OT-REQUESTER-ID.
002360     MOVE PC-APPROVER-ID         TO OT-APPROVER-ID.
002365     MOVE PC-REQUEST-NO          TO OT-REQUEST-NO.
002370     MOVE "X"                    TO PC-STATUS.
002380     MOVE WS-RUN-DATE            TO PC-RELEASE-DATE.
002390     PERFORM 4000-REWRITE-REQUEST THRU 4000-EXIT.
002400     WRITE OPER-TRAN-RECORD.
002410     ADD 1                       TO WS-RELEASED-COUNT.
002420     MOVE "RELEASED TO OPER-MAINT"
002430                                 TO DTL-DISPOSITION.
002440     PERFORM 8000-WRITE-DETAIL   THRU 8000-EXIT.
002450 3100-EXIT.
002460     EXIT.
002470*================================================================
002480* 3200-REFUSE-SELF-APPR - APPROVED BY ITS OWN REQUESTER. NOT
002490*                         RELEASED; MARKED REJECTED SO IT CAN
002500*                         NEVER GO, AND LISTED.
002510*================================================================
002520 3200-REFUSE-SELF-APPR.
002530     MOVE "R"                    TO PC-STATUS.
002540     PERFORM 4000-REWRITE-REQUEST THRU 4000-EXIT.
002550     ADD 1                       TO WS-SELF-APPR-COUNT.
002560     MOVE "REJECTED - APPROVED BY REQUESTER"
002570                                 TO DTL-DISPOSITION.
002580     PERFORM 8000-WRITE-DETAIL   THRU 8000-EXIT.
002590 3200-EXIT.
002600     EXIT.
002610*================================================================
002620* 3300-CHECK-PENDING-AGE - A REQUEST STILL WAITING FOR ITS
002630*                          SECOND SUPERVISOR MORE THAN THE
002640*                          LIMIT OF DAYS AFTER IT WAS KEYED IS
002650*                          LISTED. A REQUEST DATE THAT IS NOT
002660*                          NUMERIC IS TREATED AS OVER THE LIMIT.
002670*================================================================
002680 3300-CHECK-PENDING-AGE.
002690     IF PC-REQUEST-DATE NOT NUMERIC
002700         MOVE 999                TO WS-REQ-AGE-DAYS
002710     ELSE
002720         MOVE PC-REQUEST-DATE    TO WS-CD-DATE
002730         PERFORM 7100-CALC-SERIAL THRU 7100-EXIT
002740         COMPUTE WS-REQ-AGE-DAYS = WS-TODAY-SERIAL - WS-CD-SERIAL
002750     END-IF.
002760     IF WS-REQ-AGE-DAYS NOT > WS-PENDING-LIMIT-DAYS
002770         GO TO 3300-EXIT
002780     END-IF.
002790     ADD 1                       TO WS-OVERDUE-COUNT.
002800     MOVE "PENDING OVER 2 DAYS - NO DECISION"
002810                                 TO DTL-DISPOSITION.
002820     PERFORM 8000-WRITE-DETAIL   THRU 8000-EXIT.
002830 3300-EXIT.
002840     EXIT.
002850*================================================================
002860* 4000-REWRITE-REQUEST - REWRITE THE REQUEST JUST READ WITH ITS
002870*                        NEW STATUS.
002880*================================================================
002890 4000-REWRITE-REQUEST.
002900     REWRITE OPER-PEND-RECORD
002910         INVALID KEY
002920             GO TO 9820-ABEND-OPERPEND-IO
002930     END-REWRITE.
002940 4000-EXIT.
002950     EXIT.
002960*================================================================
002970* 6000-PRINT-TOTALS - WRITE THE RECONCILIATION TOTALS.
002980*================================================================
002990 6000-PRINT-TOTALS.
003000     WRITE REL-RPT-RECORD        FROM BLANK-LINE.
003010     MOVE WS-READ-COUNT          TO TOT-READ-COUNT.
003020     WRITE REL-RPT-RECORD        FROM TOTAL-LINE-1.
003030     MOVE WS-RELEASED-COUNT      TO TOT-RELEASED-COUNT.
003040     WRITE REL-RPT-RECORD        FROM TOTAL-LINE-2.
003050     MOVE WS-OVERDUE-COUNT       TO TOT-OVERDUE-COUNT.
003060     WRITE REL-RPT-RECORD        FROM TOTAL-LINE-3.
003070     MOVE WS-SELF-APPR-COUNT     TO TOT-SELF-APPR-COUNT.
003080     WRITE REL-RPT-RECORD        FROM TOTAL-LINE-4.
003090 6000-EXIT.
003100     EXIT.
003110*================================================================
003120* 7100-CALC-SERIAL - DAY SERIAL OF THE DATE IN WS-CD-DATE, LEFT
003130*                    IN WS-CD-SERIAL. THE LOG-PURGE FORMULA.
003140*================================================================
003150 7100-CALC-SERIAL.
003160     MOVE WS-CD-YEAR             TO WS-CD-WORK-YEAR.
003170     MOVE WS-CD-MONTH            TO WS-CD-WORK-MONTH.
003180     IF WS-CD-WORK-MONTH < 3
003190         SUBTRACT 1 FROM WS-CD-WORK-YEAR
003200         ADD 12 TO WS-CD-WORK-MONTH
003210     END-IF.
003220     COMPUTE WS-CD-SERIAL =
003230         365 * WS-CD-WORK-YEAR
003240         + WS-CD-WORK-YEAR / 4
003250         - WS-CD-WORK-YEAR / 100
003260         + WS-CD-WORK-YEAR / 400
003270         + (153 * (WS-CD-WORK-MONTH + 1)) / 5
003280         + WS-CD-DAY.
003290 7100-EXIT.
003300     EXIT.
003310*================================================================
003320* 8000-WRITE-DETAIL - ONE LISTING LINE FOR THE CURRENT REQUEST.
003330*                     THE DISPOSITION WAS SET BY THE CALLER;
003340*                     THE AGE IS PRINTED FOR PENDING ROWS ONLY.
003350*================================================================
003360 8000-WRITE-DETAIL.
003370     MOVE PC-REQUEST-NO          TO DTL-REQUEST-NO.
003380     MOVE PC-ACTION              TO DTL-ACTION.
003390     MOVE PC-OPERATOR-ID         TO DTL-OPERATOR-ID.
003400     MOVE PC-REQUESTER-ID        TO DTL-REQUESTER-ID.
003410     MOVE PC-APPROVER-ID         TO DTL-APPROVER-ID.
003420     IF PC-REQUEST-DATE NUMERIC
003430         MOVE PC-REQUEST-DATE    TO DTL-REQUEST-DATE
003440     ELSE
003450         MOVE ZEROES             TO DTL-REQUEST-DATE
003460     END-IF.
003470     IF PC-PENDING
003480         MOVE WS-REQ-AGE-DAYS    TO DTL-AGE-DAYS
003490     ELSE
003500         MOVE ZERO               TO DTL-AGE-DAYS
003510     END-IF.
003520     WRITE REL-RPT-RECORD        FROM DETAIL-LINE.
003530 8000-EXIT.
003540     EXIT.
003550*================================================================
003560* 9000-TERMINATE - CLOSE DOWN THE FILES BEFORE ENDING THE STEP.
003570*================================================================
003580 9000-TERMINATE.
003590     CLOSE OPER-PEND-FILE.
003600     CLOSE REL-TRAN-FILE.
003610     CLOSE REL-RPT-FILE.
003620 9000-EXIT.
003630     EXIT.
003640*================================================================
003650* 9810-ABEND-OPERPEND-OPEN - THE REQUEST FILE WOULD NOT OPEN
003660*                            I-O.
003670*================================================================
003680 9810-ABEND-OPERPEND-OPEN.
003690     DISPLAY "OPCHREL0001E OPER-PEND-FILE OPEN FAILED, FILE "
003700         "STATUS=" WS-OPERPEND-STATUS " - RUN TERMINATED".
003710     MOVE 16                     TO RETURN-CODE.
003720     STOP RUN.
003730*================================================================
003740* 9820-ABEND-OPERPEND-IO - A REWRITE OF THE REQUEST JUST READ
003750*                          FAILED. STOP RATHER THAN RELEASE A
003760*                          CHANGE THAT COULD GO AGAIN TOMORROW.
003770*================================================================
003780 9820-ABEND-OPERPEND-IO.
003790     DISPLAY "OPCHREL0002E OPER-PEND-FILE REWRITE FAILED ON "
003800         PC-REQUEST-NO ", FILE STATUS=" WS-OPERPEND-STATUS
003810         " - RUN TERMINATED".
003820     MOVE 16                     TO RETURN-CODE.
003830     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003840     STOP RUN.
003850*================================================================
003860* 9830-ABEND-OPCHTRAN-OPEN - THE RELEASED-TRANSACTION FILE WOULD
003870*                            NOT OPEN. NOTHING HAS BEEN MARKED
003880*                            RELEASED YET, SO TOMORROW'S RUN
003890*                            PICKS THE REQUESTS UP AGAIN.
003900*================================================================
003910 9830-ABEND-OPCHTRAN-OPEN.
003920     DISPLAY "OPCHREL0003E REL-TRAN-FILE OPEN FAILED, FILE "
003930         "STATUS=" WS-OPCHTRAN-STATUS " - RUN TERMINATED".
003940     MOVE 16                     TO RETURN-CODE.
003950     CLOSE OPER-PEND-FILE.
003960     STOP RUN.
003970*================================================================
003980* 9840-ABEND-OPCHGRPT-OPEN - THE EXCEPTION LISTING WOULD NOT OPEN.
003990*                            NOTHING HAS BEEN MARKED RELEASED
004000*                            YET.
004010*================================================================
004020 9840-ABEND-OPCHGRPT-OPEN.
004030     DISPLAY "OPCHREL0004E REL-RPT-FILE OPEN FAILED, FILE "
004040         "STATUS=" WS-OPCHGRPT-STATUS " - RUN TERMINATED".
004050     MOVE 16                     TO RETURN-CODE.
004060     CLOSE OPER-PEND-FILE.
004070     CLOSE REL-TRAN-FILE.
004080     STOP RUN.

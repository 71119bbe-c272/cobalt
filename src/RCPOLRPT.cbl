000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RC-POLICY-LIST.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. PRINTED LISTING OF THE
000130*                  RETURN-CODE POLICY FILE FOR AUDIT - EVERY JOB
000140*                  WHOSE NON-ZERO RETURN CODES ARE ACCEPTED AS A
000150*                  NORMAL END OR AS "COMPLETED WITH WARNINGS",
000160*                  THE LIMITS, THE REASON GIVEN AND WHO LAST
000170*                  CHANGED THE ROW. A ROW WHOSE WARNING LIMIT IS
000180*                  BELOW ITS NORMAL LIMIT (NO WARNING BAND) OR
000190*                  WHOSE LIMITS ARE NOT NUMERIC (BANNER-RTN
000200*                  FALLS BACK TO THE STRICT DEFAULT FOR IT) IS
000210*                  FLAGGED, AND ANY FLAG ENDS THE STEP WITH
000220*                  RETURN CODE 4 SO THE LISTING GETS LOOKED AT.
000230*                  JOBS NOT LISTED RUN UNDER THE STRICT DEFAULT -
000240*                  ONLY RC 0 IS A NORMAL END.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RC-POLICY-FILE      ASSIGN TO RCPOLICY
000330                                ORGANIZATION IS INDEXED
000340                                ACCESS MODE IS SEQUENTIAL
000350                                RECORD KEY IS RP-JOB-NAME
000360                                FILE STATUS IS WS-RCPOLICY-STATUS.
000370     SELECT POLICY-RPT-FILE     ASSIGN TO RCPOLRPT
000380                                ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RC-POLICY-FILE
000420     LABEL RECORDS ARE STANDARD.
000430     COPY RCPOLICY.
000440 FD  POLICY-RPT-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 132 CHARACTERS.
000470 01  POLICY-RPT-RECORD           PIC X(132).
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------
000500* CONTROL SWITCHES.
000510*----------------------------------------------------------------
000520 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
000530     88  WS-EOF-YES                          VALUE "Y".
000540*----------------------------------------------------------------
000550* FILE-STATUS WORK AREAS.
000560*----------------------------------------------------------------
000570 01  WS-RCPOLICY-STATUS          PIC X(02)   VALUE "00".
000580*----------------------------------------------------------------
000590* RUN DATE AND RECONCILIATION COUNTS.
000600*----------------------------------------------------------------
000610 01  WS-RUN-DATE                 PIC 9(08).
000620 01  WS-POLICY-COUNT             PIC 9(05)   COMP VALUE ZERO.
000630 01  WS-FLAG-COUNT               PIC 9(05)   COMP VALUE ZERO.
000640*----------------------------------------------------------------
000650* REPORT LINE LAYOUTS.
000660*----------------------------------------------------------------
000670 01  HDG-LINE-1                  PIC X(132)  VALUE
000680     "RETURN-CODE POLICY LISTING".
000690 01  HDG-LINE-2.
000700     05  FILLER                  PIC X(11)   VALUE
000710         "REPORT DATE".
000720     05  HDG-2-DATE              PIC 9(08).
000730     05  FILLER                  PIC X(113)  VALUE SPACES.
000740 01  HDG-LINE-3                  PIC X(132)  VALUE
000750     "JOB       NORM WARN REASON                          UPDATED
000760-    "  BY        REMARK".
000770 01  DETAIL-LINE.
000780     05  DTL-JOB-NAME            PIC X(08).
000790     05  FILLER                  PIC X(02)   VALUE SPACES.
000800     05  DTL-MAX-NORMAL          PIC X(02).
000810     05  FILLER                  PIC X(03)   VALUE SPACES.
000820     05  DTL-MAX-WARNING         PIC X(02).
000830     05  FILLER                  PIC X(03)   VALUE SPACES.
000840     05  DTL-REASON              PIC X(30).
000850     05  FILLER                  PIC X(02)   VALUE SPACES.
000860     05  DTL-UPDATED-DATE        PIC X(08).
000870     05  FILLER                  PIC X(02)   VALUE SPACES.
000880     05  DTL-UPDATED-BY          PIC X(08).
000890     05  FILLER                  PIC X(02)   VALUE SPACES.
000900     05  DTL-REMARK              PIC X(40).
000910     05  FILLER                  PIC X(20)   VALUE SPACES.
000920 01  NONE-LINE                   PIC X(132)  VALUE
000930     "NO POLICY ROWS ON FILE - EVERY JOB RUNS UNDER THE STRICT DEF
000940-    "AULT (ONLY RC 0 IS NORMAL)".
000950 01  TOTAL-LINE-1.
000960     05  FILLER                  PIC X(18)   VALUE
000970         "POLICY ROWS       ".
000980     05  TOT-POLICY-COUNT        PIC ZZZZ9.
000990     05  FILLER                  PIC X(109)  VALUE SPACES.
001000 01  TOTAL-LINE-2.
001010     05  FILLER                  PIC X(18)   VALUE
001020         "ROWS FLAGGED      ".
001030     05  TOT-FLAG-COUNT          PIC ZZZZ9.
001040     05  FILLER                  PIC X(109)  VALUE SPACES.
001050 01  BLANK-LINE                   PIC X(132)  VALUE SPACES.
001060 PROCEDURE DIVISION.
001070*================================================================
001080* 0000-MAINLINE.
001090*================================================================
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001120     PERFORM 2000-LIST-POLICIES    THRU 2000-EXIT.
001130     PERFORM 7000-PRINT-TOTALS     THRU 7000-EXIT.
001140     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001150     IF WS-FLAG-COUNT > ZERO
001160         MOVE 4 TO RETURN-CODE
001170     END-IF.
001180     STOP RUN.
001190*================================================================
001200* 1000-INITIALIZE - OPEN THE LISTING AND WRITE THE HEADINGS.
001210*================================================================
001220 1000-INITIALIZE.
001230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001240     OPEN OUTPUT POLICY-RPT-FILE.
001250     MOVE WS-RUN-DATE            TO HDG-2-DATE.
001260     WRITE POLICY-RPT-RECORD     FROM HDG-LINE-1.
001270     WRITE POLICY-RPT-RECORD     FROM HDG-LINE-2.
001280     WRITE POLICY-RPT-RECORD     FROM BLANK-LINE.
001290     WRITE POLICY-RPT-RECORD     FROM HDG-LINE-3.
001300 1000-EXIT.
001310     EXIT.
001320*================================================================
001330* 2000-LIST-POLICIES - READ THE POLICY FILE IN JOB-NAME ORDER.
001340*                      A FILE NOT DEFINED YET (STATUS 35) LISTS
001350*                      AS EMPTY - IT IS WHAT BANNER-RTN SEES
001360*                      TOO, EVERY JOB ON THE STRICT DEFAULT.
001370*================================================================
001380 2000-LIST-POLICIES.
001390     MOVE "N"                    TO WS-EOF-SWITCH.
001400     OPEN INPUT RC-POLICY-FILE.
001410     IF WS-RCPOLICY-STATUS = "35"
001420         GO TO 2000-NONE
001430     END-IF.
001440     IF WS-RCPOLICY-STATUS NOT = "00"
001450         GO TO 9810-ABEND-RCPOLICY-OPEN
001460     END-IF.
001470     PERFORM 2100-READ-POLICY    THRU 2100-EXIT
001480         UNTIL WS-EOF-YES.
001490     CLOSE RC-POLICY-FILE.
001500     IF WS-POLICY-COUNT > ZERO
001510         GO TO 2000-EXIT
001520     END-IF.
001530 2000-NONE.
001540     WRITE POLICY-RPT-RECORD     FROM NONE-LINE.
001550 2000-EXIT.
001560     EXIT.
001570*================================================================
001580* 2100-READ-POLICY - LIST ONE POLICY ROW, FLAGGING THE ONES
001590*                    BANNER-RTN WILL NOT APPLY AS WRITTEN.
001600*================================================================
001610 2100-READ-POLICY.
001620     READ RC-POLICY-FILE
001630         AT END
001640             MOVE "Y" TO WS-EOF-SWITCH
001650             GO TO 2100-EXIT
001660     END-READ.
001670     ADD 1                       TO WS-POLICY-COUNT.
001680     MOVE SPACES                 TO DETAIL-LINE.
001690     MOVE RP-JOB-NAME            TO DTL-JOB-NAME.
001700     MOVE RP-MAX-NORMAL-RC       TO DTL-MAX-NORMAL.
001710     MOVE RP-MAX-WARNING-RC      TO DTL-MAX-WARNING.
001720     MOVE RP-REASON-TEXT         TO DTL-REASON.
001730     MOVE RP-UPDATED-DATE        TO DTL-UPDATED-DATE.
001740     MOVE RP-UPDATED-BY          TO DTL-UPDATED-BY.
001750     IF RP-MAX-NORMAL-RC NOT NUMERIC
001760        OR RP-MAX-WARNING-RC NOT NUMERIC
001770         MOVE "*LIMITS NOT NUMERIC - STRICT DEFAULT USED"
001780                                 TO DTL-REMARK
001790         ADD 1                   TO WS-FLAG-COUNT
001800     ELSE
001810         IF RP-MAX-WARNING-RC < RP-MAX-NORMAL-RC
001820             MOVE "*WARNING LIMIT BELOW NORMAL - NO W BAND"
001830                                 TO DTL-REMARK
001840             ADD 1               TO WS-FLAG-COUNT
001850         END-IF
001860     END-IF.
001870     WRITE POLICY-RPT-RECORD     FROM DETAIL-LINE.
001880 2100-EXIT.
001890     EXIT.
001900*================================================================
001910* 7000-PRINT-TOTALS - WRITE THE RECONCILIATION TOTALS.
001920*================================================================
001930 7000-PRINT-TOTALS.
001940     WRITE POLICY-RPT-RECORD     FROM BLANK-LINE.
001950     MOVE WS-POLICY-COUNT        TO TOT-POLICY-COUNT.
001960     WRITE POLICY-RPT-RECORD     FROM TOTAL-LINE-1.
001970     MOVE WS-FLAG-COUNT          TO TOT-FLAG-COUNT.
001980     WRITE POLICY-RPT-RECORD     FROM TOTAL-LINE-2.
001990 7000-EXIT.
002000     EXIT.
002010*================================================================
002020* 9000-TERMINATE - CLOSE DOWN THE FILES BEFORE ENDING THE STEP.
002030*================================================================
002040 9000-TERMINATE.
002050     CLOSE POLICY-RPT-FILE.
002060 9000-EXIT.
002070     EXIT.
002080*================================================================
002090* 9810-ABEND-RCPOLICY-OPEN - THE POLICY FILE EXISTS BUT WOULD
002100*                            NOT OPEN. A BROKEN FILE MUST NOT
002110*                            LIST AS "NO POLICIES".
002120*================================================================
002130 9810-ABEND-RCPOLICY-OPEN.
002140     DISPLAY "RCPOLRPT0001E RC-POLICY-FILE OPEN FAILED, FILE "
002150         "STATUS=" WS-RCPOLICY-STATUS " - RUN TERMINATED".
002160     MOVE 16                     TO RETURN-CODE.
002170     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002180     STOP RUN.

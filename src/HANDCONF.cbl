000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HANDOVER-CONFIRM.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. THE INCOMING OPERATOR
000130*                  SUBMITS THIS STEP TO CONFIRM THEY HAVE READ
000140*                  THE HANDOVER SHIFT-HANDOVER FILED. THE
000150*                  OPERATOR COMES FROM THE OPERATOR-PARM CARD
000160*                  AND THE HANDOVER (DATE, OUTGOING SHIFT, SITE)
000170*                  FROM THE SAME HANDOVER PARAMETER THE REPORT
000180*                  RAN WITH. ONLY AN OPERATOR SIGNING ON FOR THE
000190*                  SHIFT TAKING OVER MAY CONFIRM, AND BANNER-RTN
000200*                  VALIDATES THEM AGAINST THE OPERATOR MASTER
000210*                  EXACTLY AS FOR A JOB START BEFORE WRITING THE
000220*                  "H" ROW TO THE AUDIT TRAIL; ONLY THEN IS THE
000230*                  HANDOVER'S HEADER MARKED CONFIRMED. A
000240*                  HANDOVER ALREADY CONFIRMED IS LEFT AS IT IS
000250*                  WITH RETURN CODE 4.
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPERATOR-PARM-FILE  ASSIGN TO OPERPARM
000340                                ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT HAND-PARM-FILE      ASSIGN TO HANDPARM
000360                                ORGANIZATION IS LINE SEQUENTIAL
000370                                FILE STATUS IS WS-HANDPARM-STATUS.
000380     SELECT HANDOVER-FILE       ASSIGN TO HANDOVER
000390                                ORGANIZATION IS INDEXED
000400                                ACCESS MODE IS RANDOM
000410                                RECORD KEY IS HO-KEY
000420                                FILE STATUS IS WS-HANDOVER-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  OPERATOR-PARM-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY OPERPARM.
000480 FD  HAND-PARM-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY HANDPARM.
000510 FD  HANDOVER-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY HANDOVER.
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------------
000560* CURRENT JOB IDENTIFICATION.
000570*----------------------------------------------------------------
000580 01  WS-JOB-NAME                 PIC X(08)   VALUE "HANDCONF".
000590*----------------------------------------------------------------
000600* CONTROL SWITCHES AND FILE-STATUS WORK AREAS.
000610*----------------------------------------------------------------
000620 01  WS-HANDOVER-OPEN-SWITCH     PIC X(01)   VALUE "N".
000630     88  WS-HANDOVER-OPEN                    VALUE "Y".
000640 01  WS-HANDPARM-STATUS          PIC X(02)   VALUE "00".
000650 01  WS-HANDOVER-STATUS          PIC X(02)   VALUE "00".
000660*----------------------------------------------------------------
000670* THE HANDOVER BEING CONFIRMED AND WHEN.
000680*----------------------------------------------------------------
000690 01  WS-HANDOVER-ID.
000700     05  WS-HAND-DATE            PIC X(08)   VALUE SPACES.
000710     05  WS-HAND-SHIFT           PIC X(01)   VALUE SPACE.
000720     05  WS-HAND-SITE            PIC X(04)   VALUE SPACES.
000730 01  WS-CURRENT-DATE.
000740     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
000750 01  WS-CURRENT-TIME.
000760     05  WS-CURRENT-HHMMSSCC     PIC 9(08).
000770 01  WS-CONFIRM-TS               PIC X(14)   VALUE SPACES.
000780*----------------------------------------------------------------
000790* PARAMETER AREA PASSED TO THE SHARED BANNER-RTN SUBROUTINE.
000800*----------------------------------------------------------------
000810     COPY BANNERPM.
000820 PROCEDURE DIVISION.
000830*================================================================
000840* 0000-MAINLINE.
000850*================================================================
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
000880     PERFORM 2000-READ-OPER-PARM   THRU 2000-EXIT.
000890     PERFORM 2100-READ-HAND-PARM   THRU 2100-EXIT.
000900     PERFORM 3000-READ-HANDOVER    THRU 3000-EXIT.
000910     PERFORM 4000-CALL-BANNER-RTN  THRU 4000-EXIT.
000920     PERFORM 5000-MARK-CONFIRMED   THRU 5000-EXIT.
000930     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
000940     STOP RUN.
000950*================================================================
000960* 1000-INITIALIZE - ESTABLISH THE CONFIRMATION DATE/TIME.
000970*================================================================
000980 1000-INITIALIZE.
000990     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
001000     ACCEPT WS-CURRENT-HHMMSSCC FROM TIME.
001010     MOVE WS-CURRENT-YYYYMMDD    TO WS-CONFIRM-TS(1:8).
001020     MOVE WS-CURRENT-HHMMSSCC(1:6) TO WS-CONFIRM-TS(9:6).
001030 1000-EXIT.
001040     EXIT.
001050*================================================================
001060* 2000-READ-OPER-PARM - READ THE CONFIRMING OPERATOR'S ID, NAME,
001070*                       SHIFT AND SITE. IF THE FILE IS EMPTY,
001080*                       LEAVE THE OPERATOR ID BLANK SO BANNER-RTN
001090*                       REJECTS THE CONFIRMATION AS UNAUTHORIZED.
001100*================================================================
001110 2000-READ-OPER-PARM.
001120     OPEN INPUT OPERATOR-PARM-FILE.
001130     READ OPERATOR-PARM-FILE
001140         AT END
001150             MOVE SPACES TO OPERATOR-PARM-RECORD
001160     END-READ.
001170     CLOSE OPERATOR-PARM-FILE.
001180 2000-EXIT.
001190     EXIT.
001200*================================================================
001210* 2100-READ-HAND-PARM - READ THE HANDOVER PARAMETER NAMING THE
001220*                       HANDOVER TO CONFIRM, WITH THE SAME
001230*                       DEFAULTS SHIFT-HANDOVER APPLIES - A
001240*                       BLANK DATE IS THE RUN DATE.
001250*================================================================
001260 2100-READ-HAND-PARM.
001270     OPEN INPUT HAND-PARM-FILE.
001280     IF WS-HANDPARM-STATUS NOT = "00"
001290         GO TO 9810-ABEND-PARM
001300     END-IF.
001310     READ HAND-PARM-FILE
001320         AT END
001330             MOVE SPACES TO HANDOVER-PARM-RECORD
001340     END-READ.
001350     CLOSE HAND-PARM-FILE.
001360     IF HP-SHIFT-CODE = SPACE
001370         GO TO 9810-ABEND-PARM
001380     END-IF.
001390     MOVE HP-HANDOVER-DATE       TO WS-HAND-DATE.
001400     IF WS-HAND-DATE = SPACES
001410         MOVE WS-CURRENT-YYYYMMDD TO WS-HAND-DATE
001420     END-IF.
001430     MOVE HP-SHIFT-CODE          TO WS-HAND-SHIFT.
001440     MOVE HP-SITE-CODE           TO WS-HAND-SITE.
001450 2100-EXIT.
001460     EXIT.
001470*================================================================
001480* 3000-READ-HANDOVER - READ THE HANDOVER'S HEADER. IT MUST HAVE
001490*                      BEEN FILED, MUST NOT BE CONFIRMED
001500*                      ALREADY, AND THE OPERATOR MUST BE SIGNING
001510*                      ON FOR THE SHIFT IT WAS HANDED TO.
001520*================================================================
001530 3000-READ-HANDOVER.
001540     OPEN I-O HANDOVER-FILE.
001550     IF WS-HANDOVER-STATUS NOT = "00"
001560         GO TO 9820-ABEND-HANDOVER-OPEN
001570     END-IF.
001580     MOVE "Y"                    TO WS-HANDOVER-OPEN-SWITCH.
001590     MOVE WS-HANDOVER-ID         TO HO-HANDOVER-ID.
001600     MOVE ZERO                   TO HO-LINE-NUMBER.
001610     READ HANDOVER-FILE
001620         INVALID KEY
001630             GO TO 9830-ABEND-NOT-FILED
001640     END-READ.
001650     IF HO-CONFIRMED
001660         GO TO 9700-ALREADY-CONFIRMED
001670     END-IF.
001680     IF OP-SHIFT-CODE NOT = HO-INCOMING-SHIFT
001690         GO TO 9840-ABEND-WRONG-SHIFT
001700     END-IF.
001710 3000-EXIT.
001720     EXIT.
001730*================================================================
001740* 4000-CALL-BANNER-RTN - HAVE BANNER-RTN VALIDATE THE OPERATOR
001750*                        FOR THE INCOMING SHIFT AND THE
001760*                        HANDOVER'S SITE (THE OPERATOR'S OWN
001770*                        SITE FOR AN ALL-SITES HANDOVER) AND
001780*                        WRITE THE "H" ROW TO THE AUDIT TRAIL.
001790*                        ABEND THE STEP IF IT REFUSES.
001800*================================================================
001810 4000-CALL-BANNER-RTN.
001820     MOVE OP-OPERATOR-ID         TO BP-OPERATOR-ID.
001830     MOVE OP-OPERATOR-NAME       TO BP-OPERATOR-NAME.
001840     MOVE OP-SHIFT-CODE          TO BP-SHIFT-CODE.
001850     MOVE WS-HAND-SITE           TO BP-SITE-CODE.
001860     IF WS-HAND-SITE = SPACES
001870         MOVE OP-SITE-CODE       TO BP-SITE-CODE
001880     END-IF.
001890     MOVE WS-JOB-NAME            TO BP-JOB-NAME.
001900     MOVE SPACES                 TO BP-OVERRIDE-ID.
001910     MOVE WS-HANDOVER-ID         TO BP-HANDOVER-ID.
001920     MOVE "H"                    TO BP-FUNCTION-CODE.
001930     CALL "BANNER-RTN" USING BANNER-PARM-AREA.
001940     IF NOT BP-RC-NORMAL
001950         GO TO 9800-ABEND-BANNER-FAILED
001960     END-IF.
001970 4000-EXIT.
001980     EXIT.
001990*================================================================
002000* 5000-MARK-CONFIRMED - STAMP THE HEADER WITH WHO CONFIRMED THE
002010*                       HANDOVER AND WHEN.
002020*================================================================
002030 5000-MARK-CONFIRMED.
002040     MOVE "Y"                    TO HO-CONFIRM-STATUS.
002050     MOVE OP-OPERATOR-ID         TO HO-CONFIRM-OPER.
002060     MOVE WS-CONFIRM-TS          TO HO-CONFIRM-TS.
002070     REWRITE HANDOVER-RECORD
002080         INVALID KEY
002090             GO TO 9850-ABEND-REWRITE
002100     END-REWRITE.
002110     IF WS-HANDOVER-STATUS NOT = "00"
002120         GO TO 9850-ABEND-REWRITE
002130     END-IF.
002140     DISPLAY "HANDCONF0001I HANDOVER " WS-HANDOVER-ID
002150         " CONFIRMED BY " OP-OPERATOR-ID.
002160 5000-EXIT.
002170     EXIT.
002180*================================================================
002190* 9000-TERMINATE - CLOSE THE HANDOVER FILE IF IT WAS OPENED.
002200*================================================================
002210 9000-TERMINATE.
002220     IF WS-HANDOVER-OPEN
002230         CLOSE HANDOVER-FILE
002240     END-IF.
002250 9000-EXIT.
002260     EXIT.
002270*================================================================
002280* 9700-ALREADY-CONFIRMED - SOMEONE ON THE INCOMING SHIFT HAS
002290*                          CONFIRMED THIS HANDOVER ALREADY.
002300*                          NOTHING IS WRITTEN; THE STEP ENDS
002310*                          WITH RETURN CODE 4.
002320*================================================================
002330 9700-ALREADY-CONFIRMED.
002340     DISPLAY "HANDCONF0001W HANDOVER " WS-HANDOVER-ID
002350         " ALREADY CONFIRMED BY " HO-CONFIRM-OPER " AT "
002360         HO-CONFIRM-TS.
002370     MOVE 4                      TO RETURN-CODE.
002380     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002390     STOP RUN.
002400*================================================================
002410* 9800-ABEND-BANNER-FAILED - BANNER-RTN REFUSED THE OPERATOR OR
002420*                            COULD NOT WRITE THE AUDIT ROW. THE
002430*                            HANDOVER STAYS UNCONFIRMED.
002440*================================================================
002450 9800-ABEND-BANNER-FAILED.
002460     DISPLAY "HANDCONF0001E BANNER-RTN RETURNED CODE "
002470         BP-RETURN-CODE " - HANDOVER " WS-HANDOVER-ID
002480         " NOT CONFIRMED - RUN TERMINATED".
002490     MOVE BP-RETURN-CODE         TO RETURN-CODE.
002500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002510     STOP RUN.
002520*================================================================
002530* 9810-ABEND-PARM - THE HANDOVER PARAMETER IS MISSING OR NAMES
002540*                   NO OUTGOING SHIFT.
002550*================================================================
002560 9810-ABEND-PARM.
002570     DISPLAY "HANDCONF0002E HANDOVER PARAMETER MISSING OR "
002580         "INVALID, FILE STATUS=" WS-HANDPARM-STATUS
002590         " - RUN TERMINATED".
002600     MOVE 16                     TO RETURN-CODE.
002610     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002620     STOP RUN.
002630*================================================================
002640* 9820-ABEND-HANDOVER-OPEN - THE HANDOVER FILE WOULD NOT OPEN.
002650*================================================================
002660 9820-ABEND-HANDOVER-OPEN.
002670     DISPLAY "HANDCONF0003E HANDOVER-FILE OPEN FAILED, FILE "
002680         "STATUS=" WS-HANDOVER-STATUS " - RUN TERMINATED".
002690     MOVE 16                     TO RETURN-CODE.
002700     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002710     STOP RUN.
002720*================================================================
002730* 9830-ABEND-NOT-FILED - NO HANDOVER IS FILED UNDER THIS DATE,
002740*                        SHIFT AND SITE.
002750*================================================================
002760 9830-ABEND-NOT-FILED.
002770     DISPLAY "HANDCONF0004E HANDOVER " WS-HANDOVER-ID
002780         " NOT ON THE HANDOVER FILE - RUN TERMINATED".
002790     MOVE 16                     TO RETURN-CODE.
002800     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002810     STOP RUN.
002820*================================================================
002830* 9840-ABEND-WRONG-SHIFT - THE OPERATOR IS NOT SIGNING ON FOR
002840*                          THE SHIFT THE HANDOVER WAS MADE TO.
002850*================================================================
002860 9840-ABEND-WRONG-SHIFT.
002870     DISPLAY "HANDCONF0005E OPERATOR " OP-OPERATOR-ID
002880         " SHIFT " OP-SHIFT-CODE " - HANDOVER " WS-HANDOVER-ID
002890         " WAS MADE TO SHIFT " HO-INCOMING-SHIFT
002900         " - RUN TERMINATED".
002910     MOVE 16                     TO RETURN-CODE.
002920     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002930     STOP RUN.
002940*================================================================
002950* 9850-ABEND-REWRITE - THE HEADER WOULD NOT REWRITE. THE "H"
002960*                      ROW IS ALREADY ON THE AUDIT TRAIL, SO A
002970*                      RERUN OF THIS STEP WILL WRITE A SECOND.
002980*================================================================
002990 9850-ABEND-REWRITE.
003000     DISPLAY "HANDCONF0006E HANDOVER-FILE REWRITE FAILED FOR "
003010         WS-HANDOVER-ID ", FILE STATUS=" WS-HANDOVER-STATUS
003020         " - RUN TERMINATED".
003030     MOVE 16                     TO RETURN-CODE.
003040     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003050     STOP RUN.

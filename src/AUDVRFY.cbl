000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDIT-VERIFY.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. PROVES THE AUDIT TRAIL HAS
000130*                  NOT BEEN TAMPERED WITH. EVERY ROW BANNER-RTN
000140*                  WRITES CARRIES A CHAIN VALUE BUILT FROM THE
000150*                  ROW AND THE CHAIN VALUE OF THE ROW BEFORE IT
000160*                  (SEE AUDIT-CHAIN-RTN). THIS STEP READS THE
000170*                  AUDIT ARCHIVE GENERATIONS LOG-PURGE WROTE
000180*                  (CONCATENATED OLDEST FIRST ON AUDARCHV) AND
000190*                  THEN THE LIVE AUDIT-LOG, IN KEY ORDER, AND
000200*                  RECOMPUTES EVERY LINK - THE CHAIN RUNS
000210*                  STRAIGHT ON FROM THE LAST ROW ARCHIVED INTO
000220*                  THE FIRST ROW KEPT. THE LAST ROW FOUND MUST
000230*                  ALSO BE THE ROW NAMED ON THE CHAIN ANCHOR
000240*                  (SEE AUDCHAIN), SO ROWS CUT OFF THE END ARE
000250*                  CAUGHT TOO. ROWS WRITTEN BEFORE CHAINING
000260*                  BEGAN ARE COUNTED, NOT CHECKED. THE FIRST
000270*                  BROKEN LINK IS REPORTED IN FULL AND ANY
000280*                  FURTHER ONES COUNTED (THE CHECK CARRIES ON
000290*                  FROM EACH ROW'S OWN VALUE AFTER A BREAK),
000300*                  AND THE ROWS VERIFIED ARE PRINTED PER BATCH
000310*                  CYCLE FOR SIGN-OFF. ANY BREAK ENDS THE STEP
000320*                  WITH RETURN CODE 8.
000321* 10/15/2026  RH   THE AUDIT ROW GREW FROM 75 TO 79 BYTES WITH THE
000322*                  OWNING SITE (SEE AUDITLOG), AHEAD OF THE CHAIN
000323*                  VALUE. A ROW WITH NO OWNING SITE - EVERY ROW
000324*                  WRITTEN BEFORE THE CHANGE, CONVERTED WITH
000325*                  SPACES THERE - IS CHECKED OVER THE BYTES AHEAD
000326*                  OF THE OWNING SITE ONLY, AS IT WAS CHAINED.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT VERIFY-PARM-FILE    ASSIGN TO AUDVPARM
000410                                ORGANIZATION IS LINE SEQUENTIAL
000420                                FILE STATUS IS WS-AUDVPARM-STATUS.
000430     SELECT AUDIT-ARCH-FILE     ASSIGN TO AUDARCHV
000440                                ORGANIZATION IS LINE SEQUENTIAL
000450                                FILE STATUS IS WS-AUDARCHV-STATUS.
000460     SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
000470                                ORGANIZATION IS INDEXED
000480                                ACCESS MODE IS SEQUENTIAL
000490                                RECORD KEY IS AL-LOG-KEY
000500                                FILE STATUS IS WS-AUDITLOG-STATUS.
000510     SELECT AUDIT-CHAIN-FILE    ASSIGN TO AUDCHAIN
000520                                ORGANIZATION IS LINE SEQUENTIAL
000530                                FILE STATUS IS WS-AUDCHAIN-STATUS.
000540     SELECT VERIFY-RPT-FILE     ASSIGN TO AUDVRPT
000550                                ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  VERIFY-PARM-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY AUDVPARM.
000610 FD  AUDIT-ARCH-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 79 CHARACTERS.
000640 01  AUDIT-ARCH-RECORD           PIC X(79).
000650 FD  AUDIT-LOG-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY AUDITLOG.
000680 FD  AUDIT-CHAIN-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY AUDCHAIN.
000710 FD  VERIFY-RPT-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 132 CHARACTERS.
000740 01  VERIFY-RPT-RECORD           PIC X(132).
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------
000770* CONTROL SWITCHES.
000780*----------------------------------------------------------------
000790 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
000800     88  WS-EOF-YES                          VALUE "Y".
000810 01  WS-CHAIN-STARTED-SWITCH     PIC X(01)   VALUE "N".
000820     88  WS-CHAIN-STARTED                    VALUE "Y".
000830 01  WS-CHAIN-FROM-ZERO-SWITCH   PIC X(01)   VALUE "N".
000840     88  WS-CHAIN-FROM-ZERO                  VALUE "Y".
000850 01  WS-CARRIED-SWITCH           PIC X(01)   VALUE "N".
000860     88  WS-CARRIED-GIVEN                    VALUE "Y".
000870 01  WS-CYCLE-FOUND-SWITCH       PIC X(01)   VALUE "N".
000880     88  WS-CYCLE-FOUND                      VALUE "Y".
000890 01  WS-CYCLE-FULL-SWITCH        PIC X(01)   VALUE "N".
000900     88  WS-CYCLE-TABLE-FULL                 VALUE "Y".
000910*----------------------------------------------------------------
000920* FILE-STATUS WORK AREAS.
000930*----------------------------------------------------------------
000940 01  WS-AUDVPARM-STATUS          PIC X(02)   VALUE "00".
000950 01  WS-AUDARCHV-STATUS          PIC X(02)   VALUE "00".
000960 01  WS-AUDITLOG-STATUS          PIC X(02)   VALUE "00".
000970 01  WS-AUDCHAIN-STATUS          PIC X(02)   VALUE "00".
000980*----------------------------------------------------------------
000990* THE AUDIT ROW BEING CHECKED, WHICHEVER FILE IT CAME FROM -
001000* THE AUDITLOG LAYOUT UNDER ITS OWN NAMES, THE LOG-PURGE
001010* INLINE-LAYOUT CONVENTION. THE CHAIN VALUE IS ALWAYS LAST.
001020*----------------------------------------------------------------
001030 01  WS-ROW.
001040     05  WS-ROW-KEY.
001050         10  WS-ROW-TIMESTAMP    PIC X(15).
001060         10  WS-ROW-JOB-NAME     PIC X(08).
001070         10  WS-ROW-ENTRY-TYPE   PIC X(01).
001080     05  FILLER                  PIC X(30).
001090     05  FILLER                  PIC X(02).
001100     05  WS-ROW-CYCLE-NUMBER     PIC X(06).
001110     05  FILLER                  PIC X(04).
001111     05  WS-ROW-OWNER-SITE       PIC X(04).
001120     05  WS-ROW-CHAIN-VALUE      PIC X(09).
001130 01  WS-ROW-SOURCE               PIC X(07)   VALUE SPACES.
001140 01  WS-ROW-NUMBER               PIC 9(07)   COMP VALUE ZERO.
001150 01  WS-ROW-CHAIN-NUM            PIC 9(09)   VALUE ZERO.
001160 01  WS-ROW-CYCLE                PIC 9(06)   VALUE ZERO.
001170*----------------------------------------------------------------
001180* CHAIN STATE - THE KEY OF THE LAST ROW SEEN, AND THE KEY AND
001190* CHAIN VALUE OF THE LAST CHAINED ROW, WHICH THE NEXT ROW MUST
001200* LINK TO. WS-START-CHAIN IS WHAT THE FIRST CHAINED ROW LINKS
001210* TO: ZERO, OR THE CARRIED-IN VALUE FROM THE PARM.
001220*----------------------------------------------------------------
001230 01  WS-PREV-KEY                 PIC X(24)   VALUE LOW-VALUES.
001240 01  WS-LAST-CHAINED-KEY         PIC X(24)   VALUE LOW-VALUES.
001250 01  WS-PREV-CHAIN               PIC 9(09)   VALUE ZERO.
001260 01  WS-START-CHAIN              PIC 9(09)   VALUE ZERO.
001270     COPY CHAINPM.
001280*----------------------------------------------------------------
001290* BREAK DETAIL - FILLED IN BEFORE 5800-RECORD-BREAK IS
001300* PERFORMED. ONLY THE FIRST BREAK IS PRINTED IN FULL.
001310*----------------------------------------------------------------
001320 01  WS-BREAK-REASON             PIC X(50)   VALUE SPACES.
001330 01  WS-BREAK-EXPECTED           PIC X(09)   VALUE SPACES.
001340 01  WS-BREAK-FOUND              PIC X(09)   VALUE SPACES.
001350*----------------------------------------------------------------
001360* RUN DATE AND RECONCILIATION COUNTS.
001370*----------------------------------------------------------------
001380 01  WS-RUN-DATE                 PIC 9(08).
001390 01  WS-ARCH-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
001400 01  WS-LIVE-READ-COUNT          PIC 9(07)   COMP VALUE ZERO.
001410 01  WS-VERIFIED-COUNT           PIC 9(07)   COMP VALUE ZERO.
001420 01  WS-TRUSTED-COUNT            PIC 9(07)   COMP VALUE ZERO.
001430 01  WS-UNCHAINED-COUNT          PIC 9(07)   COMP VALUE ZERO.
001440 01  WS-BREAK-COUNT              PIC 9(07)   COMP VALUE ZERO.
001450 01  WS-CHAINED-ROW-COUNT        PIC 9(09)   VALUE ZERO.
001460*----------------------------------------------------------------
001470* PER-CYCLE COUNTS, IN THE ORDER THE CYCLES FIRST APPEAR. ROWS
001480* ARRIVE IN KEY (TIME) ORDER, SO THE CYCLE WANTED IS NEARLY
001490* ALWAYS THE LAST ONE ADDED, AND THAT ONE IS TRIED FIRST.
001500*----------------------------------------------------------------
001510 01  WS-CYC-MAX                  PIC 9(04)   COMP VALUE 999.
001520 01  WS-CYC-USED                 PIC 9(04)   COMP VALUE ZERO.
001530 01  WS-CYC-SUB                  PIC 9(04)   COMP VALUE ZERO.
001540 01  WS-CYCLE-TABLE.
001550     05  WS-CYC-ENTRY            OCCURS 999 TIMES.
001560         10  WS-CYC-NUMBER       PIC 9(06).
001570         10  WS-CYC-FIRST-TS     PIC X(15).
001580         10  WS-CYC-LAST-TS      PIC X(15).
001590         10  WS-CYC-VERIFIED     PIC 9(07)   COMP.
001600         10  WS-CYC-UNCHAINED    PIC 9(07)   COMP.
001610         10  WS-CYC-BROKEN       PIC 9(07)   COMP.
001620         10  WS-CYC-TRUSTED      PIC 9(07)   COMP.
001630*----------------------------------------------------------------
001640* REPORT LINE LAYOUTS.
001650*----------------------------------------------------------------
001660 01  HDG-LINE-1                  PIC X(132)  VALUE
001670     "AUDIT TRAIL CHAIN VERIFICATION".
001680 01  HDG-LINE-2.
001690     05  FILLER                  PIC X(11)   VALUE
001700         "REPORT DATE".
001710     05  HDG-2-DATE              PIC 9(08).
001720     05  FILLER                  PIC X(23)   VALUE
001730         "  CARRIED-IN CHAIN    ".
001740     05  HDG-2-CARRIED           PIC X(09).
001750     05  FILLER                  PIC X(81)   VALUE SPACES.
001760 01  NOTE-LINE.
001770     05  NTE-TEXT                PIC X(60).
001780     05  NTE-SOURCE              PIC X(07).
001790     05  FILLER                  PIC X(01)   VALUE SPACE.
001800     05  NTE-TIMESTAMP           PIC X(15).
001810     05  FILLER                  PIC X(01)   VALUE SPACE.
001820     05  NTE-JOB-NAME            PIC X(08).
001830     05  FILLER                  PIC X(01)   VALUE SPACE.
001840     05  NTE-ENTRY-TYPE          PIC X(01).
001850     05  FILLER                  PIC X(38)   VALUE SPACES.
001860 01  BREAK-LINE-1.
001870     05  FILLER                  PIC X(19)   VALUE
001880         "FIRST BROKEN LINK  ".
001890     05  BRK-SOURCE              PIC X(07).
001900     05  FILLER                  PIC X(05)   VALUE " ROW ".
001910     05  BRK-ROW-NUMBER          PIC ZZZZZZ9.
001920     05  FILLER                  PIC X(02)   VALUE SPACES.
001930     05  BRK-TIMESTAMP           PIC X(15).
001940     05  FILLER                  PIC X(01)   VALUE SPACE.
001950     05  BRK-JOB-NAME            PIC X(08).
001960     05  FILLER                  PIC X(01)   VALUE SPACE.
001970     05  BRK-ENTRY-TYPE          PIC X(01).
001980     05  FILLER                  PIC X(08)   VALUE
001990         "  CYCLE ".
002000     05  BRK-CYCLE-NUMBER        PIC X(06).
002010     05  FILLER                  PIC X(52)   VALUE SPACES.
002020 01  BREAK-LINE-2.
002030     05  FILLER                  PIC X(19)   VALUE
002040         "  REASON".
002050     05  BRK-REASON              PIC X(50).
002060     05  FILLER                  PIC X(10)   VALUE
002070         " EXPECTED ".
002080     05  BRK-EXPECTED            PIC X(09).
002090     05  FILLER                  PIC X(07)   VALUE
002100         " FOUND ".
002110     05  BRK-FOUND               PIC X(09).
002120     05  FILLER                  PIC X(28)   VALUE SPACES.
002130 01  NO-BREAK-LINE               PIC X(132)  VALUE
002140     "NO BROKEN LINKS FOUND".
002150 01  CYC-HDG-LINE.
002160     05  FILLER                  PIC X(41)   VALUE
002170         "CYCLE   FIRST ROW        LAST ROW".
002180     05  FILLER                  PIC X(91)   VALUE
002190         "VERIFIED  UNCHAIN   BROKEN  TRUSTED  RESULT".
002200 01  CYC-LINE.
002210     05  CYC-NUMBER              PIC 9(06).
002220     05  FILLER                  PIC X(02)   VALUE SPACES.
002230     05  CYC-FIRST-TS            PIC X(15).
002240     05  FILLER                  PIC X(02)   VALUE SPACES.
002250     05  CYC-LAST-TS             PIC X(15).
002260     05  FILLER                  PIC X(02)   VALUE SPACES.
002270     05  CYC-VERIFIED            PIC ZZZZZZ9.
002280     05  FILLER                  PIC X(02)   VALUE SPACES.
002290     05  CYC-UNCHAINED           PIC ZZZZZZ9.
002300     05  FILLER                  PIC X(02)   VALUE SPACES.
002310     05  CYC-BROKEN              PIC ZZZZZZ9.
002320     05  FILLER                  PIC X(02)   VALUE SPACES.
002330     05  CYC-TRUSTED             PIC ZZZZZZ9.
002340     05  FILLER                  PIC X(02)   VALUE SPACES.
002350     05  CYC-RESULT              PIC X(12).
002360     05  FILLER                  PIC X(42)   VALUE SPACES.
002370 01  SIGN-OFF-LINE.
002380     05  FILLER                  PIC X(51)   VALUE
002390         "ROWS VERIFIED PER CYCLE CHECKED AND SIGNED OFF BY ".
002400     05  FILLER                  PIC X(81)   VALUE
002410         "____________________   DATE __________".
002420 01  TOTAL-LINE-1.
002430     05  FILLER                  PIC X(18)   VALUE
002440         "ARCHIVE ROWS READ ".
002450     05  TOT-ARCH-READ           PIC ZZZZZZ9.
002460     05  FILLER                  PIC X(107)  VALUE SPACES.
002470 01  TOTAL-LINE-2.
002480     05  FILLER                  PIC X(18)   VALUE
002490         "LIVE ROWS READ    ".
002500     05  TOT-LIVE-READ           PIC ZZZZZZ9.
002510     05  FILLER                  PIC X(107)  VALUE SPACES.
002520 01  TOTAL-LINE-3.
002530     05  FILLER                  PIC X(18)   VALUE
002540         "ROWS VERIFIED     ".
002550     05  TOT-VERIFIED            PIC ZZZZZZ9.
002560     05  FILLER                  PIC X(107)  VALUE SPACES.
002570 01  TOTAL-LINE-4.
002580     05  FILLER                  PIC X(18)   VALUE
002590         "TAKEN ON TRUST    ".
002600     05  TOT-TRUSTED             PIC ZZZZZZ9.
002610     05  FILLER                  PIC X(107)  VALUE SPACES.
002620 01  TOTAL-LINE-5.
002630     05  FILLER                  PIC X(18)   VALUE
002640         "NOT YET CHAINED   ".
002650     05  TOT-UNCHAINED           PIC ZZZZZZ9.
002660     05  FILLER                  PIC X(107)  VALUE SPACES.
002670 01  TOTAL-LINE-6.
002680     05  FILLER                  PIC X(18)   VALUE
002690         "BROKEN LINKS      ".
002700     05  TOT-BROKEN              PIC ZZZZZZ9.
002710     05  FILLER                  PIC X(107)  VALUE SPACES.
002720 01  RESULT-INTACT-LINE          PIC X(132)  VALUE
002730     "RESULT - AUDIT CHAIN INTACT".
002740 01  RESULT-BROKEN-LINE          PIC X(132)  VALUE
002750     "RESULT - AUDIT CHAIN BROKEN - SEE FIRST BROKEN LINK ABOVE".
002760 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
002770 PROCEDURE DIVISION.
002780*================================================================
002790* 0000-MAINLINE.
002800*================================================================
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002830     PERFORM 2000-VERIFY-ARCHIVE   THRU 2000-EXIT.
002840     PERFORM 3000-VERIFY-LIVE      THRU 3000-EXIT.
002850     PERFORM 4000-CHECK-ANCHOR     THRU 4000-EXIT.
002860     PERFORM 6000-PRINT-CYCLES     THRU 6000-EXIT.
002870     PERFORM 7000-PRINT-TOTALS     THRU 7000-EXIT.
002880     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002890     IF WS-BREAK-COUNT > ZERO
002900         MOVE 8 TO RETURN-CODE
002910     END-IF.
002920     STOP RUN.
002930*================================================================
002940* 1000-INITIALIZE - PICK UP THE CARRIED-IN CHAIN VALUE, IF ANY,
002950*                   AND WRITE THE REPORT HEADINGS. A VALUE THAT
002960*                   IS NOT NUMERIC IS TREATED AS NOT GIVEN.
002970*================================================================
002980 1000-INITIALIZE.
002990     MOVE SPACES                 TO HDG-2-CARRIED.
003000     OPEN INPUT VERIFY-PARM-FILE.
003010     IF WS-AUDVPARM-STATUS = "00"
003020         READ VERIFY-PARM-FILE
003030             AT END
003040                 MOVE SPACES TO AUDIT-VERIFY-PARM-RECORD
003050         END-READ
003060         IF VP-CARRIED-CHAIN NUMERIC
003070             MOVE VP-CARRIED-CHAIN TO WS-START-CHAIN
003080                                      HDG-2-CARRIED
003090             MOVE "Y"            TO WS-CARRIED-SWITCH
003100         END-IF
003110         CLOSE VERIFY-PARM-FILE
003120     END-IF.
003130     IF NOT WS-CARRIED-GIVEN
003140         MOVE "NONE"             TO HDG-2-CARRIED
003150     END-IF.
003160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003170     OPEN OUTPUT VERIFY-RPT-FILE.
003180     MOVE WS-RUN-DATE            TO HDG-2-DATE.
003190     WRITE VERIFY-RPT-RECORD     FROM HDG-LINE-1.
003200     WRITE VERIFY-RPT-RECORD     FROM HDG-LINE-2.
003210     WRITE VERIFY-RPT-RECORD     FROM BLANK-LINE.
003220 1000-EXIT.
003230     EXIT.
003240*================================================================
003250* 2000-VERIFY-ARCHIVE - CHECK EVERY ROW ON THE ARCHIVE
003260*                       GENERATIONS. NO ARCHIVE ON CATALOG
003270*                       (STATUS 35) MEANS LOG-PURGE HAS NOT
003280*                       ARCHIVED ANYTHING YET.
003290*================================================================
003300 2000-VERIFY-ARCHIVE.
003310     MOVE "N"                    TO WS-EOF-SWITCH.
003320     MOVE "ARCHIVE"              TO WS-ROW-SOURCE.
003330     MOVE ZERO                   TO WS-ROW-NUMBER.
003340     OPEN INPUT AUDIT-ARCH-FILE.
003350     IF WS-AUDARCHV-STATUS = "35"
003360         GO TO 2000-EXIT
003370     END-IF.
003380     IF WS-AUDARCHV-STATUS NOT = "00"
003390         GO TO 9810-ABEND-ARCH-OPEN
003400     END-IF.
003410     PERFORM 2100-READ-ARCH-REC  THRU 2100-EXIT
003420         UNTIL WS-EOF-YES.
003430     CLOSE AUDIT-ARCH-FILE.
003440 2000-EXIT.
003450     EXIT.
003460*================================================================
003470* 2100-READ-ARCH-REC - ONE ARCHIVE ROW. A ROW ARCHIVED BEFORE
003480*                      THE RECORD WAS WIDENED COMES IN SHORT
003490*                      AND PADDED, SO IT READS AS NOT CHAINED.
003500*================================================================
003510 2100-READ-ARCH-REC.
003520     READ AUDIT-ARCH-FILE INTO WS-ROW
003530         AT END
003540             MOVE "Y" TO WS-EOF-SWITCH
003550             GO TO 2100-EXIT
003560     END-READ.
003570     ADD 1                       TO WS-ARCH-READ-COUNT
003580                                    WS-ROW-NUMBER.
003590     PERFORM 5000-CHECK-ROW      THRU 5000-EXIT.
003600 2100-EXIT.
003610     EXIT.
003620*================================================================
003630* 3000-VERIFY-LIVE - CHECK EVERY ROW ON THE LIVE AUDIT-LOG, IN
003640*                    KEY ORDER, CARRYING ON FROM THE LAST
003650*                    ARCHIVE ROW. A LIVE FILE NOT DEFINED YET
003660*                    (STATUS 35) HAS NO ROWS.
003670*================================================================
003680 3000-VERIFY-LIVE.
003690     MOVE "N"                    TO WS-EOF-SWITCH.
003700     MOVE "LIVE"                 TO WS-ROW-SOURCE.
003710     MOVE ZERO                   TO WS-ROW-NUMBER.
003720     OPEN INPUT AUDIT-LOG-FILE.
003730     IF WS-AUDITLOG-STATUS = "35"
003740         GO TO 3000-EXIT
003750     END-IF.
003760     IF WS-AUDITLOG-STATUS NOT = "00"
003770         GO TO 9820-ABEND-AUDIT-OPEN
003780     END-IF.
003790     PERFORM 3100-READ-LIVE-REC  THRU 3100-EXIT
003800         UNTIL WS-EOF-YES.
003810     CLOSE AUDIT-LOG-FILE.
003820 3000-EXIT.
003830     EXIT.
003840*================================================================
003850* 3100-READ-LIVE-REC - ONE LIVE AUDIT ROW.
003860*================================================================
003870 3100-READ-LIVE-REC.
003880     READ AUDIT-LOG-FILE INTO WS-ROW
003890         AT END
003900             MOVE "Y" TO WS-EOF-SWITCH
003910             GO TO 3100-EXIT
003920     END-READ.
003930     ADD 1                       TO WS-LIVE-READ-COUNT
003940                                    WS-ROW-NUMBER.
003950     PERFORM 5000-CHECK-ROW      THRU 5000-EXIT.
003960 3100-EXIT.
003970     EXIT.
003980*================================================================
003990* 4000-CHECK-ANCHOR - THE LAST CHAINED ROW FOUND MUST BE THE
004000*                     LAST ROW BANNER-RTN WROTE, AS NAMED ON
004010*                     THE CHAIN ANCHOR, OR ROWS HAVE BEEN CUT
004020*                     OFF (OR ADDED TO) THE END. WHEN THE
004030*                     CHAIN WAS FOLLOWED FROM ITS VERY START
004040*                     THE ROW COUNT MUST AGREE AS WELL.
004050*================================================================
004060 4000-CHECK-ANCHOR.
004070     MOVE "ANCHOR"               TO WS-ROW-SOURCE.
004080     MOVE ZERO                   TO WS-ROW-NUMBER
004090                                    WS-CYC-SUB.
004100     MOVE SPACES                 TO WS-ROW.
004110     OPEN INPUT AUDIT-CHAIN-FILE.
004120     IF WS-AUDCHAIN-STATUS = "35"
004130         GO TO 4000-NO-ANCHOR
004140     END-IF.
004150     IF WS-AUDCHAIN-STATUS NOT = "00"
004160         GO TO 9830-ABEND-ANCHOR-OPEN
004170     END-IF.
004180     READ AUDIT-CHAIN-FILE
004190         AT END
004200             CLOSE AUDIT-CHAIN-FILE
004210             GO TO 4000-NO-ANCHOR
004220     END-READ.
004230     CLOSE AUDIT-CHAIN-FILE.
004240     MOVE AC-LAST-KEY            TO WS-ROW-KEY.
004250     MOVE AC-LAST-CYCLE-NUMBER   TO WS-ROW-CYCLE-NUMBER.
004260     MOVE AC-LAST-CHAIN          TO WS-BREAK-EXPECTED.
004270     IF NOT WS-CHAIN-STARTED
004280         MOVE SPACES             TO WS-BREAK-FOUND
004290         MOVE "ANCHOR NAMES A CHAINED ROW BUT NONE WERE FOUND"
004300                                 TO WS-BREAK-REASON
004310         PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
004320         GO TO 4000-EXIT
004330     END-IF.
004340     IF AC-LAST-KEY NOT = WS-LAST-CHAINED-KEY
004350        OR AC-LAST-CHAIN NOT = WS-PREV-CHAIN
004360         MOVE WS-PREV-CHAIN      TO WS-BREAK-FOUND
004370         MOVE "LAST ROW FOUND IS NOT THE LAST ROW WRITTEN"
004380                                 TO WS-BREAK-REASON
004390         PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
004400         GO TO 4000-EXIT
004410     END-IF.
004420     IF WS-CHAIN-FROM-ZERO
004430        AND AC-ROW-COUNT NOT = WS-CHAINED-ROW-COUNT
004440         MOVE AC-ROW-COUNT       TO WS-BREAK-EXPECTED
004450         MOVE WS-CHAINED-ROW-COUNT TO WS-BREAK-FOUND
004460         MOVE "CHAINED ROW COUNT DOES NOT AGREE WITH THE ANCHOR"
004470                                 TO WS-BREAK-REASON
004480         PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
004490     END-IF.
004500     GO TO 4000-EXIT.
004510 4000-NO-ANCHOR.
004520     IF WS-CHAIN-STARTED
004530         MOVE SPACES             TO WS-BREAK-EXPECTED
004540         MOVE WS-PREV-CHAIN      TO WS-BREAK-FOUND
004550         MOVE "CHAINED ROWS FOUND BUT NO CHAIN ANCHOR ON FILE"
004560                                 TO WS-BREAK-REASON
004570         PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
004580     END-IF.
004590 4000-EXIT.
004600     EXIT.
004610*================================================================
004620* 5000-CHECK-ROW - CHECK ONE ROW, ARCHIVE OR LIVE, AGAINST THE
004630*                  ROW BEFORE IT. ROWS WITH NO CHAIN VALUE AHEAD
004640*                  OF THE FIRST CHAINED ROW WERE WRITTEN BEFORE
004650*                  CHAINING BEGAN AND ARE ONLY COUNTED; ONE
004660*                  AFTER IT IS A BREAK. AFTER A BAD LINK THE
004670*                  CHECK CARRIES ON FROM THE ROW'S OWN VALUE,
004680*                  SO ONE ALTERED ROW IS NOT REPORTED FOREVER.
004690*================================================================
004700 5000-CHECK-ROW.
004710     PERFORM 5100-FIND-CYCLE     THRU 5100-EXIT.
004720     MOVE WS-ROW-CHAIN-VALUE     TO WS-BREAK-FOUND.
004730     IF WS-PREV-KEY NOT = LOW-VALUES
004740        AND WS-ROW-KEY NOT > WS-PREV-KEY
004750         MOVE SPACES             TO WS-BREAK-EXPECTED
004760         MOVE "KEY OUT OF SEQUENCE - ROW DUPLICATED OR MISPLACED"
004770                                 TO WS-BREAK-REASON
004780         PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
004790         IF WS-ROW-CHAIN-VALUE NUMERIC
004800            AND WS-CHAIN-STARTED
004810             MOVE WS-ROW-CHAIN-VALUE TO WS-PREV-CHAIN
004820         END-IF
004830         GO TO 5000-EXIT
004840     END-IF.
004850     MOVE WS-ROW-KEY             TO WS-PREV-KEY.
004860     IF WS-ROW-CHAIN-VALUE NOT NUMERIC
004870         IF NOT WS-CHAIN-STARTED
004880             ADD 1               TO WS-UNCHAINED-COUNT
004890             IF WS-CYC-SUB > ZERO
004900                 ADD 1           TO WS-CYC-UNCHAINED(WS-CYC-SUB)
004910             END-IF
004920         ELSE
004930             MOVE SPACES         TO WS-BREAK-EXPECTED
004940             MOVE "ROW CARRIES NO CHAIN VALUE"
004950                                 TO WS-BREAK-REASON
004960             PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
004970         END-IF
004980         GO TO 5000-EXIT
004990     END-IF.
005000     MOVE WS-ROW-CHAIN-VALUE     TO WS-ROW-CHAIN-NUM.
005010     IF NOT WS-CHAIN-STARTED
005020         PERFORM 5200-START-CHAIN THRU 5200-EXIT
005030     ELSE
005040         MOVE WS-PREV-CHAIN      TO CH-PREV-CHAIN
005050         PERFORM 5300-CALC-ROW-CHAIN THRU 5300-EXIT
005060         IF CH-NEW-CHAIN = WS-ROW-CHAIN-NUM
005070             PERFORM 5400-COUNT-VERIFIED THRU 5400-EXIT
005080         ELSE
005090             MOVE CH-NEW-CHAIN   TO WS-BREAK-EXPECTED
005100             MOVE "CHAIN VALUE DOES NOT FOLLOW FROM ROW BEFORE"
005110                                 TO WS-BREAK-REASON
005120             PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
005130         END-IF
005140     END-IF.
005150     MOVE WS-ROW-CHAIN-NUM       TO WS-PREV-CHAIN.
005160     MOVE WS-ROW-KEY             TO WS-LAST-CHAINED-KEY.
005170     ADD 1                       TO WS-CHAINED-ROW-COUNT.
005180 5000-EXIT.
005190     EXIT.
005200*================================================================
005210* 5100-FIND-CYCLE - POINT WS-CYC-SUB AT THE ROW'S CYCLE ENTRY,
005220*                   ADDING ONE IF THIS IS ITS FIRST ROW. A ROW
005230*                   WITH NO READABLE CYCLE GOES UNDER CYCLE 0.
005240*                   A FULL TABLE LEAVES WS-CYC-SUB AT ZERO -
005250*                   THE ROW STILL COUNTS IN THE TOTALS.
005260*================================================================
005270 5100-FIND-CYCLE.
005280     MOVE ZERO                   TO WS-ROW-CYCLE.
005290     IF WS-ROW-CYCLE-NUMBER NUMERIC
005300         MOVE WS-ROW-CYCLE-NUMBER TO WS-ROW-CYCLE
005310     END-IF.
005320     IF WS-CYC-USED > ZERO
005330        AND WS-CYC-NUMBER(WS-CYC-USED) = WS-ROW-CYCLE
005340         MOVE WS-CYC-USED        TO WS-CYC-SUB
005350         GO TO 5100-SET-TS
005360     END-IF.
005370     MOVE "N"                    TO WS-CYCLE-FOUND-SWITCH.
005380     PERFORM 5110-SEARCH-CYCLE   THRU 5110-EXIT
005390         VARYING WS-CYC-SUB FROM 1 BY 1
005400         UNTIL WS-CYC-SUB > WS-CYC-USED
005410            OR WS-CYCLE-FOUND.
005420     IF WS-CYCLE-FOUND
005430         SUBTRACT 1              FROM WS-CYC-SUB
005440         GO TO 5100-SET-TS
005450     END-IF.
005460     IF WS-CYC-USED NOT < WS-CYC-MAX
005470         MOVE ZERO               TO WS-CYC-SUB
005480         IF NOT WS-CYCLE-TABLE-FULL
005490             MOVE "Y"            TO WS-CYCLE-FULL-SWITCH
005500             DISPLAY "AUDVRFY0004W CYCLE TABLE FULL AT "
005510                 WS-CYC-MAX " CYCLES - LATER CYCLES COUNTED "
005520                 "IN THE TOTALS ONLY"
005530         END-IF
005540         GO TO 5100-EXIT
005550     END-IF.
005560     ADD 1                       TO WS-CYC-USED.
005570     MOVE WS-CYC-USED            TO WS-CYC-SUB.
005580     MOVE WS-ROW-CYCLE           TO WS-CYC-NUMBER(WS-CYC-SUB).
005590     MOVE WS-ROW-TIMESTAMP       TO WS-CYC-FIRST-TS(WS-CYC-SUB).
005600     MOVE ZERO                   TO WS-CYC-VERIFIED(WS-CYC-SUB)
005610                                    WS-CYC-UNCHAINED(WS-CYC-SUB)
005620                                    WS-CYC-BROKEN(WS-CYC-SUB)
005630                                    WS-CYC-TRUSTED(WS-CYC-SUB).
005640 5100-SET-TS.
005650     MOVE WS-ROW-TIMESTAMP       TO WS-CYC-LAST-TS(WS-CYC-SUB).
005660 5100-EXIT.
005670     EXIT.
005680*================================================================
005690* 5110-SEARCH-CYCLE - COMPARE ONE TABLE ENTRY.
005700*================================================================
005710 5110-SEARCH-CYCLE.
005720     IF WS-CYC-NUMBER(WS-CYC-SUB) = WS-ROW-CYCLE
005730         MOVE "Y"                TO WS-CYCLE-FOUND-SWITCH
005740     END-IF.
005750 5110-EXIT.
005760     EXIT.
005770*================================================================
005780* 5200-START-CHAIN - THE FIRST CHAINED ROW. IT MUST LINK TO THE
005790*                    CARRIED-IN VALUE WHEN ONE WAS GIVEN. WITH
005800*                    NONE GIVEN, A ROW THAT LINKS TO ZERO IS THE
005810*                    START OF THE CHAIN; ONE THAT DOES NOT MEANS
005820*                    THE EARLIER GENERATIONS WERE NOT SUPPLIED,
005830*                    AND THE CHECK TAKES THE CHAIN UP FROM THAT
005840*                    ROW ON TRUST - SAID SO ON THE REPORT.
005850*================================================================
005860 5200-START-CHAIN.
005870     MOVE "Y"                    TO WS-CHAIN-STARTED-SWITCH.
005880     MOVE WS-START-CHAIN         TO CH-PREV-CHAIN.
005890     PERFORM 5300-CALC-ROW-CHAIN THRU 5300-EXIT.
005900     MOVE SPACES                 TO NOTE-LINE.
005910     MOVE WS-ROW-SOURCE          TO NTE-SOURCE.
005920     MOVE WS-ROW-TIMESTAMP       TO NTE-TIMESTAMP.
005930     MOVE WS-ROW-JOB-NAME        TO NTE-JOB-NAME.
005940     MOVE WS-ROW-ENTRY-TYPE      TO NTE-ENTRY-TYPE.
005950     IF CH-NEW-CHAIN = WS-ROW-CHAIN-NUM
005960         PERFORM 5400-COUNT-VERIFIED THRU 5400-EXIT
005970         IF WS-CARRIED-GIVEN
005980             MOVE "CHAIN LINKS TO THE CARRIED-IN VALUE AT"
005990                                 TO NTE-TEXT
006000         ELSE
006010             MOVE "Y"            TO WS-CHAIN-FROM-ZERO-SWITCH
006020             MOVE "CHAIN STARTS FROM ZERO AT" TO NTE-TEXT
006030         END-IF
006040         WRITE VERIFY-RPT-RECORD FROM NOTE-LINE
006050         GO TO 5200-EXIT
006060     END-IF.
006070     IF WS-CARRIED-GIVEN
006080         MOVE CH-NEW-CHAIN       TO WS-BREAK-EXPECTED
006090         MOVE "FIRST ROW DOES NOT LINK TO THE CARRIED-IN VALUE"
006100                                 TO WS-BREAK-REASON
006110         PERFORM 5800-RECORD-BREAK THRU 5800-EXIT
006120         GO TO 5200-EXIT
006130     END-IF.
006140     ADD 1                       TO WS-TRUSTED-COUNT.
006150     IF WS-CYC-SUB > ZERO
006160         ADD 1                   TO WS-CYC-TRUSTED(WS-CYC-SUB)
006170     END-IF.
006180     MOVE "EARLIER ROWS NOT SUPPLIED - CHAIN TAKEN UP ON TRUST AT"
006190                                 TO NTE-TEXT.
006200     WRITE VERIFY-RPT-RECORD     FROM NOTE-LINE.
006210 5200-EXIT.
006220     EXIT.
006230*================================================================
006240* 5300-CALC-ROW-CHAIN - RECOMPUTE THE ROW'S CHAIN VALUE FROM THE
006250*                       ROW (EVERYTHING AHEAD OF THE CHAIN
006260*                       FIELD) AND CH-PREV-CHAIN, WHICH THE
006270*                       CALLER HAS SET.
006271*                       A ROW WITH NO OWNING SITE WAS CHAINED
006272*                       OVER THE BYTES AHEAD OF THAT FIELD ONLY.
006280*================================================================
006290 5300-CALC-ROW-CHAIN.
006300     MOVE SPACES                 TO CH-ROW-IMAGE.
006301     IF WS-ROW-OWNER-SITE = SPACES
006302         COMPUTE CH-ROW-LENGTH = LENGTH OF WS-ROW
006303                               - LENGTH OF WS-ROW-OWNER-SITE
006304                               - LENGTH OF WS-ROW-CHAIN-VALUE
006305     ELSE
006306         COMPUTE CH-ROW-LENGTH = LENGTH OF WS-ROW
006307                               - LENGTH OF WS-ROW-CHAIN-VALUE
006308     END-IF.
006330     MOVE WS-ROW                 TO CH-ROW-IMAGE.
006340     CALL "AUDIT-CHAIN-RTN"      USING CHAIN-PARM-AREA.
006350 5300-EXIT.
006360     EXIT.
006370*================================================================
006380* 5400-COUNT-VERIFIED - ONE MORE ROW PROVEN, IN THE TOTALS AND
006390*                       AGAINST ITS CYCLE.
006400*================================================================
006410 5400-COUNT-VERIFIED.
006420     ADD 1                       TO WS-VERIFIED-COUNT.
006430     IF WS-CYC-SUB > ZERO
006440         ADD 1                   TO WS-CYC-VERIFIED(WS-CYC-SUB)
006450     END-IF.
006460 5400-EXIT.
006470     EXIT.
006480*================================================================
006490* 5800-RECORD-BREAK - COUNT A BROKEN LINK AGAINST THE TOTALS AND
006500*                     ITS CYCLE, AND PRINT THE FIRST ONE IN FULL:
006510*                     WHERE IT IS, WHICH ROW, WHY, AND THE
006520*                     CHAIN VALUE EXPECTED AGAINST THE ONE FOUND.
006530*================================================================
006540 5800-RECORD-BREAK.
006550     ADD 1                       TO WS-BREAK-COUNT.
006560     IF WS-CYC-SUB > ZERO
006570         ADD 1                   TO WS-CYC-BROKEN(WS-CYC-SUB)
006580     END-IF.
006590     IF WS-BREAK-COUNT > 1
006600         GO TO 5800-EXIT
006610     END-IF.
006620     MOVE WS-ROW-SOURCE          TO BRK-SOURCE.
006630     MOVE WS-ROW-NUMBER          TO BRK-ROW-NUMBER.
006640     MOVE WS-ROW-TIMESTAMP       TO BRK-TIMESTAMP.
006650     MOVE WS-ROW-JOB-NAME        TO BRK-JOB-NAME.
006660     MOVE WS-ROW-ENTRY-TYPE      TO BRK-ENTRY-TYPE.
006670     MOVE WS-ROW-CYCLE-NUMBER    TO BRK-CYCLE-NUMBER.
006680     MOVE WS-BREAK-REASON        TO BRK-REASON.
006690     MOVE WS-BREAK-EXPECTED      TO BRK-EXPECTED.
006700     MOVE WS-BREAK-FOUND         TO BRK-FOUND.
006710     WRITE VERIFY-RPT-RECORD     FROM BREAK-LINE-1.
006720     WRITE VERIFY-RPT-RECORD     FROM BREAK-LINE-2.
006730 5800-EXIT.
006740     EXIT.
006750*================================================================
006760* 6000-PRINT-CYCLES - ONE LINE PER BATCH CYCLE: THE ROWS
006770*                     VERIFIED, NOT YET CHAINED, BROKEN AND
006780*                     TAKEN ON TRUST, FOR SIGN-OFF.
006790*================================================================
006800 6000-PRINT-CYCLES.
006810     IF WS-BREAK-COUNT = ZERO
006820         WRITE VERIFY-RPT-RECORD FROM NO-BREAK-LINE
006830     END-IF.
006840     WRITE VERIFY-RPT-RECORD     FROM BLANK-LINE.
006850     WRITE VERIFY-RPT-RECORD     FROM CYC-HDG-LINE.
006860     PERFORM 6100-PRINT-ONE-CYCLE THRU 6100-EXIT
006870         VARYING WS-CYC-SUB FROM 1 BY 1
006880         UNTIL WS-CYC-SUB > WS-CYC-USED.
006890     WRITE VERIFY-RPT-RECORD     FROM BLANK-LINE.
006900     WRITE VERIFY-RPT-RECORD     FROM SIGN-OFF-LINE.
006910 6000-EXIT.
006920     EXIT.
006930*================================================================
006940* 6100-PRINT-ONE-CYCLE - A CYCLE IS VERIFIED ONLY WHEN IT HAS
006950*                        NO BREAKS AND NOTHING TAKEN ON TRUST.
006960*================================================================
006970 6100-PRINT-ONE-CYCLE.
006980     MOVE WS-CYC-NUMBER(WS-CYC-SUB)    TO CYC-NUMBER.
006990     MOVE WS-CYC-FIRST-TS(WS-CYC-SUB)  TO CYC-FIRST-TS.
007000     MOVE WS-CYC-LAST-TS(WS-CYC-SUB)   TO CYC-LAST-TS.
007010     MOVE WS-CYC-VERIFIED(WS-CYC-SUB)  TO CYC-VERIFIED.
007020     MOVE WS-CYC-UNCHAINED(WS-CYC-SUB) TO CYC-UNCHAINED.
007030     MOVE WS-CYC-BROKEN(WS-CYC-SUB)    TO CYC-BROKEN.
007040     MOVE WS-CYC-TRUSTED(WS-CYC-SUB)   TO CYC-TRUSTED.
007050     EVALUATE TRUE
007060         WHEN WS-CYC-BROKEN(WS-CYC-SUB) > ZERO
007070             MOVE "BROKEN"       TO CYC-RESULT
007080         WHEN WS-CYC-TRUSTED(WS-CYC-SUB) > ZERO
007090             MOVE "PARTIAL"      TO CYC-RESULT
007100         WHEN WS-CYC-VERIFIED(WS-CYC-SUB) = ZERO
007110             MOVE "NOT CHAINED"  TO CYC-RESULT
007120         WHEN WS-CYC-UNCHAINED(WS-CYC-SUB) > ZERO
007130             MOVE "PARTIAL"      TO CYC-RESULT
007140         WHEN OTHER
007150             MOVE "VERIFIED"     TO CYC-RESULT
007160     END-EVALUATE.
007170     WRITE VERIFY-RPT-RECORD     FROM CYC-LINE.
007180 6100-EXIT.
007190     EXIT.
007200*================================================================
007210* 7000-PRINT-TOTALS - WRITE THE RECONCILIATION TOTALS AND THE
007220*                     OVERALL RESULT.
007230*================================================================
007240 7000-PRINT-TOTALS.
007250     WRITE VERIFY-RPT-RECORD     FROM BLANK-LINE.
007260     MOVE WS-ARCH-READ-COUNT     TO TOT-ARCH-READ.
007270     WRITE VERIFY-RPT-RECORD     FROM TOTAL-LINE-1.
007280     MOVE WS-LIVE-READ-COUNT     TO TOT-LIVE-READ.
007290     WRITE VERIFY-RPT-RECORD     FROM TOTAL-LINE-2.
007300     MOVE WS-VERIFIED-COUNT      TO TOT-VERIFIED.
007310     WRITE VERIFY-RPT-RECORD     FROM TOTAL-LINE-3.
007320     MOVE WS-TRUSTED-COUNT       TO TOT-TRUSTED.
007330     WRITE VERIFY-RPT-RECORD     FROM TOTAL-LINE-4.
007340     MOVE WS-UNCHAINED-COUNT     TO TOT-UNCHAINED.
007350     WRITE VERIFY-RPT-RECORD     FROM TOTAL-LINE-5.
007360     MOVE WS-BREAK-COUNT         TO TOT-BROKEN.
007370     WRITE VERIFY-RPT-RECORD     FROM TOTAL-LINE-6.
007380     WRITE VERIFY-RPT-RECORD     FROM BLANK-LINE.
007390     IF WS-BREAK-COUNT > ZERO
007400         WRITE VERIFY-RPT-RECORD FROM RESULT-BROKEN-LINE
007410     ELSE
007420         WRITE VERIFY-RPT-RECORD FROM RESULT-INTACT-LINE
007430     END-IF.
007440 7000-EXIT.
007450     EXIT.
007460*================================================================
007470* 9000-TERMINATE - CLOSE DOWN THE FILES BEFORE ENDING THE STEP.
007480*================================================================
007490 9000-TERMINATE.
007500     CLOSE VERIFY-RPT-FILE.
007510 9000-EXIT.
007520     EXIT.
007530*================================================================
007540* 9810-ABEND-ARCH-OPEN - THE ARCHIVE EXISTS BUT WOULD NOT OPEN.
007550*                        A CHECK THAT SKIPPED IT WOULD REPORT
007560*                        THE LIVE ROWS AS TAKEN ON TRUST AND
007570*                        PROVE NOTHING.
007580*================================================================
007590 9810-ABEND-ARCH-OPEN.
007600     DISPLAY "AUDVRFY0001E AUDIT-ARCH-FILE OPEN FAILED, FILE "
007610         "STATUS=" WS-AUDARCHV-STATUS " - RUN TERMINATED".
007620     MOVE 16                     TO RETURN-CODE.
007630     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
007640     STOP RUN.
007650*================================================================
007660* 9820-ABEND-AUDIT-OPEN - THE LIVE AUDIT-LOG CLUSTER EXISTS BUT
007670*                         WOULD NOT OPEN.
007680*================================================================
007690 9820-ABEND-AUDIT-OPEN.
007700     DISPLAY "AUDVRFY0002E AUDIT-LOG-FILE OPEN FAILED, FILE "
007710         "STATUS=" WS-AUDITLOG-STATUS " - RUN TERMINATED".
007720     MOVE 16                     TO RETURN-CODE.
007730     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
007740     STOP RUN.
007750*================================================================
007760* 9830-ABEND-ANCHOR-OPEN - THE CHAIN ANCHOR EXISTS BUT WOULD NOT
007770*                          OPEN, SO THE END OF THE TRAIL CANNOT
007780*                          BE CHECKED.
007790*================================================================
007800 9830-ABEND-ANCHOR-OPEN.
007810     DISPLAY "AUDVRFY0003E AUDIT-CHAIN-FILE OPEN FAILED, FILE "
007820         "STATUS=" WS-AUDCHAIN-STATUS " - RUN TERMINATED".
007830     MOVE 16                     TO RETURN-CODE.
007840     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
007850     STOP RUN.

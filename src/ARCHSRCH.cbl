000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARCH-SEARCH.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. RETRIEVAL OVER THE DATED
000130*                  ARCHIVE GENERATIONS LOG-PURGE WRITES, WHICH
000140*                  AUDINQ AND THE REPORTS NEVER SEE - UNTIL NOW
000150*                  AN AUDIT OR HR REQUEST FOR AN OPERATOR'S
000160*                  HISTORY MEANT HAND-SCANNING TAPES. SELECTION
000170*                  CARDS (SEE ARCHSEL) NAME THE OPERATOR TEXT,
000180*                  JOB, SITE, CYCLE RANGE, DATE RANGE AND ENTRY
000190*                  TYPE WANTED. UP TO FOUR GENERATIONS OF EACH
000200*                  ARCHIVE ARE SEARCHED - THE JCL ALLOCATES THE
000210*                  ONES CHOSEN TO AUDARCH1-4, CKPARCH1-4 AND
000220*                  EXCARCH1-4, AND A SLOT LEFT UNALLOCATED IS
000230*                  REPORTED AS NOT SUPPLIED - ALONG WITH THE
000240*                  LIVE AUDITLOG, RESTCKPT AND EXCPTLOG FILES.
000250*                  MATCHING AUDIT, CHECKPOINT AND EXCEPTION
000260*                  ROWS ARE LISTED MERGED IN TIME ORDER, AND THE
000270*                  ROWS READ AND SELECTED ARE PRINTED FOR EVERY
000280*                  GENERATION SO THE SEARCH CAN BE SHOWN TO BE
000290*                  COMPLETE. AN "L" CARD ALSO LOADS THE HITS
000300*                  INTO A KEYED FILE IN THE AUDITLOG LAYOUT
000310*                  (DD AUDSRCH) FOR AUDINQ TO BROWSE AS FILE
000320*                  "H"; CHECKPOINT AND EXCEPTION ROWS GO IN AS
000330*                  ENTRY TYPES "K" AND "X" WITH THEIR DETAIL IN
000340*                  THE OPERATOR-TEXT FIELD. A REJECTED CARD, A
000350*                  LISTING CUT SHORT OR A HIT THAT COULD NOT BE
000360*                  LOADED ENDS THE STEP WITH RETURN CODE 4; NO
000370*                  USABLE SELECTION CARD AT ALL ENDS IT WITH 16.
000371* 10/15/2026  RH   A SELECTION CARD MAY NOW ASK FOR ENTRY TYPE
000372*                  "H", THE AUDIT ROW HANDOVER-CONFIRM WRITES
000373*                  WHEN AN INCOMING OPERATOR CONFIRMS READING
000374*                  THE END-OF-SHIFT HANDOVER.
000375* 10/15/2026  RH   AUDIT ROWS ARE NOW 79 BYTES AND AUDIT,
000376*                  CHECKPOINT AND EXCEPTION ROWS CARRY AN OWNING
000377*                  SITE AS WELL AS THE RUNNING SITE (SEE
000378*                  AUDITLOG). A SITE KEYED ON A CARD MATCHES
000379*                  EITHER ONE, SO A SEARCH FOR SITE A FINDS THE
000380*                  WORK SITE B RAN FOR IT UNDER A TAKEOVER. ENTRY
000381*                  TYPE "T" (TAKEOVER RUN) MAY NOW BE SELECTED.
000382*================================================================
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARCH-SEL-FILE       ASSIGN TO ARCHSEL
000460                                ORGANIZATION IS LINE SEQUENTIAL
000470                                FILE STATUS IS WS-ARCHSEL-STATUS.
000480     SELECT AUDIT-ARCH-1-FILE   ASSIGN TO AUDARCH1
000490                                ORGANIZATION IS LINE SEQUENTIAL
000500                                FILE STATUS IS WS-GEN-STATUS.
000510     SELECT AUDIT-ARCH-2-FILE   ASSIGN TO AUDARCH2
000520                                ORGANIZATION IS LINE SEQUENTIAL
000530                                FILE STATUS IS WS-GEN-STATUS.
000540     SELECT AUDIT-ARCH-3-FILE   ASSIGN TO AUDARCH3
000550                                ORGANIZATION IS LINE SEQUENTIAL
000560                                FILE STATUS IS WS-GEN-STATUS.
000570     SELECT AUDIT-ARCH-4-FILE   ASSIGN TO AUDARCH4
000580                                ORGANIZATION IS LINE SEQUENTIAL
000590                                FILE STATUS IS WS-GEN-STATUS.
000600     SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
000610                                ORGANIZATION IS INDEXED
000620                                ACCESS MODE IS SEQUENTIAL
000630                                RECORD KEY IS AV-LOG-KEY
000640                                FILE STATUS IS WS-GEN-STATUS.
000650     SELECT CKPT-ARCH-1-FILE    ASSIGN TO CKPARCH1
000660                                ORGANIZATION IS LINE SEQUENTIAL
000670                                FILE STATUS IS WS-GEN-STATUS.
000680     SELECT CKPT-ARCH-2-FILE    ASSIGN TO CKPARCH2
000690                                ORGANIZATION IS LINE SEQUENTIAL
000700                                FILE STATUS IS WS-GEN-STATUS.
000710     SELECT CKPT-ARCH-3-FILE    ASSIGN TO CKPARCH3
000720                                ORGANIZATION IS LINE SEQUENTIAL
000730                                FILE STATUS IS WS-GEN-STATUS.
000740     SELECT CKPT-ARCH-4-FILE    ASSIGN TO CKPARCH4
000750                                ORGANIZATION IS LINE SEQUENTIAL
000760                                FILE STATUS IS WS-GEN-STATUS.
000770     SELECT RESTART-CKPT-FILE   ASSIGN TO RESTCKPT
000780                                ORGANIZATION IS LINE SEQUENTIAL
000790                                FILE STATUS IS WS-GEN-STATUS.
000800     SELECT EXCP-ARCH-1-FILE    ASSIGN TO EXCARCH1
000810                                ORGANIZATION IS LINE SEQUENTIAL
000820                                FILE STATUS IS WS-GEN-STATUS.
000830     SELECT EXCP-ARCH-2-FILE    ASSIGN TO EXCARCH2
000840                                ORGANIZATION IS LINE SEQUENTIAL
000850                                FILE STATUS IS WS-GEN-STATUS.
000860     SELECT EXCP-ARCH-3-FILE    ASSIGN TO EXCARCH3
000870                                ORGANIZATION IS LINE SEQUENTIAL
000880                                FILE STATUS IS WS-GEN-STATUS.
000890     SELECT EXCP-ARCH-4-FILE    ASSIGN TO EXCARCH4
000900                                ORGANIZATION IS LINE SEQUENTIAL
000910                                FILE STATUS IS WS-GEN-STATUS.
000920     SELECT EXCEPTION-FILE      ASSIGN TO EXCPTLOG
000930                                ORGANIZATION IS LINE SEQUENTIAL
000940                                FILE STATUS IS WS-GEN-STATUS.
000950     SELECT SEARCH-HIT-FILE     ASSIGN TO AUDSRCH
000960                                ORGANIZATION IS INDEXED
000970                                ACCESS MODE IS RANDOM
000980                                RECORD KEY IS SH-LOG-KEY
000990                                FILE STATUS IS WS-AUDSRCH-STATUS.
001000     SELECT ARCH-RPT-FILE       ASSIGN TO ARCHRPT
001010                                ORGANIZATION IS LINE SEQUENTIAL.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  ARCH-SEL-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY ARCHSEL.
001070 FD  AUDIT-ARCH-1-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 79 CHARACTERS.
001100 01  AUDIT-ARCH-1-RECORD         PIC X(79).
001110 FD  AUDIT-ARCH-2-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 79 CHARACTERS.
001140 01  AUDIT-ARCH-2-RECORD         PIC X(79).
001150 FD  AUDIT-ARCH-3-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 79 CHARACTERS.
001180 01  AUDIT-ARCH-3-RECORD         PIC X(79).
001190 FD  AUDIT-ARCH-4-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 79 CHARACTERS.
001220 01  AUDIT-ARCH-4-RECORD         PIC X(79).
001230 FD  AUDIT-LOG-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 79 CHARACTERS.
001260 01  AUDIT-LIVE-RECORD.
001270     05  AV-LOG-KEY              PIC X(24).
001280     05  FILLER                  PIC X(55).
001290 FD  CKPT-ARCH-1-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 40 CHARACTERS.
001320 01  CKPT-ARCH-1-RECORD          PIC X(40).
001330 FD  CKPT-ARCH-2-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 40 CHARACTERS.
001360 01  CKPT-ARCH-2-RECORD          PIC X(40).
001370 FD  CKPT-ARCH-3-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 40 CHARACTERS.
001400 01  CKPT-ARCH-3-RECORD          PIC X(40).
001410 FD  CKPT-ARCH-4-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 40 CHARACTERS.
001440 01  CKPT-ARCH-4-RECORD          PIC X(40).
001450 FD  RESTART-CKPT-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 40 CHARACTERS.
001480 01  CKPT-LIVE-RECORD            PIC X(40).
001490 FD  EXCP-ARCH-1-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 60 CHARACTERS.
001520 01  EXCP-ARCH-1-RECORD          PIC X(60).
001530 FD  EXCP-ARCH-2-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 60 CHARACTERS.
001560 01  EXCP-ARCH-2-RECORD          PIC X(60).
001570 FD  EXCP-ARCH-3-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 60 CHARACTERS.
001600 01  EXCP-ARCH-3-RECORD          PIC X(60).
001610 FD  EXCP-ARCH-4-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 60 CHARACTERS.
001640 01  EXCP-ARCH-4-RECORD          PIC X(60).
001650 FD  EXCEPTION-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 60 CHARACTERS.
001680 01  EXCP-LIVE-RECORD            PIC X(60).
001690 FD  SEARCH-HIT-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 79 CHARACTERS.
001720 01  SEARCH-HIT-RECORD.
001730     05  SH-LOG-KEY              PIC X(24).
001740     05  FILLER                  PIC X(55).
001750 FD  ARCH-RPT-FILE
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 132 CHARACTERS.
001780 01  ARCH-RPT-RECORD             PIC X(132).
001790 WORKING-STORAGE SECTION.
001800*----------------------------------------------------------------
001810* ROW WORK AREAS - EVERY GENERATION IS READ INTO THE LAYOUT
001820* FOR ITS KIND OF ROW.
001830*----------------------------------------------------------------
001840     COPY AUDITLOG.
001850     COPY RESTCKPT.
001860     COPY EXCPTLOG.
001870*----------------------------------------------------------------
001880* CONTROL SWITCHES.
001890*----------------------------------------------------------------
001900 01  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
001910     88  WS-EOF-YES                          VALUE "Y".
001920 01  WS-SELECTED-SWITCH          PIC X(01)   VALUE "N".
001930     88  WS-SELECTED                         VALUE "Y".
001940 01  WS-LOAD-SWITCH              PIC X(01)   VALUE "N".
001950     88  WS-LOAD-WANTED                      VALUE "Y".
001960 01  WS-LOAD-OPEN-SWITCH         PIC X(01)   VALUE "N".
001970     88  WS-LOAD-OPEN                        VALUE "Y".
001980 01  WS-LOADED-SWITCH            PIC X(01)   VALUE "N".
001990     88  WS-LOADED                           VALUE "Y".
002000 01  WS-PLACE-SWITCH             PIC X(01)   VALUE "N".
002010     88  WS-PLACE-FOUND                      VALUE "Y".
002020 01  WS-FULL-WARNED-SWITCH       PIC X(01)   VALUE "N".
002030     88  WS-FULL-WARNED                      VALUE "Y".
002040*----------------------------------------------------------------
002050* FILE-STATUS WORK AREAS. ONE GENERATION IS OPEN AT A TIME, SO
002060* THEY ALL SHARE WS-GEN-STATUS.
002070*----------------------------------------------------------------
002080 01  WS-ARCHSEL-STATUS           PIC X(02)   VALUE "00".
002090 01  WS-GEN-STATUS               PIC X(02)   VALUE "00".
002100 01  WS-AUDSRCH-STATUS           PIC X(02)   VALUE "00".
002110*----------------------------------------------------------------
002120* RUN DATE.
002130*----------------------------------------------------------------
002140 01  WS-RUN-DATE                 PIC 9(08).
002150*----------------------------------------------------------------
002160* GENERATION TABLE - THE FIFTEEN FILES SEARCHED, IN THE ORDER
002170* SEARCHED: FOUR AUDIT ARCHIVE SLOTS THEN THE LIVE AUDIT LOG,
002180* THE SAME FOR CHECKPOINTS, THE SAME FOR EXCEPTIONS.
002190*----------------------------------------------------------------
002200 01  WS-GEN-NAMES.
002210     05  FILLER                  PIC X(08)   VALUE "AUDARCH1".
002220     05  FILLER                  PIC X(08)   VALUE "AUDARCH2".
002230     05  FILLER                  PIC X(08)   VALUE "AUDARCH3".
002240     05  FILLER                  PIC X(08)   VALUE "AUDARCH4".
002250     05  FILLER                  PIC X(08)   VALUE "AUDITLOG".
002260     05  FILLER                  PIC X(08)   VALUE "CKPARCH1".
002270     05  FILLER                  PIC X(08)   VALUE "CKPARCH2".
002280     05  FILLER                  PIC X(08)   VALUE "CKPARCH3".
002290     05  FILLER                  PIC X(08)   VALUE "CKPARCH4".
002300     05  FILLER                  PIC X(08)   VALUE "RESTCKPT".
002310     05  FILLER                  PIC X(08)   VALUE "EXCARCH1".
002320     05  FILLER                  PIC X(08)   VALUE "EXCARCH2".
002330     05  FILLER                  PIC X(08)   VALUE "EXCARCH3".
002340     05  FILLER                  PIC X(08)   VALUE "EXCARCH4".
002350     05  FILLER                  PIC X(08)   VALUE "EXCPTLOG".
002360 01  WS-GEN-NAME-TABLE REDEFINES WS-GEN-NAMES.
002370     05  WS-GEN-NAME             OCCURS 15 TIMES
002380                                 PIC X(08).
002390 01  WS-GEN-COUNT-TABLE.
002400     05  WS-GEN-ENTRY            OCCURS 15 TIMES.
002410         10  WS-GEN-STATE        PIC X(01).
002420             88  WS-GEN-SEARCHED             VALUE "S".
002430         10  WS-GEN-READ         PIC 9(07)   COMP.
002440         10  WS-GEN-HITS         PIC 9(07)   COMP.
002450 01  WS-GEN-SUB                  PIC 9(02)   COMP VALUE ZERO.
002460 01  WS-GEN-MAX                  PIC 9(02)   COMP VALUE 15.
002470*----------------------------------------------------------------
002480* THE ROW JUST READ, WHATEVER ITS KIND, REDUCED TO THE FIELDS
002490* THE SELECTION CARDS TEST.
002500*----------------------------------------------------------------
002510 01  WS-ROW-KIND                 PIC X(01)   VALUE SPACE.
002520     88  WS-ROW-AUDIT                        VALUE "A".
002530     88  WS-ROW-CKPT                         VALUE "K".
002540     88  WS-ROW-EXCP                         VALUE "X".
002550 01  WS-ROW-TS                   PIC X(15)   VALUE SPACES.
002560 01  WS-ROW-JOB                  PIC X(08)   VALUE SPACES.
002570 01  WS-ROW-SITE                 PIC X(04)   VALUE SPACES.
002571 01  WS-ROW-OWNER                PIC X(04)   VALUE SPACES.
002580 01  WS-ROW-CYCLE                PIC X(06)   VALUE SPACES.
002590 01  WS-ROW-TYPE                 PIC X(01)   VALUE SPACE.
002600 01  WS-ROW-OPER                 PIC X(30)   VALUE SPACES.
002610 01  WS-ROW-IMAGE                PIC X(79)   VALUE SPACES.
002620*----------------------------------------------------------------
002630* SELECTION-CARD TABLE.
002640*----------------------------------------------------------------
002650 01  WS-CARD-NUMBER              PIC 9(03)   COMP VALUE ZERO.
002660 01  WS-CARD-REJECTS             PIC 9(03)   COMP VALUE ZERO.
002670 01  WS-CARD-RESULT              PIC X(40)   VALUE SPACES.
002680 01  WS-SC-MAX-USED              PIC 9(02)   COMP VALUE ZERO.
002690 01  WS-SC-TABLE-MAX             PIC 9(02)   COMP VALUE 20.
002700 01  WS-SC-TABLE.
002710     05  WS-SC-ENTRY             OCCURS 20 TIMES
002720                                 INDEXED BY SC-IDX.
002730         10  WS-SC-OPER          PIC X(10).
002740         10  WS-SC-OPER-LEN      PIC 9(02).
002750         10  WS-SC-JOB           PIC X(08).
002760         10  WS-SC-SITE          PIC X(04).
002770         10  WS-SC-CYCLE-FROM    PIC X(06).
002780         10  WS-SC-CYCLE-TO      PIC X(06).
002790         10  WS-SC-DATE-FROM     PIC X(08).
002800         10  WS-SC-DATE-TO       PIC X(08).
002810         10  WS-SC-TYPE          PIC X(01).
002820 01  WS-CHECK-DATE.
002830     05  WS-CHECK-YEAR           PIC 9(04).
002840     05  WS-CHECK-MONTH          PIC 9(02).
002850     05  WS-CHECK-DAY            PIC 9(02).
002860*----------------------------------------------------------------
002870* TRAILING-SPACE TRIM WORK AREAS - THE OPERATOR TEXT ON A CARD
002880* MATCHES ON ITS TRIMMED LEADING CHARACTERS, AS AUDINQ'S
002890* OPERATOR FILTER DOES.
002900*----------------------------------------------------------------
002910 01  WS-TRIM-SOURCE              PIC X(10)   VALUE SPACES.
002920 01  WS-TRIM-IDX                 PIC 9(02).
002930 01  WS-TRIM-STOP-SWITCH         PIC X(01)   VALUE "N".
002940     88  WS-TRIM-STOPPED                     VALUE "Y".
002950*----------------------------------------------------------------
002960* HIT TABLE - EVERY SELECTED ROW, KEPT IN TIME ORDER AS IT IS
002970* ADDED. EACH GENERATION IS ALREADY IN TIME ORDER, SO A NEW
002980* HIT USUALLY GOES ON THE END OR CLOSE TO IT.
002990*----------------------------------------------------------------
003000 01  WS-HT-MAX-USED              PIC 9(04)   COMP VALUE ZERO.
003010 01  WS-HT-TABLE-MAX             PIC 9(04)   COMP VALUE 3000.
003020 01  WS-HT-POS                   PIC 9(04)   COMP VALUE ZERO.
003030 01  WS-HT-SUB                   PIC 9(04)   COMP VALUE ZERO.
003040 01  WS-HT-TABLE.
003050     05  WS-HT-ENTRY             OCCURS 3000 TIMES.
003060         10  WS-HT-SORT-TS       PIC X(15).
003070         10  WS-HT-GEN-SUB       PIC 9(02)   COMP.
003080         10  WS-HT-ROW           PIC X(79).
003090*----------------------------------------------------------------
003100* SEARCH-FILE LOAD WORK AREAS.
003110*----------------------------------------------------------------
003120 01  WS-SEQ-DIGIT                PIC 9(01)   VALUE ZERO.
003130 01  WS-SEQ-TRIES                PIC 9(02)   COMP VALUE ZERO.
003140*----------------------------------------------------------------
003150* RUN TOTALS.
003160*----------------------------------------------------------------
003170 01  WS-READ-TOTAL               PIC 9(07)   COMP VALUE ZERO.
003180 01  WS-HIT-TOTAL                PIC 9(07)   COMP VALUE ZERO.
003190 01  WS-NOT-LISTED               PIC 9(07)   COMP VALUE ZERO.
003200 01  WS-LOADED-COUNT             PIC 9(07)   COMP VALUE ZERO.
003210 01  WS-NOT-LOADED               PIC 9(07)   COMP VALUE ZERO.
003220*----------------------------------------------------------------
003230* REPORT LINE LAYOUTS.
003240*----------------------------------------------------------------
003250 01  HDG-LINE-1                  PIC X(132)  VALUE
003260     "ARCHIVE AND LIVE LOG SEARCH".
003270 01  HDG-LINE-2.
003280     05  FILLER                  PIC X(11)   VALUE
003290         "REPORT DATE".
003300     05  HDG-2-DATE              PIC 9(08).
003310     05  FILLER                  PIC X(113)  VALUE SPACES.
003320 01  CARD-HDG-LINE               PIC X(132)  VALUE
003330     "SELECTION CARDS".
003340 01  CARD-LINE.
003350     05  CRD-NUMBER              PIC ZZ9.
003360     05  FILLER                  PIC X(02)   VALUE SPACES.
003370     05  CRD-IMAGE               PIC X(80).
003380     05  FILLER                  PIC X(02)   VALUE SPACES.
003390     05  CRD-RESULT              PIC X(40).
003400     05  FILLER                  PIC X(05)   VALUE SPACES.
003410 01  HIT-HDG-LINE-1              PIC X(132)  VALUE
003420     "MATCHING ROWS IN TIME ORDER".
003430 01  HIT-HDG-LINE-2.
003440     05  FILLER                  PIC X(40)   VALUE
003450         "DATE     TIME    FILE   GENERATION  SITE".
003460     05  FILLER                  PIC X(40)   VALUE
003470         "  JOB       TY  CYCLE   RC  DETAIL".
003480     05  FILLER                  PIC X(52)   VALUE SPACES.
003490 01  HIT-LINE.
003500     05  HIT-DATE                PIC X(08).
003510     05  FILLER                  PIC X(01)   VALUE SPACES.
003520     05  HIT-TIME                PIC X(06).
003530     05  FILLER                  PIC X(02)   VALUE SPACES.
003540     05  HIT-FILE                PIC X(05).
003550     05  FILLER                  PIC X(02)   VALUE SPACES.
003560     05  HIT-GEN                 PIC X(08).
003570     05  FILLER                  PIC X(04)   VALUE SPACES.
003580     05  HIT-SITE                PIC X(04).
003590     05  FILLER                  PIC X(02)   VALUE SPACES.
003600     05  HIT-JOB                 PIC X(08).
003610     05  FILLER                  PIC X(02)   VALUE SPACES.
003620     05  HIT-TYPE                PIC X(01).
003630     05  FILLER                  PIC X(03)   VALUE SPACES.
003640     05  HIT-CYCLE               PIC X(06).
003650     05  FILLER                  PIC X(02)   VALUE SPACES.
003660     05  HIT-RC                  PIC X(02).
003670     05  FILLER                  PIC X(02)   VALUE SPACES.
003680     05  HIT-DETAIL              PIC X(50).
003690     05  FILLER                  PIC X(14)   VALUE SPACES.
003700 01  HIT-CKPT-DETAIL.
003710     05  FILLER                  PIC X(18)   VALUE
003720         "CHECKPOINT STATUS ".
003730     05  HCK-STATUS              PIC X(01).
003740     05  FILLER                  PIC X(31)   VALUE SPACES.
003750 01  HIT-EXCP-DETAIL.
003760     05  FILLER                  PIC X(06)   VALUE "FIELD ".
003770     05  HEX-FIELD-NAME          PIC X(15).
003780     05  FILLER                  PIC X(10)   VALUE
003790         " EXPECTED ".
003800     05  HEX-EXPECTED-LEN        PIC X(04).
003810     05  FILLER                  PIC X(08)   VALUE
003820         " ACTUAL ".
003830     05  HEX-ACTUAL-LEN          PIC X(04).
003840     05  FILLER                  PIC X(03)   VALUE SPACES.
003850 01  NO-HITS-LINE                PIC X(132)  VALUE
003860     "NO ROWS MATCHED THE SELECTION CARDS".
003870 01  CUT-SHORT-LINE.
003880     05  FILLER                  PIC X(25)   VALUE
003890         "** LISTING STOPPED AFTER ".
003900     05  CUT-LISTED              PIC ZZZZ9.
003910     05  FILLER                  PIC X(07)   VALUE
003920         " ROWS, ".
003930     05  CUT-NOT-LISTED          PIC ZZZZZZ9.
003940     05  FILLER                  PIC X(31)   VALUE
003950         " FURTHER MATCHES NOT LISTED **".
003960     05  FILLER                  PIC X(57)   VALUE SPACES.
003970 01  GEN-HDG-LINE-1              PIC X(132)  VALUE
003980     "GENERATIONS SEARCHED".
003990 01  GEN-HDG-LINE-2              PIC X(132)  VALUE
004000     "DD NAME   FILE   STATUS          ROWS READ   SELECTED".
004010 01  GEN-LINE.
004020     05  GEN-DDNAME              PIC X(08).
004030     05  FILLER                  PIC X(02)   VALUE SPACES.
004040     05  GEN-FILE                PIC X(05).
004050     05  FILLER                  PIC X(02)   VALUE SPACES.
004060     05  GEN-STATUS              PIC X(12).
004070     05  FILLER                  PIC X(04)   VALUE SPACES.
004080     05  GEN-READ                PIC ZZZZZZ9.
004090     05  FILLER                  PIC X(04)   VALUE SPACES.
004100     05  GEN-HITS                PIC ZZZZZZ9.
004110     05  FILLER                  PIC X(81)   VALUE SPACES.
004120 01  TOTAL-LINE-1.
004130     05  FILLER                  PIC X(18)   VALUE
004140         "CARDS READ        ".
004150     05  TOT-CARD-COUNT          PIC ZZZZZZ9.
004160     05  FILLER                  PIC X(107)  VALUE SPACES.
004170 01  TOTAL-LINE-2.
004180     05  FILLER                  PIC X(18)   VALUE
004190         "CARDS REJECTED    ".
004200     05  TOT-REJECT-COUNT        PIC ZZZZZZ9.
004210     05  FILLER                  PIC X(107)  VALUE SPACES.
004220 01  TOTAL-LINE-3.
004230     05  FILLER                  PIC X(18)   VALUE
004240         "ROWS READ         ".
004250     05  TOT-READ-COUNT          PIC ZZZZZZ9.
004260     05  FILLER                  PIC X(107)  VALUE SPACES.
004270 01  TOTAL-LINE-4.
004280     05  FILLER                  PIC X(18)   VALUE
004290         "ROWS SELECTED     ".
004300     05  TOT-HIT-COUNT           PIC ZZZZZZ9.
004310     05  FILLER                  PIC X(107)  VALUE SPACES.
004320 01  TOTAL-LINE-5.
004330     05  FILLER                  PIC X(18)   VALUE
004340         "ROWS NOT LISTED   ".
004350     05  TOT-NOT-LISTED          PIC ZZZZZZ9.
004360     05  FILLER                  PIC X(107)  VALUE SPACES.
004370 01  TOTAL-LINE-6.
004380     05  FILLER                  PIC X(18)   VALUE
004390         "ROWS LOADED       ".
004400     05  TOT-LOADED-COUNT        PIC ZZZZZZ9.
004410     05  FILLER                  PIC X(107)  VALUE SPACES.
004420 01  TOTAL-LINE-7.
004430     05  FILLER                  PIC X(18)   VALUE
004440         "ROWS NOT LOADED   ".
004450     05  TOT-NOT-LOADED          PIC ZZZZZZ9.
004460     05  FILLER                  PIC X(107)  VALUE SPACES.
004470 01  BLANK-LINE                   PIC X(132)  VALUE SPACES.
004480 PROCEDURE DIVISION.
004490*================================================================
004500* 0000-MAINLINE.
004510*================================================================
004520 0000-MAINLINE.
004530     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
004540     PERFORM 2000-LOAD-CARDS       THRU 2000-EXIT.
004550     IF WS-SC-MAX-USED = ZERO
004560         GO TO 9830-ABEND-NO-SELECTION
004570     END-IF.
004580     PERFORM 3000-SEARCH-ONE-GEN   THRU 3000-EXIT
004590         VARYING WS-GEN-SUB FROM 1 BY 1
004600         UNTIL WS-GEN-SUB > WS-GEN-MAX.
004610     PERFORM 6000-PRINT-HITS       THRU 6000-EXIT.
004620     PERFORM 7000-PRINT-GENS       THRU 7000-EXIT.
004630     PERFORM 8000-PRINT-TOTALS     THRU 8000-EXIT.
004640     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
004650     IF WS-CARD-REJECTS > ZERO
004660        OR WS-NOT-LISTED > ZERO
004670        OR WS-NOT-LOADED > ZERO
004680         MOVE 4 TO RETURN-CODE
004690     END-IF.
004700     STOP RUN.
004710*================================================================
004720* 1000-INITIALIZE - CLEAR THE GENERATION COUNTS, OPEN THE
004730*                   REPORT AND WRITE THE HEADINGS.
004740*================================================================
004750 1000-INITIALIZE.
004760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004770     INITIALIZE WS-GEN-COUNT-TABLE.
004780     OPEN OUTPUT ARCH-RPT-FILE.
004790     MOVE WS-RUN-DATE            TO HDG-2-DATE.
004800     WRITE ARCH-RPT-RECORD       FROM HDG-LINE-1.
004810     WRITE ARCH-RPT-RECORD       FROM HDG-LINE-2.
004820     WRITE ARCH-RPT-RECORD       FROM BLANK-LINE.
004830     WRITE ARCH-RPT-RECORD       FROM CARD-HDG-LINE.
004840 1000-EXIT.
004850     EXIT.
004860*================================================================
004870* 2000-LOAD-CARDS - READ AND EDIT THE SELECTION CARDS, ECHOING
004880*                   EACH ONE WITH WHAT WAS MADE OF IT, THEN
004890*                   OPEN THE SEARCH FILE IF AN "L" CARD ASKED
004900*                   FOR THE HITS TO BE LOADED.
004910*================================================================
004920 2000-LOAD-CARDS.
004930     MOVE "N"                    TO WS-EOF-SWITCH.
004940     OPEN INPUT ARCH-SEL-FILE.
004950     IF WS-ARCHSEL-STATUS NOT = "00"
004960         GO TO 9820-ABEND-CARD-OPEN
004970     END-IF.
004980     PERFORM 2100-READ-CARD      THRU 2100-EXIT
004990         UNTIL WS-EOF-YES.
005000     CLOSE ARCH-SEL-FILE.
005010     WRITE ARCH-RPT-RECORD       FROM BLANK-LINE.
005020     IF WS-LOAD-WANTED
005030        AND WS-SC-MAX-USED > ZERO
005040         OPEN OUTPUT SEARCH-HIT-FILE
005050         IF WS-AUDSRCH-STATUS NOT = "00"
005060             GO TO 9840-ABEND-LOAD-OPEN
005070         END-IF
005080         MOVE "Y"                TO WS-LOAD-OPEN-SWITCH
005090     END-IF.
005100 2000-EXIT.
005110     EXIT.
005120*================================================================
005130* 2100-READ-CARD - READ ONE CARD, EDIT IT AND PRINT IT WITH ITS
005140*                  RESULT. A REJECTED CARD IS LEFT OUT OF THE
005150*                  SEARCH - THE REST STILL RUN.
005160*================================================================
005170 2100-READ-CARD.
005180     READ ARCH-SEL-FILE
005190         AT END
005200             MOVE "Y" TO WS-EOF-SWITCH
005210             GO TO 2100-EXIT
005220     END-READ.
005230     ADD 1                       TO WS-CARD-NUMBER.
005240     MOVE SPACES                 TO WS-CARD-RESULT.
005250     EVALUATE TRUE
005260         WHEN AS-COMMENT-CARD
005270             MOVE "COMMENT"      TO WS-CARD-RESULT
005280         WHEN AS-LOAD-CARD
005290             MOVE "Y"            TO WS-LOAD-SWITCH
005300             MOVE "ACCEPTED - HITS LOADED FOR AUDINQ"
005310                                 TO WS-CARD-RESULT
005320         WHEN AS-SELECT-CARD
005330             PERFORM 2200-EDIT-SELECT THRU 2200-EXIT
005340         WHEN OTHER
005350             MOVE "REJECTED - CARD TYPE NOT S, L OR *"
005360                                 TO WS-CARD-RESULT
005370             ADD 1               TO WS-CARD-REJECTS
005380     END-EVALUATE.
005390     MOVE WS-CARD-NUMBER         TO CRD-NUMBER.
005400     MOVE ARCH-SEL-RECORD        TO CRD-IMAGE.
005410     MOVE WS-CARD-RESULT         TO CRD-RESULT.
005420     WRITE ARCH-RPT-RECORD       FROM CARD-LINE.
005430 2100-EXIT.
005440     EXIT.
005450*================================================================
005460* 2200-EDIT-SELECT - EDIT ONE "S" CARD AND, IF IT PASSES, TABLE
005470*                    IT. THE FIRST FAULT FOUND IS THE ONE
005480*                    REPORTED.
005490*================================================================
005500 2200-EDIT-SELECT.
005510     IF ARCH-SEL-RECORD(2:51) = SPACES
005520         MOVE "REJECTED - NO SELECTION KEYED"
005530                                 TO WS-CARD-RESULT
005540         GO TO 2200-REJECT
005550     END-IF.
005560     IF AS-CYCLE-FROM NOT = SPACES
005570        AND AS-CYCLE-FROM NOT NUMERIC
005580         MOVE "REJECTED - CYCLE FROM NOT NUMERIC"
005590                                 TO WS-CARD-RESULT
005600         GO TO 2200-REJECT
005610     END-IF.
005620     IF AS-CYCLE-TO NOT = SPACES
005630        AND AS-CYCLE-TO NOT NUMERIC
005640         MOVE "REJECTED - CYCLE TO NOT NUMERIC"
005650                                 TO WS-CARD-RESULT
005660         GO TO 2200-REJECT
005670     END-IF.
005680     IF AS-CYCLE-FROM NOT = SPACES
005690        AND AS-CYCLE-TO NOT = SPACES
005700        AND AS-CYCLE-FROM > AS-CYCLE-TO
005710         MOVE "REJECTED - CYCLE RANGE REVERSED"
005720                                 TO WS-CARD-RESULT
005730         GO TO 2200-REJECT
005740     END-IF.
005750     IF AS-DATE-FROM NOT = SPACES
005760         MOVE AS-DATE-FROM       TO WS-CHECK-DATE
005770         IF AS-DATE-FROM NOT NUMERIC
005780            OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
005790            OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
005800             MOVE "REJECTED - DATE FROM NOT YYYYMMDD"
005810                                 TO WS-CARD-RESULT
005820             GO TO 2200-REJECT
005830         END-IF
005840     END-IF.
005850     IF AS-DATE-TO NOT = SPACES
005860         MOVE AS-DATE-TO         TO WS-CHECK-DATE
005870         IF AS-DATE-TO NOT NUMERIC
005880            OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
005890            OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
005900             MOVE "REJECTED - DATE TO NOT YYYYMMDD"
005910                                 TO WS-CARD-RESULT
005920             GO TO 2200-REJECT
005930         END-IF
005940     END-IF.
005950     IF AS-DATE-FROM NOT = SPACES
005960        AND AS-DATE-TO NOT = SPACES
005970        AND AS-DATE-FROM > AS-DATE-TO
005980         MOVE "REJECTED - DATE RANGE REVERSED"
005990                                 TO WS-CARD-RESULT
006000         GO TO 2200-REJECT
006010     END-IF.
006020     IF NOT AS-ENTRY-TYPE-VALID
006021         MOVE "REJECTED - TYPE NOT S/E/B/R/O/H/T/K/X"
006040                                 TO WS-CARD-RESULT
006050         GO TO 2200-REJECT
006060     END-IF.
006070     IF WS-SC-MAX-USED NOT < WS-SC-TABLE-MAX
006080         MOVE "REJECTED - MORE THAN 20 SELECTION CARDS"
006090                                 TO WS-CARD-RESULT
006100         GO TO 2200-REJECT
006110     END-IF.
006120     ADD 1                       TO WS-SC-MAX-USED.
006130     SET SC-IDX                  TO WS-SC-MAX-USED.
006140     MOVE AS-OPERATOR-TEXT       TO WS-SC-OPER(SC-IDX).
006150     MOVE AS-OPERATOR-TEXT       TO WS-TRIM-SOURCE.
006160     PERFORM 2300-CALC-TRIM-LEN  THRU 2300-EXIT.
006170     MOVE WS-TRIM-IDX            TO WS-SC-OPER-LEN(SC-IDX).
006180     MOVE AS-JOB-NAME            TO WS-SC-JOB(SC-IDX).
006190     MOVE AS-SITE-CODE           TO WS-SC-SITE(SC-IDX).
006200     MOVE AS-CYCLE-FROM          TO WS-SC-CYCLE-FROM(SC-IDX).
006210     MOVE AS-CYCLE-TO            TO WS-SC-CYCLE-TO(SC-IDX).
006220     MOVE AS-DATE-FROM           TO WS-SC-DATE-FROM(SC-IDX).
006230     MOVE AS-DATE-TO             TO WS-SC-DATE-TO(SC-IDX).
006240     MOVE AS-ENTRY-TYPE          TO WS-SC-TYPE(SC-IDX).
006250     MOVE "ACCEPTED"             TO WS-CARD-RESULT.
006260     GO TO 2200-EXIT.
006270 2200-REJECT.
006280     ADD 1                       TO WS-CARD-REJECTS.
006290 2200-EXIT.
006300     EXIT.
006310*================================================================
006320* 2300-CALC-TRIM-LEN - FIND THE TRIMMED (TRAILING-SPACES-
006330*                      REMOVED) LENGTH OF WS-TRIM-SOURCE, LEFT
006340*                      IN WS-TRIM-IDX - THE SAME IDIOM AS
006350*                      AUDINQ'S 6400-CALC-TRIM-LEN.
006360*================================================================
006370 2300-CALC-TRIM-LEN.
006380     MOVE LENGTH OF WS-TRIM-SOURCE TO WS-TRIM-IDX.
006390     MOVE "N"                    TO WS-TRIM-STOP-SWITCH.
006400     PERFORM 2310-TRIM-SCAN      THRU 2310-EXIT
006410         UNTIL WS-TRIM-IDX = 0
006420            OR WS-TRIM-STOPPED.
006430 2300-EXIT.
006440     EXIT.
006450*================================================================
006460* 2310-TRIM-SCAN - STEP ONE CHARACTER POSITION TOWARD THE
006470*                  FRONT OF WS-TRIM-SOURCE WHILE IT IS STILL
006480*                  SPACES.
006490*================================================================
006500 2310-TRIM-SCAN.
006510     IF WS-TRIM-SOURCE(WS-TRIM-IDX:1) = SPACE
006520         SUBTRACT 1 FROM WS-TRIM-IDX
006530     ELSE
006540         MOVE "Y"                TO WS-TRIM-STOP-SWITCH
006550     END-IF.
006560 2310-EXIT.
006570     EXIT.
006580*================================================================
006590* 3000-SEARCH-ONE-GEN - SEARCH ONE GENERATION FRONT TO BACK. A
006600*                       SLOT THE JCL LEFT UNALLOCATED (STATUS
006610*                       35) IS REPORTED AS NOT SUPPLIED; ANY
006620*                       OTHER OPEN FAILURE STOPS THE RUN, AS A
006630*                       SEARCH THAT SKIPPED A GENERATION IT WAS
006640*                       GIVEN COULD NOT BE CALLED COMPLETE.
006650*================================================================
006660 3000-SEARCH-ONE-GEN.
006670     MOVE "N"                    TO WS-EOF-SWITCH.
006680     PERFORM 3100-OPEN-GEN       THRU 3100-EXIT.
006690     IF WS-GEN-STATUS = "35"
006700         MOVE "N"                TO WS-GEN-STATE(WS-GEN-SUB)
006710         GO TO 3000-EXIT
006720     END-IF.
006730     IF WS-GEN-STATUS NOT = "00"
006740         GO TO 9810-ABEND-GEN-OPEN
006750     END-IF.
006760     MOVE "S"                    TO WS-GEN-STATE(WS-GEN-SUB).
006770     PERFORM 3200-READ-GEN       THRU 3200-EXIT
006780         UNTIL WS-EOF-YES.
006790     PERFORM 3300-CLOSE-GEN      THRU 3300-EXIT.
006800 3000-EXIT.
006810     EXIT.
006820*================================================================
006830* 3100-OPEN-GEN - OPEN THE GENERATION IN SLOT WS-GEN-SUB.
006840*================================================================
006850 3100-OPEN-GEN.
006860     EVALUATE WS-GEN-SUB
006870         WHEN 1   OPEN INPUT AUDIT-ARCH-1-FILE
006880         WHEN 2   OPEN INPUT AUDIT-ARCH-2-FILE
006890         WHEN 3   OPEN INPUT AUDIT-ARCH-3-FILE
006900         WHEN 4   OPEN INPUT AUDIT-ARCH-4-FILE
006910         WHEN 5   OPEN INPUT AUDIT-LOG-FILE
006920         WHEN 6   OPEN INPUT CKPT-ARCH-1-FILE
006930         WHEN 7   OPEN INPUT CKPT-ARCH-2-FILE
006940         WHEN 8   OPEN INPUT CKPT-ARCH-3-FILE
006950         WHEN 9   OPEN INPUT CKPT-ARCH-4-FILE
006960         WHEN 10  OPEN INPUT RESTART-CKPT-FILE
006970         WHEN 11  OPEN INPUT EXCP-ARCH-1-FILE
006980         WHEN 12  OPEN INPUT EXCP-ARCH-2-FILE
006990         WHEN 13  OPEN INPUT EXCP-ARCH-3-FILE
007000         WHEN 14  OPEN INPUT EXCP-ARCH-4-FILE
007010         WHEN 15  OPEN INPUT EXCEPTION-FILE
007020     END-EVALUATE.
007030 3100-EXIT.
007040     EXIT.
007050*================================================================
007060* 3200-READ-GEN - READ ONE ROW FROM THE GENERATION IN SLOT
007070*                 WS-GEN-SUB INTO THE LAYOUT FOR ITS KIND,
007080*                 REDUCE IT TO THE FIELDS THE CARDS TEST, AND
007090*                 KEEP IT IF ANY CARD SELECTS IT.
007100*================================================================
007110 3200-READ-GEN.
007120     EVALUATE WS-GEN-SUB
007130         WHEN 1
007140             READ AUDIT-ARCH-1-FILE INTO AUDIT-LOG-RECORD
007150                 AT END MOVE "Y" TO WS-EOF-SWITCH
007160             END-READ
007170         WHEN 2
007180             READ AUDIT-ARCH-2-FILE INTO AUDIT-LOG-RECORD
007190                 AT END MOVE "Y" TO WS-EOF-SWITCH
007200             END-READ
007210         WHEN 3
007220             READ AUDIT-ARCH-3-FILE INTO AUDIT-LOG-RECORD
007230                 AT END MOVE "Y" TO WS-EOF-SWITCH
007240             END-READ
007250         WHEN 4
007260             READ AUDIT-ARCH-4-FILE INTO AUDIT-LOG-RECORD
007270                 AT END MOVE "Y" TO WS-EOF-SWITCH
007280             END-READ
007290         WHEN 5
007300             READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
007310                 AT END MOVE "Y" TO WS-EOF-SWITCH
007320             END-READ
007330         WHEN 6
007340             READ CKPT-ARCH-1-FILE INTO RESTART-CKPT-RECORD
007350                 AT END MOVE "Y" TO WS-EOF-SWITCH
007360             END-READ
007370         WHEN 7
007380             READ CKPT-ARCH-2-FILE INTO RESTART-CKPT-RECORD
007390                 AT END MOVE "Y" TO WS-EOF-SWITCH
007400             END-READ
007410         WHEN 8
007420             READ CKPT-ARCH-3-FILE INTO RESTART-CKPT-RECORD
007430                 AT END MOVE "Y" TO WS-EOF-SWITCH
007440             END-READ
007450         WHEN 9
007460             READ CKPT-ARCH-4-FILE INTO RESTART-CKPT-RECORD
007470                 AT END MOVE "Y" TO WS-EOF-SWITCH
007480             END-READ
007490         WHEN 10
007500             READ RESTART-CKPT-FILE INTO RESTART-CKPT-RECORD
007510                 AT END MOVE "Y" TO WS-EOF-SWITCH
007520             END-READ
007530         WHEN 11
007540             READ EXCP-ARCH-1-FILE INTO EXCEPTION-LOG-RECORD
007550                 AT END MOVE "Y" TO WS-EOF-SWITCH
007560             END-READ
007570         WHEN 12
007580             READ EXCP-ARCH-2-FILE INTO EXCEPTION-LOG-RECORD
007590                 AT END MOVE "Y" TO WS-EOF-SWITCH
007600             END-READ
007610         WHEN 13
007620             READ EXCP-ARCH-3-FILE INTO EXCEPTION-LOG-RECORD
007630                 AT END MOVE "Y" TO WS-EOF-SWITCH
007640             END-READ
007650         WHEN 14
007660             READ EXCP-ARCH-4-FILE INTO EXCEPTION-LOG-RECORD
007670                 AT END MOVE "Y" TO WS-EOF-SWITCH
007680             END-READ
007690         WHEN 15
007700             READ EXCEPTION-FILE INTO EXCEPTION-LOG-RECORD
007710                 AT END MOVE "Y" TO WS-EOF-SWITCH
007720             END-READ
007730     END-EVALUATE.
007740     IF WS-EOF-YES
007750         GO TO 3200-EXIT
007760     END-IF.
007770     ADD 1                       TO WS-GEN-READ(WS-GEN-SUB).
007780     ADD 1                       TO WS-READ-TOTAL.
007790     EVALUATE TRUE
007800         WHEN WS-GEN-SUB < 6
007810             PERFORM 3400-REDUCE-AUDIT THRU 3400-EXIT
007820         WHEN WS-GEN-SUB < 11
007830             PERFORM 3410-REDUCE-CKPT  THRU 3410-EXIT
007840         WHEN OTHER
007850             PERFORM 3420-REDUCE-EXCP  THRU 3420-EXIT
007860     END-EVALUATE.
007870     MOVE "N"                    TO WS-SELECTED-SWITCH.
007880     PERFORM 5000-MATCH-CARD     THRU 5000-EXIT
007890         VARYING SC-IDX FROM 1 BY 1
007900         UNTIL SC-IDX > WS-SC-MAX-USED
007910            OR WS-SELECTED.
007920     IF NOT WS-SELECTED
007930         GO TO 3200-EXIT
007940     END-IF.
007950     ADD 1                       TO WS-GEN-HITS(WS-GEN-SUB).
007960     ADD 1                       TO WS-HIT-TOTAL.
007970     PERFORM 4000-ADD-HIT        THRU 4000-EXIT.
007980     IF WS-LOAD-OPEN
007990         PERFORM 4500-LOAD-HIT   THRU 4500-EXIT
008000     END-IF.
008010 3200-EXIT.
008020     EXIT.
008030*================================================================
008040* 3300-CLOSE-GEN - CLOSE THE GENERATION IN SLOT WS-GEN-SUB.
008050*================================================================
008060 3300-CLOSE-GEN.
008070     EVALUATE WS-GEN-SUB
008080         WHEN 1   CLOSE AUDIT-ARCH-1-FILE
008090         WHEN 2   CLOSE AUDIT-ARCH-2-FILE
008100         WHEN 3   CLOSE AUDIT-ARCH-3-FILE
008110         WHEN 4   CLOSE AUDIT-ARCH-4-FILE
008120         WHEN 5   CLOSE AUDIT-LOG-FILE
008130         WHEN 6   CLOSE CKPT-ARCH-1-FILE
008140         WHEN 7   CLOSE CKPT-ARCH-2-FILE
008150         WHEN 8   CLOSE CKPT-ARCH-3-FILE
008160         WHEN 9   CLOSE CKPT-ARCH-4-FILE
008170         WHEN 10  CLOSE RESTART-CKPT-FILE
008180         WHEN 11  CLOSE EXCP-ARCH-1-FILE
008190         WHEN 12  CLOSE EXCP-ARCH-2-FILE
008200         WHEN 13  CLOSE EXCP-ARCH-3-FILE
008210         WHEN 14  CLOSE EXCP-ARCH-4-FILE
008220         WHEN 15  CLOSE EXCEPTION-FILE
008230     END-EVALUATE.
008240 3300-EXIT.
008250     EXIT.
008260*================================================================
008270* 3400-REDUCE-AUDIT - AN AUDIT ROW. A SPACE ENTRY TYPE IS A
008280*                     START ROW (SEE AL-START-ENTRY).
008290*================================================================
008300 3400-REDUCE-AUDIT.
008310     MOVE "A"                    TO WS-ROW-KIND.
008320     MOVE AL-TIMESTAMP           TO WS-ROW-TS.
008330     MOVE AL-JOB-NAME            TO WS-ROW-JOB.
008340     MOVE AL-SITE-CODE           TO WS-ROW-SITE.
008341     MOVE AL-OWNER-SITE          TO WS-ROW-OWNER.
008350     MOVE AL-CYCLE-NUMBER        TO WS-ROW-CYCLE.
008360     MOVE AL-ENTRY-TYPE          TO WS-ROW-TYPE.
008370     IF AL-START-ENTRY
008380         MOVE "S"                TO WS-ROW-TYPE
008390     END-IF.
008400     MOVE AL-OPERATOR-TEXT       TO WS-ROW-OPER.
008410     MOVE AUDIT-LOG-RECORD       TO WS-ROW-IMAGE.
008420 3400-EXIT.
008430     EXIT.
008440*================================================================
008450* 3410-REDUCE-CKPT - A CHECKPOINT ROW - ENTRY TYPE "K", NO
008460*                    OPERATOR.
008470*================================================================
008480 3410-REDUCE-CKPT.
008490     MOVE "K"                    TO WS-ROW-KIND.
008500     MOVE RC-COMPLETION-TS       TO WS-ROW-TS.
008510     MOVE RC-STEP-NAME           TO WS-ROW-JOB.
008520     MOVE RC-SITE-CODE           TO WS-ROW-SITE.
008521     MOVE RC-OWNER-SITE          TO WS-ROW-OWNER.
008530     MOVE RC-CYCLE-NUMBER        TO WS-ROW-CYCLE.
008540     MOVE "K"                    TO WS-ROW-TYPE.
008550     MOVE SPACES                 TO WS-ROW-OPER.
008560     MOVE RESTART-CKPT-RECORD    TO WS-ROW-IMAGE.
008570 3410-EXIT.
008580     EXIT.
008590*================================================================
008600* 3420-REDUCE-EXCP - AN EXCEPTION ROW - ENTRY TYPE "X", NO
008610*                    OPERATOR.
008620*================================================================
008630 3420-REDUCE-EXCP.
008640     MOVE "X"                    TO WS-ROW-KIND.
008650     MOVE EX-TIMESTAMP           TO WS-ROW-TS.
008660     MOVE EX-JOB-NAME            TO WS-ROW-JOB.
008670     MOVE EX-SITE-CODE           TO WS-ROW-SITE.
008671     MOVE EX-OWNER-SITE          TO WS-ROW-OWNER.
008680     MOVE EX-CYCLE-NUMBER        TO WS-ROW-CYCLE.
008690     MOVE "X"                    TO WS-ROW-TYPE.
008700     MOVE SPACES                 TO WS-ROW-OPER.
008710     MOVE EXCEPTION-LOG-RECORD   TO WS-ROW-IMAGE.
008720 3420-EXIT.
008730     EXIT.
008740*================================================================
008750* 4000-ADD-HIT - PUT THE ROW JUST SELECTED INTO THE HIT TABLE
008760*                IN TIME ORDER, AFTER ANY HIT WITH THE SAME
008770*                TIME. WHEN THE TABLE IS FULL THE HIT IS STILL
008780*                COUNTED (AND LOADED) BUT NOT LISTED.
008790*================================================================
008800 4000-ADD-HIT.
008810     IF WS-HT-MAX-USED NOT < WS-HT-TABLE-MAX
008820         ADD 1                   TO WS-NOT-LISTED
008830         IF NOT WS-FULL-WARNED
008840             MOVE "Y"            TO WS-FULL-WARNED-SWITCH
008850             DISPLAY "ARCHSRCH0001W HIT TABLE FULL AT "
008860                 WS-HT-TABLE-MAX " - FURTHER MATCHES COUNTED"
008870                 " BUT NOT LISTED"
008880         END-IF
008890         GO TO 4000-EXIT
008900     END-IF.
008910     MOVE WS-HT-MAX-USED         TO WS-HT-POS.
008920     MOVE "N"                    TO WS-PLACE-SWITCH.
008930     PERFORM 4100-FIND-PLACE     THRU 4100-EXIT
008940         UNTIL WS-PLACE-FOUND.
008950     ADD 1                       TO WS-HT-MAX-USED.
008960     ADD 1                       TO WS-HT-POS.
008970     MOVE WS-ROW-TS              TO WS-HT-SORT-TS(WS-HT-POS).
008980     MOVE WS-GEN-SUB             TO WS-HT-GEN-SUB(WS-HT-POS).
008990     MOVE WS-ROW-IMAGE           TO WS-HT-ROW(WS-HT-POS).
009000 4000-EXIT.
009010     EXIT.
009020*================================================================
009030* 4100-FIND-PLACE - STEP BACK ONE ENTRY FROM THE END OF THE
009040*                   TABLE, MOVING IT DOWN A PLACE IF IT IS
009050*                   LATER THAN THE NEW HIT. THE NEW HIT GOES
009060*                   AFTER WS-HT-POS WHEN THE STEPPING STOPS.
009070*================================================================
009080 4100-FIND-PLACE.
009090     IF WS-HT-POS = ZERO
009100         MOVE "Y"                TO WS-PLACE-SWITCH
009110         GO TO 4100-EXIT
009120     END-IF.
009130     IF WS-HT-SORT-TS(WS-HT-POS) NOT > WS-ROW-TS
009140         MOVE "Y"                TO WS-PLACE-SWITCH
009150         GO TO 4100-EXIT
009160     END-IF.
009170     MOVE WS-HT-ENTRY(WS-HT-POS) TO WS-HT-ENTRY(WS-HT-POS + 1).
009180     SUBTRACT 1 FROM WS-HT-POS.
009190 4100-EXIT.
009200     EXIT.
009210*================================================================
009220* 4500-LOAD-HIT - WRITE THE ROW JUST SELECTED TO THE SEARCH
009230*                 FILE FOR AUDINQ. AN AUDIT ROW GOES IN WHOLE;
009240*                 A DUPLICATE KEY THEN MEANS THE SAME ROW WAS
009250*                 SUPPLIED TWICE (OVERLAPPING GENERATIONS) AND
009260*                 IS COUNTED, NOT LOADED. A CHECKPOINT OR
009270*                 EXCEPTION ROW IS BUILT INTO THE AUDITLOG
009280*                 LAYOUT, TAKING THE NEXT FREE AL-TS-SEQ WHEN
009290*                 TWO SHARE A SECOND, AS BANNER-RTN DOES.
009300*================================================================
009310 4500-LOAD-HIT.
009320     IF WS-ROW-AUDIT
009330         MOVE WS-ROW-IMAGE       TO SEARCH-HIT-RECORD
009340         WRITE SEARCH-HIT-RECORD
009350             INVALID KEY
009360                 ADD 1           TO WS-NOT-LOADED
009370                 GO TO 4500-EXIT
009380         END-WRITE
009390         ADD 1                   TO WS-LOADED-COUNT
009400         GO TO 4500-EXIT
009410     END-IF.
009420     MOVE SPACES                 TO AUDIT-LOG-RECORD.
009430     MOVE WS-ROW-TS(1:14)        TO AL-TS-DATE-TIME.
009440     MOVE WS-ROW-JOB             TO AL-JOB-NAME.
009450     MOVE WS-ROW-TYPE            TO AL-ENTRY-TYPE.
009460     MOVE ZERO                   TO AL-JOB-RC.
009470     MOVE ZERO                   TO AL-CYCLE-NUMBER.
009480     IF WS-ROW-CYCLE NUMERIC
009490         MOVE WS-ROW-CYCLE       TO AL-CYCLE-NUMBER
009500     END-IF.
009510     MOVE WS-ROW-SITE            TO AL-SITE-CODE.
009511     MOVE WS-ROW-OWNER           TO AL-OWNER-SITE.
009520     IF WS-ROW-CKPT
009530         MOVE "CHECKPOINT STATUS" TO AL-OPERATOR-TEXT
009540         MOVE RC-STATUS-CODE     TO AL-OPERATOR-TEXT(19:1)
009550     ELSE
009560         MOVE "EXCP"             TO AL-OPERATOR-TEXT
009570         MOVE EX-FIELD-NAME      TO AL-OPERATOR-TEXT(6:15)
009580         MOVE EX-EXPECTED-LEN    TO AL-OPERATOR-TEXT(22:4)
009590         MOVE "/"                TO AL-OPERATOR-TEXT(26:1)
009600         MOVE EX-ACTUAL-LEN      TO AL-OPERATOR-TEXT(27:4)
009610     END-IF.
009620     MOVE ZERO                   TO WS-SEQ-DIGIT.
009630     MOVE ZERO                   TO WS-SEQ-TRIES.
009640     MOVE "N"                    TO WS-LOADED-SWITCH.
009650     PERFORM 4510-TRY-WRITE      THRU 4510-EXIT
009660         UNTIL WS-LOADED
009670            OR WS-SEQ-TRIES = 10.
009680     IF WS-LOADED
009690         ADD 1                   TO WS-LOADED-COUNT
009700     ELSE
009710         ADD 1                   TO WS-NOT-LOADED
009720     END-IF.
009730 4500-EXIT.
009740     EXIT.
009750*================================================================
009760* 4510-TRY-WRITE - WRITE THE BUILT ROW UNDER THE CURRENT
009770*                  SEQUENCE DIGIT; ON A DUPLICATE KEY MOVE ON TO
009780*                  THE NEXT DIGIT. THE TENTH DUPLICATE IN ONE
009790*                  SECOND GIVES UP.
009800*================================================================
009810 4510-TRY-WRITE.
009820     MOVE WS-SEQ-DIGIT           TO AL-TS-SEQ.
009830     ADD 1                       TO WS-SEQ-TRIES.
009840     MOVE AUDIT-LOG-RECORD       TO SEARCH-HIT-RECORD.
009850     WRITE SEARCH-HIT-RECORD
009860         INVALID KEY
009870             IF WS-SEQ-DIGIT < 9
009880                 ADD 1           TO WS-SEQ-DIGIT
009890             END-IF
009900             GO TO 4510-EXIT
009910     END-WRITE.
009920     MOVE "Y"                    TO WS-LOADED-SWITCH.
009930 4510-EXIT.
009940     EXIT.
009950*================================================================
009960* 5000-MATCH-CARD - DOES THE ROW JUST READ MATCH SELECTION CARD
009970*                   SC-IDX? EVERY FIELD KEYED ON THE CARD MUST
009980*                   MATCH. A CYCLE RANGE NEVER MATCHES A ROW
009990*                   WRITTEN BEFORE ROWS CARRIED A CYCLE.
010000*================================================================
010010 5000-MATCH-CARD.
010020     IF WS-SC-OPER(SC-IDX) NOT = SPACES
010030         IF NOT WS-ROW-AUDIT
010040             GO TO 5000-EXIT
010050         END-IF
010060         IF WS-ROW-OPER(1:WS-SC-OPER-LEN(SC-IDX)) NOT =
010070            WS-SC-OPER(SC-IDX)(1:WS-SC-OPER-LEN(SC-IDX))
010080             GO TO 5000-EXIT
010090         END-IF
010100     END-IF.
010110     IF WS-SC-JOB(SC-IDX) NOT = SPACES
010120        AND WS-SC-JOB(SC-IDX) NOT = WS-ROW-JOB
010130         GO TO 5000-EXIT
010140     END-IF.
010150     IF WS-SC-SITE(SC-IDX) NOT = SPACES
010160        AND WS-SC-SITE(SC-IDX) NOT = WS-ROW-SITE
010161        AND WS-SC-SITE(SC-IDX) NOT = WS-ROW-OWNER
010170         GO TO 5000-EXIT
010180     END-IF.
010190     IF WS-SC-CYCLE-FROM(SC-IDX) NOT = SPACES
010200        OR WS-SC-CYCLE-TO(SC-IDX) NOT = SPACES
010210         IF WS-ROW-CYCLE NOT NUMERIC
010220             GO TO 5000-EXIT
010230         END-IF
010240     END-IF.
010250     IF WS-SC-CYCLE-FROM(SC-IDX) NOT = SPACES
010260        AND WS-ROW-CYCLE < WS-SC-CYCLE-FROM(SC-IDX)
010270         GO TO 5000-EXIT
010280     END-IF.
010290     IF WS-SC-CYCLE-TO(SC-IDX) NOT = SPACES
010300        AND WS-ROW-CYCLE > WS-SC-CYCLE-TO(SC-IDX)
010310         GO TO 5000-EXIT
010320     END-IF.
010330     IF WS-SC-DATE-FROM(SC-IDX) NOT = SPACES
010340        AND WS-ROW-TS(1:8) < WS-SC-DATE-FROM(SC-IDX)
010350         GO TO 5000-EXIT
010360     END-IF.
010370     IF WS-SC-DATE-TO(SC-IDX) NOT = SPACES
010380        AND WS-ROW-TS(1:8) > WS-SC-DATE-TO(SC-IDX)
010390         GO TO 5000-EXIT
010400     END-IF.
010410     IF WS-SC-TYPE(SC-IDX) NOT = SPACE
010420        AND WS-SC-TYPE(SC-IDX) NOT = WS-ROW-TYPE
010430         GO TO 5000-EXIT
010440     END-IF.
010450     MOVE "Y"                    TO WS-SELECTED-SWITCH.
010460 5000-EXIT.
010470     EXIT.
010480*================================================================
010490* 6000-PRINT-HITS - LIST THE HIT TABLE, OLDEST FIRST.
010500*================================================================
010510 6000-PRINT-HITS.
010520     WRITE ARCH-RPT-RECORD       FROM HIT-HDG-LINE-1.
010530     WRITE ARCH-RPT-RECORD       FROM BLANK-LINE.
010540     IF WS-HT-MAX-USED = ZERO
010550         WRITE ARCH-RPT-RECORD   FROM NO-HITS-LINE
010560         GO TO 6000-EXIT
010570     END-IF.
010580     WRITE ARCH-RPT-RECORD       FROM HIT-HDG-LINE-2.
010590     PERFORM 6100-PRINT-ONE-HIT  THRU 6100-EXIT
010600         VARYING WS-HT-SUB FROM 1 BY 1
010610         UNTIL WS-HT-SUB > WS-HT-MAX-USED.
010620     IF WS-NOT-LISTED > ZERO
010630         MOVE WS-HT-MAX-USED     TO CUT-LISTED
010640         MOVE WS-NOT-LISTED      TO CUT-NOT-LISTED
010650         WRITE ARCH-RPT-RECORD   FROM CUT-SHORT-LINE
010660     END-IF.
010670 6000-EXIT.
010680     EXIT.
010690*================================================================
010700* 6100-PRINT-ONE-HIT - FORMAT ONE HIT FROM THE LAYOUT FOR THE
010710*                      KIND OF GENERATION IT CAME FROM.
010720*================================================================
010730 6100-PRINT-ONE-HIT.
010740     MOVE SPACES                 TO HIT-LINE.
010750     MOVE WS-HT-GEN-SUB(WS-HT-SUB) TO WS-GEN-SUB.
010760     MOVE WS-GEN-NAME(WS-GEN-SUB) TO HIT-GEN.
010770     EVALUATE TRUE
010780         WHEN WS-GEN-SUB < 6
010790             MOVE WS-HT-ROW(WS-HT-SUB) TO AUDIT-LOG-RECORD
010800             MOVE "AUDIT"            TO HIT-FILE
010810             MOVE AL-TS-DATE-TIME(1:8) TO HIT-DATE
010820             MOVE AL-TS-DATE-TIME(9:6) TO HIT-TIME
010830             MOVE AL-SITE-CODE       TO HIT-SITE
010840             MOVE AL-JOB-NAME        TO HIT-JOB
010850             MOVE AL-ENTRY-TYPE      TO HIT-TYPE
010860             MOVE AL-CYCLE-NUMBER    TO HIT-CYCLE
010870             MOVE AL-JOB-RC          TO HIT-RC
010880             MOVE AL-OPERATOR-TEXT   TO HIT-DETAIL
010890         WHEN WS-GEN-SUB < 11
010900             MOVE WS-HT-ROW(WS-HT-SUB) TO RESTART-CKPT-RECORD
010910             MOVE "CKPT"             TO HIT-FILE
010920             MOVE RC-COMPLETION-TS(1:8) TO HIT-DATE
010930             MOVE RC-COMPLETION-TS(9:6) TO HIT-TIME
010940             MOVE RC-SITE-CODE       TO HIT-SITE
010950             MOVE RC-STEP-NAME       TO HIT-JOB
010960             MOVE "K"                TO HIT-TYPE
010970             MOVE RC-CYCLE-NUMBER    TO HIT-CYCLE
010980             MOVE RC-STATUS-CODE     TO HCK-STATUS
010990             MOVE HIT-CKPT-DETAIL    TO HIT-DETAIL
011000         WHEN OTHER
011010             MOVE WS-HT-ROW(WS-HT-SUB) TO EXCEPTION-LOG-RECORD
011020             MOVE "EXCP"             TO HIT-FILE
011030             MOVE EX-TIMESTAMP(1:8)  TO HIT-DATE
011040             MOVE EX-TIMESTAMP(9:6)  TO HIT-TIME
011050             MOVE EX-SITE-CODE       TO HIT-SITE
011060             MOVE EX-JOB-NAME        TO HIT-JOB
011070             MOVE "X"                TO HIT-TYPE
011080             MOVE EX-CYCLE-NUMBER    TO HIT-CYCLE
011090             MOVE EX-FIELD-NAME      TO HEX-FIELD-NAME
011100             MOVE EX-EXPECTED-LEN    TO HEX-EXPECTED-LEN
011110             MOVE EX-ACTUAL-LEN      TO HEX-ACTUAL-LEN
011120             MOVE HIT-EXCP-DETAIL    TO HIT-DETAIL
011130     END-EVALUATE.
011140     WRITE ARCH-RPT-RECORD       FROM HIT-LINE.
011150 6100-EXIT.
011160     EXIT.
011170*================================================================
011180* 7000-PRINT-GENS - ROWS READ AND SELECTED FOR EVERY
011190*                   GENERATION, SO THE SEARCH CAN BE SHOWN TO
011200*                   HAVE COVERED WHAT IT WAS GIVEN.
011210*================================================================
011220 7000-PRINT-GENS.
011230     WRITE ARCH-RPT-RECORD       FROM BLANK-LINE.
011240     WRITE ARCH-RPT-RECORD       FROM GEN-HDG-LINE-1.
011250     WRITE ARCH-RPT-RECORD       FROM BLANK-LINE.
011260     WRITE ARCH-RPT-RECORD       FROM GEN-HDG-LINE-2.
011270     PERFORM 7100-PRINT-ONE-GEN  THRU 7100-EXIT
011280         VARYING WS-GEN-SUB FROM 1 BY 1
011290         UNTIL WS-GEN-SUB > WS-GEN-MAX.
011300 7000-EXIT.
011310     EXIT.
011320*================================================================
011330* 7100-PRINT-ONE-GEN - ONE GENERATION'S LINE.
011340*================================================================
011350 7100-PRINT-ONE-GEN.
011360     MOVE WS-GEN-NAME(WS-GEN-SUB) TO GEN-DDNAME.
011370     EVALUATE TRUE
011380         WHEN WS-GEN-SUB < 6
011390             MOVE "AUDIT"        TO GEN-FILE
011400         WHEN WS-GEN-SUB < 11
011410             MOVE "CKPT"         TO GEN-FILE
011420         WHEN OTHER
011430             MOVE "EXCP"         TO GEN-FILE
011440     END-EVALUATE.
011450     IF WS-GEN-SEARCHED(WS-GEN-SUB)
011460         MOVE "SEARCHED"         TO GEN-STATUS
011470     ELSE
011480         MOVE "NOT SUPPLIED"     TO GEN-STATUS
011490     END-IF.
011500     MOVE WS-GEN-READ(WS-GEN-SUB) TO GEN-READ.
011510     MOVE WS-GEN-HITS(WS-GEN-SUB) TO GEN-HITS.
011520     WRITE ARCH-RPT-RECORD       FROM GEN-LINE.
011530 7100-EXIT.
011540     EXIT.
011550*================================================================
011560* 8000-PRINT-TOTALS - RUN TOTALS AND THE JOB-LOG SUMMARY.
011570*================================================================
011580 8000-PRINT-TOTALS.
011590     MOVE WS-CARD-NUMBER         TO TOT-CARD-COUNT.
011600     MOVE WS-CARD-REJECTS        TO TOT-REJECT-COUNT.
011610     MOVE WS-READ-TOTAL          TO TOT-READ-COUNT.
011620     MOVE WS-HIT-TOTAL           TO TOT-HIT-COUNT.
011630     MOVE WS-NOT-LISTED          TO TOT-NOT-LISTED.
011640     MOVE WS-LOADED-COUNT        TO TOT-LOADED-COUNT.
011650     MOVE WS-NOT-LOADED          TO TOT-NOT-LOADED.
011660     WRITE ARCH-RPT-RECORD       FROM BLANK-LINE.
011670     WRITE ARCH-RPT-RECORD       FROM TOTAL-LINE-1.
011680     WRITE ARCH-RPT-RECORD       FROM TOTAL-LINE-2.
011690     WRITE ARCH-RPT-RECORD       FROM TOTAL-LINE-3.
011700     WRITE ARCH-RPT-RECORD       FROM TOTAL-LINE-4.
011710     WRITE ARCH-RPT-RECORD       FROM TOTAL-LINE-5.
011720     IF WS-LOAD-OPEN
011730         WRITE ARCH-RPT-RECORD   FROM TOTAL-LINE-6
011740         WRITE ARCH-RPT-RECORD   FROM TOTAL-LINE-7
011750     END-IF.
011760     DISPLAY "ARCHSRCH0001I ROWS READ " WS-READ-TOTAL
011770         " SELECTED " WS-HIT-TOTAL
011780         " LOADED " WS-LOADED-COUNT.
011790 8000-EXIT.
011800     EXIT.
011810*================================================================
011820* 9000-TERMINATE - CLOSE THE REPORT AND, IF IT WAS LOADED, THE
011830*                  SEARCH FILE.
011840*================================================================
011850 9000-TERMINATE.
011860     IF WS-LOAD-OPEN
011870         CLOSE SEARCH-HIT-FILE
011880         MOVE "N"                TO WS-LOAD-OPEN-SWITCH
011890     END-IF.
011900     CLOSE ARCH-RPT-FILE.
011910 9000-EXIT.
011920     EXIT.
011930*================================================================
011940* 9810-ABEND-GEN-OPEN - A GENERATION THE JCL SUPPLIED WOULD NOT
011950*                       OPEN.
011960*================================================================
011970 9810-ABEND-GEN-OPEN.
011980     DISPLAY "ARCHSRCH0001E " WS-GEN-NAME(WS-GEN-SUB)
011990         " OPEN FAILED, FILE STATUS=" WS-GEN-STATUS
012000         " - RUN TERMINATED".
012010     MOVE 16                     TO RETURN-CODE.
012020     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012030     STOP RUN.
012040*================================================================
012050* 9820-ABEND-CARD-OPEN - THE SELECTION CARDS WOULD NOT OPEN.
012060*================================================================
012070 9820-ABEND-CARD-OPEN.
012080     DISPLAY "ARCHSRCH0002E ARCH-SEL-FILE OPEN FAILED, FILE "
012090         "STATUS=" WS-ARCHSEL-STATUS " - RUN TERMINATED".
012100     MOVE 16                     TO RETURN-CODE.
012110     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012120     STOP RUN.
012130*================================================================
012140* 9830-ABEND-NO-SELECTION - NO SELECTION CARD SURVIVED THE
012150*                           EDITS, SO THERE IS NOTHING TO
012160*                           SEARCH FOR. THE CARD LISTING SAYS
012170*                           WHY.
012180*================================================================
012190 9830-ABEND-NO-SELECTION.
012200     DISPLAY "ARCHSRCH0003E NO USABLE SELECTION CARD"
012210         " - RUN TERMINATED".
012220     MOVE 16                     TO RETURN-CODE.
012230     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012240     STOP RUN.
012250*================================================================
012260* 9840-ABEND-LOAD-OPEN - THE SEARCH FILE WOULD NOT OPEN FOR
012270*                        LOADING.
012280*================================================================
012290 9840-ABEND-LOAD-OPEN.
012300     DISPLAY "ARCHSRCH0004E SEARCH-HIT-FILE OPEN FAILED, FILE "
012310         "STATUS=" WS-AUDSRCH-STATUS " - RUN TERMINATED".
012320     MOVE 16                     TO RETURN-CODE.
012330     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012340     STOP RUN.

000440*                  OF "OP001" COULD NEVER MATCH A START ROW'S
000450*                  "OP001 - NAME..." TEXT, ONLY A BARE-ID END
000460*                  ROW, WHICH DEFEATED THE SCREEN'S PURPOSE.
000461* 10/15/2026  RH   FILE SELECTOR "H" BROWSES THE SEARCH FILE
000462*                  ARCH-SEARCH LOADS FROM THE ARCHIVE
000463*                  GENERATIONS (CICS FILE AUDSRCH) - SAME
000464*                  LAYOUT AND KEY AS AUDITLOG, SO IT SHARES THE
000465*                  AUDIT BRANCH WITH ONLY THE FILE NAME
000466*                  CHANGED. CHECKPOINT AND EXCEPTION HITS SHOW
000467*                  AS ENTRY TYPES "K" AND "X".
000470*================================================================
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000670     88  WS-KEEP-ROW                         VALUE "Y".
000680 01  WS-CICS-RESP                PIC S9(08)  COMP.
000690 01  WS-MESSAGE-TEXT             PIC X(76)   VALUE SPACES.
000695 01  WS-AUDIT-FILE-NAME          PIC X(08)   VALUE "AUDITLOG".
000700*----------------------------------------------------------------
000710* BROWSE WORK AREAS. THE BROWSE KEY IS AS WIDE AS THE WIDER OF
000720* THE TWO FILE KEYS - AUDITLOG USES ALL 24 BYTES, RESTCKPT
001290 01  WS-COMMAREA.
001300     05  CA-FIRST-TIME-SWITCH    PIC X(01).
001310     05  CA-FILE-SEL             PIC X(01).
001320         88  CA-FILE-AUDIT                   VALUE "A" "H".
001325         88  CA-FILE-SEARCH                  VALUE "H".
001330         88  CA-FILE-CKPT                    VALUE "R".
001340     05  CA-OPER-FILT            PIC X(10).
001350     05  CA-JOB-FILT             PIC X(08).
004140* 5500-APPLY-FILTERS - CARRY THE KEYED FILTERS INTO THE
004150*                      COMMAREA. AN UNKEYED FIELD LEAVES THE
004160*                      FILTER AS IT WAS; A FILE SELECTOR THAT
004170*                      IS NOT A, R OR H IS REFUSED WITH A
004175*                      MESSAGE.
004180*================================================================
004190 5500-APPLY-FILTERS.
004200     IF FILESELL > ZERO
004210         IF FILESEL = "A" OR FILESEL = "R" OR FILESEL = "H"
004220             MOVE FILESEL    TO CA-FILE-SEL
004230         ELSE
004240             MOVE
004245         "FILE MUST BE A (AUDIT), R (CHECKPOINTS) OR H (SEARCH)"
004250                 TO WS-MESSAGE-TEXT
004260         END-IF
004270     END-IF.
004410*                     WHICHEVER FILE THE SELECTOR SAYS. A FILE
004420*                     THAT CANNOT BE POSITIONED (EMPTY, OR
004430*                     CLOSED TO CICS) SHOWS AS AN EMPTY PAGE.
004431*                     "A" AND "H" SHARE THE AUDIT LAYOUT AND
004432*                     DIFFER ONLY IN THE FILE NAME SET HERE.
004440*================================================================
004450 6000-START-BROWSE.
004460     MOVE "N"                TO WS-BROWSE-DONE-SWITCH.
004470     MOVE CA-OPER-FILT       TO WS-TRIM-SOURCE.
004480     PERFORM 6400-CALC-TRIM-LEN THRU 6400-EXIT.
004490     MOVE WS-TRIM-IDX        TO WS-OPER-FILT-LEN.
004491     IF CA-FILE-SEARCH
004492         MOVE "AUDSRCH"      TO WS-AUDIT-FILE-NAME
004493     ELSE
004494         MOVE "AUDITLOG"     TO WS-AUDIT-FILE-NAME
004495     END-IF.
004500     IF CA-FILE-AUDIT
004510         EXEC CICS STARTBR
004520             FILE(WS-AUDIT-FILE-NAME)
004530             RIDFLD(WS-BROWSE-KEY)
004540             KEYLENGTH(24)
004550             GTEQ
004770 6100-READ-PREV.
004780     IF CA-FILE-AUDIT
004790         EXEC CICS READPREV
004800             FILE(WS-AUDIT-FILE-NAME)
004810             INTO(AUDIT-LOG-RECORD)
004820             RIDFLD(WS-BROWSE-KEY)
004830             KEYLENGTH(24)
005040 6200-READ-NEXT.
005050     IF CA-FILE-AUDIT
005060         EXEC CICS READNEXT
005070             FILE(WS-AUDIT-FILE-NAME)
005080             INTO(AUDIT-LOG-RECORD)
005090             RIDFLD(WS-BROWSE-KEY)
005100             KEYLENGTH(24)
006210 6900-END-BROWSE.
006220     IF CA-FILE-AUDIT
006230         EXEC CICS ENDBR
006240             FILE(WS-AUDIT-FILE-NAME)
006250             RESP(WS-CICS-RESP)
006260         END-EXEC
006270     ELSE

000010*================================================================
000020* AUDCHAIN - AUDIT-CHAIN ANCHOR. ONE RECORD, REWRITTEN BY
000030*            BANNER-RTN EVERY TIME IT WRITES AN AUDIT-LOG ROW,
000040*            HOLDING THE KEY AND CHAIN VALUE OF THE LAST ROW
000050*            WRITTEN AND A RUNNING COUNT OF CHAINED ROWS. THE
000060*            NEXT ROW'S CHAIN VALUE IS BUILT ON AC-LAST-CHAIN,
000070*            AND AUDIT-VERIFY CHECKS THE END OF THE TRAIL
000080*            AGAINST IT, SO ROWS CUT OFF THE END OF THE FILE
000090*            SHOW UP AS A BREAK. NO ANCHOR ON CATALOG MEANS NO
000100*            ROW HAS BEEN CHAINED YET.
000110*================================================================
000120 01  AUDIT-CHAIN-RECORD.
000130     05  AC-LAST-KEY.
000140         10  AC-LAST-DATE-TIME   PIC X(14).
000150         10  AC-LAST-TS-SEQ      PIC X(01).
000160         10  AC-LAST-JOB-NAME    PIC X(08).
000170         10  AC-LAST-ENTRY-TYPE  PIC X(01).
000180     05  AC-LAST-CHAIN           PIC 9(09).
000190     05  AC-ROW-COUNT            PIC 9(09).
000200     05  AC-LAST-CYCLE-NUMBER    PIC 9(06).
000210     05  FILLER                  PIC X(32).

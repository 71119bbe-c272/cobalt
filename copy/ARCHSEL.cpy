000010*================================================================
000020* ARCHSEL - SELECTION CARD FOR THE ARCH-SEARCH RETRIEVAL
000030*           PROGRAM. AN "S" CARD NAMES ONE SELECTION: EVERY
000040*           FIELD KEYED ON IT MUST MATCH, AND A ROW IS
000050*           SELECTED WHEN IT MATCHES ANY "S" CARD. BLANK
000060*           FIELDS DO NOT RESTRICT, BUT A CARD WITH NOTHING
000070*           KEYED IS REFUSED - IT WOULD SELECT EVERY ROW.
000080*             AS-OPERATOR-TEXT  LEADING CHARACTERS OF THE
000090*                               AUDIT ROW'S OPERATOR TEXT (AS
000100*                               THE AUDINQ FILTER). CHECKPOINT
000110*                               AND EXCEPTION ROWS CARRY NO
000120*                               OPERATOR AND NEVER MATCH ONE.
000130*             AS-CYCLE-FROM/TO  BATCH CYCLE RANGE, INCLUSIVE.
000140*             AS-DATE-FROM/TO   YYYYMMDD RANGE, INCLUSIVE.
000150*             AS-ENTRY-TYPE     AN AUDIT ENTRY TYPE (S E B R
000151*                               O H T) FOR AUDIT ROWS OF THAT
000152*                               TYPE ONLY, "K" FOR CHECKPOINT
000170*                               ROWS ONLY OR "X" FOR EXCEPTION
000180*                               ROWS ONLY.
000200*           AN "L" CARD ASKS FOR THE HITS TO BE LOADED INTO
000210*           THE KEYED SEARCH FILE FOR AUDINQ. A CARD WITH "*"
000220*           IN COLUMN 1 IS A COMMENT.
000221*
000222* MOD HISTORY
000223*----------------------------------------------------------------
000224* 10/15/2026  RH  ADDED ENTRY TYPE "H" (HANDOVER CONFIRMED) TO
000225*                 THE TYPES A CARD MAY SELECT.
000226* 10/15/2026  RH  ADDED ENTRY TYPE "T" (SITE TAKEOVER RUN). A
000227*                 SITE CODE NOW MATCHES AN AUDIT, CHECKPOINT OR
000228*                 EXCEPTION ROW ON EITHER ITS RUNNING OR ITS
000229*                 OWNING SITE.
000230*================================================================
000240 01  ARCH-SEL-RECORD.
000250     05  AS-CARD-TYPE            PIC X(01).
000260         88  AS-SELECT-CARD                  VALUE "S".
000270         88  AS-LOAD-CARD                    VALUE "L".
000280         88  AS-COMMENT-CARD                 VALUE "*".
000290     05  AS-OPERATOR-TEXT        PIC X(10).
000300     05  AS-JOB-NAME             PIC X(08).
000310     05  AS-SITE-CODE            PIC X(04).
000320     05  AS-CYCLE-FROM           PIC X(06).
000330     05  AS-CYCLE-TO             PIC X(06).
000340     05  AS-DATE-FROM            PIC X(08).
000350     05  AS-DATE-TO              PIC X(08).
000360     05  AS-ENTRY-TYPE           PIC X(01).
000370         88  AS-ENTRY-TYPE-VALID             VALUE " " "S"
000380                                             "E" "B" "R" "O"
000381                                             "H" "T" "K" "X".
000400     05  FILLER                  PIC X(28).

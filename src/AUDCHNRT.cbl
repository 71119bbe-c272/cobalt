000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDIT-CHAIN-RTN.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  BATCH SUPPORT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------------
000120* 10/15/2026  RH   ORIGINAL CODING. WORKS OUT THE CHAIN VALUE
000130*                  CARRIED ON EVERY AUDIT-LOG ROW FROM THE ROW
000140*                  ITSELF AND THE PREVIOUS ROW'S CHAIN VALUE, SO
000150*                  A ROW ALTERED, REMOVED OR SLIPPED IN AFTER
000160*                  THE FACT BREAKS EVERY LINK FROM THAT POINT
000170*                  ON. ONE ROUTINE, CALLED BY BOTH THE WRITER
000180*                  (BANNER-RTN) AND THE CHECKER (AUDIT-VERIFY),
000190*                  SO THE TWO CAN NEVER DISAGREE ON THE SUM.
000200*                  THE VALUE IS A RUNNING POLYNOMIAL OVER THE
000210*                  ROW'S BYTES, MODULO A PRIME JUST UNDER ONE
000220*                  THOUSAND MILLION: FOR EACH BYTE, MULTIPLY
000230*                  THE VALUE SO FAR BY 257, ADD THE BYTE, AND
000240*                  KEEP THE REMAINDER. ANY ONE BYTE CHANGED
000250*                  ALWAYS CHANGES THE RESULT. IT IS A TAMPER
000260*                  CHECK ON OUR OWN FILES, NOT ENCRYPTION.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340*----------------------------------------------------------------
000350* CHAIN ARITHMETIC WORK AREAS. THE PRODUCT OF A NINE-DIGIT
000360* VALUE AND THE MULTIPLIER NEEDS TWELVE DIGITS BEFORE THE
000370* REMAINDER IS TAKEN.
000380*----------------------------------------------------------------
000390 01  WS-CH-MODULUS               PIC 9(09)   COMP-3
000400                                             VALUE 999999937.
000410 01  WS-CH-MULTIPLIER            PIC 9(03)   COMP-3 VALUE 257.
000420 01  WS-CH-VALUE                 PIC 9(09)   COMP-3 VALUE ZERO.
000430 01  WS-CH-WORK                  PIC 9(12)   COMP-3 VALUE ZERO.
000440 01  WS-CH-QUOTIENT              PIC 9(12)   COMP-3 VALUE ZERO.
000450 01  WS-CH-SUB                   PIC 9(04)   COMP VALUE ZERO.
000460 01  WS-CH-LENGTH                PIC 9(04)   COMP VALUE ZERO.
000470*----------------------------------------------------------------
000480* ONE BYTE OF THE ROW AS A NUMBER - THE BYTE SITS IN THE LOW
000490* HALF OF A HALFWORD WHOSE HIGH HALF IS ALWAYS LOW-VALUE.
000500*----------------------------------------------------------------
000510 01  WS-CH-BYTE-AREA.
000520     05  WS-CH-BYTE-HIGH         PIC X(01)   VALUE LOW-VALUE.
000530     05  WS-CH-BYTE-LOW          PIC X(01)   VALUE LOW-VALUE.
000540 01  WS-CH-BYTE-VALUE            REDEFINES WS-CH-BYTE-AREA
000550                                 PIC 9(04)   COMP.
000560 LINKAGE SECTION.
000570     COPY CHAINPM.
000580 PROCEDURE DIVISION USING CHAIN-PARM-AREA.
000590*================================================================
000600* 0000-MAINLINE.
000610*================================================================
000620 0000-MAINLINE.
000630     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000640     PERFORM 2000-ADD-ONE-BYTE   THRU 2000-EXIT
000650         VARYING WS-CH-SUB FROM 1 BY 1
000660         UNTIL WS-CH-SUB > WS-CH-LENGTH.
000670     MOVE WS-CH-VALUE            TO CH-NEW-CHAIN.
000680     GOBACK.
000690*================================================================
000700* 1000-INITIALIZE - START FROM THE PREVIOUS ROW'S VALUE. A
000710*                   PREVIOUS VALUE THAT IS NOT NUMERIC (A ROW
000720*                   FROM BEFORE CHAINING BEGAN) COUNTS AS
000730*                   ZERO, AND THE LENGTH IS HELD TO THE SIZE
000740*                   OF THE IMAGE AREA.
000750*================================================================
000760 1000-INITIALIZE.
000770     MOVE ZERO                   TO WS-CH-VALUE.
000780     IF CH-PREV-CHAIN NUMERIC
000790         MOVE CH-PREV-CHAIN      TO WS-CH-VALUE
000800     END-IF.
000810     MOVE CH-ROW-LENGTH          TO WS-CH-LENGTH.
000820     IF WS-CH-LENGTH > LENGTH OF CH-ROW-IMAGE
000830         MOVE LENGTH OF CH-ROW-IMAGE TO WS-CH-LENGTH
000840     END-IF.
000850     MOVE LOW-VALUE              TO WS-CH-BYTE-HIGH.
000860 1000-EXIT.
000870     EXIT.
000880*================================================================
000890* 2000-ADD-ONE-BYTE - FOLD ONE BYTE OF THE ROW INTO THE VALUE.
000900*================================================================
000910 2000-ADD-ONE-BYTE.
000920     MOVE CH-ROW-IMAGE(WS-CH-SUB:1) TO WS-CH-BYTE-LOW.
000930     COMPUTE WS-CH-WORK = WS-CH-VALUE * WS-CH-MULTIPLIER
000940                        + WS-CH-BYTE-VALUE.
000950     DIVIDE WS-CH-WORK BY WS-CH-MODULUS
000960         GIVING WS-CH-QUOTIENT
000970         REMAINDER WS-CH-VALUE.
000980 2000-EXIT.
000990     EXIT.

000277*                  SILENTLY EMPTYING THE VERIFICATION - ONLY A
000278*                  FILE NOT ON CATALOG YET (STATUS 35) STILL
000279*                  LOADS AS EMPTY.
000280* 10/15/2026  RH   A STEP WHOSE LATEST CHECKPOINT IS "W"
000281*                  (COMPLETED WITH WARNINGS UNDER ITS RETURN-
000282*                  CODE POLICY - SEE RCPOLICY) NOW COUNTS AS
000283*                  COMPLETE AND NO LONGER BLOCKS THE CLOSE. THE
000284*                  REPORTING STEPS THAT END RC 4 ON PURPOSE NO
000285*                  LONGER FORCE US TO CLOSE WITH "FORCE".
000280*================================================================
000285 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
002631     EXIT.
002632*================================================================
002633* 5600-CHECK-ONE-STEP - NAME ONE DUE STEP WHOSE LATEST
002634*                       CHECKPOINT IS NOT COMPLETE ("C" OR "W").
002635*================================================================
002636 5600-CHECK-ONE-STEP.
002637     IF WS-SC-CKPT-STATUS(SC-IDX) = "C" OR "W"
002638         GO TO 5600-EXIT
002639     END-IF.
002640     IF WS-SC-CKPT-STATUS(SC-IDX) = "A"

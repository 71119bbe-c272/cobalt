000440*                  RETURN CODE) JUST BEFORE STOP RUN, SO THE
000450*                  AUDIT TRAIL SHOWS THIS JOB'S COMPLETION AS
000460*                  WELL AS ITS START.
000461* 10/15/2026  RH   PASSES THE OPERATOR-PARM OVERRIDE ID TO
000462*                  BANNER-RTN IN BP-OVERRIDE-ID, SO A SUPERVISOR
000463*                  NAMED ON THE PARM CARD CAN AUTHORIZE A START
000464*                  WHILE A PREDECESSOR IS STILL INCOMPLETE.
000465*                  SPACES ON THE CARD MEANS NO OVERRIDE.
000470*================================================================
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
001060*                        SHARED STARTUP/IDENTIFICATION ROUTINE,
001070*                        AND ABEND THE STEP IF IT HANDS BACK A
001080*                        NON-ZERO RETURN CODE (UNAUTHORIZED
001090*                        OPERATOR, A PREDECESSOR NOT COMPLETE,
001100*                        OR A FILE IT NEEDS WOULDN'T OPEN).
001110*================================================================
001120 3000-CALL-BANNER-RTN.
001130     MOVE OP-OPERATOR-ID        TO BP-OPERATOR-ID.
001150     MOVE OP-SHIFT-CODE         TO BP-SHIFT-CODE.
001160     MOVE OP-SITE-CODE          TO BP-SITE-CODE.
001170     MOVE WS-JOB-NAME           TO BP-JOB-NAME.
001175     MOVE OP-OVERRIDE-ID        TO BP-OVERRIDE-ID.
001180     MOVE "S"                   TO BP-FUNCTION-CODE.
001190     CALL "BANNER-RTN" USING BANNER-PARM-AREA.
001200     IF NOT BP-RC-NORMAL
001490 9000-EXIT.
001500     EXIT.
001510*================================================================
001520* 9800-ABEND-BANNER-FAILED - BANNER-RTN REFUSED THE START (THE
001530*                            OPERATOR WAS UNAUTHORIZED, A
001540*                            PREDECESSOR WAS NOT COMPLETE AND NO
001550*                            SUPERVISOR OVERRODE IT, OR A FILE IT
001560*                            NEEDS WOULDN'T OPEN). CLOSE THE PARM
001565*                            FILE AND ABEND WITH ITS RETURN CODE.
001570*================================================================
001580 9800-ABEND-BANNER-FAILED.
001590     DISPLAY "BADSYNT0001E BANNER-RTN RETURNED CODE "

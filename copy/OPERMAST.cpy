000053*                 ZERO OR SPACE DATES MEAN NO DATE RESTRICTION,
000054*                 SO RECORDS MIGRATED FROM THE OLD LAYOUT KEEP
000055*                 WORKING UNCHANGED.
000056* 10/15/2026  RH  ADDED OM-SUPERVISOR-FLAG ("Y" = SHIFT
000057*                 SUPERVISOR) OUT OF THE FILLER. ONLY A
000058*                 SUPERVISOR MAY AUTHORIZE A PREDECESSOR
000059*                 OVERRIDE IN BANNER-RTN. SET THROUGH OPER-MAINT
000060*                 LIKE THE REST OF THE AUTHORIZATION DETAIL;
000061*                 EXISTING ROWS CARRY A SPACE (NOT A
000062*                 SUPERVISOR).
000056*================================================================
000060 01  OPER-MASTER-RECORD.
000070     05  OM-OPERATOR-ID          PIC X(08).
000180     05  OM-JOB-LIST.
000190         10  OM-JOB-NAME         OCCURS 05 TIMES
000200                                 PIC X(08).
000210     05  OM-SUPERVISOR-FLAG      PIC X(01).
000220         88  OM-SUPERVISOR                   VALUE "Y".
000230     05  FILLER                  PIC X(10).

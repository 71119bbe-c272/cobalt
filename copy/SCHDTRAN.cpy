000010*================================================================
000020* SCHDTRAN - SCHEDULE / PROCESSING-CALENDAR MAINTENANCE
000030*            TRANSACTION LAYOUT. ONE RECORD PER REQUESTED
000040*            CHANGE TO THE SCHEDFIL OR PROCCAL FILE, APPLIED BY
000050*            THE SCHED-MAINT BATCH PROGRAM SO EVERY CHANGE TO
000060*            THE NIGHTLY SCHEDULE OR THE HOLIDAY CALENDAR GOES
000070*            THROUGH EDIT CHECKING AND ONTO THE PRINTED CHANGE
000080*            REGISTER INSTEAD OF BEING KEYED INTO THE FILES BY
000090*            HAND. ST-FILE-CODE SAYS WHICH FILE THE RECORD IS
000100*            FOR; THE DETAIL AREA CARRIES THE WHOLE ROW IN THAT
000110*            FILE'S LAYOUT (CHANGE REPLACES THE ROW, DELETE
000120*            NEEDS ONLY THE KEY - JOB NAME OR CALENDAR DATE).
000130*            THE EXPECTED MINUTES ARE KEYED AS TEXT SO A BLANK
000140*            OR MIS-KEYED VALUE CAN BE EDITED, NOT ABENDED ON.
000150*================================================================
000160 01  SCHED-TRAN-RECORD.
000170     05  ST-FILE-CODE            PIC X(01).
000180         88  ST-FILE-SCHEDULE                VALUE "S".
000190         88  ST-FILE-CALENDAR                VALUE "C".
000200     05  ST-ACTION               PIC X(10).
000210         88  ST-ADD                          VALUE "ADD".
000220         88  ST-CHANGE                       VALUE "CHANGE".
000230         88  ST-DELETE                       VALUE "DELETE".
000240     05  ST-DETAIL               PIC X(60).
000250     05  ST-SCHED-DETAIL         REDEFINES ST-DETAIL.
000260         10  ST-SC-JOB-NAME      PIC X(08).
000270         10  ST-SC-RUN-FREQ      PIC X(01).
000280         10  ST-SC-RUN-DAYS.
000290             15  ST-SC-RUN-DAY   OCCURS 07 TIMES
000300                                 PIC X(01).
000310         10  ST-SC-EXPECTED-START.
000320             15  ST-SC-START-HH  PIC X(02).
000330             15  ST-SC-START-MM  PIC X(02).
000340         10  ST-SC-EXPECTED-MINS PIC X(04).
000350         10  ST-SC-DATE-LIST.
000360             15  ST-SC-RUN-DATE  OCCURS 04 TIMES
000370                                 PIC X(08).
000380         10  FILLER              PIC X(04).
000390     05  ST-CAL-DETAIL           REDEFINES ST-DETAIL.
000400         10  ST-CL-CAL-DATE      PIC X(08).
000410         10  ST-CL-DAY-TYPE      PIC X(01).
000420         10  ST-CL-DESCRIPTION   PIC X(30).
000430         10  FILLER              PIC X(21).
000440     05  FILLER                  PIC X(09).

000010*================================================================
000020* SHIFTBND - SHIFT-BOUNDARY RECORD. KEYED BY SHIFT CODE - THE
000030*            SAME ONE-BYTE CODES OM-SHIFT-CODES PERMITS AND
000040*            MT-SHIFT-CODE GREETS - SO THE HOURS OF A SHIFT
000050*            ARE KEPT IN ONE PLACE INSTEAD OF IN EVERY
000060*            PROGRAM THAT NEEDS THEM. SB-START-HHMM AND
000070*            SB-END-HHMM ARE THE SHIFT'S HOURS ON THE 24-HOUR
000080*            CLOCK; AN END EARLIER THAN THE START MEANS THE
000090*            SHIFT RUNS PAST MIDNIGHT. SB-NEXT-SHIFT IS THE
000100*            SHIFT THAT TAKES OVER AT SB-END-HHMM - THE ONE A
000110*            HANDOVER IS MADE TO.
000120*================================================================
000130 01  SHIFT-BOUNDARY-RECORD.
000140     05  SB-SHIFT-CODE           PIC X(01).
000150     05  SB-SHIFT-NAME           PIC X(20).
000160     05  SB-START-HHMM           PIC X(04).
000170     05  SB-END-HHMM             PIC X(04).
000180     05  SB-NEXT-SHIFT           PIC X(01).
000190     05  FILLER                  PIC X(10).

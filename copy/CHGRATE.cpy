000010*================================================================
000020* CHGRATE - BATCH CHARGEBACK RATE AND OWNERSHIP RECORD.
000030*           ONE ROW PER JOB, MAINTAINED WITH FINANCE: THE COST
000040*           CENTRE THAT OWNS THE JOB AND PAYS FOR IT, A FLAT
000050*           CHARGE PER RUN (RERUNS INCLUDED - A RERUN USES THE
000060*           MACHINE AS MUCH AS THE FIRST RUN) AND A CHARGE PER
000070*           MINUTE OF ELAPSED TIME. A JOB WITH NO ROW HERE IS
000080*           STILL COUNTED BY CHARGEBACK, BUT SENT UNPRICED AND
000090*           FLAGGED SO THE OWNER CAN BE FOUND.
000100*================================================================
000110 01  CHARGE-RATE-RECORD.
000120     05  CR-JOB-NAME             PIC X(08).
000130     05  CR-COST-CENTRE          PIC X(08).
000140     05  CR-RUN-RATE             PIC 9(05)V9(02).
000150     05  CR-MINUTE-RATE          PIC 9(05)V9(02).
000160     05  FILLER                  PIC X(30).

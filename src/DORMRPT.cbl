000320*                  AUDINQ FILTER IDIOM. ANY PROPOSED REVOKE
000330*                  ENDS THE STEP WITH RETURN CODE 4 SO THE
000340*                  LISTING GETS LOOKED AT.
000341* 10/15/2026  RH   THE AUDIT ARCHIVE RECORD IS NOW 75 BYTES -
000342*                  AUDIT ROWS CARRY A CHAIN VALUE AT THE END
000343*                  (SEE AUDITLOG). NOT USED HERE.
000344* 10/15/2026  RH   THE AUDIT ARCHIVE RECORD IS NOW 79 BYTES -
000345*                  AUDIT ROWS CARRY THE OWNING SITE AHEAD OF THE
000346*                  CHAIN VALUE (SEE AUDITLOG). NOT USED HERE.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000720     COPY AUDITLOG.
000730 FD  AUDIT-ARCH-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 79 CHARACTERS.
000760 01  AUDIT-ARCH-RECORD.
000770     05  AA-TIMESTAMP            PIC X(15).
000780     05  AA-JOB-NAME             PIC X(08).
000810     05  AA-JOB-RC               PIC X(02).
000820     05  AA-CYCLE-NUMBER         PIC X(06).
000830     05  FILLER                  PIC X(04).
000831     05  FILLER                  PIC X(04).
000832     05  AA-CHAIN-VALUE          PIC X(09).
000840 FD  PROP-TRAN-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY OPERTRAN.

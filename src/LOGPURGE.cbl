000245*                  SEQUENTIALLY. THE ARCHIVE STAYS QSAM; THE
000246*                  DATED GENERATIONS ARE FOR AUDITORS, NOT
000247*                  KEYED READERS.
000248* 10/15/2026  RH   AUDIT ROWS ARE NOW 75 BYTES - EACH CARRIES ITS
000249*                  CHAIN VALUE (SEE AUDITLOG) - AND THE ARCHIVE
000250*                  AND REPLACEMENT RECORDS ARE WIDENED TO MATCH.
000251*                  ROWS ARE STILL COPIED WHOLE AND IN KEY ORDER,
000252*                  SO THE CHAIN RUNS UNBROKEN FROM THE LAST ROW
000253*                  ARCHIVED INTO THE FIRST ROW KEPT. THE REPORT
000254*                  NOW NAMES THAT LAST ARCHIVED ROW AND ITS
000255*                  CHAIN VALUE, SO THE BOUNDARY CAN STILL BE
000256*                  CHECKED (AUDIT-VERIFY) AFTER THE OLDER
000257*                  ARCHIVE GENERATIONS HAVE ROLLED OFF.
000258* 10/15/2026  RH   AUDIT ROWS ARE NOW 79 BYTES - EACH CARRIES THE
000259*                  OWNING SITE AS WELL AS THE RUNNING SITE (SEE
000260*                  AUDITLOG) - AND THE ARCHIVE AND REPLACEMENT
000261*                  RECORDS ARE WIDENED TO MATCH.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000680     COPY AUDITLOG.
000690 FD  AUDIT-ARCH-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 79 CHARACTERS.
000720 01  AUDIT-ARCH-RECORD           PIC X(79).
000730 FD  AUDIT-NEW-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 79 CHARACTERS.
000760 01  AUDIT-NEW-RECORD.
000761     05  AN-LOG-KEY              PIC X(24).
000762     05  FILLER                  PIC X(55).
000770 FD  RESTART-CKPT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY RESTCKPT.
001420 01  WS-ARCH-COUNT               PIC 9(07)   COMP VALUE ZERO.
001430 01  WS-KEEP-COUNT               PIC 9(07)   COMP VALUE ZERO.
001440*----------------------------------------------------------------
001441* THE LAST AUDIT ROW ARCHIVED THIS RUN - THE AUDIT CHAIN
001442* CARRIES ON FROM ITS CHAIN VALUE INTO THE FIRST ROW KEPT.
001443*----------------------------------------------------------------
001444 01  WS-BOUNDARY-TIMESTAMP       PIC X(15)   VALUE SPACES.
001445 01  WS-BOUNDARY-JOB-NAME        PIC X(08)   VALUE SPACES.
001446 01  WS-BOUNDARY-ENTRY-TYPE      PIC X(01)   VALUE SPACE.
001447 01  WS-BOUNDARY-CHAIN           PIC X(09)   VALUE SPACES.
001448*----------------------------------------------------------------
001450* REPORT LINE LAYOUTS.
001460*----------------------------------------------------------------
001470 01  HDG-LINE-1                  PIC X(132)  VALUE
001650     05  FILLER                  PIC X(03)   VALUE SPACES.
001660     05  DTL-KEEP-COUNT          PIC ZZZZZZ9.
001670     05  FILLER                  PIC X(96)   VALUE SPACES.
001671 01  CHAIN-LINE.
001672     05  FILLER                  PIC X(32)   VALUE
001673         "AUDIT CHAIN AT ARCHIVE BOUNDARY ".
001674     05  CHN-TIMESTAMP           PIC X(15).
001675     05  FILLER                  PIC X(01)   VALUE SPACE.
001676     05  CHN-JOB-NAME            PIC X(08).
001677     05  FILLER                  PIC X(01)   VALUE SPACE.
001678     05  CHN-ENTRY-TYPE          PIC X(01).
001679     05  FILLER                  PIC X(14)   VALUE
001680         "  CHAIN VALUE ".
001681     05  CHN-CHAIN-VALUE         PIC X(09).
001682     05  FILLER                  PIC X(51)   VALUE SPACES.
001680 01  BLANK-LINE                   PIC X(132)  VALUE SPACES.
001690 PROCEDURE DIVISION.
001700*================================================================
002420     CLOSE AUDIT-ARCH-FILE.
002430     CLOSE AUDIT-NEW-FILE.
002450     PERFORM 8000-WRITE-COUNTS   THRU 8000-EXIT.
002451     IF WS-ARCH-COUNT > 0
002452         MOVE WS-BOUNDARY-TIMESTAMP  TO CHN-TIMESTAMP
002453         MOVE WS-BOUNDARY-JOB-NAME   TO CHN-JOB-NAME
002454         MOVE WS-BOUNDARY-ENTRY-TYPE TO CHN-ENTRY-TYPE
002455         MOVE WS-BOUNDARY-CHAIN      TO CHN-CHAIN-VALUE
002456         WRITE PURGE-RPT-RECORD  FROM CHAIN-LINE
002457     END-IF.
002460 2000-EXIT.
002470     EXIT.
002480*================================================================
002610     IF WS-ROW-AGE-DAYS > WS-RETENTION-DAYS
002620         WRITE AUDIT-ARCH-RECORD FROM AUDIT-LOG-RECORD
002630         ADD 1                   TO WS-ARCH-COUNT
002631         MOVE AL-TIMESTAMP       TO WS-BOUNDARY-TIMESTAMP
002632         MOVE AL-JOB-NAME        TO WS-BOUNDARY-JOB-NAME
002633         MOVE AL-ENTRY-TYPE      TO WS-BOUNDARY-ENTRY-TYPE
002634         MOVE AL-CHAIN-VALUE     TO WS-BOUNDARY-CHAIN
002640     ELSE
002650         WRITE AUDIT-NEW-RECORD  FROM AUDIT-LOG-RECORD
002660         ADD 1                   TO WS-KEEP-COUNT

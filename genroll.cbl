----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT AUDIT-FILE ASSIGN TO AUDITF SEQUENTIAL
                          FILE STATUS IS WS-AUDIT-FS.
          SELECT AUDIT-GEN-FILE ASSIGN TO AUDGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS AGN-KEY
                          FILE STATUS IS WS-AUDGEN-FS.
          SELECT AUDIT-OFF-FILE ASSIGN TO AUDOFF SEQUENTIAL
                          FILE STATUS IS WS-AUDOFF-FS.
          SELECT ADRHIST-FILE ASSIGN TO ADRHISTF SEQUENTIAL
                          FILE STATUS IS WS-ADRHIST-FS.
          SELECT ADRHIST-GEN-FILE ASSIGN TO AHSGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS HGN-KEY
                          FILE STATUS IS WS-AHSGEN-FS.
          SELECT ADRHIST-OFF-FILE ASSIGN TO AHSOFF SEQUENTIAL
                          FILE STATUS IS WS-AHSOFF-FS.
          SELECT RUNLOG-FILE ASSIGN TO RUNLOGF SEQUENTIAL
                          FILE STATUS IS WS-RUNLOG-FS.
          SELECT RUNLOG-GEN-FILE ASSIGN TO RLGGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS RGN-KEY
                          FILE STATUS IS WS-RLGGEN-FS.
          SELECT RUNLOG-OFF-FILE ASSIGN TO RLGOFF SEQUENTIAL
                          FILE STATUS IS WS-RLGOFF-FS.
          SELECT GEN-INDEX-FILE ASSIGN TO GENINDEX SEQUENTIAL
                          FILE STATUS IS WS-GENINDEX-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT LOCK-FILE ASSIGN TO LOCKF SEQUENTIAL
                          FILE STATUS IS WS-LOCKF-FS.


       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
         02  AUD-RUN-DATE                   PIC 9(08).
         02  FILLER                         PIC X(180).

       FD AUDIT-GEN-FILE.
       01 AUDIT-GEN-RECORD.
         02  AGN-KEY.
           03  AGN-GEN-NO                   PIC 9(04).
           03  AGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AGN-DATA                       PIC X(188).

       FD AUDIT-OFF-FILE.
       01 AUDIT-OFF-RECORD                  PIC X(201).

       FD ADRHIST-FILE.
       01 ADRHIST-RECORD.
         02  AHR-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AHR-REPLACED-DATE              PIC 9(08).
         02  FILLER                         PIC X(66).

       FD ADRHIST-GEN-FILE.
       01 ADRHIST-GEN-RECORD.
         02  HGN-KEY.
           03  HGN-GEN-NO                   PIC 9(04).
           03  HGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  HGN-DATA                       PIC X(80).

       FD ADRHIST-OFF-FILE.
       01 ADRHIST-OFF-RECORD                PIC X(93).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD.
         02  RUN-LOG-DATE                   PIC 9(08).
         02  FILLER                         PIC X(72).

       FD RUNLOG-GEN-FILE.
       01 RUNLOG-GEN-RECORD.
         02  RGN-KEY.
           03  RGN-GEN-NO                   PIC 9(04).
           03  RGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RGN-DATA                       PIC X(80).

       FD RUNLOG-OFF-FILE.
       01 RUNLOG-OFF-RECORD                 PIC X(93).

       FD GEN-INDEX-FILE.
       01 GEN-INDEX-RECORD.
         02  GIX-FILE-ID                    PIC X(08).
         02  FILLER                         PIC X(01).
         02  GIX-GEN-NO                     PIC 9(04).
         02  FILLER                         PIC X(01).
         02  GIX-FIRST-DATE                 PIC 9(08).
         02  FILLER                         PIC X(01).
         02  GIX-LAST-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  GIX-RECORD-COUNT               PIC 9(08).
         02  FILLER                         PIC X(01).
         02  GIX-ROLL-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  GIX-STATUS                     PIC X(01).
         02  FILLER                         PIC X(01).
         02  GIX-OFFLINE-DATE               PIC 9(08).
         02  FILLER                         PIC X(20).

       FD PARMFILE.
       01 PARM-RECORD                       PIC X(80).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-RECORD.
         02  LCK-STATUS                     PIC X(01).
         02  FILLER                         PIC X(01).
         02  LCK-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  LCK-LOCK-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  LCK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-LOCKF-FS                       PIC X(02) VALUE SPACES.

       01 WS-LOCK-OWNED-SW                  PIC X(01) VALUE 'N'.
         88 WS-LOCK-OWNED                            VALUE 'Y'.

       01 WS-LOCK-WORK.
         02  WLK-STATUS                     PIC X(01).
           88 WLK-IS-HELD                              VALUE 'H'.
         02  FILLER                         PIC X(01).
         02  WLK-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  WLK-LOCK-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  WLK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       01 WS-LOCK-SYS-DATE.
         02  WS-LSD-YY                      PIC 9(02).
         02  WS-LSD-MM                      PIC 9(02).
         02  WS-LSD-DD                      PIC 9(02).

       01 WS-LOCK-DATE.
         02  WS-LKD-CC                      PIC 9(02) VALUE 20.
         02  WS-LKD-YYMMDD                  PIC 9(06) VALUE ZERO.
       01 WS-LOCK-DATE-N REDEFINES WS-LOCK-DATE
                                            PIC 9(08).

       77 WS-LOCK-TIME-NOW                  PIC 9(08) VALUE ZERO.

       01 WS-AUDIT-FS                       PIC X(02) VALUE SPACES.
       01 WS-AUDGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-AUDOFF-FS                      PIC X(02) VALUE SPACES.
       01 WS-ADRHIST-FS                     PIC X(02) VALUE SPACES.
       01 WS-AHSGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-AHSOFF-FS                      PIC X(02) VALUE SPACES.
       01 WS-RUNLOG-FS                      PIC X(02) VALUE SPACES.
       01 WS-RLGGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-RLGOFF-FS                      PIC X(02) VALUE SPACES.
       01 WS-GENINDEX-FS                    PIC X(02) VALUE SPACES.
       01 WS-PARMFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-FILES-OPEN-SW                  PIC X(01) VALUE 'N'.
         88 WS-FILES-OPEN                            VALUE 'Y'.

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-INDEX-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-INDEX-EOF                             VALUE 'Y'.

       01 WS-LIVE-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-LIVE-EOF                              VALUE 'Y'.

       01 WS-STORE-END-SW                   PIC X(01) VALUE 'N'.
         88 WS-STORE-END                             VALUE 'Y'.

       01 WS-CONTROL-SW                     PIC X(01) VALUE 'N'.
         88 WS-CONTROL-FOUND                         VALUE 'Y'.

       77 WS-GIX-COUNT                      PIC 9(04) VALUE ZERO.
       77 WS-GIX-SUB                        PIC 9(04) COMP VALUE ZERO.
       77 WS-INDEX-READ                     PIC 9(04) VALUE ZERO.
       77 WS-INDEX-CHANGES                  PIC 9(04) VALUE ZERO.
       77 WS-INDEX-REWRITTEN                PIC 9(04) VALUE ZERO.
       77 WS-INDEX-ADDED                    PIC 9(04) VALUE ZERO.
       77 WS-GENS-ROLLED                    PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-ROLLED                 PIC 9(08) VALUE ZERO.
       77 WS-FILES-EMPTY                    PIC 9(08) VALUE ZERO.
       77 WS-GENS-OFFLINE                   PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-OFFLINE                PIC 9(08) VALUE ZERO.
       77 WS-LEFTOVERS-CLEARED              PIC 9(08) VALUE ZERO.
       77 WS-OUT-OF-BALANCE                 PIC 9(03) VALUE ZERO.
       77 WS-MONTH-WORK                     PIC 9(06) VALUE ZERO.
       77 WS-MONTH-REM                      PIC 9(02) VALUE ZERO.
       77 WS-RECORD-DATE                    PIC 9(08) VALUE ZERO.

       01 WS-ROLL-WORK.
         02  WS-ROLL-FILE-ID                PIC X(08).
         02  WS-ROLL-GEN-NO                 PIC 9(04).
         02  WS-ROLL-FIRST-DATE             PIC 9(08).
         02  WS-ROLL-LAST-DATE              PIC 9(08).
         02  WS-ROLL-COUNT                  PIC 9(08).
         02  WS-ROLL-VERIFIED               PIC 9(08).
         02  WS-ROLL-LEFTOVERS              PIC 9(08).

       01 WS-MOVE-WORK.
         02  WS-MOVE-GEN-NO                 PIC 9(04).
         02  WS-MOVE-CONTROL-COUNT          PIC 9(08).
         02  WS-MOVE-COUNTED                PIC 9(08).
         02  WS-MOVE-MOVED                  PIC 9(08).

       01 WS-GEN-CONTROL.
         02  GCT-FILE-ID                    PIC X(08).
         02  FILLER                         PIC X(01).
         02  GCT-GEN-NO                     PIC 9(04).
         02  FILLER                         PIC X(01).
         02  GCT-FIRST-DATE                 PIC 9(08).
         02  FILLER                         PIC X(01).
         02  GCT-LAST-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  GCT-RECORD-COUNT               PIC 9(08).
         02  FILLER                         PIC X(01).
         02  GCT-ROLL-DATE                  PIC 9(08).
         02  FILLER                         PIC X(31).

       01 WS-PARM.
         02  PRM-RETAIN-MONTHS              PIC 9(03).
         02  FILLER                         PIC X(77).

       01 WS-RETAIN-DATE.
         02  WS-RT-CCYY                     PIC 9(04) VALUE ZERO.
         02  WS-RT-MM                       PIC 9(02) VALUE ZERO.
         02  WS-RT-DD                       PIC 9(02) VALUE ZERO.
       01 WS-RETAIN-DATE-N REDEFINES WS-RETAIN-DATE
                                            PIC 9(08).

       01 WS-GIX-TABLE.
         02  WS-GIX-ENTRY OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-GIX-COUNT
                      INDEXED BY WS-GIX-IDX.
           03  GXT-FILE-ID                  PIC X(08).
           03  GXT-GEN-NO                   PIC 9(04).
           03  GXT-FIRST-DATE               PIC 9(08).
           03  GXT-LAST-DATE                PIC 9(08).
           03  GXT-RECORD-COUNT             PIC 9(08).
           03  GXT-ROLL-DATE                PIC 9(08).
           03  GXT-STATUS                   PIC X(01).
             88 GXT-ONLINE                             VALUE 'O'.
             88 GXT-OFFLINE                            VALUE 'F'.
           03  GXT-OFFLINE-DATE             PIC 9(08).
           03  GXT-CHANGE-SW                PIC X(01).
             88 GXT-CHANGED                            VALUE 'C'.

       01 WS-PROCESS-DATE.
         02  WS-PD-CC                       PIC 9(02) VALUE 20.
         02  WS-PD-YY                       PIC 9(02) VALUE ZERO.
         02  WS-PD-MM                       PIC 9(02) VALUE ZERO.
         02  WS-PD-DD                       PIC 9(02) VALUE ZERO.
       01 WS-PROCESS-DATE-N REDEFINES WS-PROCESS-DATE
                                            PIC 9(08).

       77 WS-LINE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-PAGE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINES-PER-PAGE             PIC 9(03) VALUE 55.

       01 WS-RUN-DATE.
         02  WS-RUN-YY                      PIC 9(02).
         02  WS-RUN-MM                      PIC 9(02).
         02  WS-RUN-DD                      PIC 9(02).

       01 WS-HEADING-LINE-1.
         02  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
         02  H1-RUN-MM                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-DD                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-YY                      PIC 9(02).
         02  FILLER                         PIC X(20) VALUE SPACES.
         02  FILLER                   PIC X(12) VALUE 'PAGE NUMBER:'.
         02  H1-PAGE-NO                     PIC ZZ9.
         02  FILLER                         PIC X(75) VALUE SPACES.

       01 WS-HEADING-LINE-2.
         02  FILLER       PIC X(40) VALUE
             'GENERATION ROLLOVER AND OFFLINE ARCHIVE'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER       PIC X(18) VALUE 'RETENTION MONTHS: '.
         02  H3-RETAIN-MONTHS               PIC 9(03).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER       PIC X(31) VALUE
             'OFFLINE IF LAST DATE BEFORE: '.
         02  H3-RETAIN-DATE                 PIC 9(08).
         02  FILLER                         PIC X(69) VALUE SPACES.

       01 WS-CAPTION-LINE.
         02  FILLER                   PIC X(10) VALUE 'FILE'.
         02  FILLER                   PIC X(06) VALUE 'GEN.'.
         02  FILLER                   PIC X(10) VALUE 'FIRST DATE'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE 'LAST DATE'.
         02  FILLER                   PIC X(10) VALUE '   RECORDS'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE '   COUNTED'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(70) VALUE 'ACTION'.

       01 WS-DETAIL-LINE.
         02  DTL-FILE-ID                    PIC X(08).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-GEN-NO                     PIC 9(04).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-FIRST-DATE                 PIC 9(08).
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  DTL-LAST-DATE                  PIC 9(08).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-RECORDS                    PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-COUNTED-X.
           03  DTL-COUNTED                  PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-ACTION                     PIC X(22).
         02  DTL-ACTION-DATE                PIC X(08).
         02  FILLER                         PIC X(40) VALUE SPACES.

       01 WS-SECTION-LINE.
         02  FILLER       PIC X(40) VALUE
             'GENERATION INDEX AFTER THIS RUN'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING GENROLL"
            PERFORM B000-OPEN-FILES.
            PERFORM B300-LOAD-GEN-INDEX.
            PERFORM D000-ROLL-AUDIT-TRAIL.
            PERFORM D100-ROLL-ADDRESS-HISTORY.
            PERFORM D200-ROLL-RUN-LOG.
            PERFORM E000-MOVE-EXPIRED-OFFLINE.
            PERFORM C400-PRINT-GEN-INDEX.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            PERFORM Y100-CLAIM-FILE-LOCK.
            OPEN OUTPUT PRTFILE.
            PERFORM B050-GET-PROCESS-DATE.
            PERFORM B100-READ-PARM-RECORD.
            OPEN I-O AUDIT-GEN-FILE.
            IF WS-AUDGEN-FS = '35' THEN
                OPEN OUTPUT AUDIT-GEN-FILE
                CLOSE AUDIT-GEN-FILE
                OPEN I-O AUDIT-GEN-FILE.
            IF WS-AUDGEN-FS NOT = '00' THEN
                DISPLAY '*** AUDGEN OPEN ERROR, FILE STATUS: '
                        WS-AUDGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN I-O ADRHIST-GEN-FILE.
            IF WS-AHSGEN-FS = '35' THEN
                OPEN OUTPUT ADRHIST-GEN-FILE
                CLOSE ADRHIST-GEN-FILE
                OPEN I-O ADRHIST-GEN-FILE.
            IF WS-AHSGEN-FS NOT = '00' THEN
                DISPLAY '*** AHSGEN OPEN ERROR, FILE STATUS: '
                        WS-AHSGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN I-O RUNLOG-GEN-FILE.
            IF WS-RLGGEN-FS = '35' THEN
                OPEN OUTPUT RUNLOG-GEN-FILE
                CLOSE RUNLOG-GEN-FILE
                OPEN I-O RUNLOG-GEN-FILE.
            IF WS-RLGGEN-FS NOT = '00' THEN
                DISPLAY '*** RLGGEN OPEN ERROR, FILE STATUS: '
                        WS-RLGGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN EXTEND AUDIT-OFF-FILE.
            IF WS-AUDOFF-FS NOT = '00' THEN
                OPEN OUTPUT AUDIT-OFF-FILE.
            OPEN EXTEND ADRHIST-OFF-FILE.
            IF WS-AHSOFF-FS NOT = '00' THEN
                OPEN OUTPUT ADRHIST-OFF-FILE.
            OPEN EXTEND RUNLOG-OFF-FILE.
            IF WS-RLGOFF-FS NOT = '00' THEN
                OPEN OUTPUT RUNLOG-OFF-FILE.
            SET WS-FILES-OPEN TO TRUE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
            PERFORM C000-PRINT-HEADINGS.

       B050-GET-PROCESS-DATE.
            OPEN INPUT PROCDATE-FILE.
            IF WS-PROCDATF-FS = '00' THEN
                PERFORM B060-READ-PROCESS-DATE
                CLOSE PROCDATE-FILE.
            IF NOT WS-PROCDATE-SET THEN
                DISPLAY 'NO PROCESS DATE CONTROL, STATUS: '
                        WS-PROCDATF-FS ' - SYSTEM DATE USED'
                ACCEPT WS-RUN-DATE FROM DATE
                MOVE WS-RUN-YY TO WS-PD-YY
                MOVE WS-RUN-MM TO WS-PD-MM
                MOVE WS-RUN-DD TO WS-PD-DD.

       B060-READ-PROCESS-DATE.
            READ PROCDATE-FILE INTO PROCDATE-RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF PRD-PROCESS-DATE IS NUMERIC
                     AND PRD-PROCESS-DATE NOT = ZERO THEN
                      MOVE PRD-PROCESS-DATE TO WS-PROCESS-DATE-N
                      SET WS-PROCDATE-SET TO TRUE.

       B100-READ-PARM-RECORD.
            OPEN INPUT PARMFILE.
            IF WS-PARMFILE-FS = '00' THEN
                PERFORM B110-GET-PARM-RECORD
                CLOSE PARMFILE
            ELSE
                SET WS-PARM-EOF TO TRUE
                DISPLAY 'NO PARAMETER FILE, STATUS: '
                        WS-PARMFILE-FS.
            IF WS-PARM-EOF THEN
                MOVE ZERO TO PRM-RETAIN-MONTHS.
            IF PRM-RETAIN-MONTHS IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-RETAIN-MONTHS.
            IF PRM-RETAIN-MONTHS = ZERO THEN
                DISPLAY 'NO RETENTION PERIOD - 12 MONTHS USED'
                MOVE 12 TO PRM-RETAIN-MONTHS.
            COMPUTE WS-MONTH-WORK = (WS-PD-CC * 100 + WS-PD-YY) * 12
                                  + WS-PD-MM - 1 - PRM-RETAIN-MONTHS.
            DIVIDE WS-MONTH-WORK BY 12
              GIVING WS-RT-CCYY REMAINDER WS-MONTH-REM.
            COMPUTE WS-RT-MM = WS-MONTH-REM + 1.
            MOVE WS-PD-DD TO WS-RT-DD.
            MOVE PRM-RETAIN-MONTHS TO H3-RETAIN-MONTHS.
            MOVE WS-RETAIN-DATE-N  TO H3-RETAIN-DATE.

       B110-GET-PARM-RECORD.
            READ PARMFILE INTO WS-PARM
              AT END
                  SET WS-PARM-EOF TO TRUE.

       B300-LOAD-GEN-INDEX.
            OPEN INPUT GEN-INDEX-FILE.
            IF WS-GENINDEX-FS NOT = '00' THEN
                DISPLAY 'NO GENERATION INDEX, STATUS: '
                        WS-GENINDEX-FS ' - NEW INDEX STARTED'
            ELSE
                PERFORM B310-LOAD-ONE-INDEX-ENTRY
                  UNTIL WS-INDEX-EOF OR WS-GIX-COUNT = 2000
                PERFORM B320-CHECK-INDEX-CAPACITY
                CLOSE GEN-INDEX-FILE.

       B310-LOAD-ONE-INDEX-ENTRY.
            READ GEN-INDEX-FILE
              AT END
                  SET WS-INDEX-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-INDEX-READ
                  ADD 1 TO WS-GIX-COUNT
                  MOVE GIX-FILE-ID      TO GXT-FILE-ID(WS-GIX-COUNT)
                  MOVE GIX-GEN-NO       TO GXT-GEN-NO(WS-GIX-COUNT)
                  MOVE GIX-FIRST-DATE   TO GXT-FIRST-DATE(WS-GIX-COUNT)
                  MOVE GIX-LAST-DATE    TO GXT-LAST-DATE(WS-GIX-COUNT)
                  MOVE GIX-RECORD-COUNT
                    TO GXT-RECORD-COUNT(WS-GIX-COUNT)
                  MOVE GIX-ROLL-DATE    TO GXT-ROLL-DATE(WS-GIX-COUNT)
                  MOVE GIX-STATUS       TO GXT-STATUS(WS-GIX-COUNT)
                  MOVE GIX-OFFLINE-DATE
                    TO GXT-OFFLINE-DATE(WS-GIX-COUNT)
                  MOVE SPACE TO GXT-CHANGE-SW(WS-GIX-COUNT).

       B320-CHECK-INDEX-CAPACITY.
            IF NOT WS-INDEX-EOF THEN
                READ GEN-INDEX-FILE
                  AT END
                      SET WS-INDEX-EOF TO TRUE.
            IF NOT WS-INDEX-EOF THEN
                DISPLAY '*** GENERATION INDEX EXCEEDS TABLE '
                        'CAPACITY OF 2000 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-1
                AFTER ADVANCING PAGE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-2
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-3
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-CAPTION-LINE
                AFTER ADVANCING 1 LINE.
            MOVE 5 TO WS-LINE-COUNT.

       C100-PRINT-DETAIL-LINE.
            WRITE PRINT-LINE FROM WS-DETAIL-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C200-PRINT-TOTAL-LINE.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C300-SET-ROLL-LINE.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-ROLL-FILE-ID    TO DTL-FILE-ID.
            MOVE WS-ROLL-GEN-NO     TO DTL-GEN-NO.
            MOVE WS-ROLL-FIRST-DATE TO DTL-FIRST-DATE.
            MOVE WS-ROLL-LAST-DATE  TO DTL-LAST-DATE.
            MOVE WS-ROLL-COUNT      TO DTL-RECORDS.
            MOVE WS-ROLL-VERIFIED   TO DTL-COUNTED.

       C400-PRINT-GEN-INDEX.
            IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-SECTION-LINE
                AFTER ADVANCING 1 LINE.
            ADD 2 TO WS-LINE-COUNT.
            PERFORM C410-PRINT-ONE-INDEX-ENTRY
              VARYING WS-GIX-SUB FROM 1 BY 1
              UNTIL WS-GIX-SUB > WS-GIX-COUNT.

       C410-PRINT-ONE-INDEX-ENTRY.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE GXT-FILE-ID(WS-GIX-SUB)      TO DTL-FILE-ID.
            MOVE GXT-GEN-NO(WS-GIX-SUB)       TO DTL-GEN-NO.
            MOVE GXT-FIRST-DATE(WS-GIX-SUB)   TO DTL-FIRST-DATE.
            MOVE GXT-LAST-DATE(WS-GIX-SUB)    TO DTL-LAST-DATE.
            MOVE GXT-RECORD-COUNT(WS-GIX-SUB) TO DTL-RECORDS.
            IF GXT-OFFLINE(WS-GIX-SUB) THEN
                MOVE 'OFFLINE SINCE'            TO DTL-ACTION
                MOVE GXT-OFFLINE-DATE(WS-GIX-SUB) TO DTL-ACTION-DATE
            ELSE
                MOVE 'ONLINE, ROLLED'           TO DTL-ACTION
                MOVE GXT-ROLL-DATE(WS-GIX-SUB)  TO DTL-ACTION-DATE.
            PERFORM C100-PRINT-DETAIL-LINE.

       D000-ROLL-AUDIT-TRAIL.
            MOVE 'AUDIT   ' TO WS-ROLL-FILE-ID.
            PERFORM G100-START-NEW-GENERATION.
            MOVE WS-ROLL-GEN-NO TO AGN-GEN-NO.
            MOVE ZERO TO AGN-SEQ-NO.
            START AUDIT-GEN-FILE KEY NOT LESS THAN AGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM D010-CLEAR-AUDIT-LEFTOVER UNTIL WS-STORE-END.
            PERFORM G200-REPORT-LEFTOVERS.
            MOVE 'N' TO WS-LIVE-EOF-SW.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-FS = '00' THEN
                PERFORM D020-STORE-ONE-AUDIT UNTIL WS-LIVE-EOF
                CLOSE AUDIT-FILE
            ELSE
                DISPLAY 'NO AUDIT FILE, STATUS: ' WS-AUDIT-FS.
            IF WS-ROLL-COUNT = ZERO THEN
                PERFORM G300-REPORT-EMPTY-FILE
            ELSE
                PERFORM D030-FINISH-AUDIT-GENERATION.

       D010-CLEAR-AUDIT-LEFTOVER.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF AGN-GEN-NO NOT = WS-ROLL-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      DELETE AUDIT-GEN-FILE RECORD
                      ADD 1 TO WS-ROLL-LEFTOVERS.

       D020-STORE-ONE-AUDIT.
            READ AUDIT-FILE
              AT END
                  SET WS-LIVE-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ROLL-COUNT
                  MOVE SPACES         TO AUDIT-GEN-RECORD
                  MOVE WS-ROLL-GEN-NO TO AGN-GEN-NO
                  MOVE WS-ROLL-COUNT  TO AGN-SEQ-NO
                  MOVE AUDIT-RECORD   TO AGN-DATA
                  MOVE AUD-RUN-DATE   TO WS-RECORD-DATE
                  PERFORM G400-TRACK-DATE-RANGE
                  PERFORM D025-WRITE-AUDIT-GEN.

       D025-WRITE-AUDIT-GEN.
            WRITE AUDIT-GEN-RECORD.
            IF WS-AUDGEN-FS NOT = '00' THEN
                DISPLAY '*** AUDGEN WRITE ERROR, FILE STATUS: '
                        WS-AUDGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       D030-FINISH-AUDIT-GENERATION.
            PERFORM G500-BUILD-CONTROL-RECORD.
            MOVE SPACES         TO AUDIT-GEN-RECORD.
            MOVE WS-ROLL-GEN-NO TO AGN-GEN-NO.
            MOVE ZERO           TO AGN-SEQ-NO.
            MOVE WS-GEN-CONTROL TO AGN-DATA.
            PERFORM D025-WRITE-AUDIT-GEN.
            MOVE 'N' TO WS-STORE-END-SW.
            MOVE WS-ROLL-GEN-NO TO AGN-GEN-NO.
            MOVE 1 TO AGN-SEQ-NO.
            START AUDIT-GEN-FILE KEY NOT LESS THAN AGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM D040-VERIFY-ONE-AUDIT UNTIL WS-STORE-END.
            IF WS-ROLL-VERIFIED = WS-ROLL-COUNT THEN
                PERFORM G600-RECORD-NEW-GENERATION
                OPEN OUTPUT AUDIT-FILE
                CLOSE AUDIT-FILE
            ELSE
                PERFORM G700-REPORT-ROLL-MISMATCH.

       D040-VERIFY-ONE-AUDIT.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF AGN-GEN-NO NOT = WS-ROLL-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      ADD 1 TO WS-ROLL-VERIFIED.

       D100-ROLL-ADDRESS-HISTORY.
            MOVE 'ADRHIST ' TO WS-ROLL-FILE-ID.
            PERFORM G100-START-NEW-GENERATION.
            MOVE WS-ROLL-GEN-NO TO HGN-GEN-NO.
            MOVE ZERO TO HGN-SEQ-NO.
            START ADRHIST-GEN-FILE KEY NOT LESS THAN HGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM D110-CLEAR-HISTORY-LEFTOVER UNTIL WS-STORE-END.
            PERFORM G200-REPORT-LEFTOVERS.
            MOVE 'N' TO WS-LIVE-EOF-SW.
            OPEN INPUT ADRHIST-FILE.
            IF WS-ADRHIST-FS = '00' THEN
                PERFORM D120-STORE-ONE-HISTORY UNTIL WS-LIVE-EOF
                CLOSE ADRHIST-FILE
            ELSE
                DISPLAY 'NO ADDRESS HISTORY FILE, STATUS: '
                        WS-ADRHIST-FS.
            IF WS-ROLL-COUNT = ZERO THEN
                PERFORM G300-REPORT-EMPTY-FILE
            ELSE
                PERFORM D130-FINISH-HISTORY-GENERATION.

       D110-CLEAR-HISTORY-LEFTOVER.
            READ ADRHIST-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF HGN-GEN-NO NOT = WS-ROLL-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      DELETE ADRHIST-GEN-FILE RECORD
                      ADD 1 TO WS-ROLL-LEFTOVERS.

       D120-STORE-ONE-HISTORY.
            READ ADRHIST-FILE
              AT END
                  SET WS-LIVE-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ROLL-COUNT
                  MOVE SPACES            TO ADRHIST-GEN-RECORD
                  MOVE WS-ROLL-GEN-NO    TO HGN-GEN-NO
                  MOVE WS-ROLL-COUNT     TO HGN-SEQ-NO
                  MOVE ADRHIST-RECORD    TO HGN-DATA
                  MOVE AHR-REPLACED-DATE TO WS-RECORD-DATE
                  PERFORM G400-TRACK-DATE-RANGE
                  PERFORM D125-WRITE-HISTORY-GEN.

       D125-WRITE-HISTORY-GEN.
            WRITE ADRHIST-GEN-RECORD.
            IF WS-AHSGEN-FS NOT = '00' THEN
                DISPLAY '*** AHSGEN WRITE ERROR, FILE STATUS: '
                        WS-AHSGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       D130-FINISH-HISTORY-GENERATION.
            PERFORM G500-BUILD-CONTROL-RECORD.
            MOVE SPACES         TO ADRHIST-GEN-RECORD.
            MOVE WS-ROLL-GEN-NO TO HGN-GEN-NO.
            MOVE ZERO           TO HGN-SEQ-NO.
            MOVE WS-GEN-CONTROL TO HGN-DATA.
            PERFORM D125-WRITE-HISTORY-GEN.
            MOVE 'N' TO WS-STORE-END-SW.
            MOVE WS-ROLL-GEN-NO TO HGN-GEN-NO.
            MOVE 1 TO HGN-SEQ-NO.
            START ADRHIST-GEN-FILE KEY NOT LESS THAN HGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM D140-VERIFY-ONE-HISTORY UNTIL WS-STORE-END.
            IF WS-ROLL-VERIFIED = WS-ROLL-COUNT THEN
                PERFORM G600-RECORD-NEW-GENERATION
                OPEN OUTPUT ADRHIST-FILE
                CLOSE ADRHIST-FILE
            ELSE
                PERFORM G700-REPORT-ROLL-MISMATCH.

       D140-VERIFY-ONE-HISTORY.
            READ ADRHIST-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF HGN-GEN-NO NOT = WS-ROLL-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      ADD 1 TO WS-ROLL-VERIFIED.

       D200-ROLL-RUN-LOG.
            MOVE 'RUNLOG  ' TO WS-ROLL-FILE-ID.
            PERFORM G100-START-NEW-GENERATION.
            MOVE WS-ROLL-GEN-NO TO RGN-GEN-NO.
            MOVE ZERO TO RGN-SEQ-NO.
            START RUNLOG-GEN-FILE KEY NOT LESS THAN RGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM D210-CLEAR-RUNLOG-LEFTOVER UNTIL WS-STORE-END.
            PERFORM G200-REPORT-LEFTOVERS.
            MOVE 'N' TO WS-LIVE-EOF-SW.
            OPEN INPUT RUNLOG-FILE.
            IF WS-RUNLOG-FS = '00' THEN
                PERFORM D220-STORE-ONE-RUN UNTIL WS-LIVE-EOF
                CLOSE RUNLOG-FILE
            ELSE
                DISPLAY 'NO RUN LOG FILE, STATUS: ' WS-RUNLOG-FS.
            IF WS-ROLL-COUNT = ZERO THEN
                PERFORM G300-REPORT-EMPTY-FILE
            ELSE
                PERFORM D230-FINISH-RUNLOG-GENERATION.

       D210-CLEAR-RUNLOG-LEFTOVER.
            READ RUNLOG-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF RGN-GEN-NO NOT = WS-ROLL-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      DELETE RUNLOG-GEN-FILE RECORD
                      ADD 1 TO WS-ROLL-LEFTOVERS.

       D220-STORE-ONE-RUN.
            READ RUNLOG-FILE
              AT END
                  SET WS-LIVE-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ROLL-COUNT
                  MOVE SPACES         TO RUNLOG-GEN-RECORD
                  MOVE WS-ROLL-GEN-NO TO RGN-GEN-NO
                  MOVE WS-ROLL-COUNT  TO RGN-SEQ-NO
                  MOVE RUNLOG-RECORD  TO RGN-DATA
                  MOVE RUN-LOG-DATE   TO WS-RECORD-DATE
                  PERFORM G400-TRACK-DATE-RANGE
                  PERFORM D225-WRITE-RUNLOG-GEN.

       D225-WRITE-RUNLOG-GEN.
            WRITE RUNLOG-GEN-RECORD.
            IF WS-RLGGEN-FS NOT = '00' THEN
                DISPLAY '*** RLGGEN WRITE ERROR, FILE STATUS: '
                        WS-RLGGEN-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       D230-FINISH-RUNLOG-GENERATION.
            PERFORM G500-BUILD-CONTROL-RECORD.
            MOVE SPACES         TO RUNLOG-GEN-RECORD.
            MOVE WS-ROLL-GEN-NO TO RGN-GEN-NO.
            MOVE ZERO           TO RGN-SEQ-NO.
            MOVE WS-GEN-CONTROL TO RGN-DATA.
            PERFORM D225-WRITE-RUNLOG-GEN.
            MOVE 'N' TO WS-STORE-END-SW.
            MOVE WS-ROLL-GEN-NO TO RGN-GEN-NO.
            MOVE 1 TO RGN-SEQ-NO.
            START RUNLOG-GEN-FILE KEY NOT LESS THAN RGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM D240-VERIFY-ONE-RUN UNTIL WS-STORE-END.
            IF WS-ROLL-VERIFIED = WS-ROLL-COUNT THEN
                PERFORM G600-RECORD-NEW-GENERATION
                OPEN OUTPUT RUNLOG-FILE
                CLOSE RUNLOG-FILE
            ELSE
                PERFORM G700-REPORT-ROLL-MISMATCH.

       D240-VERIFY-ONE-RUN.
            READ RUNLOG-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF RGN-GEN-NO NOT = WS-ROLL-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      ADD 1 TO WS-ROLL-VERIFIED.

       E000-MOVE-EXPIRED-OFFLINE.
            PERFORM E010-CHECK-ONE-GENERATION
              VARYING WS-GIX-SUB FROM 1 BY 1
              UNTIL WS-GIX-SUB > WS-GIX-COUNT.

       E010-CHECK-ONE-GENERATION.
            IF GXT-ONLINE(WS-GIX-SUB)
               AND GXT-LAST-DATE(WS-GIX-SUB) < WS-RETAIN-DATE-N THEN
                MOVE GXT-GEN-NO(WS-GIX-SUB) TO WS-MOVE-GEN-NO
                MOVE ZERO TO WS-MOVE-CONTROL-COUNT
                MOVE ZERO TO WS-MOVE-COUNTED
                MOVE ZERO TO WS-MOVE-MOVED
                MOVE 'N' TO WS-CONTROL-SW
                IF GXT-FILE-ID(WS-GIX-SUB) = 'AUDIT   ' THEN
                    PERFORM E100-MOVE-AUDIT-GENERATION
                ELSE
                    IF GXT-FILE-ID(WS-GIX-SUB) = 'ADRHIST ' THEN
                        PERFORM E200-MOVE-HISTORY-GENERATION
                    ELSE
                        PERFORM E300-MOVE-RUNLOG-GENERATION.

       E100-MOVE-AUDIT-GENERATION.
            MOVE 'N' TO WS-STORE-END-SW.
            MOVE WS-MOVE-GEN-NO TO AGN-GEN-NO.
            MOVE ZERO TO AGN-SEQ-NO.
            START AUDIT-GEN-FILE KEY NOT LESS THAN AGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM E110-COUNT-ONE-AUDIT UNTIL WS-STORE-END.
            PERFORM E900-CHECK-MOVE-BALANCE.
            IF WS-CONTROL-FOUND THEN
                MOVE 'N' TO WS-STORE-END-SW
                MOVE WS-MOVE-GEN-NO TO AGN-GEN-NO
                MOVE ZERO TO AGN-SEQ-NO
                START AUDIT-GEN-FILE KEY NOT LESS THAN AGN-KEY
                  INVALID KEY
                      SET WS-STORE-END TO TRUE.
            IF WS-CONTROL-FOUND THEN
                PERFORM E120-MOVE-ONE-AUDIT UNTIL WS-STORE-END
                PERFORM E950-FINISH-MOVE.

       E110-COUNT-ONE-AUDIT.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF AGN-GEN-NO NOT = WS-MOVE-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      IF AGN-SEQ-NO = ZERO THEN
                          MOVE AGN-DATA TO WS-GEN-CONTROL
                          PERFORM E910-TAKE-CONTROL-COUNT
                      ELSE
                          ADD 1 TO WS-MOVE-COUNTED.

       E120-MOVE-ONE-AUDIT.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF AGN-GEN-NO NOT = WS-MOVE-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      PERFORM E125-ARCHIVE-ONE-AUDIT.

       E125-ARCHIVE-ONE-AUDIT.
            WRITE AUDIT-OFF-RECORD FROM AUDIT-GEN-RECORD.
            IF WS-AUDOFF-FS NOT = '00' THEN
                DISPLAY '*** AUDOFF WRITE ERROR, FILE STATUS: '
                        WS-AUDOFF-FS ' GENERATION ' WS-MOVE-GEN-NO
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            DELETE AUDIT-GEN-FILE RECORD.
            IF AGN-SEQ-NO NOT = ZERO THEN
                ADD 1 TO WS-MOVE-MOVED.

       E200-MOVE-HISTORY-GENERATION.
            MOVE 'N' TO WS-STORE-END-SW.
            MOVE WS-MOVE-GEN-NO TO HGN-GEN-NO.
            MOVE ZERO TO HGN-SEQ-NO.
            START ADRHIST-GEN-FILE KEY NOT LESS THAN HGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM E210-COUNT-ONE-HISTORY UNTIL WS-STORE-END.
            PERFORM E900-CHECK-MOVE-BALANCE.
            IF WS-CONTROL-FOUND THEN
                MOVE 'N' TO WS-STORE-END-SW
                MOVE WS-MOVE-GEN-NO TO HGN-GEN-NO
                MOVE ZERO TO HGN-SEQ-NO
                START ADRHIST-GEN-FILE KEY NOT LESS THAN HGN-KEY
                  INVALID KEY
                      SET WS-STORE-END TO TRUE.
            IF WS-CONTROL-FOUND THEN
                PERFORM E220-MOVE-ONE-HISTORY UNTIL WS-STORE-END
                PERFORM E950-FINISH-MOVE.

       E210-COUNT-ONE-HISTORY.
            READ ADRHIST-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF HGN-GEN-NO NOT = WS-MOVE-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      IF HGN-SEQ-NO = ZERO THEN
                          MOVE HGN-DATA TO WS-GEN-CONTROL
                          PERFORM E910-TAKE-CONTROL-COUNT
                      ELSE
                          ADD 1 TO WS-MOVE-COUNTED.

       E220-MOVE-ONE-HISTORY.
            READ ADRHIST-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF HGN-GEN-NO NOT = WS-MOVE-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      PERFORM E225-ARCHIVE-ONE-HISTORY.

       E225-ARCHIVE-ONE-HISTORY.
            WRITE ADRHIST-OFF-RECORD FROM ADRHIST-GEN-RECORD.
            IF WS-AHSOFF-FS NOT = '00' THEN
                DISPLAY '*** AHSOFF WRITE ERROR, FILE STATUS: '
                        WS-AHSOFF-FS ' GENERATION ' WS-MOVE-GEN-NO
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            DELETE ADRHIST-GEN-FILE RECORD.
            IF HGN-SEQ-NO NOT = ZERO THEN
                ADD 1 TO WS-MOVE-MOVED.

       E300-MOVE-RUNLOG-GENERATION.
            MOVE 'N' TO WS-STORE-END-SW.
            MOVE WS-MOVE-GEN-NO TO RGN-GEN-NO.
            MOVE ZERO TO RGN-SEQ-NO.
            START RUNLOG-GEN-FILE KEY NOT LESS THAN RGN-KEY
              INVALID KEY
                  SET WS-STORE-END TO TRUE.
            PERFORM E310-COUNT-ONE-RUN UNTIL WS-STORE-END.
            PERFORM E900-CHECK-MOVE-BALANCE.
            IF WS-CONTROL-FOUND THEN
                MOVE 'N' TO WS-STORE-END-SW
                MOVE WS-MOVE-GEN-NO TO RGN-GEN-NO
                MOVE ZERO TO RGN-SEQ-NO
                START RUNLOG-GEN-FILE KEY NOT LESS THAN RGN-KEY
                  INVALID KEY
                      SET WS-STORE-END TO TRUE.
            IF WS-CONTROL-FOUND THEN
                PERFORM E320-MOVE-ONE-RUN UNTIL WS-STORE-END
                PERFORM E950-FINISH-MOVE.

       E310-COUNT-ONE-RUN.
            READ RUNLOG-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF RGN-GEN-NO NOT = WS-MOVE-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      IF RGN-SEQ-NO = ZERO THEN
                          MOVE RGN-DATA TO WS-GEN-CONTROL
                          PERFORM E910-TAKE-CONTROL-COUNT
                      ELSE
                          ADD 1 TO WS-MOVE-COUNTED.

       E320-MOVE-ONE-RUN.
            READ RUNLOG-GEN-FILE NEXT RECORD
              AT END
                  SET WS-STORE-END TO TRUE
              NOT AT END
                  IF RGN-GEN-NO NOT = WS-MOVE-GEN-NO THEN
                      SET WS-STORE-END TO TRUE
                  ELSE
                      PERFORM E325-ARCHIVE-ONE-RUN.

       E325-ARCHIVE-ONE-RUN.
            WRITE RUNLOG-OFF-RECORD FROM RUNLOG-GEN-RECORD.
            IF WS-RLGOFF-FS NOT = '00' THEN
                DISPLAY '*** RLGOFF WRITE ERROR, FILE STATUS: '
                        WS-RLGOFF-FS ' GENERATION ' WS-MOVE-GEN-NO
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            DELETE RUNLOG-GEN-FILE RECORD.
            IF RGN-SEQ-NO NOT = ZERO THEN
                ADD 1 TO WS-MOVE-MOVED.

       E900-CHECK-MOVE-BALANCE.
            IF WS-CONTROL-FOUND
               AND (WS-MOVE-COUNTED NOT = WS-MOVE-CONTROL-COUNT
                    OR WS-MOVE-COUNTED
                       NOT = GXT-RECORD-COUNT(WS-GIX-SUB)) THEN
                MOVE 'N' TO WS-CONTROL-SW.
            IF NOT WS-CONTROL-FOUND THEN
                ADD 1 TO WS-OUT-OF-BALANCE
                PERFORM E960-SET-MOVE-LINE
                MOVE '*** OUT OF BALANCE -' TO DTL-ACTION
                MOVE 'KEPT'                 TO DTL-ACTION-DATE
                PERFORM C100-PRINT-DETAIL-LINE
                DISPLAY '*** ' GXT-FILE-ID(WS-GIX-SUB)
                        ' GENERATION ' WS-MOVE-GEN-NO
                        ' CONTROL COUNT ' WS-MOVE-CONTROL-COUNT
                        ' RECORDS ' WS-MOVE-COUNTED
                        ' INDEX ' GXT-RECORD-COUNT(WS-GIX-SUB)
                        ' -- LEFT ONLINE ***'.

       E910-TAKE-CONTROL-COUNT.
            SET WS-CONTROL-FOUND TO TRUE.
            IF GCT-RECORD-COUNT IS NUMERIC THEN
                MOVE GCT-RECORD-COUNT TO WS-MOVE-CONTROL-COUNT.

       E950-FINISH-MOVE.
            PERFORM E960-SET-MOVE-LINE.
            MOVE WS-MOVE-MOVED TO DTL-COUNTED.
            IF WS-MOVE-MOVED = WS-MOVE-CONTROL-COUNT THEN
                MOVE 'F' TO GXT-STATUS(WS-GIX-SUB)
                MOVE WS-PROCESS-DATE-N
                  TO GXT-OFFLINE-DATE(WS-GIX-SUB)
                SET GXT-CHANGED(WS-GIX-SUB) TO TRUE
                ADD 1 TO WS-INDEX-CHANGES.
            IF WS-MOVE-MOVED = WS-MOVE-CONTROL-COUNT THEN
                ADD 1 TO WS-GENS-OFFLINE
                ADD WS-MOVE-MOVED TO WS-RECORDS-OFFLINE
                MOVE 'MOVED OFFLINE' TO DTL-ACTION
            ELSE
                ADD 1 TO WS-OUT-OF-BALANCE
                MOVE '*** MOVE INCOMPLETE' TO DTL-ACTION
                DISPLAY '*** ' GXT-FILE-ID(WS-GIX-SUB)
                        ' GENERATION ' WS-MOVE-GEN-NO
                        ' MOVED ' WS-MOVE-MOVED ' OF '
                        WS-MOVE-CONTROL-COUNT ' RECORDS ***'.
            PERFORM C100-PRINT-DETAIL-LINE.

       E960-SET-MOVE-LINE.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE GXT-FILE-ID(WS-GIX-SUB)      TO DTL-FILE-ID.
            MOVE GXT-GEN-NO(WS-GIX-SUB)       TO DTL-GEN-NO.
            MOVE GXT-FIRST-DATE(WS-GIX-SUB)   TO DTL-FIRST-DATE.
            MOVE GXT-LAST-DATE(WS-GIX-SUB)    TO DTL-LAST-DATE.
            MOVE GXT-RECORD-COUNT(WS-GIX-SUB) TO DTL-RECORDS.
            MOVE WS-MOVE-COUNTED              TO DTL-COUNTED.

       F000-UPDATE-GEN-INDEX.
            MOVE ZERO TO WS-GIX-SUB.
            IF WS-INDEX-CHANGES > ZERO THEN
                MOVE 'N' TO WS-INDEX-EOF-SW
                OPEN I-O GEN-INDEX-FILE
                PERFORM F100-REWRITE-ONE-INDEX-ENTRY
                  UNTIL WS-INDEX-EOF
                CLOSE GEN-INDEX-FILE
                MOVE ZERO TO WS-INDEX-CHANGES.

       F100-REWRITE-ONE-INDEX-ENTRY.
            READ GEN-INDEX-FILE
              AT END
                  SET WS-INDEX-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-GIX-SUB
                  IF GXT-CHANGED(WS-GIX-SUB) THEN
                      MOVE GXT-STATUS(WS-GIX-SUB) TO GIX-STATUS
                      MOVE GXT-OFFLINE-DATE(WS-GIX-SUB)
                        TO GIX-OFFLINE-DATE
                      REWRITE GEN-INDEX-RECORD
                      MOVE SPACE TO GXT-CHANGE-SW(WS-GIX-SUB)
                      ADD 1 TO WS-INDEX-REWRITTEN.

       F200-ADD-INDEX-ENTRY.
            OPEN EXTEND GEN-INDEX-FILE.
            IF WS-GENINDEX-FS NOT = '00' THEN
                OPEN OUTPUT GEN-INDEX-FILE.
            MOVE SPACES TO GEN-INDEX-RECORD.
            MOVE GXT-FILE-ID(WS-GIX-COUNT)      TO GIX-FILE-ID.
            MOVE GXT-GEN-NO(WS-GIX-COUNT)       TO GIX-GEN-NO.
            MOVE GXT-FIRST-DATE(WS-GIX-COUNT)   TO GIX-FIRST-DATE.
            MOVE GXT-LAST-DATE(WS-GIX-COUNT)    TO GIX-LAST-DATE.
            MOVE GXT-RECORD-COUNT(WS-GIX-COUNT) TO GIX-RECORD-COUNT.
            MOVE GXT-ROLL-DATE(WS-GIX-COUNT)    TO GIX-ROLL-DATE.
            MOVE GXT-STATUS(WS-GIX-COUNT)       TO GIX-STATUS.
            MOVE GXT-OFFLINE-DATE(WS-GIX-COUNT) TO GIX-OFFLINE-DATE.
            WRITE GEN-INDEX-RECORD.
            IF WS-GENINDEX-FS NOT = '00' THEN
                DISPLAY '*** GENINDEX WRITE ERROR, FILE STATUS: '
                        WS-GENINDEX-FS
                MOVE 16 TO RETURN-CODE
                CLOSE GEN-INDEX-FILE
                PERFORM Z999-END-PROGRAM.
            CLOSE GEN-INDEX-FILE.
            ADD 1 TO WS-INDEX-ADDED.

       G100-START-NEW-GENERATION.
            MOVE ZERO TO WS-ROLL-GEN-NO.
            MOVE ZERO TO WS-ROLL-FIRST-DATE.
            MOVE ZERO TO WS-ROLL-LAST-DATE.
            MOVE ZERO TO WS-ROLL-COUNT.
            MOVE ZERO TO WS-ROLL-VERIFIED.
            MOVE ZERO TO WS-ROLL-LEFTOVERS.
            PERFORM G110-CHECK-ONE-GEN-NO
              VARYING WS-GIX-SUB FROM 1 BY 1
              UNTIL WS-GIX-SUB > WS-GIX-COUNT.
            ADD 1 TO WS-ROLL-GEN-NO.
            MOVE 'N' TO WS-STORE-END-SW.

       G110-CHECK-ONE-GEN-NO.
            IF GXT-FILE-ID(WS-GIX-SUB) = WS-ROLL-FILE-ID
               AND GXT-GEN-NO(WS-GIX-SUB) > WS-ROLL-GEN-NO THEN
                MOVE GXT-GEN-NO(WS-GIX-SUB) TO WS-ROLL-GEN-NO.

       G200-REPORT-LEFTOVERS.
            IF WS-ROLL-LEFTOVERS > ZERO THEN
                ADD WS-ROLL-LEFTOVERS TO WS-LEFTOVERS-CLEARED
                DISPLAY 'UNINDEXED ' WS-ROLL-FILE-ID ' GENERATION '
                        WS-ROLL-GEN-NO ' LEFT BY AN EARLIER RUN - '
                        WS-ROLL-LEFTOVERS ' RECORDS CLEARED'.

       G300-REPORT-EMPTY-FILE.
            ADD 1 TO WS-FILES-EMPTY.
            PERFORM C300-SET-ROLL-LINE.
            MOVE ZERO TO DTL-GEN-NO.
            MOVE SPACES TO DTL-COUNTED-X.
            MOVE 'EMPTY - NOT ROLLED' TO DTL-ACTION.
            PERFORM C100-PRINT-DETAIL-LINE.

       G400-TRACK-DATE-RANGE.
            IF WS-RECORD-DATE IS NUMERIC
               AND WS-RECORD-DATE NOT = ZERO THEN
                IF WS-ROLL-FIRST-DATE = ZERO
                   OR WS-RECORD-DATE < WS-ROLL-FIRST-DATE THEN
                    MOVE WS-RECORD-DATE TO WS-ROLL-FIRST-DATE.
            IF WS-RECORD-DATE IS NUMERIC
               AND WS-RECORD-DATE > WS-ROLL-LAST-DATE THEN
                MOVE WS-RECORD-DATE TO WS-ROLL-LAST-DATE.

       G500-BUILD-CONTROL-RECORD.
            MOVE SPACES             TO WS-GEN-CONTROL.
            MOVE WS-ROLL-FILE-ID    TO GCT-FILE-ID.
            MOVE WS-ROLL-GEN-NO     TO GCT-GEN-NO.
            MOVE WS-ROLL-FIRST-DATE TO GCT-FIRST-DATE.
            MOVE WS-ROLL-LAST-DATE  TO GCT-LAST-DATE.
            MOVE WS-ROLL-COUNT      TO GCT-RECORD-COUNT.
            MOVE WS-PROCESS-DATE-N  TO GCT-ROLL-DATE.

       G600-RECORD-NEW-GENERATION.
            IF WS-GIX-COUNT = 2000 THEN
                DISPLAY '*** GENERATION INDEX EXCEEDS TABLE '
                        'CAPACITY OF 2000 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-GIX-COUNT.
            MOVE WS-ROLL-FILE-ID    TO GXT-FILE-ID(WS-GIX-COUNT).
            MOVE WS-ROLL-GEN-NO     TO GXT-GEN-NO(WS-GIX-COUNT).
            MOVE WS-ROLL-FIRST-DATE TO GXT-FIRST-DATE(WS-GIX-COUNT).
            MOVE WS-ROLL-LAST-DATE  TO GXT-LAST-DATE(WS-GIX-COUNT).
            MOVE WS-ROLL-COUNT      TO GXT-RECORD-COUNT(WS-GIX-COUNT).
            MOVE WS-PROCESS-DATE-N  TO GXT-ROLL-DATE(WS-GIX-COUNT).
            MOVE 'O'                TO GXT-STATUS(WS-GIX-COUNT).
            MOVE ZERO               TO GXT-OFFLINE-DATE(WS-GIX-COUNT).
            MOVE SPACE              TO GXT-CHANGE-SW(WS-GIX-COUNT).
            PERFORM F200-ADD-INDEX-ENTRY.
            ADD 1 TO WS-GENS-ROLLED.
            ADD WS-ROLL-COUNT TO WS-RECORDS-ROLLED.
            PERFORM C300-SET-ROLL-LINE.
            MOVE 'ROLLED - FILE EMPTIED' TO DTL-ACTION.
            PERFORM C100-PRINT-DETAIL-LINE.

       G700-REPORT-ROLL-MISMATCH.
            ADD 1 TO WS-OUT-OF-BALANCE.
            PERFORM C300-SET-ROLL-LINE.
            MOVE '*** VERIFY FAILED -' TO DTL-ACTION.
            MOVE 'KEPT'                TO DTL-ACTION-DATE.
            PERFORM C100-PRINT-DETAIL-LINE.
            DISPLAY '*** ' WS-ROLL-FILE-ID ' GENERATION '
                    WS-ROLL-GEN-NO ' HOLDS ' WS-ROLL-VERIFIED
                    ' OF ' WS-ROLL-COUNT ' RECORDS -- LIVE FILE '
                    'NOT EMPTIED ***'.

       Y100-CLAIM-FILE-LOCK.
            ACCEPT WS-LOCK-SYS-DATE FROM DATE.
            MOVE WS-LOCK-SYS-DATE TO WS-LKD-YYMMDD.
            ACCEPT WS-LOCK-TIME-NOW FROM TIME.
            MOVE SPACES TO WS-LOCK-WORK.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCKF-FS = '00' THEN
                PERFORM Y110-READ-LOCK-RECORD
                CLOSE LOCK-FILE.
            IF WLK-IS-HELD THEN
                PERFORM Y120-CHECK-HELD-LOCK.
            PERFORM Y200-WRITE-LOCK-RECORD.

       Y110-READ-LOCK-RECORD.
            READ LOCK-FILE INTO WS-LOCK-WORK
              AT END
                  CONTINUE.

       Y120-CHECK-HELD-LOCK.
            IF WLK-LOCK-DATE IS NOT NUMERIC
               OR WLK-LOCK-DATE < WS-LOCK-DATE-N THEN
                DISPLAY '*** STALE LOCK FROM ' WLK-PROGRAM-NAME
                        ' DATED ' WLK-LOCK-DATE
                        ' -- LOCK TAKEN OVER ***'
            ELSE
                DISPLAY '*** OUTPUT FILE LOCKED BY '
                        WLK-PROGRAM-NAME ' SINCE ' WLK-LOCK-TIME
                        ' -- RUN ENDS ***'
                DISPLAY 'RERUN WHEN THE HOLDING JOB FINISHES, OR '
                        'CLEAR A LOCK LEFT BY AN ABENDED RUN AS '
                        'DESCRIBED IN THE JOB NOTES'
                MOVE 12 TO RETURN-CODE
                STOP RUN.

       Y200-WRITE-LOCK-RECORD.
            OPEN OUTPUT LOCK-FILE.
            MOVE SPACES           TO LOCK-RECORD.
            MOVE 'GENROLL '       TO LCK-PROGRAM-NAME.
            MOVE 'H'              TO LCK-STATUS.
            MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE.
            MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME.
            WRITE LOCK-RECORD.
            CLOSE LOCK-FILE.
            SET WS-LOCK-OWNED TO TRUE.

       Y900-RELEASE-FILE-LOCK.
            IF WS-LOCK-OWNED THEN
                OPEN OUTPUT LOCK-FILE
                MOVE SPACES           TO LOCK-RECORD
                MOVE 'GENROLL '       TO LCK-PROGRAM-NAME
                MOVE 'R'              TO LCK-STATUS
                MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE
                MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME
                WRITE LOCK-RECORD
                CLOSE LOCK-FILE
                MOVE 'N' TO WS-LOCK-OWNED-SW.

       Z999-END-PROGRAM.
            IF WS-FILES-OPEN THEN
                PERFORM F000-UPDATE-GEN-INDEX
                WRITE PRINT-LINE FROM SPACES
                    AFTER ADVANCING 1 LINE
                MOVE 'GENERATIONS ROLLED:           ' TO TOT-TEXT
                MOVE WS-GENS-ROLLED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'RECORDS ROLLED:               ' TO TOT-TEXT
                MOVE WS-RECORDS-ROLLED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'EMPTY FILES NOT ROLLED:       ' TO TOT-TEXT
                MOVE WS-FILES-EMPTY TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'GENERATIONS MOVED OFFLINE:    ' TO TOT-TEXT
                MOVE WS-GENS-OFFLINE TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'RECORDS MOVED OFFLINE:        ' TO TOT-TEXT
                MOVE WS-RECORDS-OFFLINE TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'LEFTOVER RECORDS CLEARED:     ' TO TOT-TEXT
                MOVE WS-LEFTOVERS-CLEARED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'GENERATIONS OUT OF BALANCE:   ' TO TOT-TEXT
                MOVE WS-OUT-OF-BALANCE TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'INDEX ENTRIES ADDED:          ' TO TOT-TEXT
                MOVE WS-INDEX-ADDED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'INDEX ENTRIES UPDATED:        ' TO TOT-TEXT
                MOVE WS-INDEX-REWRITTEN TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                CLOSE AUDIT-GEN-FILE
                CLOSE ADRHIST-GEN-FILE
                CLOSE RUNLOG-GEN-FILE
                CLOSE AUDIT-OFF-FILE
                CLOSE ADRHIST-OFF-FILE
                CLOSE RUNLOG-OFF-FILE
                CLOSE PRTFILE.
            PERFORM Y900-RELEASE-FILE-LOCK.
            IF WS-OUT-OF-BALANCE > ZERO THEN
                DISPLAY '*** ' WS-OUT-OF-BALANCE
                        ' GENERATION(S) OUT OF BALANCE -- SEE REPORT'
                        ' ***'
                IF RETURN-CODE < 8 THEN
                    MOVE 8 TO RETURN-CODE.
            DISPLAY 'GENERATIONS ROLLED: ' WS-GENS-ROLLED
                    '  RECORDS: ' WS-RECORDS-ROLLED.
            DISPLAY 'GENERATIONS MOVED OFFLINE: ' WS-GENS-OFFLINE
                    '  RECORDS: ' WS-RECORDS-OFFLINE.
            DISPLAY 'GENROLL EXECUTION ENDS'
            STOP RUN.
       END PROGRAM GENROLL.

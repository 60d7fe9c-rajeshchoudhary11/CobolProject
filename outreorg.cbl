----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTREORG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS ADR-PERSON-ID
                          FILE STATUS IS WS-ADDRFILE-FS.
          SELECT OUTPUT-NEW-FILE ASSIGN TO OUTNEW
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-NEW-RECORD
                          ALTERNATE KEY IS
                              LAST-NAME OF OUTPUT-NEW-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTNEW-FS.
          SELECT ADDR-NEW-FILE ASSIGN TO ADDRNEW
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS ANW-PERSON-ID
                          FILE STATUS IS WS-ADDRNEW-FS.
          SELECT OUTPUT-BKP-FILE ASSIGN TO OUTBKP SEQUENTIAL
                          FILE STATUS IS WS-OUTBKP-FS.
          SELECT ADDR-BKP-FILE ASSIGN TO ADDRBKP SEQUENTIAL
                          FILE STATUS IS WS-ADDRBKP-FS.
          SELECT BACKUP-CTL-FILE ASSIGN TO BKUPCTL SEQUENTIAL
                          FILE STATUS IS WS-BKUPCTL-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT LOCK-FILE ASSIGN TO LOCKF SEQUENTIAL
                          FILE STATUS IS WS-LOCKF-FS.


       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTPUT-RECORD.
         02  PERSON-ID                      PIC 9(05).
         02  FILLER                         PIC X(38).
         02  LAST-NAME                      PIC X(15).
         02  FILLER                         PIC X(22).

       FD ADDR-FILE.
       01 ADDR-RECORD.
         02  ADR-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       FD OUTPUT-NEW-FILE.
       01 OUTPUT-NEW-RECORD.
         02  PERSON-ID                      PIC 9(05).
         02  FILLER                         PIC X(38).
         02  LAST-NAME                      PIC X(15).
         02  FILLER                         PIC X(22).

       FD ADDR-NEW-FILE.
       01 ADDR-NEW-RECORD.
         02  ANW-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       FD OUTPUT-BKP-FILE.
       01 OUTPUT-BKP-RECORD.
         02  OBK-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       FD ADDR-BKP-FILE.
       01 ADDR-BKP-RECORD.
         02  ABK-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       FD BACKUP-CTL-FILE.
       01 BACKUP-CTL-RECORD                 PIC X(80).

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

       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-ADDRFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-OUTNEW-FS                      PIC X(02) VALUE SPACES.
       01 WS-ADDRNEW-FS                     PIC X(02) VALUE SPACES.
       01 WS-OUTBKP-FS                      PIC X(02) VALUE SPACES.
       01 WS-ADDRBKP-FS                     PIC X(02) VALUE SPACES.
       01 WS-BKUPCTL-FS                     PIC X(02) VALUE SPACES.
       01 WS-PARMFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-FILES-OPEN-SW                  PIC X(01) VALUE 'N'.
         88 WS-FILES-OPEN                            VALUE 'Y'.

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-READ-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-READ-EOF                              VALUE 'Y'.

       01 WS-CONTROL-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-CONTROL-EOF                           VALUE 'Y'.

       01 WS-LIVE-REPLACED-SW               PIC X(01) VALUE 'N'.
         88 WS-LIVE-REPLACED                         VALUE 'Y'.

       01 WS-PARM.
         02  PRM-FUNCTION                   PIC X(01).
           88 PRM-BACKUP-ONLY                          VALUE 'B'.
           88 PRM-REORGANIZE                           VALUE 'R'.
           88 PRM-RESTORE                              VALUE 'S'.
           88 PRM-VALID-FUNCTION                       VALUE 'B' 'R'
                                                             'S'.
         02  FILLER                         PIC X(79).

       01 WS-BACKUP-CONTROL.
         02  BCT-FILE-ID                    PIC X(08).
         02  FILLER                         PIC X(01).
         02  BCT-BACKUP-DATE                PIC 9(08).
         02  FILLER                         PIC X(01).
         02  BCT-BACKUP-TIME                PIC 9(08).
         02  FILLER                         PIC X(01).
         02  BCT-RECORD-COUNT               PIC 9(08).
         02  FILLER                         PIC X(01).
         02  BCT-HASH-TOTAL                 PIC 9(15).
         02  FILLER                         PIC X(29).

       01 WS-FILE-NAME-VALUES.
         02  FILLER                   PIC X(18) VALUE
             'OUTPUT.DATOUTPUT  '.
         02  FILLER                   PIC X(18) VALUE
             'ADDR.DAT  ADDR    '.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
         02  WS-FILE-NAME-ENTRY OCCURS 2 TIMES.
           03  WS-FNT-FILE-NAME             PIC X(10).
           03  WS-FNT-CONTROL-ID            PIC X(08).

       01 WS-REORG-TOTALS.
         02  WS-REORG-TOTAL OCCURS 2 TIMES.
           03  RGT-LIVE-COUNT               PIC 9(08).
           03  RGT-LIVE-HASH                PIC 9(15).
           03  RGT-BKP-COUNT                PIC 9(08).
           03  RGT-BKP-HASH                 PIC 9(15).
           03  RGT-CTL-COUNT                PIC 9(08).
           03  RGT-CTL-HASH                 PIC 9(15).
           03  RGT-CTL-SW                   PIC X(01).
             88 RGT-CTL-FOUND                          VALUE 'Y'.
           03  RGT-NEW-COUNT                PIC 9(08).
           03  RGT-NEW-HASH                 PIC 9(15).
           03  RGT-LOAD-COUNT               PIC 9(08).
           03  RGT-SWAP-COUNT               PIC 9(08).
           03  RGT-FINAL-COUNT              PIC 9(08).
           03  RGT-FINAL-HASH               PIC 9(15).

       01 WS-CHECK-WORK.
         02  CHK-STAGE                      PIC X(24).
         02  CHK-FILE-SUB                   PIC 9(01).
         02  CHK-COUNT                      PIC 9(08).
         02  CHK-HASH                       PIC 9(15).
         02  CHK-EXP-COUNT                  PIC 9(08).
         02  CHK-EXP-HASH                   PIC 9(15).

       77 WS-COUNT-WORK                     PIC 9(08) VALUE ZERO.
       77 WS-HASH-WORK                      PIC 9(15) VALUE ZERO.
       77 WS-CHECKS-MADE                    PIC 9(03) VALUE ZERO.
       77 WS-CHECKS-FAILED                  PIC 9(03) VALUE ZERO.
       77 WS-FILE-SUB                       PIC 9(02) COMP VALUE ZERO.

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
         02  FILLER       PIC X(50) VALUE
             'OUTPUT.DAT / ADDR.DAT BACKUP AND REORGANIZATION'.
         02  FILLER                         PIC X(82) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER                   PIC X(10) VALUE 'FUNCTION: '.
         02  H3-FUNCTION                    PIC X(01).
         02  FILLER                         PIC X(03) VALUE ' - '.
         02  H3-FUNCTION-TEXT               PIC X(40).
         02  FILLER                         PIC X(78) VALUE SPACES.

       01 WS-CAPTION-LINE.
         02  FILLER                   PIC X(26) VALUE 'CHECK'.
         02  FILLER                   PIC X(12) VALUE 'FILE'.
         02  FILLER                   PIC X(12) VALUE '   RECORDS'.
         02  FILLER                   PIC X(21) VALUE
             '         HASH TOTAL'.
         02  FILLER                   PIC X(12) VALUE '  EXPECTED'.
         02  FILLER                   PIC X(21) VALUE
             '      EXPECTED HASH'.
         02  FILLER                   PIC X(28) VALUE 'STATUS'.

       01 WS-DETAIL-LINE.
         02  DTL-STAGE                      PIC X(24).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-FILE-NAME                  PIC X(10).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-HASH                       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-EXP-COUNT                  PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-EXP-HASH                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-STATUS                     PIC X(12).
         02  FILLER                         PIC X(16) VALUE SPACES.

       01 WS-CONTROL-LINE.
         02  FILLER       PIC X(24) VALUE 'RESTORING BACKUP TAKEN  '.
         02  CTL-BACKUP-DATE                PIC 9(08).
         02  FILLER                         PIC X(04) VALUE ' AT '.
         02  CTL-BACKUP-TIME                PIC 9(08).
         02  FILLER                         PIC X(88) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING OUTREORG"
            PERFORM B000-OPEN-FILES.
            IF PRM-RESTORE THEN
                PERFORM F000-RESTORE-FROM-BACKUP
            ELSE
                PERFORM D000-TAKE-BACKUP.
            IF PRM-REORGANIZE THEN
                PERFORM E000-LOAD-NEW-FILES
                PERFORM G000-SWAP-IN-NEW-FILES.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            PERFORM Y100-CLAIM-FILE-LOCK.
            INITIALIZE WS-REORG-TOTALS.
            OPEN OUTPUT PRTFILE.
            SET WS-FILES-OPEN TO TRUE.
            PERFORM B050-GET-PROCESS-DATE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
            PERFORM B100-READ-PARM-RECORD.
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
                DISPLAY 'NO PARAMETER RECORD - BACKUP ONLY'
                MOVE SPACES TO WS-PARM
                MOVE 'B' TO PRM-FUNCTION.
            MOVE PRM-FUNCTION TO H3-FUNCTION.
            IF NOT PRM-VALID-FUNCTION THEN
                DISPLAY '*** INVALID FUNCTION ' PRM-FUNCTION
                        ' -- MUST BE B, R OR S ***'
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            IF PRM-BACKUP-ONLY THEN
                MOVE 'BACKUP ONLY' TO H3-FUNCTION-TEXT.
            IF PRM-REORGANIZE THEN
                MOVE 'BACKUP, RELOAD AND SWAP IN' TO H3-FUNCTION-TEXT.
            IF PRM-RESTORE THEN
                MOVE 'RESTORE FROM BACKUP' TO H3-FUNCTION-TEXT.

       B110-GET-PARM-RECORD.
            READ PARMFILE INTO WS-PARM
              AT END
                  SET WS-PARM-EOF TO TRUE.

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

       C300-PRINT-CHECK-LINE.
            MOVE CHK-STAGE     TO DTL-STAGE.
            MOVE WS-FNT-FILE-NAME(CHK-FILE-SUB) TO DTL-FILE-NAME.
            MOVE CHK-COUNT     TO DTL-COUNT.
            MOVE CHK-HASH      TO DTL-HASH.
            MOVE CHK-EXP-COUNT TO DTL-EXP-COUNT.
            MOVE CHK-EXP-HASH  TO DTL-EXP-HASH.
            ADD 1 TO WS-CHECKS-MADE.
            IF CHK-COUNT = CHK-EXP-COUNT
               AND CHK-HASH = CHK-EXP-HASH THEN
                MOVE 'VERIFIED' TO DTL-STATUS
            ELSE
                MOVE '*** MISMATCH' TO DTL-STATUS
                ADD 1 TO WS-CHECKS-FAILED.
            PERFORM C100-PRINT-DETAIL-LINE.

       D000-TAKE-BACKUP.
            OPEN OUTPUT BACKUP-CTL-FILE.
            CLOSE BACKUP-CTL-FILE.
            PERFORM D100-UNLOAD-OUTPUT.
            PERFORM D200-UNLOAD-ADDRESSES.
            PERFORM D300-VERIFY-BACKUP.
            IF WS-CHECKS-FAILED > ZERO THEN
                DISPLAY '*** BACKUP DOES NOT MATCH THE LIVE FILES '
                        '-- NO VERIFIED BACKUP TAKEN ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM D400-WRITE-BACKUP-CONTROL.

       D100-UNLOAD-OUTPUT.
            MOVE 'N' TO WS-READ-EOF-SW.
            OPEN INPUT OUTFILE.
            IF WS-OUTFILE-FS = '35' THEN
                DISPLAY 'OUTFILE NOT FOUND - BACKED UP AS EMPTY'
                SET WS-READ-EOF TO TRUE
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.
            IF WS-OUTFILE-FS NOT = '00'
               AND WS-OUTFILE-FS NOT = '35' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN OUTPUT OUTPUT-BKP-FILE.
            IF WS-OUTBKP-FS NOT = '00' THEN
                DISPLAY '*** OUTBKP OPEN ERROR, FILE STATUS: '
                        WS-OUTBKP-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM D110-UNLOAD-ONE-PERSON UNTIL WS-READ-EOF.
            CLOSE OUTFILE.
            CLOSE OUTPUT-BKP-FILE.

       D110-UNLOAD-ONE-PERSON.
            READ OUTFILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  WRITE OUTPUT-BKP-RECORD FROM OUTPUT-RECORD
                  ADD 1 TO RGT-LIVE-COUNT(1)
                  ADD PERSON-ID OF OUTPUT-RECORD TO RGT-LIVE-HASH(1).

       D200-UNLOAD-ADDRESSES.
            MOVE 'N' TO WS-READ-EOF-SW.
            OPEN INPUT ADDR-FILE.
            IF WS-ADDRFILE-FS = '35' THEN
                DISPLAY 'ADDRFILE NOT FOUND - BACKED UP AS EMPTY'
                SET WS-READ-EOF TO TRUE
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.
            IF WS-ADDRFILE-FS NOT = '00'
               AND WS-ADDRFILE-FS NOT = '35' THEN
                DISPLAY '*** ADDRFILE OPEN ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN OUTPUT ADDR-BKP-FILE.
            IF WS-ADDRBKP-FS NOT = '00' THEN
                DISPLAY '*** ADDRBKP OPEN ERROR, FILE STATUS: '
                        WS-ADDRBKP-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM D210-UNLOAD-ONE-ADDRESS UNTIL WS-READ-EOF.
            CLOSE ADDR-FILE.
            CLOSE ADDR-BKP-FILE.

       D210-UNLOAD-ONE-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  WRITE ADDR-BKP-RECORD FROM ADDR-RECORD
                  ADD 1 TO RGT-LIVE-COUNT(2)
                  ADD ADR-PERSON-ID TO RGT-LIVE-HASH(2).

       D300-VERIFY-BACKUP.
            PERFORM H100-COUNT-OUTPUT-BACKUP.
            MOVE WS-COUNT-WORK TO RGT-BKP-COUNT(1).
            MOVE WS-HASH-WORK  TO RGT-BKP-HASH(1).
            PERFORM H200-COUNT-ADDRESS-BACKUP.
            MOVE WS-COUNT-WORK TO RGT-BKP-COUNT(2).
            MOVE WS-HASH-WORK  TO RGT-BKP-HASH(2).
            PERFORM D310-CHECK-ONE-BACKUP
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 2.

       D310-CHECK-ONE-BACKUP.
            MOVE 'BACKUP AGAINST LIVE FILE' TO CHK-STAGE.
            MOVE WS-FILE-SUB                TO CHK-FILE-SUB.
            MOVE RGT-BKP-COUNT(WS-FILE-SUB)  TO CHK-COUNT.
            MOVE RGT-BKP-HASH(WS-FILE-SUB)   TO CHK-HASH.
            MOVE RGT-LIVE-COUNT(WS-FILE-SUB) TO CHK-EXP-COUNT.
            MOVE RGT-LIVE-HASH(WS-FILE-SUB)  TO CHK-EXP-HASH.
            PERFORM C300-PRINT-CHECK-LINE.

       D400-WRITE-BACKUP-CONTROL.
            OPEN OUTPUT BACKUP-CTL-FILE.
            IF WS-BKUPCTL-FS NOT = '00' THEN
                DISPLAY '*** BKUPCTL OPEN ERROR, FILE STATUS: '
                        WS-BKUPCTL-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM D410-WRITE-ONE-CONTROL
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 2.
            CLOSE BACKUP-CTL-FILE.
            DISPLAY 'VERIFIED BACKUP TAKEN: OUTPUT.DAT '
                    RGT-BKP-COUNT(1) '  ADDR.DAT ' RGT-BKP-COUNT(2).

       D410-WRITE-ONE-CONTROL.
            MOVE SPACES TO WS-BACKUP-CONTROL.
            MOVE WS-FNT-CONTROL-ID(WS-FILE-SUB) TO BCT-FILE-ID.
            MOVE WS-PROCESS-DATE-N              TO BCT-BACKUP-DATE.
            MOVE WS-LOCK-TIME-NOW               TO BCT-BACKUP-TIME.
            MOVE RGT-BKP-COUNT(WS-FILE-SUB)     TO BCT-RECORD-COUNT.
            MOVE RGT-BKP-HASH(WS-FILE-SUB)      TO BCT-HASH-TOTAL.
            WRITE BACKUP-CTL-RECORD FROM WS-BACKUP-CONTROL.

       E000-LOAD-NEW-FILES.
            OPEN OUTPUT OUTPUT-NEW-FILE.
            IF WS-OUTNEW-FS NOT = '00' THEN
                DISPLAY '*** OUTNEW OPEN ERROR, FILE STATUS: '
                        WS-OUTNEW-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN OUTPUT ADDR-NEW-FILE.
            IF WS-ADDRNEW-FS NOT = '00' THEN
                DISPLAY '*** ADDRNEW OPEN ERROR, FILE STATUS: '
                        WS-ADDRNEW-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM H150-OPEN-OUTPUT-BACKUP.
            PERFORM E100-LOAD-ONE-PERSON UNTIL WS-READ-EOF.
            CLOSE OUTPUT-BKP-FILE.
            CLOSE OUTPUT-NEW-FILE.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM H250-OPEN-ADDRESS-BACKUP.
            PERFORM E200-LOAD-ONE-ADDRESS UNTIL WS-READ-EOF.
            CLOSE ADDR-BKP-FILE.
            CLOSE ADDR-NEW-FILE.
            PERFORM E300-VERIFY-NEW-FILES.
            IF WS-CHECKS-FAILED > ZERO THEN
                DISPLAY '*** RELOADED FILES DO NOT MATCH THE BACKUP '
                        '-- LIVE FILES NOT REPLACED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       E100-LOAD-ONE-PERSON.
            READ OUTPUT-BKP-FILE
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  PERFORM E110-WRITE-NEW-PERSON.

       E110-WRITE-NEW-PERSON.
            WRITE OUTPUT-NEW-RECORD FROM OUTPUT-BKP-RECORD.
            IF WS-OUTNEW-FS NOT = '00' THEN
                DISPLAY '*** OUTNEW WRITE ERROR, FILE STATUS: '
                        WS-OUTNEW-FS ' PERSON-ID: ' OBK-PERSON-ID
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO RGT-LOAD-COUNT(1).

       E200-LOAD-ONE-ADDRESS.
            READ ADDR-BKP-FILE
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  PERFORM E210-WRITE-NEW-ADDRESS.

       E210-WRITE-NEW-ADDRESS.
            WRITE ADDR-NEW-RECORD FROM ADDR-BKP-RECORD.
            IF WS-ADDRNEW-FS NOT = '00' THEN
                DISPLAY '*** ADDRNEW WRITE ERROR, FILE STATUS: '
                        WS-ADDRNEW-FS ' PERSON-ID: ' ABK-PERSON-ID
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO RGT-LOAD-COUNT(2).

       E300-VERIFY-NEW-FILES.
            PERFORM H300-COUNT-OUTPUT-NEW.
            MOVE WS-COUNT-WORK TO RGT-NEW-COUNT(1).
            MOVE WS-HASH-WORK  TO RGT-NEW-HASH(1).
            PERFORM H400-COUNT-ADDRESS-NEW.
            MOVE WS-COUNT-WORK TO RGT-NEW-COUNT(2).
            MOVE WS-HASH-WORK  TO RGT-NEW-HASH(2).
            PERFORM E310-CHECK-ONE-NEW-FILE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 2.

       E310-CHECK-ONE-NEW-FILE.
            MOVE 'RELOADED FILE VS BACKUP ' TO CHK-STAGE.
            MOVE WS-FILE-SUB                TO CHK-FILE-SUB.
            MOVE RGT-NEW-COUNT(WS-FILE-SUB) TO CHK-COUNT.
            MOVE RGT-NEW-HASH(WS-FILE-SUB)  TO CHK-HASH.
            MOVE RGT-BKP-COUNT(WS-FILE-SUB) TO CHK-EXP-COUNT.
            MOVE RGT-BKP-HASH(WS-FILE-SUB)  TO CHK-EXP-HASH.
            PERFORM C300-PRINT-CHECK-LINE.

       F000-RESTORE-FROM-BACKUP.
            PERFORM F100-READ-BACKUP-CONTROL.
            PERFORM H100-COUNT-OUTPUT-BACKUP.
            MOVE WS-COUNT-WORK TO RGT-BKP-COUNT(1).
            MOVE WS-HASH-WORK  TO RGT-BKP-HASH(1).
            PERFORM H200-COUNT-ADDRESS-BACKUP.
            MOVE WS-COUNT-WORK TO RGT-BKP-COUNT(2).
            MOVE WS-HASH-WORK  TO RGT-BKP-HASH(2).
            PERFORM F200-CHECK-ONE-BACKUP
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 2.
            IF WS-CHECKS-FAILED > ZERO THEN
                DISPLAY '*** BACKUP DOES NOT MATCH ITS CONTROL '
                        'RECORD -- NOTHING RESTORED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            SET WS-LIVE-REPLACED TO TRUE.
            PERFORM F300-RELOAD-LIVE-OUTPUT.
            PERFORM F400-RELOAD-LIVE-ADDRESSES.
            PERFORM J000-VERIFY-LIVE-FILES.
            PERFORM F500-CHECK-ONE-RESTORE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 2.

       F100-READ-BACKUP-CONTROL.
            OPEN INPUT BACKUP-CTL-FILE.
            IF WS-BKUPCTL-FS = '00' THEN
                PERFORM F110-READ-ONE-CONTROL UNTIL WS-CONTROL-EOF
                CLOSE BACKUP-CTL-FILE.
            IF NOT RGT-CTL-FOUND(1)
               OR NOT RGT-CTL-FOUND(2) THEN
                DISPLAY '*** NO VERIFIED BACKUP ON FILE -- '
                        'NOTHING RESTORED ***'
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            MOVE BCT-BACKUP-DATE TO CTL-BACKUP-DATE.
            MOVE BCT-BACKUP-TIME TO CTL-BACKUP-TIME.
            WRITE PRINT-LINE FROM WS-CONTROL-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            DISPLAY 'RESTORING BACKUP TAKEN ' BCT-BACKUP-DATE
                    ' AT ' BCT-BACKUP-TIME.

       F110-READ-ONE-CONTROL.
            READ BACKUP-CTL-FILE INTO WS-BACKUP-CONTROL
              AT END
                  SET WS-CONTROL-EOF TO TRUE
              NOT AT END
                  PERFORM F120-TAKE-ONE-CONTROL
                    VARYING WS-FILE-SUB FROM 1 BY 1
                    UNTIL WS-FILE-SUB > 2.

       F120-TAKE-ONE-CONTROL.
            IF BCT-FILE-ID = WS-FNT-CONTROL-ID(WS-FILE-SUB)
               AND BCT-RECORD-COUNT IS NUMERIC
               AND BCT-HASH-TOTAL IS NUMERIC THEN
                MOVE BCT-RECORD-COUNT TO RGT-CTL-COUNT(WS-FILE-SUB)
                MOVE BCT-HASH-TOTAL   TO RGT-CTL-HASH(WS-FILE-SUB)
                SET RGT-CTL-FOUND(WS-FILE-SUB) TO TRUE.

       F200-CHECK-ONE-BACKUP.
            MOVE 'BACKUP AGAINST CONTROL  ' TO CHK-STAGE.
            MOVE WS-FILE-SUB                TO CHK-FILE-SUB.
            MOVE RGT-BKP-COUNT(WS-FILE-SUB) TO CHK-COUNT.
            MOVE RGT-BKP-HASH(WS-FILE-SUB)  TO CHK-HASH.
            MOVE RGT-CTL-COUNT(WS-FILE-SUB) TO CHK-EXP-COUNT.
            MOVE RGT-CTL-HASH(WS-FILE-SUB)  TO CHK-EXP-HASH.
            PERFORM C300-PRINT-CHECK-LINE.

       F300-RELOAD-LIVE-OUTPUT.
            OPEN OUTPUT OUTFILE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM H150-OPEN-OUTPUT-BACKUP.
            PERFORM F310-RELOAD-ONE-PERSON UNTIL WS-READ-EOF.
            CLOSE OUTPUT-BKP-FILE.
            CLOSE OUTFILE.

       F310-RELOAD-ONE-PERSON.
            READ OUTPUT-BKP-FILE
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  MOVE OUTPUT-BKP-RECORD TO OUTPUT-RECORD
                  PERFORM K100-WRITE-LIVE-PERSON.

       F400-RELOAD-LIVE-ADDRESSES.
            OPEN OUTPUT ADDR-FILE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE OPEN ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM H250-OPEN-ADDRESS-BACKUP.
            PERFORM F410-RELOAD-ONE-ADDRESS UNTIL WS-READ-EOF.
            CLOSE ADDR-BKP-FILE.
            CLOSE ADDR-FILE.

       F410-RELOAD-ONE-ADDRESS.
            READ ADDR-BKP-FILE
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  MOVE ADDR-BKP-RECORD TO ADDR-RECORD
                  PERFORM K200-WRITE-LIVE-ADDRESS.

       F500-CHECK-ONE-RESTORE.
            MOVE 'RESTORED FILE VS CONTROL' TO CHK-STAGE.
            MOVE WS-FILE-SUB                  TO CHK-FILE-SUB.
            MOVE RGT-FINAL-COUNT(WS-FILE-SUB) TO CHK-COUNT.
            MOVE RGT-FINAL-HASH(WS-FILE-SUB)  TO CHK-HASH.
            MOVE RGT-CTL-COUNT(WS-FILE-SUB)   TO CHK-EXP-COUNT.
            MOVE RGT-CTL-HASH(WS-FILE-SUB)    TO CHK-EXP-HASH.
            PERFORM C300-PRINT-CHECK-LINE.

       G000-SWAP-IN-NEW-FILES.
            SET WS-LIVE-REPLACED TO TRUE.
            OPEN OUTPUT OUTFILE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT OUTPUT-NEW-FILE.
            IF WS-OUTNEW-FS NOT = '00' THEN
                DISPLAY '*** OUTNEW OPEN ERROR, FILE STATUS: '
                        WS-OUTNEW-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM G100-SWAP-ONE-PERSON UNTIL WS-READ-EOF.
            CLOSE OUTPUT-NEW-FILE.
            CLOSE OUTFILE.
            OPEN OUTPUT ADDR-FILE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE OPEN ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT ADDR-NEW-FILE.
            IF WS-ADDRNEW-FS NOT = '00' THEN
                DISPLAY '*** ADDRNEW OPEN ERROR, FILE STATUS: '
                        WS-ADDRNEW-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM G200-SWAP-ONE-ADDRESS UNTIL WS-READ-EOF.
            CLOSE ADDR-NEW-FILE.
            CLOSE ADDR-FILE.
            PERFORM J000-VERIFY-LIVE-FILES.
            PERFORM G300-CHECK-ONE-SWAP
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 2.

       G100-SWAP-ONE-PERSON.
            READ OUTPUT-NEW-FILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  MOVE OUTPUT-NEW-RECORD TO OUTPUT-RECORD
                  PERFORM K100-WRITE-LIVE-PERSON.

       G200-SWAP-ONE-ADDRESS.
            READ ADDR-NEW-FILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  MOVE ADDR-NEW-RECORD TO ADDR-RECORD
                  PERFORM K200-WRITE-LIVE-ADDRESS.

       G300-CHECK-ONE-SWAP.
            MOVE 'LIVE FILE VS RELOADED   ' TO CHK-STAGE.
            MOVE WS-FILE-SUB                  TO CHK-FILE-SUB.
            MOVE RGT-FINAL-COUNT(WS-FILE-SUB) TO CHK-COUNT.
            MOVE RGT-FINAL-HASH(WS-FILE-SUB)  TO CHK-HASH.
            MOVE RGT-NEW-COUNT(WS-FILE-SUB)   TO CHK-EXP-COUNT.
            MOVE RGT-NEW-HASH(WS-FILE-SUB)    TO CHK-EXP-HASH.
            PERFORM C300-PRINT-CHECK-LINE.

       H100-COUNT-OUTPUT-BACKUP.
            MOVE ZERO TO WS-COUNT-WORK.
            MOVE ZERO TO WS-HASH-WORK.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM H150-OPEN-OUTPUT-BACKUP.
            PERFORM H110-COUNT-ONE-OUTPUT-BACKUP UNTIL WS-READ-EOF.
            CLOSE OUTPUT-BKP-FILE.

       H110-COUNT-ONE-OUTPUT-BACKUP.
            READ OUTPUT-BKP-FILE
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-COUNT-WORK
                  ADD OBK-PERSON-ID TO WS-HASH-WORK.

       H150-OPEN-OUTPUT-BACKUP.
            OPEN INPUT OUTPUT-BKP-FILE.
            IF WS-OUTBKP-FS NOT = '00' THEN
                DISPLAY '*** OUTBKP OPEN ERROR, FILE STATUS: '
                        WS-OUTBKP-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       H200-COUNT-ADDRESS-BACKUP.
            MOVE ZERO TO WS-COUNT-WORK.
            MOVE ZERO TO WS-HASH-WORK.
            MOVE 'N' TO WS-READ-EOF-SW.
            PERFORM H250-OPEN-ADDRESS-BACKUP.
            PERFORM H210-COUNT-ONE-ADDRESS-BACKUP UNTIL WS-READ-EOF.
            CLOSE ADDR-BKP-FILE.

       H210-COUNT-ONE-ADDRESS-BACKUP.
            READ ADDR-BKP-FILE
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-COUNT-WORK
                  ADD ABK-PERSON-ID TO WS-HASH-WORK.

       H250-OPEN-ADDRESS-BACKUP.
            OPEN INPUT ADDR-BKP-FILE.
            IF WS-ADDRBKP-FS NOT = '00' THEN
                DISPLAY '*** ADDRBKP OPEN ERROR, FILE STATUS: '
                        WS-ADDRBKP-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       H300-COUNT-OUTPUT-NEW.
            MOVE ZERO TO WS-COUNT-WORK.
            MOVE ZERO TO WS-HASH-WORK.
            MOVE 'N' TO WS-READ-EOF-SW.
            OPEN INPUT OUTPUT-NEW-FILE.
            IF WS-OUTNEW-FS NOT = '00' THEN
                DISPLAY '*** OUTNEW OPEN ERROR, FILE STATUS: '
                        WS-OUTNEW-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM H310-COUNT-ONE-OUTPUT-NEW UNTIL WS-READ-EOF.
            CLOSE OUTPUT-NEW-FILE.

       H310-COUNT-ONE-OUTPUT-NEW.
            READ OUTPUT-NEW-FILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-COUNT-WORK
                  ADD PERSON-ID OF OUTPUT-NEW-RECORD TO WS-HASH-WORK.

       H400-COUNT-ADDRESS-NEW.
            MOVE ZERO TO WS-COUNT-WORK.
            MOVE ZERO TO WS-HASH-WORK.
            MOVE 'N' TO WS-READ-EOF-SW.
            OPEN INPUT ADDR-NEW-FILE.
            IF WS-ADDRNEW-FS NOT = '00' THEN
                DISPLAY '*** ADDRNEW OPEN ERROR, FILE STATUS: '
                        WS-ADDRNEW-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM H410-COUNT-ONE-ADDRESS-NEW UNTIL WS-READ-EOF.
            CLOSE ADDR-NEW-FILE.

       H410-COUNT-ONE-ADDRESS-NEW.
            READ ADDR-NEW-FILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-COUNT-WORK
                  ADD ANW-PERSON-ID TO WS-HASH-WORK.

       H500-COUNT-OUTPUT-LIVE.
            MOVE ZERO TO WS-COUNT-WORK.
            MOVE ZERO TO WS-HASH-WORK.
            MOVE 'N' TO WS-READ-EOF-SW.
            OPEN INPUT OUTFILE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM H510-COUNT-ONE-OUTPUT-LIVE UNTIL WS-READ-EOF.
            CLOSE OUTFILE.

       H510-COUNT-ONE-OUTPUT-LIVE.
            READ OUTFILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-COUNT-WORK
                  ADD PERSON-ID OF OUTPUT-RECORD TO WS-HASH-WORK.

       H600-COUNT-ADDRESS-LIVE.
            MOVE ZERO TO WS-COUNT-WORK.
            MOVE ZERO TO WS-HASH-WORK.
            MOVE 'N' TO WS-READ-EOF-SW.
            OPEN INPUT ADDR-FILE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE OPEN ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM H610-COUNT-ONE-ADDRESS-LIVE UNTIL WS-READ-EOF.
            CLOSE ADDR-FILE.

       H610-COUNT-ONE-ADDRESS-LIVE.
            READ ADDR-FILE NEXT RECORD
              AT END
                  SET WS-READ-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-COUNT-WORK
                  ADD ADR-PERSON-ID TO WS-HASH-WORK.

       J000-VERIFY-LIVE-FILES.
            PERFORM H500-COUNT-OUTPUT-LIVE.
            MOVE WS-COUNT-WORK TO RGT-FINAL-COUNT(1).
            MOVE WS-HASH-WORK  TO RGT-FINAL-HASH(1).
            PERFORM H600-COUNT-ADDRESS-LIVE.
            MOVE WS-COUNT-WORK TO RGT-FINAL-COUNT(2).
            MOVE WS-HASH-WORK  TO RGT-FINAL-HASH(2).

       K100-WRITE-LIVE-PERSON.
            WRITE OUTPUT-RECORD.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE WRITE ERROR, FILE STATUS: '
                        WS-OUTFILE-FS ' PERSON-ID: '
                        PERSON-ID OF OUTPUT-RECORD
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO RGT-SWAP-COUNT(1).

       K200-WRITE-LIVE-ADDRESS.
            WRITE ADDR-RECORD.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE WRITE ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS ' PERSON-ID: ' ADR-PERSON-ID
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO RGT-SWAP-COUNT(2).

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
            MOVE 'OUTREORG'       TO LCK-PROGRAM-NAME.
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
                MOVE 'OUTREORG'       TO LCK-PROGRAM-NAME
                MOVE 'R'              TO LCK-STATUS
                MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE
                MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME
                WRITE LOCK-RECORD
                CLOSE LOCK-FILE
                MOVE 'N' TO WS-LOCK-OWNED-SW.

       Z999-END-PROGRAM.
            IF WS-FILES-OPEN THEN
                WRITE PRINT-LINE FROM SPACES
                    AFTER ADVANCING 1 LINE
                MOVE 'OUTPUT.DAT RECORDS UNLOADED:  ' TO TOT-TEXT
                MOVE RGT-LIVE-COUNT(1) TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'ADDR.DAT RECORDS UNLOADED:    ' TO TOT-TEXT
                MOVE RGT-LIVE-COUNT(2) TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'OUTPUT.DAT RECORDS LOADED:    ' TO TOT-TEXT
                MOVE RGT-LOAD-COUNT(1) TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'ADDR.DAT RECORDS LOADED:      ' TO TOT-TEXT
                MOVE RGT-LOAD-COUNT(2) TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                PERFORM Z100-PRINT-SWAP-TOTALS
                MOVE 'BALANCE CHECKS MADE:          ' TO TOT-TEXT
                MOVE WS-CHECKS-MADE TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                MOVE 'BALANCE CHECKS FAILED:        ' TO TOT-TEXT
                MOVE WS-CHECKS-FAILED TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                CLOSE OUTFILE
                CLOSE ADDR-FILE
                CLOSE OUTPUT-NEW-FILE
                CLOSE ADDR-NEW-FILE
                CLOSE OUTPUT-BKP-FILE
                CLOSE ADDR-BKP-FILE
                CLOSE BACKUP-CTL-FILE
                CLOSE PRTFILE.
            PERFORM Y900-RELEASE-FILE-LOCK.
            IF WS-CHECKS-FAILED > ZERO THEN
                DISPLAY '*** ' WS-CHECKS-FAILED
                        ' BALANCE CHECK(S) FAILED -- SEE REPORT ***'
                IF RETURN-CODE < 8 THEN
                    MOVE 8 TO RETURN-CODE.
            IF WS-LIVE-REPLACED
               AND RETURN-CODE > 4 THEN
                DISPLAY '*** LIVE FILES MAY BE INCOMPLETE -- RESTORE '
                        'THEM FROM THE BACKUP WITH OUTRSTR ***'
                IF RETURN-CODE < 16 THEN
                    MOVE 16 TO RETURN-CODE.
            DISPLAY 'OUTPUT.DAT UNLOADED: ' RGT-LIVE-COUNT(1)
                    '  LOADED: ' RGT-LOAD-COUNT(1)
                    '  SWAPPED IN: ' RGT-SWAP-COUNT(1).
            DISPLAY 'ADDR.DAT UNLOADED: ' RGT-LIVE-COUNT(2)
                    '  LOADED: ' RGT-LOAD-COUNT(2)
                    '  SWAPPED IN: ' RGT-SWAP-COUNT(2).
            DISPLAY 'OUTREORG EXECUTION ENDS'
            STOP RUN.

       Z100-PRINT-SWAP-TOTALS.
            IF PRM-RESTORE THEN
                MOVE 'OUTPUT.DAT RECORDS RESTORED:  ' TO TOT-TEXT
            ELSE
                MOVE 'OUTPUT.DAT RECORDS SWAPPED IN:' TO TOT-TEXT.
            MOVE RGT-SWAP-COUNT(1) TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF PRM-RESTORE THEN
                MOVE 'ADDR.DAT RECORDS RESTORED:    ' TO TOT-TEXT
            ELSE
                MOVE 'ADDR.DAT RECORDS SWAPPED IN:  ' TO TOT-TEXT.
            MOVE RGT-SWAP-COUNT(2) TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
       END PROGRAM OUTREORG.

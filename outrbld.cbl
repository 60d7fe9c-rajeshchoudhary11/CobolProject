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
          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
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
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT ERASREG-FILE ASSIGN TO ERASREG SEQUENTIAL
                          FILE STATUS IS WS-ERASREG-FS.


       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD                      PIC X(188).

       FD AUDIT-GEN-FILE.
       01 AUDIT-GEN-RECORD.
         02  AGN-KEY.
           03  AGN-GEN-NO                   PIC 9(04).
           03  AGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AGN-DATA                       PIC X(188).

       FD AUDIT-OFF-FILE.
       01 AUDIT-OFF-RECORD.
         02  AOF-GEN-NO                     PIC 9(04).
         02  AOF-SEQ-NO                     PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AOF-DATA                       PIC X(188).

       FD OUTFILE.
       01 OUTPUT-RECORD.
         02  FILLER                         PIC X(08).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD                     PIC X(80).

       FD RUNLOG-GEN-FILE.
       01 RUNLOG-GEN-RECORD.
         02  RGN-KEY.
           03  RGN-GEN-NO                   PIC 9(04).
           03  RGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RGN-DATA                       PIC X(80).

       FD RUNLOG-OFF-FILE.
       01 RUNLOG-OFF-RECORD.
         02  ROF-GEN-NO                     PIC 9(04).
         02  ROF-SEQ-NO                     PIC 9(08).
         02  FILLER                         PIC X(01).
         02  ROF-DATA                       PIC X(80).

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
           88 GIX-OFFLINE                              VALUE 'F'.
         02  FILLER                         PIC X(01).
         02  GIX-OFFLINE-DATE               PIC 9(08).
         02  FILLER                         PIC X(20).

       FD PARMFILE.
       01 PARM-RECORD                       PIC X(80).
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD ERASREG-FILE.
       01 ERASREG-RECORD.
         02  ERG-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       WORKING-STORAGE SECTION.
       01 AUDIT-ENTRY.
         02  AUD-RUN-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AUD-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  AUD-ACTION-CODE                PIC X(02).
         02  FILLER                         PIC X(01).
         02  AUD-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AUD-BEFORE-IMAGE               PIC X(80).
         02  FILLER                         PIC X(01).
         02  AUD-AFTER-IMAGE                PIC X(80).

       01 RUNLOG-ENTRY.
         02  RUN-LOG-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-READ                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-WRITTEN                PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-REJECTED               PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-DUPLICATE              PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-TRAILER-OK             PIC X(01).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-RETURN-CODE            PIC 9(02).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-ADDR-STORED            PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-ADDR-REPLACED          PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-LINE-TYPE              PIC X(01).
           88 RUN-LOG-SOURCE-LINE                      VALUE 'S'.
         02  FILLER                         PIC X(12).

       01 WS-AUDIT-FS                       PIC X(02) VALUE SPACES.
       01 WS-AUDGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-AUDOFF-FS                      PIC X(02) VALUE SPACES.
       01 WS-RLGGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-RLGOFF-FS                      PIC X(02) VALUE SPACES.
       01 WS-GENINDEX-FS                    PIC X(02) VALUE SPACES.
       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-RUNLOG-FS                      PIC X(02) VALUE SPACES.
       01 WS-ERASREG-FS                     PIC X(02) VALUE SPACES.

       01 WS-AUDIT-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-AUDIT-EOF                             VALUE 'Y'.
       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-INDEX-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-INDEX-EOF                             VALUE 'Y'.

       01 WS-OFF-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-OFF-EOF                               VALUE 'Y'.

       01 WS-GEN-END-SW                     PIC X(01) VALUE 'N'.
         88 WS-GEN-END                               VALUE 'Y'.

       01 WS-ERASREG-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-ERASREG-EOF                           VALUE 'Y'.

       01 WS-ERASED-SW                      PIC X(01) VALUE 'N'.
         88 WS-ID-ERASED                             VALUE 'Y'.

       77 WS-ERASED-COUNT                   PIC 9(05) VALUE ZERO.

       01 WS-ERASED-TABLE.
         02  WS-ERASED-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-ERASED-COUNT
                      INDEXED BY WS-ERASED-IDX.
           03  WS-ERS-PERSON-ID             PIC 9(05).

       77 WS-AUD-GEN-SELECTED               PIC 9(04) VALUE ZERO.
       77 WS-RLG-GEN-SELECTED               PIC 9(04) VALUE ZERO.
       77 WS-GEN-SUB                        PIC 9(04) COMP VALUE ZERO.
       77 WS-AUD-GENS-READ                  PIC 9(08) VALUE ZERO.
       77 WS-AUD-OFF-EXPECTED               PIC 9(08) VALUE ZERO.
       77 WS-AUD-OFF-FOUND                  PIC 9(08) VALUE ZERO.
       77 WS-RLG-OFF-EXPECTED               PIC 9(08) VALUE ZERO.
       77 WS-RLG-OFF-FOUND                  PIC 9(08) VALUE ZERO.
       77 WS-GENS-AFTER-CUTOFF              PIC 9(08) VALUE ZERO.

       01 WS-GEN-SELECT-TABLE.
         02  WS-AUD-GEN-SELECT OCCURS 2000 TIMES
                                            PIC 9(04).
         02  WS-RLG-GEN-SELECT OCCURS 2000 TIMES
                                            PIC 9(04).

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

       77 WS-AUDIT-READ                     PIC 9(08) VALUE ZERO.
       77 WS-IMAGES-ADDED                   PIC 9(08) VALUE ZERO.
       77 WS-IMAGES-CHANGED                 PIC 9(08) VALUE ZERO.
       77 WS-IMAGES-DELETED                 PIC 9(08) VALUE ZERO.
       77 WS-DELETE-MISSES                  PIC 9(08) VALUE ZERO.
       77 WS-IMAGES-SKIPPED                 PIC 9(08) VALUE ZERO.
       77 WS-ERASED-IMAGES                  PIC 9(08) VALUE ZERO.
       77 WS-ERASURES-APPLIED               PIC 9(08) VALUE ZERO.
       77 WS-REGISTER-SKIPS                 PIC 9(08) VALUE ZERO.
       77 WS-AFTER-CUTOFF                   PIC 9(08) VALUE ZERO.
       77 WS-WR-APPLIED                     PIC 9(08) VALUE ZERO.
       77 WS-REBUILT-COUNT                  PIC S9(08) VALUE ZERO.
       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING OUTRBLD"
            PERFORM B000-OPEN-FILES.
            PERFORM B300-SELECT-GENERATIONS.
            PERFORM D500-REPLAY-OFFLINE-AUDIT.
            PERFORM D600-REPLAY-AUDIT-GENERATIONS.
            PERFORM D000-REPLAY-ONE-IMAGE UNTIL WS-AUDIT-EOF.
            PERFORM E000-BALANCE-AGAINST-RUNLOG.
            PERFORM Z999-END-PROGRAM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
            PERFORM C000-PRINT-HEADINGS.
            PERFORM B400-LOAD-ERASED-TABLE.

       B050-GET-PROCESS-DATE.
            OPEN INPUT PROCDATE-FILE.
                MOVE 99999999 TO PRM-CUTOFF-DATE.
            MOVE PRM-CUTOFF-DATE TO H3-CUTOFF-DATE.

       B300-SELECT-GENERATIONS.
            OPEN INPUT GEN-INDEX-FILE.
            IF WS-GENINDEX-FS = '00' THEN
                PERFORM B310-CHECK-ONE-GENERATION UNTIL WS-INDEX-EOF
                CLOSE GEN-INDEX-FILE.

       B310-CHECK-ONE-GENERATION.
            READ GEN-INDEX-FILE
              AT END
                  SET WS-INDEX-EOF TO TRUE
              NOT AT END
                  IF GIX-FILE-ID = 'AUDIT   ' OR 'RUNLOG  ' THEN
                      PERFORM B315-CHECK-GENERATION-DATE.

       B315-CHECK-GENERATION-DATE.
            IF GIX-FIRST-DATE > PRM-CUTOFF-DATE THEN
                ADD 1 TO WS-GENS-AFTER-CUTOFF
            ELSE
                IF GIX-FILE-ID = 'AUDIT   ' THEN
                    PERFORM B320-TAKE-AUDIT-GENERATION
                ELSE
                    PERFORM B330-TAKE-RUNLOG-GENERATION.

       B320-TAKE-AUDIT-GENERATION.
            IF GIX-OFFLINE THEN
                ADD 1 TO WS-AUD-OFF-EXPECTED
            ELSE
                IF WS-AUD-GEN-SELECTED < 2000 THEN
                    ADD 1 TO WS-AUD-GEN-SELECTED
                    MOVE GIX-GEN-NO
                      TO WS-AUD-GEN-SELECT(WS-AUD-GEN-SELECTED).

       B330-TAKE-RUNLOG-GENERATION.
            IF GIX-OFFLINE THEN
                ADD 1 TO WS-RLG-OFF-EXPECTED
            ELSE
                IF WS-RLG-GEN-SELECTED < 2000 THEN
                    ADD 1 TO WS-RLG-GEN-SELECTED
                    MOVE GIX-GEN-NO
                      TO WS-RLG-GEN-SELECT(WS-RLG-GEN-SELECTED).

       B400-LOAD-ERASED-TABLE.
            OPEN INPUT ERASREG-FILE.
            IF WS-ERASREG-FS = '00' THEN
                PERFORM B410-LOAD-ONE-ERASED-ID
                  UNTIL WS-ERASREG-EOF
                     OR WS-ERASED-COUNT = 5000
                IF WS-ERASED-COUNT = 5000
                   AND NOT WS-ERASREG-EOF THEN
                    READ ERASREG-FILE
                      AT END
                          SET WS-ERASREG-EOF TO TRUE
                CLOSE ERASREG-FILE
                DISPLAY 'ERASED IDS LOADED: ' WS-ERASED-COUNT
            ELSE
                SET WS-ERASREG-EOF TO TRUE
                DISPLAY 'NO ERASURE REGISTER, STATUS: '
                        WS-ERASREG-FS ' - ERASED ID CHECK BYPASSED'.
            IF NOT WS-ERASREG-EOF THEN
                DISPLAY '*** ERASURE REGISTER EXCEEDS TABLE '
                        'CAPACITY OF 5000 -- ERASED ID CHECK CANNOT '
                        'BE TRUSTED, RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B410-LOAD-ONE-ERASED-ID.
            READ ERASREG-FILE
              AT END
                  SET WS-ERASREG-EOF TO TRUE
              NOT AT END
                  IF ERG-PERSON-ID IS NUMERIC THEN
                      ADD 1 TO WS-ERASED-COUNT
                      MOVE ERG-PERSON-ID
                        TO WS-ERS-PERSON-ID(WS-ERASED-COUNT).

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
                PERFORM C000-PRINT-HEADINGS.

       D000-REPLAY-ONE-IMAGE.
            READ AUDIT-FILE INTO AUDIT-ENTRY
              AT END
                  SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                  PERFORM D010-REPLAY-AUDIT-ENTRY.

       D010-REPLAY-AUDIT-ENTRY.
            ADD 1 TO WS-AUDIT-READ.
            IF AUD-RUN-DATE > PRM-CUTOFF-DATE THEN
                ADD 1 TO WS-AFTER-CUTOFF
            ELSE
                PERFORM D040-SCREEN-ERASED-IMAGE.

       D040-SCREEN-ERASED-IMAGE.
            MOVE 'N' TO WS-ERASED-SW.
            IF AUD-ACTION-CODE NOT = 'ER' THEN
                PERFORM D045-FIND-ERASED-ID.
            IF AUD-ACTION-CODE = 'ER' THEN
                PERFORM D400-APPLY-ERASURE
            ELSE
                IF WS-ID-ERASED THEN
                    PERFORM D070-SKIP-REGISTERED-IMAGE
                ELSE
                    PERFORM D048-SCREEN-BLANKED-IMAGE.

       D045-FIND-ERASED-ID.
            IF WS-ERASED-COUNT > ZERO
               AND AUD-PERSON-ID IS NUMERIC THEN
                SET WS-ERASED-IDX TO 1
                SEARCH WS-ERASED-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-ERS-PERSON-ID(WS-ERASED-IDX) = AUD-PERSON-ID
                      SET WS-ID-ERASED TO TRUE.

       D048-SCREEN-BLANKED-IMAGE.
            IF AUD-AFTER-IMAGE = SPACES
               AND (AUD-ACTION-CODE = 'WR' OR 'RS' OR 'RW' OR 'MS'
                                       OR 'SR' OR 'ST') THEN
                PERFORM D060-SKIP-ERASED-IMAGE
            ELSE
                PERFORM D050-APPLY-ONE-ACTION.

       D050-APPLY-ONE-ACTION.
            IF AUD-ACTION-CODE = 'WR' OR 'RS' THEN
                PERFORM D100-APPLY-WRITE-IMAGE
            ELSE
                IF AUD-ACTION-CODE = 'RW' OR 'MS' OR 'SR' OR 'ST' THEN
                    PERFORM D200-APPLY-REWRITE-IMAGE
                ELSE
                    IF AUD-ACTION-CODE = 'DL' OR 'PG' OR 'MR' THEN
                        PERFORM D300-APPLY-DELETE-IMAGE
                    ELSE
                        ADD 1 TO WS-IMAGES-SKIPPED.

       D060-SKIP-ERASED-IMAGE.
            ADD 1 TO WS-ERASED-IMAGES.
            IF AUD-ACTION-CODE = 'WR' THEN
                ADD 1 TO WS-WR-APPLIED.

       D070-SKIP-REGISTERED-IMAGE.
            ADD 1 TO WS-REGISTER-SKIPS.
            IF AUD-ACTION-CODE = 'WR' THEN
                ADD 1 TO WS-WR-APPLIED.

       D100-APPLY-WRITE-IMAGE.
            MOVE AUD-AFTER-IMAGE TO OUTPUT-RECORD.
            IF AUD-ACTION-CODE = 'WR' THEN
                  MOVE 'DELETED     ' TO DTL-TAG
                  PERFORM C100-PRINT-APPLIED-LINE.

       D400-APPLY-ERASURE.
            ADD 1 TO WS-ERASURES-APPLIED.
            MOVE AUD-PERSON-ID TO PERSON-ID OF OUTPUT-RECORD.
            DELETE OUTFILE RECORD
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SUBTRACT 1 FROM WS-REBUILT-COUNT.
            MOVE SPACES TO OUTPUT-RECORD.
            MOVE 'ERASED      ' TO DTL-TAG.
            PERFORM C100-PRINT-APPLIED-LINE.

       D500-REPLAY-OFFLINE-AUDIT.
            OPEN INPUT AUDIT-OFF-FILE.
            IF WS-AUDOFF-FS = '00' THEN
                PERFORM D510-REPLAY-ONE-OFFLINE-IMAGE UNTIL WS-OFF-EOF
                CLOSE AUDIT-OFF-FILE.
            IF WS-AUD-OFF-FOUND < WS-AUD-OFF-EXPECTED THEN
                DISPLAY '*** ' WS-AUD-OFF-EXPECTED ' OFFLINE AUDIT '
                        'GENERATION(S) TO CUTOFF, ONLY '
                        WS-AUD-OFF-FOUND ' ON AUDIT.OFF ***'
                DISPLAY 'RESTORE THE MISSING GENERATIONS TO AUDIT.OFF '
                        'AND RERUN FOR A COMPLETE REBUILD'
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.

       D510-REPLAY-ONE-OFFLINE-IMAGE.
            READ AUDIT-OFF-FILE
              AT END
                  SET WS-OFF-EOF TO TRUE
              NOT AT END
                  IF AOF-SEQ-NO = ZERO THEN
                      MOVE AOF-DATA TO WS-GEN-CONTROL
                      PERFORM D520-COUNT-OFFLINE-GENERATION
                  ELSE
                      MOVE AOF-DATA TO AUDIT-ENTRY
                      PERFORM D010-REPLAY-AUDIT-ENTRY.

       D520-COUNT-OFFLINE-GENERATION.
            IF GCT-FIRST-DATE <= PRM-CUTOFF-DATE THEN
                ADD 1 TO WS-AUD-OFF-FOUND.

       D600-REPLAY-AUDIT-GENERATIONS.
            IF WS-AUD-GEN-SELECTED > ZERO THEN
                OPEN INPUT AUDIT-GEN-FILE
                IF WS-AUDGEN-FS NOT = '00' THEN
                    DISPLAY '*** AUDGEN OPEN ERROR, FILE STATUS: '
                            WS-AUDGEN-FS
                    MOVE 16 TO RETURN-CODE
                    PERFORM Z999-END-PROGRAM.
            IF WS-AUD-GEN-SELECTED > ZERO THEN
                PERFORM D610-REPLAY-ONE-GENERATION
                  VARYING WS-GEN-SUB FROM 1 BY 1
                  UNTIL WS-GEN-SUB > WS-AUD-GEN-SELECTED
                CLOSE AUDIT-GEN-FILE.

       D610-REPLAY-ONE-GENERATION.
            ADD 1 TO WS-AUD-GENS-READ.
            MOVE 'N' TO WS-GEN-END-SW.
            MOVE WS-AUD-GEN-SELECT(WS-GEN-SUB) TO AGN-GEN-NO.
            MOVE 1 TO AGN-SEQ-NO.
            START AUDIT-GEN-FILE KEY NOT LESS THAN AGN-KEY
              INVALID KEY
                  SET WS-GEN-END TO TRUE.
            PERFORM D620-REPLAY-GENERATION-IMAGE UNTIL WS-GEN-END.

       D620-REPLAY-GENERATION-IMAGE.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-GEN-END TO TRUE
              NOT AT END
                  IF AGN-GEN-NO NOT = WS-AUD-GEN-SELECT(WS-GEN-SUB) THEN
                      SET WS-GEN-END TO TRUE
                  ELSE
                      MOVE AGN-DATA TO AUDIT-ENTRY
                      PERFORM D010-REPLAY-AUDIT-ENTRY.

       E000-BALANCE-AGAINST-RUNLOG.
            PERFORM E300-SUM-OFFLINE-RUNS.
            PERFORM E400-SUM-RUNLOG-GENERATIONS.
            OPEN INPUT RUNLOG-FILE.
            IF WS-RUNLOG-FS NOT = '00' THEN
                DISPLAY 'NO RUN LOG FILE, STATUS: ' WS-RUNLOG-FS
                CLOSE RUNLOG-FILE.

       E100-SUM-ONE-RUN.
            READ RUNLOG-FILE INTO RUNLOG-ENTRY
              AT END
                  SET WS-RUNLOG-EOF TO TRUE
              NOT AT END
                  PERFORM E110-ADD-RUNLOG-ENTRY.

       E110-ADD-RUNLOG-ENTRY.
            IF RUN-LOG-DATE IS NUMERIC
               AND RUN-LOG-DATE <= PRM-CUTOFF-DATE
               AND RUN-LOG-WRITTEN IS NUMERIC
               AND NOT RUN-LOG-SOURCE-LINE THEN
                ADD RUN-LOG-WRITTEN TO WS-RUNLOG-EXPECTED.

       E300-SUM-OFFLINE-RUNS.
            MOVE 'N' TO WS-OFF-EOF-SW.
            OPEN INPUT RUNLOG-OFF-FILE.
            IF WS-RLGOFF-FS = '00' THEN
                PERFORM E310-SUM-ONE-OFFLINE-RUN UNTIL WS-OFF-EOF
                CLOSE RUNLOG-OFF-FILE.
            IF WS-RLG-OFF-FOUND < WS-RLG-OFF-EXPECTED THEN
                DISPLAY '*** ' WS-RLG-OFF-EXPECTED ' OFFLINE RUN LOG '
                        'GENERATION(S) TO CUTOFF, ONLY '
                        WS-RLG-OFF-FOUND ' ON RUNLOG.OFF ***'
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.

       E310-SUM-ONE-OFFLINE-RUN.
            READ RUNLOG-OFF-FILE
              AT END
                  SET WS-OFF-EOF TO TRUE
              NOT AT END
                  IF ROF-SEQ-NO = ZERO THEN
                      MOVE ROF-DATA TO WS-GEN-CONTROL
                      PERFORM E320-COUNT-OFFLINE-GENERATION
                  ELSE
                      MOVE ROF-DATA TO RUNLOG-ENTRY
                      PERFORM E110-ADD-RUNLOG-ENTRY.

       E320-COUNT-OFFLINE-GENERATION.
            IF GCT-FIRST-DATE <= PRM-CUTOFF-DATE THEN
                ADD 1 TO WS-RLG-OFF-FOUND.

       E400-SUM-RUNLOG-GENERATIONS.
            IF WS-RLG-GEN-SELECTED > ZERO THEN
                OPEN INPUT RUNLOG-GEN-FILE
                IF WS-RLGGEN-FS NOT = '00' THEN
                    DISPLAY 'RLGGEN OPEN ERROR, STATUS: ' WS-RLGGEN-FS
                            ' - BALANCE NOT VERIFIED'
                    MOVE ZERO TO WS-RLG-GEN-SELECTED
                    IF RETURN-CODE < 4 THEN
                        MOVE 4 TO RETURN-CODE.
            IF WS-RLG-GEN-SELECTED > ZERO THEN
                PERFORM E410-SUM-ONE-GENERATION
                  VARYING WS-GEN-SUB FROM 1 BY 1
                  UNTIL WS-GEN-SUB > WS-RLG-GEN-SELECTED
                CLOSE RUNLOG-GEN-FILE.

       E410-SUM-ONE-GENERATION.
            MOVE 'N' TO WS-GEN-END-SW.
            MOVE WS-RLG-GEN-SELECT(WS-GEN-SUB) TO RGN-GEN-NO.
            MOVE 1 TO RGN-SEQ-NO.
            START RUNLOG-GEN-FILE KEY NOT LESS THAN RGN-KEY
              INVALID KEY
                  SET WS-GEN-END TO TRUE.
            PERFORM E420-SUM-GENERATION-RUN UNTIL WS-GEN-END.

       E420-SUM-GENERATION-RUN.
            READ RUNLOG-GEN-FILE NEXT RECORD
              AT END
                  SET WS-GEN-END TO TRUE
              NOT AT END
                  IF RGN-GEN-NO NOT = WS-RLG-GEN-SELECT(WS-GEN-SUB) THEN
                      SET WS-GEN-END TO TRUE
                  ELSE
                      MOVE RGN-DATA TO RUNLOG-ENTRY
                      PERFORM E110-ADD-RUNLOG-ENTRY.

       Z999-END-PROGRAM.
            WRITE PRINT-LINE FROM SPACES
            MOVE 'IMAGES NOT FOR OUTPUT FILE:   ' TO TOT-TEXT.
            MOVE WS-IMAGES-SKIPPED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'IMAGES BLANKED BY ERASURE:    ' TO TOT-TEXT.
            MOVE WS-ERASED-IMAGES TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ERASURES APPLIED:             ' TO TOT-TEXT.
            MOVE WS-ERASURES-APPLIED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'IMAGES OF REGISTERED ERASURES:' TO TOT-TEXT.
            MOVE WS-REGISTER-SKIPS TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'IMAGES AFTER CUTOFF:          ' TO TOT-TEXT.
            MOVE WS-AFTER-CUTOFF TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'AUDIT GENERATIONS REPLAYED:   ' TO TOT-TEXT.
            MOVE WS-AUD-GENS-READ TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'OFFLINE AUDIT GENERATIONS:    ' TO TOT-TEXT.
            MOVE WS-AUD-OFF-FOUND TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'GENERATIONS AFTER CUTOFF:     ' TO TOT-TEXT.
            MOVE WS-GENS-AFTER-CUTOFF TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'RECORDS ON REBUILT FILE:      ' TO TOT-TEXT.
            MOVE WS-REBUILT-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.

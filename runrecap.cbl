       FILE-CONTROL.
          SELECT RUNLOG-FILE ASSIGN TO RUNLOGF SEQUENTIAL
                          FILE STATUS IS WS-RUNLOG-FS.
          SELECT RUNLOG-GEN-FILE ASSIGN TO RLGGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS RGN-KEY
                          FILE STATUS IS WS-RLGGEN-FS.
          SELECT GEN-INDEX-FILE ASSIGN TO GENINDEX SEQUENTIAL
                          FILE STATUS IS WS-GENINDEX-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG-FILE.
       01 RUNLOG-RECORD                     PIC X(80).

       FD RUNLOG-GEN-FILE.
       01 RUNLOG-GEN-RECORD.
         02  RGN-KEY.
           03  RGN-GEN-NO                   PIC 9(04).
           03  RGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RGN-DATA                       PIC X(80).

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

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       WORKING-STORAGE SECTION.
       01 RUNLOG-ENTRY.
         02  RUN-LOG-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-READ                   PIC 9(08).
         02  RUN-LOG-ADDR-STORED            PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-ADDR-REPLACED          PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-LINE-TYPE              PIC X(01).
           88 RUN-LOG-SOURCE-LINE                      VALUE 'S'.
         02  FILLER                         PIC X(01).
         02  RUN-LOG-SOURCE-CODE            PIC X(03).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-BATCHES                PIC 9(02).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-BATCHES-REJECTED       PIC 9(02).
         02  FILLER                         PIC X(01).

       01 WS-RUNLOG-FS                      PIC X(02) VALUE SPACES.

       01 WS-RUNLOG-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-RUNLOG-EOF                            VALUE 'Y'.

       01 WS-RLGGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-GENINDEX-FS                    PIC X(02) VALUE SPACES.
       01 WS-PARMFILE-FS                    PIC X(02) VALUE SPACES.

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-INDEX-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-INDEX-EOF                             VALUE 'Y'.

       01 WS-GEN-END-SW                     PIC X(01) VALUE 'N'.
         88 WS-GEN-END                               VALUE 'Y'.

       77 WS-GEN-SELECTED                   PIC 9(04) VALUE ZERO.
       77 WS-GEN-SUB                        PIC 9(04) COMP VALUE ZERO.
       77 WS-GENS-READ                      PIC 9(08) VALUE ZERO.
       77 WS-GENS-OFFLINE                   PIC 9(08) VALUE ZERO.

       01 WS-GEN-SELECT-TABLE.
         02  WS-GEN-SELECT OCCURS 2000 TIMES
                                            PIC 9(04).

       01 WS-PARM.
         02  FILLER                         PIC X(06).
         02  PRM-DATE-FROM                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  PRM-DATE-TO                    PIC 9(08).
         02  FILLER                         PIC X(57).

       01 WS-LEAP-SW                        PIC X(01) VALUE 'N'.
         88 WS-LEAP-YEAR                             VALUE 'Y'.

       77 WS-LEAP-REM-100                   PIC 9(04) VALUE ZERO.
       77 WS-LEAP-REM-400                   PIC 9(04) VALUE ZERO.
       77 WS-MONTH-LEN                      PIC 9(02) VALUE ZERO.
       77 WS-SOURCE-LINES                   PIC 9(08) VALUE ZERO.
       77 WS-SOURCES-UNBALANCED             PIC 9(08) VALUE ZERO.
       77 WS-BATCHES-REJECTED               PIC 9(08) VALUE ZERO.

       01 WS-NEXT-DATE.
         02  NXT-YEAR                       PIC 9(04).
       01 WS-HEADING-LINE-2.
         02  FILLER       PIC X(40) VALUE
             'BATCH RUN HISTORY - RECONCILIATION'.
         02  FILLER                   PIC X(11) VALUE 'DATE FROM: '.
         02  H2-DATE-FROM                   PIC 9(08).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER                   PIC X(09) VALUE 'DATE TO: '.
         02  H2-DATE-TO                     PIC 9(08).
         02  FILLER                         PIC X(53) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER                  PIC X(10) VALUE 'BATCH DATE'.
         02  DTL-NOTE                       PIC X(20).
         02  FILLER                         PIC X(25) VALUE SPACES.

       01 WS-SOURCE-LINE.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                         PIC X(04) VALUE 'SRC '.
         02  SRL-SOURCE-CODE                PIC X(03).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  SRL-READ                       PIC Z,ZZZ,ZZ9.
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  SRL-WRITTEN                    PIC Z,ZZZ,ZZ9.
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  SRL-REJECTED                   PIC Z,ZZZ,ZZ9.
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  SRL-DUPLICATE                  PIC Z,ZZZ,ZZ9.
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  SRL-ADDRESSES                  PIC Z,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  SRL-TRAILER-OK                 PIC X(01).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  SRL-RETURN-CODE                PIC 9(02).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  SRL-BALANCE                    PIC X(03).
         02  FILLER                         PIC X(13) VALUE SPACES.
         02  FILLER                         PIC X(08) VALUE 'BATCHES '.
         02  SRL-BATCHES                    PIC Z9.
         02  FILLER                   PIC X(10) VALUE ' REJECTED '.
         02  SRL-BATCHES-REJECTED           PIC Z9.
         02  FILLER                         PIC X(23) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING RUNRECAP"
            PERFORM B000-OPEN-FILES.
            PERFORM B300-SELECT-GENERATIONS.
            PERFORM D300-READ-GENERATIONS.
            PERFORM D000-PROCESS-ONE-RUN UNTIL WS-RUNLOG-EOF.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            OPEN OUTPUT PRTFILE.
            PERFORM B100-READ-PARM-RECORD.
            OPEN INPUT RUNLOG-FILE.
            IF WS-RUNLOG-FS NOT = '00' THEN
                DISPLAY 'NO RUN LOG FILE, STATUS: ' WS-RUNLOG-FS
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
                DISPLAY 'NO PARAMETER RECORD - FULL HISTORY PRINTED'
                MOVE ZERO TO PRM-DATE-FROM
                MOVE ZERO TO PRM-DATE-TO.
            IF PRM-DATE-FROM IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-DATE-FROM.
            IF PRM-DATE-TO IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-DATE-TO.
            IF PRM-DATE-TO = ZERO THEN
                MOVE 99999999 TO PRM-DATE-TO.
            MOVE PRM-DATE-FROM TO H2-DATE-FROM.
            MOVE PRM-DATE-TO   TO H2-DATE-TO.

       B110-GET-PARM-RECORD.
            READ PARMFILE INTO WS-PARM
              AT END
                  SET WS-PARM-EOF TO TRUE.

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
                  IF GIX-FILE-ID = 'RUNLOG  '
                     AND GIX-FIRST-DATE <= PRM-DATE-TO
                     AND GIX-LAST-DATE >= PRM-DATE-FROM THEN
                      PERFORM B320-TAKE-GENERATION.

       B320-TAKE-GENERATION.
            IF GIX-OFFLINE THEN
                ADD 1 TO WS-GENS-OFFLINE
                DISPLAY 'RUNLOG GENERATION ' GIX-GEN-NO ' ('
                        GIX-FIRST-DATE '-' GIX-LAST-DATE
                        ') IS OFFLINE SINCE ' GIX-OFFLINE-DATE
                        ' - NOT REPORTED'
            ELSE
                IF WS-GEN-SELECTED < 2000 THEN
                    ADD 1 TO WS-GEN-SELECTED
                    MOVE GIX-GEN-NO TO WS-GEN-SELECT(WS-GEN-SELECTED).

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C150-PRINT-SOURCE-LINE.
            WRITE PRINT-LINE FROM WS-SOURCE-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C200-PRINT-TOTAL-LINE.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
                PERFORM C000-PRINT-HEADINGS.

       D000-PROCESS-ONE-RUN.
            READ RUNLOG-FILE INTO RUNLOG-ENTRY
              AT END
                  SET WS-RUNLOG-EOF TO TRUE
              NOT AT END
                  PERFORM D050-SELECT-ONE-RUN.

       D050-SELECT-ONE-RUN.
            IF RUN-LOG-DATE >= PRM-DATE-FROM
               AND RUN-LOG-DATE <= PRM-DATE-TO THEN
                IF RUN-LOG-SOURCE-LINE THEN
                    PERFORM D150-RECAP-ONE-SOURCE
                ELSE
                    ADD 1 TO WS-RUNS-READ
                    PERFORM D100-RECAP-ONE-RUN.

       D100-RECAP-ONE-RUN.
            MOVE RUN-LOG-DATE       TO DTL-RUN-DATE.
            MOVE RUN-LOG-READ TO WS-PREV-READ.
            PERFORM C100-PRINT-DETAIL-LINE.

       D150-RECAP-ONE-SOURCE.
            ADD 1 TO WS-SOURCE-LINES.
            MOVE RUN-LOG-SOURCE-CODE TO SRL-SOURCE-CODE.
            MOVE RUN-LOG-READ       TO SRL-READ.
            MOVE RUN-LOG-WRITTEN    TO SRL-WRITTEN.
            MOVE RUN-LOG-REJECTED   TO SRL-REJECTED.
            MOVE RUN-LOG-DUPLICATE  TO SRL-DUPLICATE.
            MOVE RUN-LOG-TRAILER-OK TO SRL-TRAILER-OK.
            MOVE RUN-LOG-RETURN-CODE TO SRL-RETURN-CODE.
            ADD RUN-LOG-ADDR-STORED RUN-LOG-ADDR-REPLACED
              GIVING WS-ADDR-TOTAL.
            MOVE WS-ADDR-TOTAL      TO SRL-ADDRESSES.
            MOVE RUN-LOG-BATCHES    TO SRL-BATCHES.
            MOVE RUN-LOG-BATCHES-REJECTED TO SRL-BATCHES-REJECTED.
            ADD RUN-LOG-BATCHES-REJECTED TO WS-BATCHES-REJECTED.
            ADD RUN-LOG-WRITTEN RUN-LOG-REJECTED RUN-LOG-DUPLICATE
                WS-ADDR-TOTAL
              GIVING WS-BALANCE-TOTAL.
            IF WS-BALANCE-TOTAL = RUN-LOG-READ THEN
                MOVE 'OK ' TO SRL-BALANCE
            ELSE
                ADD 1 TO WS-SOURCES-UNBALANCED
                MOVE 'BAD' TO SRL-BALANCE.
            PERFORM C150-PRINT-SOURCE-LINE.

       D200-CHECK-RUN-SEQUENCE.
            IF RUN-LOG-DATE = WS-PREV-DATE THEN
                ADD 1 TO WS-REPEAT-COUNT
                        ADD 1 TO WS-GAP-COUNT
                        MOVE 'GAP IN RUN DATES'   TO DTL-NOTE.

       D300-READ-GENERATIONS.
            IF WS-GEN-SELECTED > ZERO THEN
                OPEN INPUT RUNLOG-GEN-FILE
                IF WS-RLGGEN-FS NOT = '00' THEN
                    DISPLAY '*** RLGGEN OPEN ERROR, FILE STATUS: '
                            WS-RLGGEN-FS ' - GENERATIONS NOT READ ***'
                    MOVE 4 TO RETURN-CODE
                    MOVE ZERO TO WS-GEN-SELECTED.
            IF WS-GEN-SELECTED > ZERO THEN
                PERFORM D310-READ-ONE-GENERATION
                  VARYING WS-GEN-SUB FROM 1 BY 1
                  UNTIL WS-GEN-SUB > WS-GEN-SELECTED
                CLOSE RUNLOG-GEN-FILE.

       D310-READ-ONE-GENERATION.
            ADD 1 TO WS-GENS-READ.
            MOVE 'N' TO WS-GEN-END-SW.
            MOVE WS-GEN-SELECT(WS-GEN-SUB) TO RGN-GEN-NO.
            MOVE 1 TO RGN-SEQ-NO.
            START RUNLOG-GEN-FILE KEY NOT LESS THAN RGN-KEY
              INVALID KEY
                  SET WS-GEN-END TO TRUE.
            PERFORM D320-READ-GENERATION-RECORD UNTIL WS-GEN-END.

       D320-READ-GENERATION-RECORD.
            READ RUNLOG-GEN-FILE NEXT RECORD
              AT END
                  SET WS-GEN-END TO TRUE
              NOT AT END
                  IF RGN-GEN-NO NOT = WS-GEN-SELECT(WS-GEN-SUB) THEN
                      SET WS-GEN-END TO TRUE
                  ELSE
                      MOVE RGN-DATA TO RUNLOG-ENTRY
                      PERFORM D050-SELECT-ONE-RUN.

       F000-COMPUTE-NEXT-DAY.
            MOVE WS-PREV-DATE TO WS-NEXT-DATE-N.
            PERFORM F100-SET-MONTH-LENGTH.
            MOVE 'REPEATED/OUT-OF-ORDER DATES:  ' TO TOT-TEXT.
            MOVE WS-REPEAT-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'SOURCE LINES ON FILE:         ' TO TOT-TEXT.
            MOVE WS-SOURCE-LINES TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'SOURCE LINES OUT OF BALANCE:  ' TO TOT-TEXT.
            MOVE WS-SOURCES-UNBALANCED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'FEEDER BATCHES REJECTED:      ' TO TOT-TEXT.
            MOVE WS-BATCHES-REJECTED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ROLLED GENERATIONS READ:      ' TO TOT-TEXT.
            MOVE WS-GENS-READ TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'OFFLINE GENERATIONS SKIPPED:  ' TO TOT-TEXT.
            MOVE WS-GENS-OFFLINE TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF WS-RUNLOG-FS = '00' OR WS-RUNLOG-FS = '10' THEN
                CLOSE RUNLOG-FILE.
            CLOSE PRTFILE.
                    '  OUT OF BALANCE: ' WS-RUNS-UNBALANCED
                    '  GAPS: ' WS-GAP-COUNT
                    '  REPEATS: ' WS-REPEAT-COUNT.
            DISPLAY 'SOURCE LINES: ' WS-SOURCE-LINES
                    '  OUT OF BALANCE: ' WS-SOURCES-UNBALANCED
                    '  BATCHES REJECTED: ' WS-BATCHES-REJECTED.
            IF WS-GENS-OFFLINE > ZERO THEN
                DISPLAY '*** ' WS-GENS-OFFLINE ' OFFLINE GENERATION(S)'
                        ' COVER THE DATE RANGE AND WERE NOT REPORTED'
                        ' ***'.
            IF WS-RUNS-UNBALANCED > ZERO
               OR WS-SOURCES-UNBALANCED > ZERO
               OR WS-BATCHES-REJECTED > ZERO
               OR WS-GAP-COUNT > ZERO
               OR WS-REPEAT-COUNT > ZERO
               OR WS-GENS-OFFLINE > ZERO THEN
                MOVE 4 TO RETURN-CODE.
            DISPLAY 'RUNRECAP EXECUTION ENDS'
            STOP RUN.

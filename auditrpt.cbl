       FILE-CONTROL.
          SELECT AUDIT-FILE ASSIGN TO AUDITF SEQUENTIAL
                          FILE STATUS IS WS-AUDIT-FS.
          SELECT AUDIT-GEN-FILE ASSIGN TO AUDGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS AGN-KEY
                          FILE STATUS IS WS-AUDGEN-FS.
          SELECT GEN-INDEX-FILE ASSIGN TO GENINDEX SEQUENTIAL
                          FILE STATUS IS WS-GENINDEX-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
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
       01 WS-AUDIT-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-AUDIT-EOF                             VALUE 'Y'.

       01 WS-AUDGEN-FS                      PIC X(02) VALUE SPACES.
       01 WS-GENINDEX-FS                    PIC X(02) VALUE SPACES.

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

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING AUDITRPT"
            PERFORM B000-OPEN-FILES.
            PERFORM B300-SELECT-GENERATIONS.
            PERFORM D200-READ-GENERATIONS.
            PERFORM D000-PROCESS-AUDIT-TRAIL UNTIL WS-AUDIT-EOF.
            PERFORM Z999-END-PROGRAM.

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
                  IF GIX-FILE-ID = 'AUDIT   '
                     AND GIX-FIRST-DATE <= PRM-DATE-TO
                     AND GIX-LAST-DATE >= PRM-DATE-FROM THEN
                      PERFORM B320-TAKE-GENERATION.

       B320-TAKE-GENERATION.
            IF GIX-OFFLINE THEN
                ADD 1 TO WS-GENS-OFFLINE
                DISPLAY 'AUDIT GENERATION ' GIX-GEN-NO ' ('
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
                PERFORM C000-PRINT-HEADINGS.

       D000-PROCESS-AUDIT-TRAIL.
            READ AUDIT-FILE INTO AUDIT-ENTRY
              AT END
                  SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                  PERFORM D050-SELECT-AUDIT-ENTRY.

       D050-SELECT-AUDIT-ENTRY.
            ADD 1 TO WS-RECORDS-READ.
            IF (PRM-PERSON-ID = ZERO
                OR AUD-PERSON-ID = PRM-PERSON-ID)
               AND AUD-RUN-DATE >= PRM-DATE-FROM
               AND AUD-RUN-DATE <= PRM-DATE-TO THEN
                PERFORM D100-PRINT-AUDIT-ENTRY.

       D100-PRINT-AUDIT-ENTRY.
            ADD 1 TO WS-RECORDS-PRINTED.
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.

       D200-READ-GENERATIONS.
            IF WS-GEN-SELECTED > ZERO THEN
                OPEN INPUT AUDIT-GEN-FILE
                IF WS-AUDGEN-FS NOT = '00' THEN
                    DISPLAY '*** AUDGEN OPEN ERROR, FILE STATUS: '
                            WS-AUDGEN-FS ' - GENERATIONS NOT READ ***'
                    MOVE 4 TO RETURN-CODE
                    MOVE ZERO TO WS-GEN-SELECTED.
            IF WS-GEN-SELECTED > ZERO THEN
                PERFORM D210-READ-ONE-GENERATION
                  VARYING WS-GEN-SUB FROM 1 BY 1
                  UNTIL WS-GEN-SUB > WS-GEN-SELECTED
                CLOSE AUDIT-GEN-FILE.

       D210-READ-ONE-GENERATION.
            ADD 1 TO WS-GENS-READ.
            MOVE 'N' TO WS-GEN-END-SW.
            MOVE WS-GEN-SELECT(WS-GEN-SUB) TO AGN-GEN-NO.
            MOVE 1 TO AGN-SEQ-NO.
            START AUDIT-GEN-FILE KEY NOT LESS THAN AGN-KEY
              INVALID KEY
                  SET WS-GEN-END TO TRUE.
            PERFORM D220-READ-GENERATION-RECORD UNTIL WS-GEN-END.

       D220-READ-GENERATION-RECORD.
            READ AUDIT-GEN-FILE NEXT RECORD
              AT END
                  SET WS-GEN-END TO TRUE
              NOT AT END
                  IF AGN-GEN-NO NOT = WS-GEN-SELECT(WS-GEN-SUB) THEN
                      SET WS-GEN-END TO TRUE
                  ELSE
                      MOVE AGN-DATA TO AUDIT-ENTRY
                      PERFORM D050-SELECT-AUDIT-ENTRY.

       Z999-END-PROGRAM.
            MOVE 'AUDIT RECORDS READ:           ' TO TOT-TEXT.
            MOVE WS-RECORDS-READ TO TOT-COUNT.
            MOVE WS-RECORDS-PRINTED TO TOT-COUNT.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
            MOVE 'ROLLED GENERATIONS READ:      ' TO TOT-TEXT.
            MOVE WS-GENS-READ TO TOT-COUNT.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
            MOVE 'OFFLINE GENERATIONS SKIPPED:  ' TO TOT-TEXT.
            MOVE WS-GENS-OFFLINE TO TOT-COUNT.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
            IF WS-GENS-OFFLINE > ZERO THEN
                DISPLAY '*** ' WS-GENS-OFFLINE ' OFFLINE GENERATION(S)'
                        ' COVER THE DATE RANGE AND WERE NOT REPORTED'
                        ' ***'
                MOVE 4 TO RETURN-CODE.
            IF WS-AUDIT-FS = '00' OR WS-AUDIT-FS = '10' THEN
                CLOSE AUDIT-FILE.
            CLOSE PRTFILE.

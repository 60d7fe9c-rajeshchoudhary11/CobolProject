       FILE-CONTROL.
          SELECT ADRHIST-FILE ASSIGN TO ADRHISTF SEQUENTIAL
                          FILE STATUS IS WS-ADRHIST-FS.
          SELECT ADRHIST-GEN-FILE ASSIGN TO AHSGEN
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS HGN-KEY
                          FILE STATUS IS WS-AHSGEN-FS.
          SELECT GEN-INDEX-FILE ASSIGN TO GENINDEX SEQUENTIAL
                          FILE STATUS IS WS-GENINDEX-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ADRHIST-FILE.
       01 ADRHIST-RECORD                    PIC X(80).

       FD ADRHIST-GEN-FILE.
       01 ADRHIST-GEN-RECORD.
         02  HGN-KEY.
           03  HGN-GEN-NO                   PIC 9(04).
           03  HGN-SEQ-NO                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  HGN-DATA                       PIC X(80).

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
       01 WS-HIST-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-HIST-EOF                              VALUE 'Y'.

       01 WS-AHSGEN-FS                      PIC X(02) VALUE SPACES.
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

       01 ADRHIST-ENTRY.
         02  AHR-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AHR-REPLACED-DATE              PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AHR-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  AHR-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  AHR-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  AHR-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(16).

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING ADDRHRPT"
            PERFORM B000-OPEN-FILES.
            PERFORM B300-SELECT-GENERATIONS.
            PERFORM D200-READ-GENERATIONS.
            PERFORM D000-PROCESS-HISTORY UNTIL WS-HIST-EOF.
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
                  IF GIX-FILE-ID = 'ADRHIST '
                     AND GIX-FIRST-DATE <= PRM-DATE-TO
                     AND GIX-LAST-DATE >= PRM-DATE-FROM THEN
                      PERFORM B320-TAKE-GENERATION.

       B320-TAKE-GENERATION.
            IF GIX-OFFLINE THEN
                ADD 1 TO WS-GENS-OFFLINE
                DISPLAY 'ADRHIST GENERATION ' GIX-GEN-NO ' ('
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

       D000-PROCESS-HISTORY.
            READ ADRHIST-FILE INTO ADRHIST-ENTRY
              AT END
                  SET WS-HIST-EOF TO TRUE
              NOT AT END
                  PERFORM D050-SELECT-HISTORY-ENTRY.

       D050-SELECT-HISTORY-ENTRY.
            ADD 1 TO WS-RECORDS-READ.
            IF (PRM-PERSON-ID = ZERO
                OR AHR-PERSON-ID = PRM-PERSON-ID)
               AND AHR-REPLACED-DATE >= PRM-DATE-FROM
               AND AHR-REPLACED-DATE <= PRM-DATE-TO THEN
                PERFORM D100-PRINT-HISTORY-ENTRY.

       D100-PRINT-HISTORY-ENTRY.
            ADD 1 TO WS-RECORDS-PRINTED.
            MOVE AHR-POSTAL-CODE   TO DTL-POSTAL-CODE.
            PERFORM C100-PRINT-DETAIL-LINE.

       D200-READ-GENERATIONS.
            IF WS-GEN-SELECTED > ZERO THEN
                OPEN INPUT ADRHIST-GEN-FILE
                IF WS-AHSGEN-FS NOT = '00' THEN
                    DISPLAY '*** AHSGEN OPEN ERROR, FILE STATUS: '
                            WS-AHSGEN-FS ' - GENERATIONS NOT READ ***'
                    MOVE 4 TO RETURN-CODE
                    MOVE ZERO TO WS-GEN-SELECTED.
            IF WS-GEN-SELECTED > ZERO THEN
                PERFORM D210-READ-ONE-GENERATION
                  VARYING WS-GEN-SUB FROM 1 BY 1
                  UNTIL WS-GEN-SUB > WS-GEN-SELECTED
                CLOSE ADRHIST-GEN-FILE.

       D210-READ-ONE-GENERATION.
            ADD 1 TO WS-GENS-READ.
            MOVE 'N' TO WS-GEN-END-SW.
            MOVE WS-GEN-SELECT(WS-GEN-SUB) TO HGN-GEN-NO.
            MOVE 1 TO HGN-SEQ-NO.
            START ADRHIST-GEN-FILE KEY NOT LESS THAN HGN-KEY
              INVALID KEY
                  SET WS-GEN-END TO TRUE.
            PERFORM D220-READ-GENERATION-RECORD UNTIL WS-GEN-END.

       D220-READ-GENERATION-RECORD.
            READ ADRHIST-GEN-FILE NEXT RECORD
              AT END
                  SET WS-GEN-END TO TRUE
              NOT AT END
                  IF HGN-GEN-NO NOT = WS-GEN-SELECT(WS-GEN-SUB) THEN
                      SET WS-GEN-END TO TRUE
                  ELSE
                      MOVE HGN-DATA TO ADRHIST-ENTRY
                      PERFORM D050-SELECT-HISTORY-ENTRY.

       Z999-END-PROGRAM.
            MOVE 'HISTORY RECORDS READ:         ' TO TOT-TEXT.
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
            IF WS-ADRHIST-FS = '00' OR WS-ADRHIST-FS = '10' THEN
                CLOSE ADRHIST-FILE.
            CLOSE PRTFILE.

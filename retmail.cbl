                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
                          ORGANIZATION INDEXED
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT MERGE-XREF-FILE ASSIGN TO MERGXRF SEQUENTIAL
                          FILE STATUS IS WS-MERGXRF-FS.


       DATA DIVISION.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD MERGE-XREF-FILE.
       01 MERGE-XREF-RECORD.
         02  MXR-RETIRED-ID                 PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-SURVIVOR-ID                PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-MERGE-DATE                 PIC 9(08).
         02  FILLER                         PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-RETFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-ADDRFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-MERGXRF-FS                     PIC X(02) VALUE SPACES.

       01 WS-MERGXRF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-MERGXRF-EOF                           VALUE 'Y'.

       01 WS-MERGE-END-SW                   PIC X(01) VALUE 'N'.
         88 WS-MERGE-END                             VALUE 'Y'.

       01 WS-RET-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-RET-EOF                               VALUE 'Y'.
       77 WS-ALREADY-COUNT                  PIC 9(08) VALUE ZERO.
       77 WS-FAILED-COUNT                   PIC 9(08) VALUE ZERO.
       77 WS-SUPPRESSED-ON-FILE             PIC 9(08) VALUE ZERO.
       77 WS-REDIRECTED-COUNT               PIC 9(08) VALUE ZERO.
       77 WS-MERGE-COUNT                    PIC 9(05) VALUE ZERO.
       77 WS-MERGE-HOPS                     PIC 9(03) VALUE ZERO.
       77 WS-RESOLVE-ID                     PIC 9(05) VALUE ZERO.

       01 WS-MERGE-TABLE.
         02  WS-MERGE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-MERGE-COUNT
                      INDEXED BY WS-MERGE-IDX.
           03  WS-MXT-RETIRED-ID            PIC 9(05).
           03  WS-MXT-SURVIVOR-ID           PIC 9(05).

       01 WS-RETURN-TRAN.
         02  RTN-PERSON-ID                  PIC 9(05).
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM B050-GET-PROCESS-DATE.
            PERFORM B300-LOAD-MERGE-TABLE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
                      MOVE PRD-PROCESS-DATE TO WS-PROCESS-DATE-N
                      SET WS-PROCDATE-SET TO TRUE.

       B300-LOAD-MERGE-TABLE.
            OPEN INPUT MERGE-XREF-FILE.
            IF WS-MERGXRF-FS = '00' THEN
                PERFORM B310-LOAD-ONE-MERGE-ENTRY
                  UNTIL WS-MERGXRF-EOF
                     OR WS-MERGE-COUNT = 5000
                IF WS-MERGE-COUNT = 5000
                   AND NOT WS-MERGXRF-EOF THEN
                    READ MERGE-XREF-FILE
                      AT END
                          SET WS-MERGXRF-EOF TO TRUE
                CLOSE MERGE-XREF-FILE
            ELSE
                SET WS-MERGXRF-EOF TO TRUE
                DISPLAY 'NO MERGE CROSS-REFERENCE FILE, STATUS: '
                        WS-MERGXRF-FS ' - IDS NOT REDIRECTED'.
            IF NOT WS-MERGXRF-EOF THEN
                DISPLAY '*** MERGE CROSS-REFERENCE EXCEEDS TABLE '
                        'CAPACITY OF 5000 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B310-LOAD-ONE-MERGE-ENTRY.
            READ MERGE-XREF-FILE
              AT END
                  SET WS-MERGXRF-EOF TO TRUE
              NOT AT END
                  IF MXR-RETIRED-ID IS NUMERIC
                     AND MXR-SURVIVOR-ID IS NUMERIC THEN
                      ADD 1 TO WS-MERGE-COUNT
                      MOVE MXR-RETIRED-ID
                        TO WS-MXT-RETIRED-ID(WS-MERGE-COUNT)
                      MOVE MXR-SURVIVOR-ID
                        TO WS-MXT-SURVIVOR-ID(WS-MERGE-COUNT).

       B900-READ-NEXT-TRAN.
            IF WS-RET-EOF THEN
                CONTINUE
                MOVE SPACES TO DTL-STATE
                PERFORM C100-PRINT-DETAIL-LINE
            ELSE
                IF WS-MERGE-COUNT > ZERO THEN
                    PERFORM D050-REDIRECT-MERGED-ID
                    PERFORM D100-APPLY-SUPPRESSION
                ELSE
                    PERFORM D100-APPLY-SUPPRESSION.
            PERFORM B900-READ-NEXT-TRAN.

       D050-REDIRECT-MERGED-ID.
            MOVE RTN-PERSON-ID TO WS-RESOLVE-ID.
            MOVE 'N' TO WS-MERGE-END-SW.
            MOVE ZERO TO WS-MERGE-HOPS.
            PERFORM D060-FOLLOW-ONE-MERGE
              UNTIL WS-MERGE-END
                 OR WS-MERGE-HOPS > 50.
            IF WS-RESOLVE-ID NOT = RTN-PERSON-ID THEN
                ADD 1 TO WS-REDIRECTED-COUNT
                MOVE 'MERGED ID   ' TO DTL-TAG
                MOVE RTN-PERSON-ID TO DTL-PERSON-ID
                MOVE SPACES TO DTL-LAST-NAME
                MOVE SPACES TO DTL-FIRST-NAME
                MOVE SPACES TO DTL-STREET
                MOVE SPACES TO DTL-CITY
                MOVE SPACES TO DTL-STATE
                PERFORM C100-PRINT-DETAIL-LINE
                MOVE WS-RESOLVE-ID TO RTN-PERSON-ID.

       D060-FOLLOW-ONE-MERGE.
            SET WS-MERGE-IDX TO 1.
            SEARCH WS-MERGE-ENTRY
              AT END
                  SET WS-MERGE-END TO TRUE
              WHEN WS-MXT-RETIRED-ID(WS-MERGE-IDX) = WS-RESOLVE-ID
                  MOVE WS-MXT-SURVIVOR-ID(WS-MERGE-IDX)
                    TO WS-RESOLVE-ID
                  ADD 1 TO WS-MERGE-HOPS.

       D100-APPLY-SUPPRESSION.
            MOVE '99' TO WS-ADDRFILE-FS.
            MOVE RTN-PERSON-ID TO ADR-PERSON-ID.
            MOVE 'ALREADY SUPPRESSED:           ' TO TOT-TEXT.
            MOVE WS-ALREADY-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'RETURNS REDIRECTED BY MERGE:  ' TO TOT-TEXT.
            MOVE WS-REDIRECTED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'TRANSACTIONS NOT APPLIED:     ' TO TOT-TEXT.
            MOVE WS-FAILED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.

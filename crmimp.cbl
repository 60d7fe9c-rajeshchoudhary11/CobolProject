          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT MERGE-XREF-FILE ASSIGN TO MERGXRF SEQUENTIAL
                          FILE STATUS IS WS-MERGXRF-FS.
          SELECT NAMEREF-FILE ASSIGN TO NAMEREF SEQUENTIAL
                          FILE STATUS IS WS-NAMEREF-FS.


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

       FD NAMEREF-FILE.
       01 NAMEREF-RECORD.
         02  NRF-TYPE                       PIC X(01).
           88 NRF-IS-TITLE                             VALUE 'T'.
           88 NRF-IS-SUFFIX                            VALUE 'S'.
         02  FILLER                         PIC X(01).
         02  NRF-VARIANT                    PIC X(04).
         02  FILLER                         PIC X(01).
         02  NRF-STANDARD                   PIC X(04).
         02  FILLER                         PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-CRMFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-MERGXRF-FS                     PIC X(02) VALUE SPACES.
       01 WS-NAMEREF-FS                     PIC X(02) VALUE SPACES.

       01 WS-MERGXRF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-MERGXRF-EOF                           VALUE 'Y'.

       01 WS-MERGE-END-SW                   PIC X(01) VALUE 'N'.
         88 WS-MERGE-END                             VALUE 'Y'.

       01 WS-NAMEREF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-EOF                           VALUE 'Y'.

       01 WS-NAMEREF-SW                     PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-LOADED                        VALUE 'Y'.

       01 WS-NAMEREF-FOUND-SW               PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-FOUND                         VALUE 'Y'.

       01 WS-CRM-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-CRM-EOF                               VALUE 'Y'.
       77 WS-ROWS-FAILED                    PIC 9(08) VALUE ZERO.
       77 WS-EXPECTED-COUNT                 PIC 9(08) VALUE ZERO.
       77 WS-FIELD-COUNT                    PIC 9(02) VALUE ZERO.
       77 WS-ROWS-REDIRECTED                PIC 9(08) VALUE ZERO.
       77 WS-MERGE-COUNT                    PIC 9(05) VALUE ZERO.
       77 WS-MERGE-HOPS                     PIC 9(03) VALUE ZERO.
       77 WS-RESOLVE-ID                     PIC 9(05) VALUE ZERO.
       77 WS-NAMEREF-COUNT                  PIC 9(03) VALUE ZERO.

       01 WS-MERGE-TABLE.
         02  WS-MERGE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-MERGE-COUNT
                      INDEXED BY WS-MERGE-IDX.
           03  WS-MXT-RETIRED-ID            PIC 9(05).
           03  WS-MXT-SURVIVOR-ID           PIC 9(05).

       01 WS-NAMEREF-TABLE.
         02  WS-NAMEREF-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NAMEREF-COUNT
                      INDEXED BY WS-NAMEREF-IDX.
           03  WS-NRT-TYPE                  PIC X(01).
           03  WS-NRT-VARIANT               PIC X(04).
           03  WS-NRT-STANDARD              PIC X(04).

       01 WS-LOWER-CASE                     PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE                     PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-NRF-LOOKUP-TYPE                PIC X(01) VALUE SPACE.
       01 WS-NRF-LOOKUP-VALUE               PIC X(04) VALUE SPACES.

       01 WS-CRM-WORK                       PIC X(80) VALUE SPACES.
       01 WS-CRM-TYPE-BYTES.
         02  DTL-TAG                        PIC X(14).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-ROW-DATA                   PIC X(80).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-REDIRECT-TEXT              PIC X(12).
         02  DTL-REDIRECT-ID                PIC X(05).
         02  FILLER                         PIC X(17) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM B050-GET-PROCESS-DATE.
            PERFORM B300-LOAD-MERGE-TABLE.
            PERFORM B350-LOAD-NAME-REFERENCE.
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

       B350-LOAD-NAME-REFERENCE.
            OPEN INPUT NAMEREF-FILE.
            IF WS-NAMEREF-FS = '00' THEN
                PERFORM B360-LOAD-ONE-NAME-REFERENCE
                  UNTIL WS-NAMEREF-EOF
                     OR WS-NAMEREF-COUNT = 200
                IF WS-NAMEREF-COUNT = 200
                   AND NOT WS-NAMEREF-EOF THEN
                    READ NAMEREF-FILE
                      AT END
                          SET WS-NAMEREF-EOF TO TRUE
                CLOSE NAMEREF-FILE
                SET WS-NAMEREF-LOADED TO TRUE
            ELSE
                SET WS-NAMEREF-EOF TO TRUE
                DISPLAY 'NO NAME REFERENCE FILE, STATUS: '
                        WS-NAMEREF-FS ' - TITLE/SUFFIX CHECK BYPASSED'.
            IF NOT WS-NAMEREF-EOF THEN
                DISPLAY '*** NAME REFERENCE FILE EXCEEDS TABLE '
                        'CAPACITY OF 200 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B360-LOAD-ONE-NAME-REFERENCE.
            READ NAMEREF-FILE
              AT END
                  SET WS-NAMEREF-EOF TO TRUE
              NOT AT END
                  IF (NRF-IS-TITLE OR NRF-IS-SUFFIX)
                     AND NRF-VARIANT NOT = SPACES THEN
                      PERFORM B370-STORE-NAME-REFERENCE.

       B370-STORE-NAME-REFERENCE.
            INSPECT NRF-VARIANT  CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE.
            INSPECT NRF-STANDARD CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE.
            IF NRF-STANDARD = SPACES THEN
                MOVE NRF-VARIANT TO NRF-STANDARD.
            ADD 1 TO WS-NAMEREF-COUNT.
            MOVE NRF-TYPE     TO WS-NRT-TYPE(WS-NAMEREF-COUNT).
            MOVE NRF-VARIANT  TO WS-NRT-VARIANT(WS-NAMEREF-COUNT).
            MOVE NRF-STANDARD TO WS-NRT-STANDARD(WS-NAMEREF-COUNT).

       B900-READ-NEXT-ROW.
            READ CRMFILE INTO WS-CRM-WORK
              AT END
            ADD 1 TO WS-ROWS-FAILED.
            MOVE WS-FAIL-REASON TO DTL-TAG.
            MOVE WS-CRM-WORK    TO DTL-ROW-DATA.
            MOVE SPACES         TO DTL-REDIRECT-TEXT.
            MOVE SPACES         TO DTL-REDIRECT-ID.
            PERFORM C100-PRINT-DETAIL-LINE.

       D000-PROCESS-ONE-ROW.
                   AND WS-CI-SUFFIX = SPACES THEN
                    MOVE 'NO NAME DATA  ' TO WS-FAIL-REASON
                    SET WS-ROW-INVALID TO TRUE.
            IF WS-ROW-VALID THEN
                PERFORM D350-STANDARDIZE-ROW.

       D350-STANDARDIZE-ROW.
            INSPECT WS-CI-NAME-TITLE
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT WS-CI-FIRST-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT WS-CI-MIDDLE-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT WS-CI-LAST-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT WS-CI-SUFFIX
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            IF WS-NAMEREF-LOADED THEN
                PERFORM D360-STANDARDIZE-TITLE
                IF WS-ROW-VALID THEN
                    PERFORM D370-STANDARDIZE-SUFFIX.

       D360-STANDARDIZE-TITLE.
            IF WS-CI-NAME-TITLE NOT = SPACES THEN
                MOVE 'T' TO WS-NRF-LOOKUP-TYPE
                MOVE WS-CI-NAME-TITLE(1:4) TO WS-NRF-LOOKUP-VALUE
                PERFORM E100-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO WS-CI-NAME-TITLE
                ELSE
                    MOVE 'BAD TITLE     ' TO WS-FAIL-REASON
                    SET WS-ROW-INVALID TO TRUE.

       D370-STANDARDIZE-SUFFIX.
            IF WS-CI-SUFFIX NOT = SPACES THEN
                MOVE 'S' TO WS-NRF-LOOKUP-TYPE
                MOVE WS-CI-SUFFIX(1:4) TO WS-NRF-LOOKUP-VALUE
                PERFORM E100-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO WS-CI-SUFFIX
                ELSE
                    MOVE 'BAD SUFFIX    ' TO WS-FAIL-REASON
                    SET WS-ROW-INVALID TO TRUE.

       D400-WRITE-TRAN-RECORD.
            MOVE SPACES TO TRAN-RECORD.
            MOVE WS-CI-MIDDLE-NAME(1:15) TO TRN-MIDDLE-NAME.
            MOVE WS-CI-LAST-NAME(1:15) TO TRN-LAST-NAME.
            MOVE WS-CI-SUFFIX(1:4)     TO TRN-SUFFIX.
            MOVE 'CONVERTED     ' TO DTL-TAG.
            MOVE SPACES           TO DTL-REDIRECT-TEXT.
            MOVE SPACES           TO DTL-REDIRECT-ID.
            IF WS-MERGE-COUNT > ZERO THEN
                PERFORM D500-REDIRECT-MERGED-ID.
            WRITE TRAN-RECORD.
            ADD 1 TO WS-TRANS-WRITTEN.
            MOVE WS-CRM-WORK      TO DTL-ROW-DATA.
            PERFORM C100-PRINT-DETAIL-LINE.

       D500-REDIRECT-MERGED-ID.
            MOVE TRN-PERSON-ID TO WS-RESOLVE-ID.
            MOVE 'N' TO WS-MERGE-END-SW.
            MOVE ZERO TO WS-MERGE-HOPS.
            PERFORM D510-FOLLOW-ONE-MERGE
              UNTIL WS-MERGE-END
                 OR WS-MERGE-HOPS > 50.
            IF WS-RESOLVE-ID NOT = TRN-PERSON-ID THEN
                ADD 1 TO WS-ROWS-REDIRECTED
                MOVE WS-RESOLVE-ID    TO TRN-PERSON-ID
                MOVE 'REDIRECTED    ' TO DTL-TAG
                MOVE 'MERGED INTO '   TO DTL-REDIRECT-TEXT
                MOVE WS-RESOLVE-ID    TO DTL-REDIRECT-ID.

       D510-FOLLOW-ONE-MERGE.
            SET WS-MERGE-IDX TO 1.
            SEARCH WS-MERGE-ENTRY
              AT END
                  SET WS-MERGE-END TO TRUE
              WHEN WS-MXT-RETIRED-ID(WS-MERGE-IDX) = WS-RESOLVE-ID
                  MOVE WS-MXT-SURVIVOR-ID(WS-MERGE-IDX)
                    TO WS-RESOLVE-ID
                  ADD 1 TO WS-MERGE-HOPS.

       E100-LOOK-UP-NAME-REFERENCE.
            MOVE 'N' TO WS-NAMEREF-FOUND-SW.
            IF WS-NAMEREF-COUNT > ZERO THEN
                SET WS-NAMEREF-IDX TO 1
                SEARCH WS-NAMEREF-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-NRT-TYPE(WS-NAMEREF-IDX) = WS-NRF-LOOKUP-TYPE
                   AND (WS-NRT-VARIANT(WS-NAMEREF-IDX) =
                                               WS-NRF-LOOKUP-VALUE
                    OR WS-NRT-STANDARD(WS-NAMEREF-IDX) =
                                               WS-NRF-LOOKUP-VALUE)
                      SET WS-NAMEREF-FOUND TO TRUE.

       Z999-END-PROGRAM.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 'ROWS FAILED:                  ' TO TOT-TEXT.
            MOVE WS-ROWS-FAILED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ROWS REDIRECTED BY MERGE:     ' TO TOT-TEXT.
            MOVE WS-ROWS-REDIRECTED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF NOT WS-HEADER-SEEN THEN
                DISPLAY 'WARNING: COLUMN-HEADING ROW NOT FOUND'.
            IF WS-TRAILER-SEEN THEN

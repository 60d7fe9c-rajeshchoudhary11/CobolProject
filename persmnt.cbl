                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT TRANFILE ASSIGN TO TRANFILE SEQUENTIAL.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT LOCK-FILE ASSIGN TO LOCKF SEQUENTIAL
                          FILE STATUS IS WS-LOCKF-FS.
          SELECT NAMEREF-FILE ASSIGN TO NAMEREF SEQUENTIAL
                          FILE STATUS IS WS-NAMEREF-FS.


       DATA DIVISION.
         02  LCK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

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
       01 WS-LOCKF-FS                       PIC X(02) VALUE SPACES.


       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.
       01 WS-NAMEREF-FS                     PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.
       01 WS-BROWSE-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-BROWSE-EOF                            VALUE 'Y'.

       01 WS-NAMEREF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-EOF                           VALUE 'Y'.

       01 WS-NAMEREF-SW                     PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-LOADED                        VALUE 'Y'.

       01 WS-NAMEREF-FOUND-SW               PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-FOUND                         VALUE 'Y'.

       01 WS-TRAN-NAME-SW                   PIC X(01) VALUE 'Y'.
         88 WS-TRAN-NAME-VALID                       VALUE 'Y'.
         88 WS-TRAN-NAME-INVALID                     VALUE 'N'.

       77 WS-TRANS-READ                     PIC 9(08) VALUE ZERO.
       77 WS-INQUIRY-COUNT                  PIC 9(08) VALUE ZERO.
       77 WS-CHANGE-COUNT                   PIC 9(08) VALUE ZERO.
       77 WS-FAILED-COUNT                   PIC 9(08) VALUE ZERO.
       77 WS-BROWSE-HITS                    PIC 9(08) VALUE ZERO.
       77 WS-PREFIX-LEN                     PIC 9(02) COMP VALUE ZERO.
       77 WS-FIRST-PREFIX-LEN               PIC 9(02) COMP VALUE ZERO.
       77 WS-SCAN-SUB                       PIC 9(02) COMP VALUE ZERO.
       77 WS-NAMEREF-COUNT                  PIC 9(03) VALUE ZERO.

       01 WS-LOWER-CASE                     PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE                     PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-NRF-LOOKUP-TYPE                PIC X(01) VALUE SPACE.
       01 WS-NRF-LOOKUP-VALUE               PIC X(04) VALUE SPACES.

       01 WS-NAMEREF-TABLE.
         02  WS-NAMEREF-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NAMEREF-COUNT
                      INDEXED BY WS-NAMEREF-IDX.
           03  WS-NRT-TYPE                  PIC X(01).
           03  WS-NRT-VARIANT               PIC X(04).
           03  WS-NRT-STANDARD              PIC X(04).

       01 WS-AUD-ACTION-REWRITE             PIC X(02) VALUE 'RW'.
       01 WS-AUD-ACTION-DELETE              PIC X(02) VALUE 'DL'.
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM B050-GET-PROCESS-DATE.
            PERFORM B100-LOAD-NAME-REFERENCE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
                      MOVE PRD-PROCESS-DATE TO WS-PROCESS-DATE-N
                      SET WS-PROCDATE-SET TO TRUE.

       B100-LOAD-NAME-REFERENCE.
            OPEN INPUT NAMEREF-FILE.
            IF WS-NAMEREF-FS = '00' THEN
                PERFORM B110-LOAD-ONE-NAME-REFERENCE
                  UNTIL WS-NAMEREF-EOF
                     OR WS-NAMEREF-COUNT = 200
                IF WS-NAMEREF-COUNT = 200
                   AND NOT WS-NAMEREF-EOF THEN
                    READ NAMEREF-FILE
                      AT END
                          SET WS-NAMEREF-EOF TO TRUE
                CLOSE NAMEREF-FILE
                SET WS-NAMEREF-LOADED TO TRUE
                DISPLAY 'TITLE/SUFFIX REFERENCES LOADED: '
                        WS-NAMEREF-COUNT
            ELSE
                SET WS-NAMEREF-EOF TO TRUE
                DISPLAY 'NO NAME REFERENCE FILE, STATUS: '
                        WS-NAMEREF-FS ' - TITLE/SUFFIX CHECK BYPASSED'.
            IF NOT WS-NAMEREF-EOF THEN
                DISPLAY '*** NAME REFERENCE FILE EXCEEDS TABLE '
                        'CAPACITY OF 200 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B110-LOAD-ONE-NAME-REFERENCE.
            READ NAMEREF-FILE
              AT END
                  SET WS-NAMEREF-EOF TO TRUE
              NOT AT END
                  IF (NRF-IS-TITLE OR NRF-IS-SUFFIX)
                     AND NRF-VARIANT NOT = SPACES THEN
                      PERFORM B120-STORE-NAME-REFERENCE.

       B120-STORE-NAME-REFERENCE.
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

       B900-READ-NEXT-TRAN.
            READ TRANFILE INTO WS-TRAN
              AT END
       D100-READ-BY-PERSON-ID.
            MOVE TRN-PERSON-ID TO PERSON-ID OF OUTPUT-RECORD.
            READ OUTFILE
              KEY IS PERSON-ID OF OUTPUT-RECORD
              INVALID KEY
                  CONTINUE.

                PERFORM C400-PRINT-FAILED-LINE.

       D300-APPLY-CHANGE.
            PERFORM D320-STANDARDIZE-TRANSACTION.
            IF WS-TRAN-NAME-VALID THEN
                PERFORM D305-REWRITE-PERSON
            ELSE
                PERFORM C400-PRINT-FAILED-LINE.

       D305-REWRITE-PERSON.
            PERFORM D100-READ-BY-PERSON-ID.
            IF WS-OUTFILE-FS = '00' THEN
                MOVE OUTPUT-RECORD TO WS-AUDIT-BEFORE
            IF TRN-SUFFIX NOT = SPACES THEN
                MOVE TRN-SUFFIX TO SUFFIX OF OUTPUT-RECORD.

       D320-STANDARDIZE-TRANSACTION.
            SET WS-TRAN-NAME-VALID TO TRUE.
            PERFORM D330-UPPER-CASE-TRAN-NAMES.
            IF WS-NAMEREF-LOADED THEN
                PERFORM D340-STANDARDIZE-TITLE
                IF WS-TRAN-NAME-VALID THEN
                    PERFORM D350-STANDARDIZE-SUFFIX.

       D330-UPPER-CASE-TRAN-NAMES.
            INSPECT TRN-NAME-TITLE
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT TRN-FIRST-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT TRN-MIDDLE-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT TRN-LAST-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT TRN-SUFFIX
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

       D340-STANDARDIZE-TITLE.
            IF TRN-NAME-TITLE NOT = SPACES THEN
                MOVE 'T' TO WS-NRF-LOOKUP-TYPE
                MOVE TRN-NAME-TITLE TO WS-NRF-LOOKUP-VALUE
                PERFORM F100-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO TRN-NAME-TITLE
                ELSE
                    MOVE 'BAD TITLE   ' TO DTL-TAG
                    SET WS-TRAN-NAME-INVALID TO TRUE.

       D350-STANDARDIZE-SUFFIX.
            IF TRN-SUFFIX NOT = SPACES THEN
                MOVE 'S' TO WS-NRF-LOOKUP-TYPE
                MOVE TRN-SUFFIX TO WS-NRF-LOOKUP-VALUE
                PERFORM F100-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO TRN-SUFFIX
                ELSE
                    MOVE 'BAD SUFFIX  ' TO DTL-TAG
                    SET WS-TRAN-NAME-INVALID TO TRUE.

       D400-APPLY-DELETE.
            PERFORM D100-READ-BY-PERSON-ID.
            IF WS-OUTFILE-FS = '00' THEN
            ADD 1 TO WS-BROWSE-COUNT.
            MOVE ZERO TO WS-BROWSE-HITS.
            MOVE 'N' TO WS-BROWSE-EOF-SW.
            PERFORM D330-UPPER-CASE-TRAN-NAMES.
            PERFORM D520-SET-PREFIX-LENGTH.
            MOVE 'BROWSE FOR  ' TO DTL-TAG.
            PERFORM C500-PRINT-TRAN-LINE.
            IF WS-PREFIX-LEN = ZERO THEN
                MOVE TRN-PERSON-ID TO PERSON-ID OF OUTPUT-RECORD
                START OUTFILE KEY NOT LESS THAN
                              PERSON-ID OF OUTPUT-RECORD
                  INVALID KEY
                      SET WS-BROWSE-EOF TO TRUE
            ELSE
                MOVE TRN-LAST-NAME TO LAST-NAME OF OUTPUT-RECORD
                START OUTFILE KEY NOT LESS THAN
                              LAST-NAME OF OUTPUT-RECORD
                  INVALID KEY
                      SET WS-BROWSE-EOF TO TRUE.
            PERFORM D510-BROWSE-ONE-RECORD UNTIL WS-BROWSE-EOF.
            MOVE 'RECORDS LISTED:               ' TO TOT-TEXT.
            MOVE WS-BROWSE-HITS TO TOT-COUNT.
                      PERFORM C300-PRINT-RECORD-LINE
                  ELSE
                   IF LAST-NAME OF OUTPUT-RECORD(1:WS-PREFIX-LEN)
                            > TRN-LAST-NAME(1:WS-PREFIX-LEN) THEN
                      SET WS-BROWSE-EOF TO TRUE
                   ELSE
                      PERFORM D515-CHECK-FIRST-NAME.

       D515-CHECK-FIRST-NAME.
            IF WS-FIRST-PREFIX-LEN = ZERO THEN
                ADD 1 TO WS-BROWSE-HITS
                MOVE 'LISTED      ' TO DTL-TAG
                PERFORM C300-PRINT-RECORD-LINE
            ELSE
                IF FIRST-NAME OF OUTPUT-RECORD(1:WS-FIRST-PREFIX-LEN)
                      = TRN-FIRST-NAME(1:WS-FIRST-PREFIX-LEN) THEN
                    ADD 1 TO WS-BROWSE-HITS
                    MOVE 'LISTED      ' TO DTL-TAG
                    PERFORM C300-PRINT-RECORD-LINE.

       D520-SET-PREFIX-LENGTH.
            MOVE ZERO TO WS-PREFIX-LEN.
            MOVE ZERO TO WS-FIRST-PREFIX-LEN.
            PERFORM D530-SCAN-ONE-CHAR
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > 15.
       D530-SCAN-ONE-CHAR.
            IF TRN-LAST-NAME(WS-SCAN-SUB:1) NOT = SPACE THEN
                MOVE WS-SCAN-SUB TO WS-PREFIX-LEN.
            IF TRN-FIRST-NAME(WS-SCAN-SUB:1) NOT = SPACE THEN
                MOVE WS-SCAN-SUB TO WS-FIRST-PREFIX-LEN.

       E100-WRITE-AUDIT-RECORD.
            MOVE SPACES              TO AUDIT-RECORD.
            MOVE WS-AUDIT-AFTER      TO AUD-AFTER-IMAGE.
            WRITE AUDIT-RECORD.

       F100-LOOK-UP-NAME-REFERENCE.
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

       Y100-CLAIM-FILE-LOCK.
            ACCEPT WS-LOCK-SYS-DATE FROM DATE.
            MOVE WS-LOCK-SYS-DATE TO WS-LKD-YYMMDD.
